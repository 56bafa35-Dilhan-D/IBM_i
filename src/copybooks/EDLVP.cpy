      *Date: 2026-10-08 - Shared e-delivery paragraphs. A run
      *                   PERFORMs OPEN-EDELIVERY once, then for
      *                   each customer RESOLVE-DELIVERY-CHANNEL
      *                   with their record in the PERSON-MASTER
      *                   buffer; where WS-EDL-TO-EMAIL it PERFORMs
      *                   START-EDELIVERY-DOCUMENT and then
      *                   WRITE-EDELIVERY-TEXT for each line it
      *                   would print, and CLOSE-EDELIVERY at
      *                   shutdown writes the trailer. Callers must
      *                   also have COPYed EDLV/EDLVFD/EDLVWS, the
      *                   PERSON-MASTER record and the ERRLOG set.
       OPEN-EDELIVERY.
           MOVE ZEROS TO WS-EDL-DOC-COUNT WS-EDL-REC-COUNT.
           OPEN OUTPUT EDELIVERY-FILE.
           IF WS-EDL-STATUS NOT = "00"
               MOVE "EDELIVER"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-EDL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE "Y" TO WS-EDL-OPEN-SWITCH
               MOVE SPACES TO EDELIVERY-LINE
               STRING "H|" WS-EDL-SOURCE "|" WS-EDL-RUN-DATE
                      DELIMITED BY SIZE INTO EDELIVERY-LINE
               END-STRING
               PERFORM WRITE-EDELIVERY-LINE
           END-IF.

       RESOLVE-DELIVERY-CHANNEL.
      *    Email goes to a customer who asked for it and has an
      *    address that has not bounced; do-not-contact and
      *    deceased stop it, but do-not-mail only stops the post.
      *    Paper goes unless the customer asked for email alone and
      *    can get it, and only to a deliverable address for a
      *    customer who may be mailed. A customer who can have
      *    neither is suppressed.
           MOVE "N" TO WS-EDL-EMAIL-SWITCH.
           MOVE "N" TO WS-EDL-PAPER-SWITCH.
           IF PM-DELIVERS-BY-EMAIL AND PM-EMAIL NOT = SPACES AND
              NOT PM-EMAIL-BOUNCED AND
              NOT PM-DO-NOT-CONTACT AND NOT PM-IS-DECEASED
               MOVE "Y" TO WS-EDL-EMAIL-SWITCH
           END-IF.
           IF (NOT PM-DELIVER-EMAIL OR NOT WS-EDL-EMAIL-USABLE) AND
              NOT PM-MAIL-UNDELIVERABLE AND
              NOT PM-CONTACT-SUPPRESSED
               MOVE "Y" TO WS-EDL-PAPER-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-EDL-EMAIL-USABLE AND WS-EDL-PAPER-USABLE
                   MOVE "B" TO WS-EDL-CHANNEL
               WHEN WS-EDL-EMAIL-USABLE
                   MOVE "E" TO WS-EDL-CHANNEL
               WHEN WS-EDL-PAPER-USABLE
                   MOVE "P" TO WS-EDL-CHANNEL
               WHEN OTHER
                   MOVE "S" TO WS-EDL-CHANNEL
           END-EVALUATE.

       START-EDELIVERY-DOCUMENT.
      *    WS-EDL-PERSON-ID is the account the document is about;
      *    the email and address are whoever the buffer holds -
      *    the guardian, for a minor statemented to one.
           ADD 1 TO WS-EDL-DOC-COUNT.
           MOVE SPACES TO EDELIVERY-LINE.
           MOVE 1 TO WS-EDL-POINTER.
           STRING "D|" WS-EDL-PERSON-ID "|"
                  FUNCTION TRIM(PM-EMAIL) "|"
                  FUNCTION TRIM(PM-NAME) "|"
                  FUNCTION TRIM(PM-STREET) "|"
                  FUNCTION TRIM(PM-CITY) "|"
                  PM-STATE-CODE "|" PM-ZIP "|"
                  FUNCTION TRIM(PM-POSTAL-CODE) "|"
                  PM-COUNTRY-CODE
                  DELIMITED BY SIZE
                  INTO EDELIVERY-LINE WITH POINTER WS-EDL-POINTER
           END-STRING.
           PERFORM WRITE-EDELIVERY-LINE.

       WRITE-EDELIVERY-TEXT.
           MOVE SPACES TO EDELIVERY-LINE.
           STRING "L|" WS-EDL-TEXT
                  DELIMITED BY SIZE INTO EDELIVERY-LINE
           END-STRING.
           PERFORM WRITE-EDELIVERY-LINE.

       WRITE-EDELIVERY-LINE.
           IF WS-EDL-IS-OPEN
               WRITE EDELIVERY-LINE
               IF WS-EDL-STATUS NOT = "00"
                   MOVE "EDELIVER" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-EDL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   ADD 1 TO WS-EDL-REC-COUNT
               END-IF
           END-IF.

       CLOSE-EDELIVERY.
      *    The record count is every record between the header and
      *    the trailer, so the vendor can tell a short file.
           IF WS-EDL-IS-OPEN
               MOVE WS-EDL-DOC-COUNT TO WS-EDL-ED-DOCS
               SUBTRACT 1 FROM WS-EDL-REC-COUNT
               MOVE WS-EDL-REC-COUNT TO WS-EDL-ED-COUNT
               MOVE SPACES TO EDELIVERY-LINE
               STRING "T|" FUNCTION TRIM(WS-EDL-ED-DOCS) "|"
                      FUNCTION TRIM(WS-EDL-ED-COUNT)
                      DELIMITED BY SIZE INTO EDELIVERY-LINE
               END-STRING
               WRITE EDELIVERY-LINE
               IF WS-EDL-STATUS NOT = "00"
                   MOVE "EDELIVER" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-EDL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE EDELIVERY-FILE
               MOVE "N" TO WS-EDL-OPEN-SWITCH
           END-IF.
