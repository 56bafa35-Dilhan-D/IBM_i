      *customer goes on the RETMRPT follow-up report; the flag
      *clears automatically when an "R" address correction updates
      *the address through PERSUPDT.
      *Date: 2026-10-07 - A return may name the address type that
      *                   bounced (RM-ADDR-TYPE B/S/V): the flag then
      *                   goes on that dated address on PERSADDR
      *                   (PADDR copybook set) - the one of that type
      *                   in effect today - and not on the master
      *                   address, so mail moves on to the next
      *                   address in line. Re-keying the address in
      *                   MAINTPRS clears it. A blank type flags the
      *                   master address as before.
      *Date: 2026-10-09 - Journal the mail status change to
      *                   PERSJRNL when a master address is flagged
      *                   undeliverable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY PADDR.

           COPY PJRN.

           COPY ERRLOG.

       DATA DIVISION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05 RM-PERSON-ID         PIC 9(6).
           05 RM-ADDR-TYPE         PIC X(1).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE      PIC X(100).

           COPY PADDRFD.

           COPY PJRNFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PADDRWS.
       COPY PJRNWS.
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-RET-STATUS        PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       PROCEDURE DIVISION.
       BEGIN.
           MOVE "RETMAIL" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-RETURNS
               READ RETURNED-MAIL-FILE
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-PERSON-ADDRESSES-I-O.
           PERFORM OPEN-PERSON-JOURNAL.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RET-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
                       MOVE "NOT ON MASTER" TO FD-NOTE
                       PERFORM WRITE-FLAG-DETAIL
                   NOT INVALID KEY
                       IF RM-ADDR-TYPE = SPACE
                           PERFORM FLAG-MASTER-RECORD
                       ELSE
                           PERFORM FLAG-DATED-ADDRESS
                       END-IF
               END-READ
           END-IF.

           IF PM-MAIL-UNDELIVERABLE
               ADD 1 TO WS-COUNT-ALREADY
           ELSE
               PERFORM SAVE-PERSON-BEFORE-IMAGE
               MOVE "U" TO PM-MAIL-STATUS
               REWRITE PERSON-MASTER-RECORD
               IF WS-PM-STATUS NOT = "00"
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "C" TO WS-PJRN-ACTION
               PERFORM JOURNAL-PERSON-CHANGES
               ADD 1 TO WS-COUNT-FLAGGED
               MOVE PM-PERSON-ID TO FD-PERSON-ID
               MOVE PM-NAME      TO FD-NAME
               PERFORM WRITE-FLAG-DETAIL
           END-IF.

       FLAG-DATED-ADDRESS.
      *    The address of the returned type in effect today is the
      *    one the mail went to; with none in effect the return
      *    cannot be placed and goes on the report for research.
           MOVE PM-PERSON-ID TO FD-PERSON-ID.
           MOVE PM-NAME      TO FD-NAME.
           MOVE PM-PERSON-ID TO WS-PAD-ARG-PERSON-ID.
           MOVE RM-ADDR-TYPE TO WS-PAD-ARG-TYPE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE.
           PERFORM LOOKUP-ADDRESS-IN-EFFECT.
           EVALUATE TRUE
               WHEN NOT WS-PAD-IN-EFFECT
                   ADD 1 TO WS-COUNT-UNKNOWN
                   MOVE SPACES TO FD-STREET
                   MOVE SPACES TO FD-NOTE
                   STRING "NO " RM-ADDR-TYPE " ADDRESS IN EFFECT"
                          DELIMITED BY SIZE
                          INTO FD-NOTE
                   PERFORM WRITE-FLAG-DETAIL
               WHEN DA-MAIL-UNDELIVERABLE
                   ADD 1 TO WS-COUNT-ALREADY
               WHEN OTHER
                   MOVE "U" TO DA-MAIL-STATUS
                   REWRITE PERSON-ADDRESS-RECORD
                   IF WS-PADDR-STATUS NOT = "00"
                       MOVE "PERSADDR" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-COUNT-FLAGGED
                   MOVE DA-STREET TO FD-STREET
                   MOVE SPACES TO FD-NOTE
                   STRING "FLAGGED " DA-ADDR-TYPE " UNDELIVERABLE"
                          DELIMITED BY SIZE
                          INTO FD-NOTE
                   PERFORM WRITE-FLAG-DETAIL
           END-EVALUATE.

       WRITE-FLAG-DETAIL.
           WRITE RETURN-REPORT-LINE FROM WS-FLAG-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               CLOSE RETURNED-MAIL-FILE
           END-IF.
           CLOSE RETURN-REPORT-FILE.
           PERFORM CLOSE-PERSON-ADDRESSES.
           PERFORM CLOSE-PERSON-JOURNAL.

       COPY PADDRP.

       COPY PJRNP.

       COPY ERRLOGP.
