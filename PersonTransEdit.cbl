      *                   PT-POSTAL-CODE and leave PT-ZIP alone -
      *                   so a Canadian or UK address stops needing
      *                   a fake ZIP to pass the edit.
      *Date: 2026-10-08 - Edit the new phone, email and delivery
      *                   preference on adds and changes through the
      *                   shared CONTVALP rules, passing the
      *                   normalized values on; widen the edited and
      *                   pending copies to the longer PERSON-TRANS
      *                   record.
      *Date: 2026-10-09 - Widen the edited and pending copies for
      *                   the booking program and operator on the
      *                   PERSON-TRANS record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSEDIT.

           COPY PERSTRNR.

       FD  EDITED-TRANS-FILE.
       01  EDITED-TRANS-RECORD     PIC X(206).

       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-RECORD    PIC X(206).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE        PIC X(80).
       COPY ZREFWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY CONTVAL.
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-TRANS-STATUS      PIC X(2).
       01  WS-EDITED-STATUS     PIC X(2).
               IF WS-TRANS-IS-VALID
                   PERFORM CHECK-ADDRESS
               END-IF
               IF WS-TRANS-IS-VALID AND
                  (PT-IS-ADD OR PT-IS-CHANGE)
                   PERFORM CHECK-CONTACT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-TRANS-IS-VALID
               END-IF
           END-IF.

       CHECK-CONTACT.
      *    Phone, email and delivery preference to the same rules
      *    the screen and the intake writers apply, the cleaned-up
      *    values passed on to the update. A change with no email
      *    may be asking for email delivery to the address already
      *    on the master; PERSUPDT judges that against the master.
           MOVE PT-PHONE         TO WS-CV-PHONE-IN.
           MOVE PT-COUNTRY-CODE  TO WS-CV-COUNTRY.
           MOVE PT-EMAIL         TO WS-CV-EMAIL.
           MOVE PT-DELIVERY-PREF TO WS-CV-DELIVERY-PREF.
           IF PT-IS-CHANGE AND PT-EMAIL = SPACES
               PERFORM VALIDATE-PHONE-NUMBER
               IF WS-CV-IS-VALID AND
                  PT-DELIVERY-PREF NOT = SPACE AND
                  PT-DELIVERY-PREF NOT = "P" AND
                  PT-DELIVERY-PREF NOT = "E" AND
                  PT-DELIVERY-PREF NOT = "B"
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Delivery must be P, E or B" TO WS-CV-REASON
               END-IF
           ELSE
               PERFORM VALIDATE-CONTACT-FIELDS
           END-IF.
           IF WS-CV-IS-VALID
               MOVE WS-CV-PHONE TO PT-PHONE
               MOVE WS-CV-EMAIL TO PT-EMAIL
               IF NOT PT-IS-CHANGE OR PT-EMAIL NOT = SPACES
                   MOVE WS-CV-DELIVERY-PREF TO PT-DELIVERY-PREF
               END-IF
           ELSE
               MOVE "N" TO WS-TRANS-VALID
               MOVE WS-CV-REASON TO WS-REJECT-REASON
           END-IF.

       WRITE-CLEAN-TRANSACTION.
           WRITE EDITED-TRANS-RECORD FROM PERSON-TRANS-RECORD.
           IF WS-EDITED-STATUS NOT = "00"

       COPY RUNCTLP.

       COPY CONTVALP.

       COPY ERRLOGP.
