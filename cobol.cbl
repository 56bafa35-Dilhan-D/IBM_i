      *                   when this step already completed for the
      *                   cycle date, so a restarted DAILYCYC doesn't
      *                   redo finished steps.
      *Date: 2026-10-08 - Take phone, email and the statement
      *                   delivery preference off the intake record,
      *                   validate them through the shared CONTVALP
      *                   rules and carry the normalized values onto
      *                   the add transaction. A customer whose
      *                   contact details fail goes to CUSTREJ with
      *                   the reason, counted on its own summary
      *                   line. Blank contact fields are allowed.
      *Date: 2026-10-09 - Stamp the booked add transaction with
      *                   this program and the operator, for the
      *                   PERSJRNL field journal PERSUPDT writes.
      *Date: 2026-10-12 - Pre-read CUSTINTK for its record count and
      *                   hash and check it against the shared INFREG
      *                   inbound-file registry: a file already taken
      *                   is refused with RETURN-CODE 12 and nothing
      *                   is booked, unless INFRLSE carries a
      *                   supervisor's release. The file is registered
      *                   once the intake completes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobol.


           COPY RUNCTL.

           COPY INFREG.

           COPY ERRLOG.

       DATA DIVISION.
       01  CUSTOMER-INTAKE-RECORD.
           05 CI-NAME              PIC X(10).
           05 CI-AGE               PIC 9(3).
           05 CI-PHONE             PIC X(20).
           05 CI-EMAIL             PIC X(50).
           05 CI-DELIVERY-PREF     PIC X(1).

       FD  INTAKE-SUMMARY-FILE.
       01  INTAKE-SUMMARY-LINE     PIC X(80).

           COPY RUNCTLFD.

           COPY INFREGFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY INFREGWS.
       COPY AGEDOB.
       COPY CONTVAL.

       01  WS-INTAKE-STATUS        PIC X(2).
       01  WS-TRANS-STATUS         PIC X(2).
       01  WS-COUNT-TOTAL          PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-BOOKED         PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REJ-CONTACT    PIC 9(7) VALUE ZEROS.

       01  WS-REJECT-DETAIL.
           05 RD-NAME              PIC X(10).
                       WS-RC-CYCLE-DATE " - skipping."
               GOBACK
           END-IF.
           PERFORM CHECK-INTAKE-REGISTRY.
           IF WS-IF-FILE-DUPLICATE
               DISPLAY "Intake file refused for cycle "
                       WS-RC-CYCLE-DATE " - nothing booked."
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-INTAKE
               READ CUSTOMER-INTAKE-FILE
           MOVE WS-COUNT-BOOKED   TO WS-RC-COUNT-1.
           MOVE WS-COUNT-REJECTED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-TOTAL    TO WS-RC-COUNT-3.
           MOVE WS-COUNT-REJ-CONTACT TO WS-RC-COUNT-4.
           PERFORM REGISTER-INBOUND-FILE.
           PERFORM RECORD-STEP-END.
           GOBACK.

       CHECK-INTAKE-REGISTRY.
      *    Count and hash the whole intake file before anything is
      *    booked, so a resent file is caught before it posts. An
      *    intake file that will not open is left for OPEN-FILES to
      *    log.
           MOVE "CUSTINTK" TO WS-IF-SOURCE.
           PERFORM START-INBOUND-FILE.
           MOVE WS-RC-CYCLE-DATE TO WS-IF-CYCLE-DATE.
           MOVE 84 TO WS-IF-HASH-LENGTH.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INTAKE
                   READ CUSTOMER-INTAKE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CUSTOMER-INTAKE-RECORD
                               TO WS-IF-HASH-RECORD
                           PERFORM TALLY-INBOUND-RECORD
                   END-READ
                   IF WS-INTAKE-STATUS NOT = "00" AND
                      WS-INTAKE-STATUS NOT = "10"
                       MOVE "cobol"    TO WS-ERR-PROGRAM
                       MOVE "CUSTINTK" TO WS-ERR-FILE-NAME
                       MOVE "READ"     TO WS-ERR-OPERATION
                       MOVE WS-INTAKE-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-INTAKE-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
           PERFORM CHECK-INBOUND-FILE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-STATUS NOT = "00"
           ADD 1 TO WS-COUNT-TOTAL.

           PERFORM VALIDATE-AGE.
           IF AGE-IS-VALID
               PERFORM VALIDATE-CONTACT
           END-IF.
           EVALUATE TRUE
               WHEN NOT AGE-IS-VALID
                   PERFORM REPORT-REJECTED-AGE
               WHEN NOT WS-CV-IS-VALID
                   PERFORM REPORT-REJECTED-CONTACT
               WHEN OTHER
                   DISPLAY "Hello, " WS-NAME
                           "! Welcome to COBOL programming!"

                   IF WS-AGE < 30
                       DISPLAY "It'ss fantastic to see young talent "
                               "investing time in IBM technologies!"
                       ADD 1 TO WS-COUNT-YOUNG
                   ELSE
                       DISPLAY "Your experience will be a great "
                               "asset in mastering IBM environments."
                       ADD 1 TO WS-COUNT-EXPERIENCED
                   END-IF

                   PERFORM BOOK-ACCEPTED-CUSTOMER
           END-EVALUATE.

       BOOK-ACCEPTED-CUSTOMER.
      *    Write the accepted customer as an add transaction so
           COMPUTE WS-DOB-BIRTH-YEAR = WS-DOB-RUN-YEAR - WS-AGE.
           MOVE WS-DOB-BIRTH-DATE TO PT-BIRTH-DATE.
           MOVE ZEROS TO PT-EFFECTIVE-DATE.
           MOVE WS-CV-PHONE         TO PT-PHONE.
           MOVE WS-CV-EMAIL         TO PT-EMAIL.
           MOVE WS-CV-DELIVERY-PREF TO PT-DELIVERY-PREF.
           MOVE "cobol"             TO PT-SOURCE-PROGRAM.
           MOVE WS-ERR-OPERATOR     TO PT-OPERATOR.
           WRITE PERSON-TRANS-RECORD.
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "cobol"    TO WS-ERR-PROGRAM
               MOVE "N" TO WS-AGE-VALID
           END-IF.

       VALIDATE-CONTACT.
      *    The intake carries no address, so the phone is judged as
      *    a US number unless keyed with a leading "+".
           MOVE CI-PHONE         TO WS-CV-PHONE-IN.
           MOVE SPACES           TO WS-CV-COUNTRY.
           MOVE CI-EMAIL         TO WS-CV-EMAIL.
           MOVE CI-DELIVERY-PREF TO WS-CV-DELIVERY-PREF.
           PERFORM VALIDATE-CONTACT-FIELDS.

       REPORT-REJECTED-CONTACT.
           ADD 1 TO WS-COUNT-REJ-CONTACT.
           MOVE WS-NAME TO RD-NAME.
           MOVE WS-AGE  TO RD-AGE.
           MOVE WS-CV-REASON TO RD-REASON.
           WRITE AGE-REJECT-LINE FROM WS-REJECT-DETAIL.
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "cobol"    TO WS-ERR-PROGRAM
               MOVE "CUSTREJ"  TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-REJECT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       REPORT-REJECTED-AGE.
           ADD 1 TO WS-COUNT-REJECTED.
           MOVE WS-NAME TO RD-NAME.
               PERFORM LOG-FILE-ERROR
           END-IF.

           MOVE "Rejected (contact):" TO DL-LABEL.
           MOVE WS-COUNT-REJ-CONTACT TO DL-COUNT.
           WRITE INTAKE-SUMMARY-LINE FROM WS-DETAIL-LINE.
           IF WS-SUMM-STATUS NOT = "00"
               MOVE "cobol"    TO WS-ERR-PROGRAM
               MOVE "CUSTSUMM" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-SUMM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-INTAKE-FILE.
           CLOSE INTAKE-SUMMARY-FILE.

       COPY RUNCTLP.

       COPY INFREGP.

       COPY CONTVALP.

       COPY ERRLOGP.
