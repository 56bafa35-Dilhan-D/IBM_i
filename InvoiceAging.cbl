      *                   no cycle could have relieved it on. With
      *                   no control record the straight elapsed-day
      *                   buckets behave exactly as before.
      *Date: 2026-09-17 - Age from each invoice's due date instead
      *                   of its invoice date, now that ORDER-TOTAL
      *                   stamps the customer's terms on OPENINV: a
      *                   net-60 customer is no longer "over 30"
      *                   the day a net-10 customer is. Buckets are
      *                   current (not yet due), 1-30, 31-60 and
      *                   over 60 days past due, and the detail
      *                   shows the due date. An entry with no due
      *                   date (written before the field existed)
      *                   falls due 30 days after its invoice date,
      *                   which buckets it exactly as before.
      *Date: 2026-09-19 - List the customers' unapplied credits
      *                   ("CRED", and "RFND" awaiting refund)
      *                   as negative balances marked CREDIT or
      *                   REFUND instead of aging them into a
      *                   bucket; they total on their own line and
      *                   net against the buckets to the net open
      *                   A/R. Balances and totals print signed.
      *Date: 2026-09-24 - Show disputed invoices in their own IN
      *                   DISPUTE column and total instead of an
      *                   aging bucket, so the buckets show what
      *                   collections can actually work.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.


           COPY BDCAL.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.

           COPY BDCALFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY BDCALWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).

       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-INVOICE-INTEGER   PIC 9(7).
       01  WS-DUE-DATE          PIC 9(8).
       01  WS-DAYS-OPEN         PIC S9(5).
       01  WS-OPEN-BALANCE      PIC S9(7)V99 COMP-3.
       01  WS-BUCKET-INDEX      PIC 9(1).

       01  WS-COUNT-OPEN        PIC 9(5) VALUE ZEROS.
       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL OCCURS 4 TIMES
                   PIC 9(9)V99 COMP-3 VALUE ZEROS.
      *    Unapplied customer credits carry a negative balance and
      *    age in no bucket; they total on their own line and net
      *    against the buckets.
       01  WS-CREDIT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *    Invoices in dispute are aged and listed like any other,
      *    but their balance prints in the IN DISPUTE column and
      *    totals apart from the buckets collections works from.
       01  WS-DISPUTED-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-DISPUTED    PIC 9(5) VALUE ZEROS.
       01  WS-NET-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(30) VALUE
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(11) VALUE "DATE".
           05 FILLER            PIC X(11) VALUE "DUE".
           05 FILLER            PIC X(15) VALUE "OPEN BALANCE".
           05 FILLER            PIC X(15) VALUE "IN DISPUTE".
           05 FILLER            PIC X(8)  VALUE "BUCKET".

       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 DL-INVOICE-DATE   PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-DISPUTED       PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-BUCKET         PIC X(8).

       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(16).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "ARAGING" TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ARAGING" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "ARAGING already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
           PERFORM CLOSE-FILES.
           DISPLAY "Open invoices aged: " WS-COUNT-OPEN.
           DISPLAY "Paid invoices:      " WS-COUNT-PAID.
           DISPLAY "Invoices in dispute: " WS-COUNT-DISPUTED.
           MOVE WS-COUNT-OPEN TO WS-RC-COUNT-1.
           MOVE WS-COUNT-PAID TO WS-RC-COUNT-2.
           MOVE WS-COUNT-DISPUTED TO WS-RC-COUNT-3.
           MOVE ZEROS TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-AGING-MODE.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-2.

       AGE-ONE-INVOICE.
           EVALUATE TRUE
               WHEN OI-IS-PAID
                   ADD 1 TO WS-COUNT-PAID
               WHEN OI-TERMS-CODE = "CRED" OR OI-TERMS-CODE = "RFND"
                   PERFORM LIST-ONE-CREDIT
               WHEN OTHER
                   PERFORM BUCKET-ONE-INVOICE
           END-EVALUATE.

       LIST-ONE-CREDIT.
           ADD 1 TO WS-COUNT-OPEN.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           ADD WS-OPEN-BALANCE TO WS-CREDIT-TOTAL.
           IF OI-TERMS-CODE = "RFND"
               MOVE "REFUND" TO DL-BUCKET
           ELSE
               MOVE "CREDIT" TO DL-BUCKET
           END-IF.
           MOVE OI-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE OI-PERSON-ID      TO DL-PERSON-ID.
           MOVE OI-INVOICE-DATE   TO DL-INVOICE-DATE.
           MOVE OI-DUE-DATE       TO DL-DUE-DATE.
           MOVE WS-OPEN-BALANCE   TO DL-BALANCE.
           MOVE ZEROS             TO DL-DISPUTED.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "AGINGRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       BUCKET-ONE-INVOICE.
           ADD 1 TO WS-COUNT-OPEN.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
               MOVE OI-DUE-DATE TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
      *    Days past due; zero or less is not yet due.
           IF WS-AGE-IN-BUSINESS-DAYS
               MOVE WS-DUE-DATE TO WS-BD-FROM-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-BD-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BD-DAY-COUNT TO WS-DAYS-OPEN
           ELSE
               COMPUTE WS-INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-DAYS-OPEN =
                   WS-RUN-DATE-INTEGER - WS-INVOICE-INTEGER
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 0
                   MOVE 1 TO WS-BUCKET-INDEX
                   MOVE "CURRENT" TO DL-BUCKET
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 2 TO WS-BUCKET-INDEX
                   MOVE "1-30" TO DL-BUCKET
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 3 TO WS-BUCKET-INDEX
                   MOVE "31-60" TO DL-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-INDEX
                   MOVE "OVER 60" TO DL-BUCKET
           END-EVALUATE.
           IF OI-IN-DISPUTE
               ADD 1 TO WS-COUNT-DISPUTED
               ADD WS-OPEN-BALANCE TO WS-DISPUTED-TOTAL
               MOVE WS-OPEN-BALANCE TO DL-DISPUTED
           ELSE
               ADD WS-OPEN-BALANCE
                   TO WS-BUCKET-TOTAL(WS-BUCKET-INDEX)
               MOVE ZEROS TO DL-DISPUTED
           END-IF.
           MOVE OI-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE OI-PERSON-ID      TO DL-PERSON-ID.
           MOVE OI-INVOICE-DATE   TO DL-INVOICE-DATE.
           MOVE WS-DUE-DATE       TO DL-DUE-DATE.
           MOVE WS-OPEN-BALANCE   TO DL-BALANCE.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
           MOVE "CURRENT:"  TO TL-LABEL.
           MOVE WS-BUCKET-TOTAL(1) TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "1-30 PAST DUE:"  TO TL-LABEL.
           MOVE WS-BUCKET-TOTAL(2) TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "31-60 PAST DUE:" TO TL-LABEL.
           MOVE WS-BUCKET-TOTAL(3) TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "OVER 60:"  TO TL-LABEL.
           MOVE WS-BUCKET-TOTAL(4) TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "IN DISPUTE:" TO TL-LABEL.
           MOVE WS-DISPUTED-TOTAL TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "UNAPPLIED CR:" TO TL-LABEL.
           MOVE WS-CREDIT-TOTAL TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           COMPUTE WS-NET-TOTAL = WS-BUCKET-TOTAL(1) +
               WS-BUCKET-TOTAL(2) + WS-BUCKET-TOTAL(3) +
               WS-BUCKET-TOTAL(4) + WS-DISPUTED-TOTAL +
               WS-CREDIT-TOTAL.
           MOVE "NET OPEN A/R:" TO TL-LABEL.
           MOVE WS-NET-TOTAL TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.

       CLOSE-FILES.
           IF WS-OPENINV-STATUS NOT = "35"

       COPY BDCALP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
