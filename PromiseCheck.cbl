      *Date: 2026-09-25
      *Nightly promise-to-pay check, run in PAYCYCLE after PAYAPPLY.
      *Every open promise on the PROMISE file is credited with the
      *customer's cash on tonight's PAYGL applied-cash feed (a "V"
      *reversal takes its check back off); a promise the cash has
      *covered is marked kept, and one whose pay-by date has passed
      *still short is marked broken, which puts the customer back at
      *the top of the COLLWORK worklist. PAYGL carries the invoice,
      *not the customer, so the invoices of customers holding an
      *open promise are looked up on OPENINV first. The promise file
      *streams through PROMISEN and is copied back after a clean
      *pass. PROMRPT, the collections manager's broken-promise
      *report, lists tonight's broken and kept promises and every
      *broken promise still waiting for a collector to call back.
      *Date: 2026-09-28 - Widen the PAYGL record for the currency,
      *                   currency amount and FX gain/loss fields.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
      *Date: 2026-10-15 - Widen the PAYGL record for the reopened
      *                   held-cash amount a "V" record now carries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.

           SELECT NEW-PROMISE-FILE ASSIGN TO "PROMISEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPROM-STATUS.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT PAYMENT-GL-FILE ASSIGN TO "PAYGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.

           SELECT PROMISE-REPORT-FILE ASSIGN TO "PROMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE.
           COPY PROMREC.

       FD  NEW-PROMISE-FILE.
       01  NEW-PROMISE-RECORD      PIC X(57).

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  PAYMENT-GL-FILE.
       01  PAYMENT-GL-RECORD.
           05 PG-TRANS-CODE        PIC X(1).
           05 PG-INVOICE-NUMBER    PIC 9(6).
           05 PG-AMOUNT            PIC 9(7)V99.
           05 PG-NSF-FEE           PIC 9(5)V99.
           05 PG-DISC-AMOUNT       PIC 9(7)V99.
           05 PG-CREDIT-AMOUNT     PIC 9(7)V99.
           05 PG-POST-PERIOD       PIC 9(6).
           05 PG-PRIOR-PERIOD      PIC X(1).
           05 PG-CURRENCY-CODE     PIC X(3).
           05 PG-CURR-AMOUNT       PIC 9(7)V99.
           05 PG-FX-GAIN           PIC 9(7)V99.
           05 PG-FX-LOSS           PIC 9(7)V99.
           05 PG-REOPEN-AMOUNT     PIC 9(7)V99.

       FD  PROMISE-REPORT-FILE.
       01  PROMISE-REPORT-LINE     PIC X(80).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-PROM-STATUS       PIC X(2).
       01  WS-NEWPROM-STATUS    PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PAYGL-STATUS      PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-PROM-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-PROMISES      VALUE "Y".
       01  WS-NEW-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-NEW-PROMISES  VALUE "Y".
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-PAYGL-EOF-SWITCH  PIC X(1) VALUE "N".
           88 WS-END-OF-PAYGL         VALUE "Y".
       01  WS-PASS-OK-SW        PIC X(1) VALUE "Y".
           88 WS-PASS-IS-OK           VALUE "Y".

      *    Customers holding an open promise, with tonight's cash.
       01  WS-CUST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CUSTOMERS     PIC 9(5) VALUE 2000.
       01  WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CU-IDX.
              10 CT-PERSON-ID      PIC 9(6).
              10 CT-CASH-TONIGHT   PIC S9(9)V99 COMP-3.
              10 CT-CASH-USED-SW   PIC X(1).

      *    Those customers' invoices, so a PAYGL line can be traced
      *    to the customer who paid it.
       01  WS-INV-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-MAX-INVOICES      PIC 9(5) VALUE 10000.
       01  WS-INVOICE-TABLE.
           05 WS-INVOICE-ENTRY OCCURS 10000 TIMES
                   INDEXED BY IV-IDX.
              10 IT-INVOICE-NUMBER PIC 9(6).
              10 IT-CUST-SLOT      PIC 9(5).

       01  WS-FOUND-SW          PIC X(1).
           88 WS-CUSTOMER-FOUND       VALUE "Y".
       01  WS-EVENT-KIND        PIC X(1).
       01  WS-NEW-PAID          PIC S9(9)V99 COMP-3.
       01  WS-SHORTFALL         PIC S9(9)V99 COMP-3.
       01  WS-COUNT-OPEN        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-KEPT        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BROKEN      PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-AWAITING    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PAYMENTS    PIC 9(5) VALUE ZEROS.
       01  WS-BROKEN-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *    Tonight's kept and broken promises are held for the report
      *    while the file streams, so each section prints together.
       01  WS-EVENT-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-MAX-EVENTS        PIC 9(5) VALUE 2000.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EV-IDX.
              10 ET-KIND           PIC X(1).
              10 ET-IMAGE          PIC X(57).

       01  WS-HEADING-1.
           05 FILLER            PIC X(28) VALUE
              "PROMISE-TO-PAY CHECK RUN ".
           05 HD-RUN-DATE       PIC 9(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(9)  VALUE "CUSTOMER".
           05 FILLER            PIC X(10) VALUE "TAKEN".
           05 FILLER            PIC X(9)  VALUE "BY".
           05 FILLER            PIC X(10) VALUE "PAY BY".
           05 FILLER            PIC X(14) VALUE "     PROMISED".
           05 FILLER            PIC X(14) VALUE "         PAID".
           05 FILLER            PIC X(14) VALUE "        SHORT".
       01  WS-SECTION-LINE.
           05 FILLER            PIC X(4) VALUE "--- ".
           05 SL-TITLE          PIC X(40).
       01  WS-DETAIL-LINE.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-TAKEN-DATE     PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-PROMISE-DATE   PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PROMISED       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PAID           PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-SHORT          PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(34).
           05 TL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PROMCHK" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "PROMCHK" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "PROMCHK already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-PROMISED-CUSTOMERS.
           IF WS-CUST-COUNT > ZEROS
               PERFORM LOAD-CUSTOMER-INVOICES
               PERFORM TOTAL-TONIGHTS-CASH
           END-IF.
           PERFORM OPEN-REPORT.
           IF WS-PROM-STATUS NOT = "35"
               PERFORM CHECK-EACH-PROMISE
               IF WS-PASS-IS-OK
                   PERFORM COPY-PROMISES-BACK
               END-IF
           END-IF.
           PERFORM WRITE-TONIGHTS-SECTIONS.
           PERFORM WRITE-AWAITING-SECTION.
           PERFORM WRITE-TOTALS.
           CLOSE PROMISE-REPORT-FILE.
           DISPLAY "Promises open:    " WS-COUNT-OPEN.
           DISPLAY "Kept tonight:     " WS-COUNT-KEPT.
           DISPLAY "Broken tonight:   " WS-COUNT-BROKEN.
           DISPLAY "Awaiting follow-up: " WS-COUNT-AWAITING.
           MOVE WS-COUNT-OPEN TO WS-RC-COUNT-1.
           MOVE WS-COUNT-KEPT TO WS-RC-COUNT-2.
           MOVE WS-COUNT-BROKEN TO WS-RC-COUNT-3.
           MOVE WS-COUNT-AWAITING TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       LOAD-PROMISED-CUSTOMERS.
           PERFORM OPEN-PROMISE-INPUT.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES AND PP-IS-OPEN
                   PERFORM FIND-CUSTOMER-SLOT
                   IF NOT WS-CUSTOMER-FOUND
                       PERFORM OPEN-NEW-CUSTOMER-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.

       FIND-CUSTOMER-SLOT.
           MOVE "N" TO WS-FOUND-SW.
           SET CU-IDX TO 1.
           SEARCH WS-CUSTOMER-ENTRY
               VARYING CU-IDX
               AT END
                   CONTINUE
               WHEN CU-IDX > WS-CUST-COUNT
                   CONTINUE
               WHEN CT-PERSON-ID(CU-IDX) = PP-PERSON-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.

       OPEN-NEW-CUSTOMER-SLOT.
      *    A promise the table cannot hold would never be credited
      *    and would break with the cash in hand; stop instead.
           IF WS-CUST-COUNT < WS-MAX-CUSTOMERS
               ADD 1 TO WS-CUST-COUNT
               MOVE PP-PERSON-ID TO CT-PERSON-ID(WS-CUST-COUNT)
               MOVE ZEROS TO CT-CASH-TONIGHT(WS-CUST-COUNT)
               MOVE "N" TO CT-CASH-USED-SW(WS-CUST-COUNT)
           ELSE
               MOVE "PROMISE"    TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**"         TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       LOAD-CUSTOMER-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-INV-EOF-SWITCH
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-INVOICES
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-EOF-SWITCH
                   NOT AT END
                       MOVE OI-PERSON-ID TO PP-PERSON-ID
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-CUSTOMER-FOUND
                           PERFORM ADD-ONE-INVOICE
                       END-IF
               END-READ
               IF WS-OPENINV-STATUS NOT = "00" AND
                  WS-OPENINV-STATUS NOT = "10"
                   MOVE "OPENINV" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       ADD-ONE-INVOICE.
           IF WS-INV-COUNT < WS-MAX-INVOICES
               ADD 1 TO WS-INV-COUNT
               MOVE OI-INVOICE-NUMBER
                   TO IT-INVOICE-NUMBER(WS-INV-COUNT)
               SET IT-CUST-SLOT(WS-INV-COUNT) TO CU-IDX
           ELSE
               MOVE "OPENINV"    TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**"         TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       TOTAL-TONIGHTS-CASH.
      *    Applied cash counts toward the promise whichever invoice
      *    it went to; a bounced check comes back off.
           OPEN INPUT PAYMENT-GL-FILE.
           IF WS-PAYGL-STATUS = "35"
               MOVE "Y" TO WS-PAYGL-EOF-SWITCH
           ELSE
               IF WS-PAYGL-STATUS NOT = "00"
                   MOVE "PAYGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PAYGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-PAYGL
               READ PAYMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-PAYGL-EOF-SWITCH
                   NOT AT END
                       PERFORM CREDIT-ONE-PAYMENT
               END-READ
               IF WS-PAYGL-STATUS NOT = "00" AND
                  WS-PAYGL-STATUS NOT = "10"
                   MOVE "PAYGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-PAYGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PAYGL-STATUS NOT = "35"
               CLOSE PAYMENT-GL-FILE
           END-IF.

       CREDIT-ONE-PAYMENT.
           SET IV-IDX TO 1.
           SEARCH WS-INVOICE-ENTRY
               VARYING IV-IDX
               AT END
                   CONTINUE
               WHEN IV-IDX > WS-INV-COUNT
                   CONTINUE
               WHEN IT-INVOICE-NUMBER(IV-IDX) = PG-INVOICE-NUMBER
                   SET CU-IDX TO IT-CUST-SLOT(IV-IDX)
                   ADD 1 TO WS-COUNT-PAYMENTS
                   IF PG-TRANS-CODE = "V"
                       SUBTRACT PG-AMOUNT FROM CT-CASH-TONIGHT(CU-IDX)
                   ELSE
                       ADD PG-AMOUNT TO CT-CASH-TONIGHT(CU-IDX)
                   END-IF
           END-SEARCH.

       OPEN-REPORT.
           OPEN OUTPUT PROMISE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PROMRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           WRITE PROMISE-REPORT-LINE FROM WS-HEADING-1.

       CHECK-EACH-PROMISE.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           PERFORM OPEN-PROMISE-INPUT.
           OPEN OUTPUT NEW-PROMISE-FILE.
           IF WS-NEWPROM-STATUS NOT = "00"
               MOVE "N" TO WS-PASS-OK-SW
               MOVE "PROMISEN"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES
                   EVALUATE TRUE
                       WHEN PP-IS-OPEN
                           PERFORM CHECK-ONE-PROMISE
                       WHEN PP-IS-BROKEN
                           ADD 1 TO WS-COUNT-AWAITING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE NEW-PROMISE-RECORD FROM PROMISE-RECORD
                   IF WS-NEWPROM-STATUS NOT = "00"
                       MOVE "N" TO WS-PASS-OK-SW
                       MOVE "PROMISEN" TO WS-ERR-FILE-NAME
                       MOVE "WRITE"    TO WS-ERR-OPERATION
                       MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PROMISE-FILE.
           CLOSE NEW-PROMISE-FILE.

       CHECK-ONE-PROMISE.
      *    Tonight's cash goes to the customer's first open promise
      *    only, so it is never counted twice. A promise falls due
      *    the night after its pay-by date, giving the lockbox the
      *    pay-by day itself.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-CUSTOMER-FOUND
               IF CT-CASH-USED-SW(CU-IDX) = "N"
                   COMPUTE WS-NEW-PAID = PP-PAID-AMOUNT +
                       CT-CASH-TONIGHT(CU-IDX)
                   IF WS-NEW-PAID < ZEROS
                       MOVE ZEROS TO WS-NEW-PAID
                   END-IF
                   MOVE WS-NEW-PAID TO PP-PAID-AMOUNT
                   MOVE "Y" TO CT-CASH-USED-SW(CU-IDX)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PP-PAID-AMOUNT >= PP-PROMISE-AMOUNT
                   MOVE "K" TO PP-STATUS
                   MOVE WS-RUN-DATE TO PP-CLOSED-DATE
                   ADD 1 TO WS-COUNT-KEPT
                   MOVE "K" TO WS-EVENT-KIND
                   PERFORM HOLD-EVENT
               WHEN PP-PROMISE-DATE < WS-RUN-DATE
                   MOVE "B" TO PP-STATUS
                   MOVE WS-RUN-DATE TO PP-CLOSED-DATE
                   ADD 1 TO WS-COUNT-BROKEN
                   ADD 1 TO WS-COUNT-AWAITING
                   COMPUTE WS-BROKEN-AMOUNT = WS-BROKEN-AMOUNT +
                       PP-PROMISE-AMOUNT - PP-PAID-AMOUNT
                   MOVE "B" TO WS-EVENT-KIND
                   PERFORM HOLD-EVENT
               WHEN OTHER
                   ADD 1 TO WS-COUNT-OPEN
           END-EVALUATE.

       HOLD-EVENT.
           IF WS-EVENT-COUNT < WS-MAX-EVENTS
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-EVENT-KIND  TO ET-KIND(WS-EVENT-COUNT)
               MOVE PROMISE-RECORD TO ET-IMAGE(WS-EVENT-COUNT)
           ELSE
               DISPLAY "Report table full - not listed: "
                       PP-PERSON-ID
           END-IF.

       COPY-PROMISES-BACK.
           OPEN INPUT NEW-PROMISE-FILE.
           IF WS-NEWPROM-STATUS NOT = "00"
               MOVE "PROMISEN"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT PROMISE-FILE.
           IF WS-PROM-STATUS NOT = "00"
               MOVE "PROMISE"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-PROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-NEW-PROMISES
               READ NEW-PROMISE-FILE
                   AT END
                       MOVE "Y" TO WS-NEW-EOF-SWITCH
                   NOT AT END
                       WRITE PROMISE-RECORD FROM NEW-PROMISE-RECORD
                       IF WS-PROM-STATUS NOT = "00"
                           MOVE "PROMISE" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
               END-READ
               IF WS-NEWPROM-STATUS NOT = "00" AND
                  WS-NEWPROM-STATUS NOT = "10"
                   MOVE "PROMISEN" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE NEW-PROMISE-FILE.
           CLOSE PROMISE-FILE.

       WRITE-TONIGHTS-SECTIONS.
           MOVE "BROKEN TONIGHT" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > WS-EVENT-COUNT
               IF ET-KIND(EV-IDX) = "B"
                   MOVE ET-IMAGE(EV-IDX) TO PROMISE-RECORD
                   PERFORM WRITE-PROMISE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "KEPT TONIGHT" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > WS-EVENT-COUNT
               IF ET-KIND(EV-IDX) = "K"
                   MOVE ET-IMAGE(EV-IDX) TO PROMISE-RECORD
                   PERFORM WRITE-PROMISE-DETAIL
               END-IF
           END-PERFORM.

       WRITE-AWAITING-SECTION.
      *    Every broken promise no collector has called back about,
      *    tonight's included, read off the file as it now stands.
           MOVE "BROKEN - AWAITING COLLECTOR FOLLOW-UP" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           PERFORM OPEN-PROMISE-INPUT.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES AND PP-IS-BROKEN
                   PERFORM WRITE-PROMISE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HEADING-2 TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PROMISE-DETAIL.
           MOVE PP-PERSON-ID      TO DL-PERSON-ID.
           MOVE PP-TAKEN-DATE     TO DL-TAKEN-DATE.
           MOVE PP-OPERATOR       TO DL-OPERATOR.
           MOVE PP-PROMISE-DATE   TO DL-PROMISE-DATE.
           MOVE PP-PROMISE-AMOUNT TO DL-PROMISED.
           MOVE PP-PAID-AMOUNT    TO DL-PAID.
           IF PP-PAID-AMOUNT < PP-PROMISE-AMOUNT
               COMPUTE WS-SHORTFALL =
                   PP-PROMISE-AMOUNT - PP-PAID-AMOUNT
           ELSE
               MOVE ZEROS TO WS-SHORTFALL
           END-IF.
           MOVE WS-SHORTFALL TO DL-SHORT.
           MOVE WS-DETAIL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROS TO TL-AMOUNT.
           MOVE "PROMISES STILL OPEN" TO TL-LABEL.
           MOVE WS-COUNT-OPEN TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "KEPT TONIGHT" TO TL-LABEL.
           MOVE WS-COUNT-KEPT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BROKEN TONIGHT / AMOUNT SHORT" TO TL-LABEL.
           MOVE WS-COUNT-BROKEN TO TL-COUNT.
           MOVE WS-BROKEN-AMOUNT TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROS TO TL-AMOUNT.
           MOVE "AWAITING FOLLOW-UP" TO TL-LABEL.
           MOVE WS-COUNT-AWAITING TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PAYGL LINES CREDITED TO PROMISES" TO TL-LABEL.
           MOVE WS-COUNT-PAYMENTS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO PROMISE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PROMRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-PROMISE-INPUT.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROM-STATUS = "35"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
           ELSE
               IF WS-PROM-STATUS NOT = "00"
                   MOVE "PROMISE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   MOVE "Y" TO WS-PROM-EOF-SWITCH
           END-READ.
           IF WS-PROM-STATUS NOT = "00" AND
              WS-PROM-STATUS NOT = "10"
               MOVE "PROMISE" TO WS-ERR-FILE-NAME
               MOVE "READ"    TO WS-ERR-OPERATION
               MOVE WS-PROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
