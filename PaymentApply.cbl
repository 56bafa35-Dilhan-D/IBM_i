      *                   "V" reversal used to retry out of
      *                   suspense as a positive payment, applying
      *                   the bounced check as cash.
      *Date: 2026-09-17 - Allow the early-payment discount on the
      *                   invoice's terms: a payment arriving on or
      *                   before OI-DISC-DATE that, with the
      *                   discount, settles the invoice takes the
      *                   discount onto OI-DISC-TAKEN and pays the
      *                   invoice off. The discount rides the PAYGL
      *                   record on its own field so GLEXTRCT books
      *                   it to the sales-discount account, and a
      *                   reversal of the check that earned it
      *                   revokes the discount with the cash.
      *                   Register entries written before the terms
      *                   fields existed are carried forward with
      *                   the fields zeroed; NSF fees fall due the
      *                   day they book.
      *Date: 2026-09-18 - Widen the register copies to the 81-byte
      *                   OPENINVR layout now that entries carry a
      *                   dispute status; NSF fee entries book out
      *                   of dispute.
      *Date: 2026-09-19 - Hold overpayments as unapplied credit:
      *                   only what an invoice still owes is applied
      *                   to it, and the excess - or the whole of a
      *                   payment against an invoice already paid -
      *                   books as an open "CRED" register entry
      *                   for the customer (numbered from ORDNXID,
      *                   nothing billed, the cash as paid) so its
      *                   balance reads negative until CREDAPPL
      *                   applies or refunds it. The held portion
      *                   rides PAYGL on its own field so GLEXTRCT
      *                   books it to unapplied cash, not AR, and
      *                   every credit prints in its own PAYRPT
      *                   section.
      *Date: 2026-09-20 - Match customer remittances by rule: a
      *                   payment carrying the remitter's customer
      *                   number but no invoice on the register is
      *                   matched against that customer's open,
      *                   undisputed items - one invoice for the
      *                   exact amount, else a unique set of
      *                   invoices summing to it, else oldest-first
      *                   (any excess held as credit). Each line
      *                   a rule applied is tagged EXACT, SUM or
      *                   OLDEST on PAYRPT; a payment several
      *                   invoices fit equally stays in suspense
      *                   with the candidates on PAYRPT and on the
      *                   widened PAYSUSP record.
      *Date: 2026-09-23 - Post each payment to the accounting
      *                   period of the date the bank took it in
      *                   (now carried on PAYMENTS and PAYSUSP);
      *                   cash dated in a month closed on ACCTPER
      *                   posts to the open period instead. PAYGL
      *                   carries the period and a prior-period
      *                   flag, and PAYRPT flags and counts those
      *                   items.
      *Date: 2026-09-24 - Clear the new OPENINV dispute fields on
      *                   the NSF-fee and credit entries written.
      *Date: 2026-09-28 - Apply payments in foreign currency.
      *                   PAYMENTS and PAYSUSP carry the currency
      *                   (blank = base); the rule matching only
      *                   offers a customer's invoices billed in the
      *                   payment's currency. A foreign payment
      *                   relieves its invoice at the OPENINV billing
      *                   rate; the cash at the FXRATE payment-date
      *                   rate less that relief is realized FX gain
      *                   or loss, written to PAYGL with the currency
      *                   and currency amount for GLEXTRCT and shown
      *                   under the item on PAYRPT. No rate at all
      *                   holds the payment in suspense in its own
      *                   currency. Widen the register copy to 130.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code; NSF-fee and customer
      *                   credit entries carry no rep.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
      *Date: 2026-10-15 - A bounced check whose payment had been
      *                   partly held as a customer credit takes the
      *                   held part back as well: from the credit
      *                   the same run opened for the invoice, else
      *                   from the customer's open "CRED" entries
      *                   on the register (reduced as OPENINV copies
      *                   back); held cash the customer already used
      *                   or had refunded reopens as a "CRED" entry
      *                   owing it. The "V" record carries the held
      *                   part in PG-CREDIT-AMOUNT for GLEXTRCT and
      *                   ARROLLFW. The early-payment discount window
      *                   is tested against the date the bank took
      *                   the payment in, not the run date.
      *Date: 2026-10-15 - Held cash a bounced check takes back
      *                   after the customer used it reopens under
      *                   terms "NSF", as the fee entry does, so it
      *                   ages, duns and adjusts as a receivable.
      *                   The "V" record carries it apart in the
      *                   new PG-REOPEN-AMOUNT; PG-CREDIT-AMOUNT is
      *                   now only the credit actually taken back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPLY.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.

           SELECT NEXT-ORDER-FILE ASSIGN TO "ORDNXID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NXORD-STATUS.

           COPY ACCTPER.

           COPY FXRATE.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05 PY-TRANS-CODE        PIC X(1).
              88 PY-IS-REVERSAL        VALUE "V".
           05 PY-NSF-FEE           PIC 9(5)V99.
           05 PY-CUSTOMER-ID       PIC 9(6).
           05 PY-PAYMENT-DATE      PIC 9(8).
           05 PY-CURRENCY-CODE     PIC X(3).

       FD  PAYMENT-REPORT-FILE.
       01  PAYMENT-REPORT-LINE     PIC X(80).
           05 SS-REASON            PIC X(24).
           05 SS-TRANS-CODE        PIC X(1).
           05 SS-NSF-FEE           PIC 9(5)V99.
           05 SS-CUSTOMER-ID       PIC 9(6).
           05 SS-CANDIDATE-COUNT   PIC 9(2).
           05 SS-CANDIDATE-LIST.
              10 SS-CANDIDATE      PIC 9(6) OCCURS 8 TIMES.
           05 SS-PAYMENT-DATE      PIC 9(8).
           05 SS-CURRENCY-CODE     PIC X(3).

       FD  PAYMENT-GL-FILE.
       01  PAYMENT-GL-RECORD.
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

       FD  NEXT-ORDER-FILE.
       01  NEXT-ORDER-RECORD.
           05 NO-NEXT-ORDER-NUMBER PIC 9(6).

           COPY ACCTPERFD.

           COPY FXRATEFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY ACCTPERWS.
       COPY FXRATEWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-NEWREG-STATUS     PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-SUSP-STATUS       PIC X(2).
       01  WS-PAYGL-STATUS      PIC X(2).
       01  WS-NXORD-STATUS      PIC X(2).
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-PAY-EOF-SWITCH    PIC X(1) VALUE "N".
       01  WS-COUNT-APPLIED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-UNMATCHED   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PAID-OFF    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-DISCOUNTS   PIC 9(5) VALUE ZEROS.
       01  WS-DISC-ALLOWED      PIC 9(7)V99.
       01  WS-DISC-SHORTFALL    PIC 9(7)V99.
       01  WS-DISC-THIS-ENTRY   PIC 9(7)V99.
       01  WS-TOTAL-DISCOUNTS   PIC 9(9)V99 VALUE ZEROS.
       01  WS-STILL-OWED        PIC 9(7)V99.
       01  WS-APPLY-THIS-ENTRY  PIC 9(7)V99.
       01  WS-CREDIT-THIS-ENTRY PIC 9(7)V99.
       01  WS-REOPEN-THIS-ENTRY PIC 9(7)V99.
       01  WS-COUNT-CREDITS     PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-CREDITS     PIC 9(9)V99 VALUE ZEROS.
       01  WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE ZEROS.
       01  WS-PAY-PAYMENT-DATE  PIC 9(8) VALUE ZEROS.
       01  WS-COUNT-PRIOR-PERIOD PIC 9(5) VALUE ZEROS.

      *    A payment in a foreign currency carries the currency
      *    amount in its slot until it meets its invoice; there it
      *    relieves the invoice at the rate it was billed at, and
      *    the cash at the payment-date rate less that relief is
      *    the realized FX gain or loss.
       01  WS-PAY-CURRENCY      PIC X(3).
       01  WS-ENTRY-CURRENCY    PIC X(3).
       01  WS-ENTRY-CURR-AMOUNT PIC 9(7)V99.
       01  WS-ENTRY-RATE        PIC 9(3)V9(6).
       01  WS-ENTRY-CASH        PIC 9(7)V99.
       01  WS-ENTRY-RELIEF      PIC 9(7)V99.
       01  WS-ENTRY-FX-GAIN     PIC 9(7)V99.
       01  WS-ENTRY-FX-LOSS     PIC 9(7)V99.
       01  WS-INVOICE-FX-RATE   PIC 9(3)V9(6).
       01  WS-OWED-BASE         PIC 9(7)V99.
       01  WS-OWED-CURRENCY     PIC 9(7)V99.
       01  WS-COUNT-FX-APPLIED  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-FX-NO-RATE  PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-FX-GAIN     PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOTAL-FX-LOSS     PIC 9(9)V99 VALUE ZEROS.

      *    The day's payments, summed per invoice number; the
      *    register itself streams through unbounded. Reversals
              10 PT-NSF-FEE        PIC 9(5)V99.
              10 PT-MATCH-SWITCH   PIC X(1).
                 88 PT-MATCHED         VALUE "Y".
              10 PT-CUSTOMER-ID    PIC 9(6).
              10 PT-ON-REGISTER-SW PIC X(1).
                 88 PT-ON-REGISTER     VALUE "Y".
              10 PT-RULE-TAG       PIC X(6).
              10 PT-RULE-RESULT    PIC X(1).
                 88 PT-RULE-AMBIGUOUS  VALUE "A".
                 88 PT-RULE-NO-ITEMS   VALUE "N".
                 88 PT-FX-UNRATED      VALUE "X".
              10 PT-CANDIDATE-COUNT PIC 9(2).
              10 PT-CANDIDATE      PIC 9(6) OCCURS 8 TIMES.
              10 PT-PAYMENT-DATE   PIC 9(8).
              10 PT-CURRENCY-CODE  PIC X(3).
              10 PT-FX-RATE        PIC 9(3)V9(6).

      *    A payment carrying the remitter's customer number but no
      *    invoice the register knows is matched by rule against
      *    that customer's open items: one invoice for exactly the
      *    amount, then a set of invoices summing to it, then
      *    oldest-first. The open items for those customers are
      *    gathered in a first read of the register; each rule
      *    match splits the payment into ordinary per-invoice slots
      *    that relieve in the main pass like any keyed payment.
       01  WS-PAY-CUSTOMER-ID   PIC 9(6).
       01  WS-LOADED-PAYMENTS   PIC 9(3) VALUE ZEROS.
       01  WS-RULE-PAYMENTS     PIC 9(3) VALUE ZEROS.
       01  WS-RULE-PAYMENT      PIC 9(3).
       01  WS-RULE-SLOT         PIC 9(3).
       01  WS-RULE-TAG          PIC X(6).
       01  WS-RULE-DONE-SW      PIC X(1).
           88 WS-RULE-DONE            VALUE "Y".
       01  WS-CUSTOMER-WANTED-SW PIC X(1).
           88 WS-CUSTOMER-WANTED      VALUE "Y".
       01  WS-ALLOC-COUNT       PIC 9(3).
       01  WS-ALLOC-AMOUNT      PIC 9(7)V99.
       01  WS-REMAINING         PIC 9(7)V99.
       01  WS-EXACT-COUNT       PIC 9(3).
       01  WS-COUNT-BY-EXACT    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BY-SUM      PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BY-OLDEST   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-AMBIGUOUS   PIC 9(5) VALUE ZEROS.

       01  WS-OPEN-ITEM-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-MAX-OPEN-ITEMS    PIC 9(4) VALUE 2000.
       01  WS-OPEN-ITEM-TABLE.
           05 WS-OPEN-ITEM OCCURS 2000 TIMES
                   INDEXED BY OC-IDX.
              10 OC-PERSON-ID      PIC 9(6).
              10 OC-INVOICE-NUMBER PIC 9(6).
              10 OC-INVOICE-DATE   PIC 9(8).
              10 OC-BALANCE        PIC 9(7)V99.
              10 OC-CURRENCY-CODE  PIC X(3).

      *    One customer's open items, oldest first, for the rules to
      *    work over; WK-ITEM points back at the open-item slot so a
      *    match reduces what the next payment can claim.
       01  WS-WORK-COUNT        PIC 9(2).
       01  WS-MAX-WORK          PIC 9(2) VALUE 20.
       01  WS-WORK-TABLE.
           05 WS-WORK-ENTRY OCCURS 20 TIMES
                   INDEXED BY WK-IDX WK-JDX.
              10 WK-ITEM           PIC 9(4).
              10 WK-INVOICE-NUMBER PIC 9(6).
              10 WK-INVOICE-DATE   PIC 9(8).
              10 WK-BALANCE        PIC 9(7)V99.
              10 WK-PICK-SW        PIC X(1).
                 88 WK-PICKED          VALUE "Y".
       01  WS-WORK-HOLD         PIC X(28).

      *    The invoice-sum rule tries every combination of two or
      *    more of the customer's oldest items, one bit per item.
       01  WS-SUM-LIMIT         PIC 9(2) VALUE 10.
       01  WS-SUM-ITEMS         PIC 9(2).
       01  WS-MASK              PIC 9(5) COMP.
       01  WS-MASK-LIMIT        PIC 9(5) COMP.
       01  WS-MASK-WORK         PIC 9(5) COMP.
       01  WS-MASK-BIT          PIC 9(1).
       01  WS-MASK-SIZE         PIC 9(2).
       01  WS-MASK-SUM          PIC 9(9)V99.
       01  WS-MATCH-COUNT       PIC 9(5).

       01  WS-COUNT-REVERSED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REOPENED    PIC 9(5) VALUE ZEROS.
              10 FT-PERSON-ID      PIC 9(6).
              10 FT-FEE-AMOUNT     PIC 9(5)V99.

      *    Cash beyond what its invoice still owed is held as an
      *    unapplied credit; each one books as its own register
      *    entry once the stream has passed, like the fees.
       01  WS-CREDIT-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-CREDITS       PIC 9(3) VALUE 500.
       01  WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY CR-IDX.
              10 CT-SOURCE-INVOICE PIC 9(6).
              10 CT-PERSON-ID      PIC 9(6).
              10 CT-CREDIT-AMOUNT  PIC 9(7)V99.
              10 CT-CREDIT-NUMBER  PIC 9(6).
              10 CT-ENTRY-TYPE     PIC X(1).
                 88 CT-IS-REOPENED-DEBIT VALUE "D".

      *    A bounced check that had been partly held as a credit
      *    takes the held part back: first from a credit this run
      *    opened for the invoice, then from the customer's open
      *    credits already on the register, totalled per customer
      *    in the first read and reduced as the register copies
      *    back. Held cash already used or refunded reopens as a
      *    "CRED" entry owing it, booked with the credits.
       01  WS-REVERSAL-PAYMENTS PIC 9(3) VALUE ZEROS.
       01  WS-RECLAIM-LEFT      PIC 9(7)V99.
       01  WS-RECLAIM-TAKE      PIC 9(7)V99.
       01  WS-CREDIT-LEFT       PIC 9(7)V99.
       01  WS-TOTAL-RECLAIMED   PIC 9(9)V99 VALUE ZEROS.
       01  WS-REGISTER-RECLAIM  PIC 9(9)V99 VALUE ZEROS.
       01  WS-COUNT-REOPENED-DEBITS PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-REOPENED-DEBITS PIC 9(9)V99 VALUE ZEROS.
       01  WS-COUNT-COPIED      PIC 9(7) VALUE ZEROS.
       01  WS-HELD-CREDIT-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-MAX-HELD-CREDITS  PIC 9(4) VALUE 2000.
       01  WS-HELD-FULL-SWITCH  PIC X(1) VALUE "N".
           88 WS-HELD-TABLE-FULL      VALUE "Y".
       01  WS-HELD-CREDIT-TABLE.
           05 WS-HELD-CREDIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HC-IDX.
              10 HC-PERSON-ID      PIC 9(6).
              10 HC-AVAILABLE      PIC 9(9)V99.
              10 HC-RECLAIM        PIC 9(9)V99.

       01  WS-APPLIED-DETAIL.
           05 AP-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AP-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AP-NOTE           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AP-RULE-TAG       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AP-PRIOR-FLAG     PIC X(12).
       01  WS-CANDIDATE-LINE.
           05 CL-INDENT         PIC X(4).
           05 CL-CUST-LABEL     PIC X(5).
           05 CL-CUSTOMER-ID    PIC 9(6).
           05 CL-PICK-LABEL     PIC X(8).
           05 CL-CANDIDATE-ENTRY OCCURS 8 TIMES.
              10 CL-GAP         PIC X(1).
              10 CL-CANDIDATE   PIC 9(6).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05 AL-LABEL          PIC X(24).
           05 AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FX-DETAIL-LINE.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 FX-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 FX-CURR-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE " @ ".
           05 FX-RATE           PIC ZZ9.999999.
           05 FILLER            PIC X(6) VALUE " CASH ".
           05 FX-CASH           PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 FX-GL-LABEL       PIC X(8).
           05 FX-GL-AMOUNT      PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PAYAPPLY" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "PAYAPPLY" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "PAYAPPLY already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNTING-PERIODS.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-PAYMENTS.
           IF WS-RULE-PAYMENTS > ZEROS OR WS-REVERSAL-PAYMENTS > ZEROS
               PERFORM LOAD-CUSTOMER-OPEN-ITEMS
           END-IF.
           IF WS-RULE-PAYMENTS > ZEROS
               PERFORM MATCH-REMITTANCES-BY-RULE
           END-IF.
           PERFORM OPEN-REPORT-FILE.
           PERFORM OPEN-GL-FEED.
           PERFORM RELIEVE-REGISTER.
           CLOSE PAYMENT-GL-FILE.
           PERFORM WRITE-REVERSAL-SECTION.
           PERFORM WRITE-CREDIT-SECTION.
           PERFORM REPORT-UNMATCHED-PAYMENTS.
           PERFORM COPY-REGISTER-BACK.
           PERFORM WRITE-PAYMENT-SUMMARY.
           CLOSE PAYMENT-REPORT-FILE.
           MOVE WS-COUNT-INVOICES TO WS-RC-COUNT-1.
           MOVE WS-COUNT-APPLIED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-UNMATCHED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-CREDITS TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       LOAD-PAYMENTS.
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENTS-FILE
           END-IF.
           MOVE WS-PAYMENT-COUNT TO WS-LOADED-PAYMENTS.

       LOAD-ONE-PAYMENT.
      *    Reversals always take their own slot; only ordinary
      *    payments against the same invoice from the same customer
      *    sum together. A payment with no invoice number keeps its
      *    own slot for the matching rules.
           IF PY-CUSTOMER-ID IS NUMERIC
               MOVE PY-CUSTOMER-ID TO WS-PAY-CUSTOMER-ID
           ELSE
      *        Records cut before the customer number was carried
      *        read back blank there; they match on invoice only.
               MOVE ZEROS TO WS-PAY-CUSTOMER-ID
           END-IF.
      *    The date the bank took the payment in decides the period
      *    it posts to; records without one are today's.
           IF PY-PAYMENT-DATE IS NUMERIC AND PY-PAYMENT-DATE > ZEROS
               MOVE PY-PAYMENT-DATE TO WS-PAY-PAYMENT-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO WS-PAY-PAYMENT-DATE
           END-IF.
      *    Records cut before the currency was carried read back
      *    blank: base currency, like a payment coded in it.
           MOVE PY-CURRENCY-CODE TO WS-PAY-CURRENCY.
           IF WS-PAY-CURRENCY = WS-FX-BASE-CURRENCY
               MOVE SPACES TO WS-PAY-CURRENCY
           END-IF.
           IF PY-IS-REVERSAL
               ADD 1 TO WS-REVERSAL-PAYMENTS
           END-IF.
           IF PY-IS-REVERSAL OR PY-INVOICE-NUMBER = ZEROS
               PERFORM OPEN-NEW-PAYMENT-SLOT
           ELSE
               SET PY-IDX TO 1
                       PERFORM OPEN-NEW-PAYMENT-SLOT
                   WHEN PT-INVOICE-NUMBER(PY-IDX) =
                           PY-INVOICE-NUMBER AND
                        PT-CUSTOMER-ID(PY-IDX) =
                           WS-PAY-CUSTOMER-ID AND
                        PT-PAYMENT-DATE(PY-IDX) =
                           WS-PAY-PAYMENT-DATE AND
                        PT-CURRENCY-CODE(PY-IDX) =
                           WS-PAY-CURRENCY AND
                        NOT PT-IS-REVERSAL(PY-IDX)
                       ADD PY-AMOUNT TO PT-AMOUNT(PY-IDX)
               END-SEARCH
                   MOVE ZEROS TO PT-NSF-FEE(WS-PAYMENT-COUNT)
               END-IF
               MOVE "N" TO PT-MATCH-SWITCH(WS-PAYMENT-COUNT)
               MOVE WS-PAY-CUSTOMER-ID
                   TO PT-CUSTOMER-ID(WS-PAYMENT-COUNT)
               MOVE "N" TO PT-ON-REGISTER-SW(WS-PAYMENT-COUNT)
               MOVE SPACES TO PT-RULE-TAG(WS-PAYMENT-COUNT)
               MOVE SPACE  TO PT-RULE-RESULT(WS-PAYMENT-COUNT)
               MOVE ZEROS  TO PT-CANDIDATE-COUNT(WS-PAYMENT-COUNT)
               MOVE WS-PAY-PAYMENT-DATE
                   TO PT-PAYMENT-DATE(WS-PAYMENT-COUNT)
               MOVE WS-PAY-CURRENCY
                   TO PT-CURRENCY-CODE(WS-PAYMENT-COUNT)
               MOVE ZEROS TO PT-FX-RATE(WS-PAYMENT-COUNT)
               IF WS-PAY-CURRENCY NOT = SPACES
                   MOVE WS-PAY-CURRENCY     TO WS-FX-ARG-CURRENCY
                   MOVE WS-PAY-PAYMENT-DATE TO WS-FX-ARG-DATE
                   PERFORM RESOLVE-EXCHANGE-RATE
                   IF WS-FX-RATE-KNOWN
                       MOVE WS-FX-RATE
                           TO PT-FX-RATE(WS-PAYMENT-COUNT)
                   END-IF
               END-IF
               IF NOT PY-IS-REVERSAL AND WS-PAY-CUSTOMER-ID > ZEROS
                   ADD 1 TO WS-RULE-PAYMENTS
               END-IF
           END-IF.

       LOAD-CUSTOMER-OPEN-ITEMS.
      *    First read of the register: note which payments name an
      *    invoice that is on it, and gather the open, undisputed
      *    items of every customer a payment came from. Credits and
      *    refunds owe nothing and are never candidates. On a day
      *    with reversals it also totals each customer's open
      *    credits, which a bounced check's held cash comes back
      *    from.
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
                       PERFORM NOTE-ONE-OPEN-ITEM
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
           MOVE "N" TO WS-INV-EOF-SWITCH.

       NOTE-ONE-OPEN-ITEM.
           PERFORM NORMALIZE-TERMS-FIELDS.
           MOVE "N" TO WS-CUSTOMER-WANTED-SW.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PT-INVOICE-NUMBER(PY-IDX) = OI-INVOICE-NUMBER
                   MOVE "Y" TO PT-ON-REGISTER-SW(PY-IDX)
               END-IF
               IF PT-CUSTOMER-ID(PY-IDX) = OI-PERSON-ID AND
                  PT-CUSTOMER-ID(PY-IDX) > ZEROS AND
                  NOT PT-IS-REVERSAL(PY-IDX)
                   MOVE "Y" TO WS-CUSTOMER-WANTED-SW
               END-IF
           END-PERFORM.
           IF WS-RULE-PAYMENTS > ZEROS AND
              WS-CUSTOMER-WANTED AND OI-IS-OPEN AND
              NOT OI-IN-DISPUTE AND
              OI-TERMS-CODE NOT = "CRED" AND
              OI-TERMS-CODE NOT = "RFND" AND
              OI-PAID-AMOUNT + OI-DISC-TAKEN < OI-AMOUNT
               IF WS-OPEN-ITEM-COUNT < WS-MAX-OPEN-ITEMS
                   ADD 1 TO WS-OPEN-ITEM-COUNT
                   MOVE OI-PERSON-ID
                       TO OC-PERSON-ID(WS-OPEN-ITEM-COUNT)
                   MOVE OI-INVOICE-NUMBER
                       TO OC-INVOICE-NUMBER(WS-OPEN-ITEM-COUNT)
                   MOVE OI-INVOICE-DATE
                       TO OC-INVOICE-DATE(WS-OPEN-ITEM-COUNT)
                   COMPUTE OC-BALANCE(WS-OPEN-ITEM-COUNT) =
                       OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN
                   MOVE SPACES
                       TO OC-CURRENCY-CODE(WS-OPEN-ITEM-COUNT)
                   IF OI-CURRENCY-CODE NOT = SPACES AND
                      OI-CURRENCY-CODE NOT = WS-FX-BASE-CURRENCY AND
                      OI-FX-RATE > ZEROS
                       PERFORM NOTE-FOREIGN-OPEN-ITEM
                   END-IF
               ELSE
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN ITEM TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**" TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           IF WS-REVERSAL-PAYMENTS > ZEROS AND OI-IS-OPEN AND
              OI-TERMS-CODE = "CRED" AND
              OI-PAID-AMOUNT > OI-AMOUNT
               PERFORM NOTE-HELD-CREDIT
           END-IF.

       NOTE-HELD-CREDIT.
           SET HC-IDX TO 1.
           SEARCH WS-HELD-CREDIT-ENTRY
               AT END
                   PERFORM OPEN-HELD-CREDIT-SLOT
               WHEN HC-IDX > WS-HELD-CREDIT-COUNT
                   PERFORM OPEN-HELD-CREDIT-SLOT
               WHEN HC-PERSON-ID(HC-IDX) = OI-PERSON-ID
                   COMPUTE HC-AVAILABLE(HC-IDX) = HC-AVAILABLE(HC-IDX)
                       + OI-PAID-AMOUNT - OI-AMOUNT
           END-SEARCH.

       OPEN-HELD-CREDIT-SLOT.
      *    Past the cap a customer's credits are simply not offered
      *    back; a bounced check of theirs reopens what it held as
      *    a "CRED" entry owing it instead, which still balances.
           IF WS-HELD-CREDIT-COUNT < WS-MAX-HELD-CREDITS
               ADD 1 TO WS-HELD-CREDIT-COUNT
               SET HC-IDX TO WS-HELD-CREDIT-COUNT
               MOVE OI-PERSON-ID TO HC-PERSON-ID(HC-IDX)
               COMPUTE HC-AVAILABLE(HC-IDX) =
                   OI-PAID-AMOUNT - OI-AMOUNT
               MOVE ZEROS TO HC-RECLAIM(HC-IDX)
           ELSE
               IF NOT WS-HELD-TABLE-FULL
                   MOVE "Y" TO WS-HELD-FULL-SWITCH
                   DISPLAY "Held-credit table full at "
                           WS-MAX-HELD-CREDITS " customers."
               END-IF
           END-IF.

       NOTE-FOREIGN-OPEN-ITEM.
      *    A foreign invoice is matched in the currency it was
      *    billed in: untouched, the currency total itself (so an
      *    exact remittance matches to the cent); part paid, the
      *    base balance back at the billing rate.
           MOVE OI-CURRENCY-CODE
               TO OC-CURRENCY-CODE(WS-OPEN-ITEM-COUNT).
           IF OI-PAID-AMOUNT = ZEROS AND OI-DISC-TAKEN = ZEROS AND
              OI-CURR-AMOUNT > ZEROS
               MOVE OI-CURR-AMOUNT
                   TO OC-BALANCE(WS-OPEN-ITEM-COUNT)
           ELSE
               COMPUTE OC-BALANCE(WS-OPEN-ITEM-COUNT) ROUNDED =
                   (OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN)
                       / OI-FX-RATE
           END-IF.

       MATCH-REMITTANCES-BY-RULE.
      *    Only the payments as loaded are matched; the slots a
      *    rule match adds behind them are already resolved.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-LOADED-PAYMENTS
               IF NOT PT-IS-REVERSAL(PY-IDX) AND
                  PT-CUSTOMER-ID(PY-IDX) > ZEROS AND
                  NOT PT-ON-REGISTER(PY-IDX)
                   PERFORM MATCH-ONE-REMITTANCE
               END-IF
           END-PERFORM.

       MATCH-ONE-REMITTANCE.
      *    The rules run in order and the first that resolves the
      *    payment wins. Several equally good answers under the
      *    exact or sum rule are not guessed at: the payment stays
      *    in suspense with the candidates listed for the clerk.
           SET WS-RULE-PAYMENT TO PY-IDX.
           MOVE ZEROS TO WS-ALLOC-COUNT.
           MOVE "N" TO WS-RULE-DONE-SW.
           PERFORM BUILD-WORK-LIST.
           IF WS-WORK-COUNT = ZEROS
               MOVE "N" TO PT-RULE-RESULT(PY-IDX)
           ELSE
               PERFORM TRY-EXACT-MATCH
               IF NOT WS-RULE-DONE
                   PERFORM TRY-SUM-MATCH
               END-IF
               IF NOT WS-RULE-DONE
                   PERFORM APPLY-OLDEST-FIRST
               END-IF
           END-IF.

       BUILD-WORK-LIST.
           MOVE ZEROS TO WS-WORK-COUNT.
           PERFORM VARYING OC-IDX FROM 1 BY 1
                   UNTIL OC-IDX > WS-OPEN-ITEM-COUNT
               IF OC-PERSON-ID(OC-IDX) = PT-CUSTOMER-ID(PY-IDX) AND
                  OC-CURRENCY-CODE(OC-IDX) =
                      PT-CURRENCY-CODE(PY-IDX) AND
                  OC-BALANCE(OC-IDX) > ZEROS AND
                  WS-WORK-COUNT < WS-MAX-WORK
                   ADD 1 TO WS-WORK-COUNT
                   SET WK-ITEM(WS-WORK-COUNT) TO OC-IDX
                   MOVE OC-INVOICE-NUMBER(OC-IDX)
                       TO WK-INVOICE-NUMBER(WS-WORK-COUNT)
                   MOVE OC-INVOICE-DATE(OC-IDX)
                       TO WK-INVOICE-DATE(WS-WORK-COUNT)
                   MOVE OC-BALANCE(OC-IDX)
                       TO WK-BALANCE(WS-WORK-COUNT)
                   MOVE "N" TO WK-PICK-SW(WS-WORK-COUNT)
               END-IF
           END-PERFORM.
      *    Oldest first: by invoice date, then invoice number.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX >= WS-WORK-COUNT
               PERFORM VARYING WK-JDX FROM WK-IDX BY 1
                       UNTIL WK-JDX > WS-WORK-COUNT
                   IF WK-INVOICE-DATE(WK-JDX) <
                          WK-INVOICE-DATE(WK-IDX) OR
                      (WK-INVOICE-DATE(WK-JDX) =
                          WK-INVOICE-DATE(WK-IDX) AND
                       WK-INVOICE-NUMBER(WK-JDX) <
                          WK-INVOICE-NUMBER(WK-IDX))
                       MOVE WS-WORK-ENTRY(WK-IDX) TO WS-WORK-HOLD
                       MOVE WS-WORK-ENTRY(WK-JDX)
                           TO WS-WORK-ENTRY(WK-IDX)
                       MOVE WS-WORK-HOLD TO WS-WORK-ENTRY(WK-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TRY-EXACT-MATCH.
           MOVE ZEROS TO WS-EXACT-COUNT.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WORK-COUNT
               IF WK-BALANCE(WK-IDX) = PT-AMOUNT(PY-IDX)
                   ADD 1 TO WS-EXACT-COUNT
                   MOVE "Y" TO WK-PICK-SW(WK-IDX)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EXACT-COUNT = 1
                   MOVE "EXACT" TO WS-RULE-TAG
                   PERFORM ALLOCATE-PICKED-ITEMS
                   ADD 1 TO WS-COUNT-BY-EXACT
                   MOVE "Y" TO WS-RULE-DONE-SW
               WHEN WS-EXACT-COUNT > 1
                   PERFORM HOLD-AS-AMBIGUOUS
                   MOVE "Y" TO WS-RULE-DONE-SW
           END-EVALUATE.

       TRY-SUM-MATCH.
           IF WS-WORK-COUNT > 1
               IF WS-WORK-COUNT > WS-SUM-LIMIT
                   MOVE WS-SUM-LIMIT TO WS-SUM-ITEMS
               ELSE
                   MOVE WS-WORK-COUNT TO WS-SUM-ITEMS
               END-IF
               COMPUTE WS-MASK-LIMIT = 2 ** WS-SUM-ITEMS - 1
               MOVE ZEROS TO WS-MATCH-COUNT
               PERFORM VARYING WS-MASK FROM 1 BY 1
                       UNTIL WS-MASK > WS-MASK-LIMIT
                   PERFORM TRY-ONE-COMBINATION
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-MATCH-COUNT = 1
                       MOVE "SUM" TO WS-RULE-TAG
                       PERFORM ALLOCATE-PICKED-ITEMS
                       ADD 1 TO WS-COUNT-BY-SUM
                       MOVE "Y" TO WS-RULE-DONE-SW
                   WHEN WS-MATCH-COUNT > 1
                       PERFORM HOLD-AS-AMBIGUOUS
                       MOVE "Y" TO WS-RULE-DONE-SW
               END-EVALUATE
           END-IF.

       TRY-ONE-COMBINATION.
      *    Every item in a combination that sums to the payment is
      *    picked: with one such combination those are the
      *    invoices paid, with several they are the candidates.
           MOVE WS-MASK TO WS-MASK-WORK.
           MOVE ZEROS TO WS-MASK-SIZE.
           MOVE ZEROS TO WS-MASK-SUM.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-SUM-ITEMS
               DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-WORK
                   REMAINDER WS-MASK-BIT
               IF WS-MASK-BIT = 1
                   ADD 1 TO WS-MASK-SIZE
                   ADD WK-BALANCE(WK-IDX) TO WS-MASK-SUM
               END-IF
           END-PERFORM.
           IF WS-MASK-SIZE > 1 AND WS-MASK-SUM = PT-AMOUNT(PY-IDX)
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-MASK TO WS-MASK-WORK
               PERFORM VARYING WK-IDX FROM 1 BY 1
                       UNTIL WK-IDX > WS-SUM-ITEMS
                   DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-WORK
                       REMAINDER WS-MASK-BIT
                   IF WS-MASK-BIT = 1
                       MOVE "Y" TO WK-PICK-SW(WK-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-OLDEST-FIRST.
      *    Each item in age order takes what it still owes until the
      *    cash runs out; cash beyond everything the customer owes
      *    rides on the newest item and is held there as credit.
           MOVE "OLDEST" TO WS-RULE-TAG.
           MOVE PT-AMOUNT(PY-IDX) TO WS-REMAINING.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WORK-COUNT OR
                         WS-REMAINING = ZEROS
               IF WK-IDX = WS-WORK-COUNT OR
                  WS-REMAINING < WK-BALANCE(WK-IDX)
                   MOVE WS-REMAINING TO WS-ALLOC-AMOUNT
               ELSE
                   MOVE WK-BALANCE(WK-IDX) TO WS-ALLOC-AMOUNT
               END-IF
               PERFORM ALLOCATE-TO-WORK-ITEM
               SUBTRACT WS-ALLOC-AMOUNT FROM WS-REMAINING
           END-PERFORM.
           ADD 1 TO WS-COUNT-BY-OLDEST.

       ALLOCATE-PICKED-ITEMS.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WORK-COUNT
               IF WK-PICKED(WK-IDX)
                   MOVE WK-BALANCE(WK-IDX) TO WS-ALLOC-AMOUNT
                   PERFORM ALLOCATE-TO-WORK-ITEM
               END-IF
           END-PERFORM.

       ALLOCATE-TO-WORK-ITEM.
      *    The first invoice a payment is matched to takes over the
      *    payment's own slot; each further one opens a new slot.
           IF WS-ALLOC-COUNT = ZEROS
               MOVE WS-RULE-PAYMENT TO WS-RULE-SLOT
           ELSE
               IF WS-PAYMENT-COUNT >= WS-MAX-PAYMENTS
                   MOVE "PAYMENTS" TO WS-ERR-FILE-NAME
                   MOVE "TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**" TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE WS-PAYMENT-COUNT TO WS-RULE-SLOT
               MOVE PT-CUSTOMER-ID(WS-RULE-PAYMENT)
                   TO PT-CUSTOMER-ID(WS-RULE-SLOT)
               MOVE " "   TO PT-TRANS-CODE(WS-RULE-SLOT)
               MOVE ZEROS TO PT-NSF-FEE(WS-RULE-SLOT)
               MOVE "N"   TO PT-MATCH-SWITCH(WS-RULE-SLOT)
               MOVE "Y"   TO PT-ON-REGISTER-SW(WS-RULE-SLOT)
               MOVE SPACE TO PT-RULE-RESULT(WS-RULE-SLOT)
               MOVE ZEROS TO PT-CANDIDATE-COUNT(WS-RULE-SLOT)
               MOVE PT-PAYMENT-DATE(WS-RULE-PAYMENT)
                   TO PT-PAYMENT-DATE(WS-RULE-SLOT)
               MOVE PT-CURRENCY-CODE(WS-RULE-PAYMENT)
                   TO PT-CURRENCY-CODE(WS-RULE-SLOT)
               MOVE PT-FX-RATE(WS-RULE-PAYMENT)
                   TO PT-FX-RATE(WS-RULE-SLOT)
           END-IF.
           ADD 1 TO WS-ALLOC-COUNT.
           MOVE WK-INVOICE-NUMBER(WK-IDX)
               TO PT-INVOICE-NUMBER(WS-RULE-SLOT).
           MOVE WS-ALLOC-AMOUNT TO PT-AMOUNT(WS-RULE-SLOT).
           MOVE WS-RULE-TAG TO PT-RULE-TAG(WS-RULE-SLOT).
           SET OC-IDX TO WK-ITEM(WK-IDX).
           IF WS-ALLOC-AMOUNT >= WK-BALANCE(WK-IDX)
               MOVE ZEROS TO WK-BALANCE(WK-IDX)
               MOVE ZEROS TO OC-BALANCE(OC-IDX)
           ELSE
               SUBTRACT WS-ALLOC-AMOUNT FROM WK-BALANCE(WK-IDX)
               SUBTRACT WS-ALLOC-AMOUNT FROM OC-BALANCE(OC-IDX)
           END-IF.

       HOLD-AS-AMBIGUOUS.
           MOVE "A" TO PT-RULE-RESULT(PY-IDX).
           ADD 1 TO WS-COUNT-AMBIGUOUS.
           MOVE ZEROS TO PT-CANDIDATE-COUNT(PY-IDX).
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WORK-COUNT
               IF WK-PICKED(WK-IDX) AND
                  PT-CANDIDATE-COUNT(PY-IDX) < 8
                   ADD 1 TO PT-CANDIDATE-COUNT(PY-IDX)
                   MOVE WK-INVOICE-NUMBER(WK-IDX) TO
                       PT-CANDIDATE(PY-IDX PT-CANDIDATE-COUNT(PY-IDX))
               END-IF
           END-PERFORM.

       OPEN-GL-FEED.
      *    The applied-only feed GLEXTRCT journals from; built
      *    fresh every run, one record per applied payment or
      *    table entry just applied or backed out.
           MOVE OI-INVOICE-NUMBER TO PG-INVOICE-NUMBER.
           MOVE PT-AMOUNT(PY-IDX) TO PG-AMOUNT.
           MOVE WS-DISC-THIS-ENTRY TO PG-DISC-AMOUNT.
           MOVE WS-CREDIT-THIS-ENTRY TO PG-CREDIT-AMOUNT.
           MOVE WS-REOPEN-THIS-ENTRY TO PG-REOPEN-AMOUNT.
           MOVE WS-PER-POST-PERIOD TO PG-POST-PERIOD.
           MOVE WS-PER-PRIOR-SW    TO PG-PRIOR-PERIOD.
           MOVE WS-ENTRY-CURRENCY    TO PG-CURRENCY-CODE.
           MOVE WS-ENTRY-CURR-AMOUNT TO PG-CURR-AMOUNT.
           MOVE WS-ENTRY-FX-GAIN     TO PG-FX-GAIN.
           MOVE WS-ENTRY-FX-LOSS     TO PG-FX-LOSS.
           WRITE PAYMENT-GL-RECORD.
           IF WS-PAYGL-STATUS NOT = "00"
               MOVE "PAYGL" TO WS-ERR-FILE-NAME
               PERFORM LOG-FILE-ERROR
           END-IF.

       RESOLVE-PAYMENT-PERIOD.
      *    Cash dated in a month finance has already closed posts to
      *    the open period and is flagged on PAYRPT and PAYGL.
           MOVE PT-PAYMENT-DATE(PY-IDX) TO WS-PER-ARG-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
           IF WS-PER-IS-PRIOR
               ADD 1 TO WS-COUNT-PRIOR-PERIOD
               MOVE "PRIOR PERIOD" TO AP-PRIOR-FLAG
           ELSE
               MOVE SPACES TO AP-PRIOR-FLAG
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           PERFORM APPEND-NSF-FEE-ENTRIES.
           PERFORM APPEND-UNAPPLIED-CREDITS.
           CLOSE NEW-REGISTER-FILE.

       APPEND-NSF-FEE-ENTRIES.
               MOVE ZEROS TO OI-PAID-AMOUNT
               MOVE "O"   TO OI-STATUS
               MOVE ZEROS TO OI-PAID-DATE
               MOVE "NSF"  TO OI-TERMS-CODE
               MOVE WS-CURRENT-DATE(1:8) TO OI-DUE-DATE
               MOVE ZEROS TO OI-DISC-DATE
               MOVE ZEROS TO OI-DISC-PCT
               MOVE ZEROS TO OI-DISC-TAKEN
               MOVE SPACE TO OI-DISPUTE-STATUS
               MOVE SPACES TO OI-DISPUTE-REASON
               MOVE ZEROS  TO OI-DISPUTE-OPENED
               MOVE SPACES TO OI-DISPUTE-ASSIGNED
               MOVE SPACES TO OI-DISPUTE-RESOLUTION
               MOVE ZEROS  TO OI-DISPUTE-RESOLVED
               MOVE SPACES TO OI-CURRENCY-CODE
               MOVE ZEROS  TO OI-FX-RATE
               MOVE ZEROS  TO OI-CURR-AMOUNT
               MOVE SPACES TO OI-REP-CODE
               WRITE NEW-REGISTER-RECORD FROM OPEN-INVOICE-RECORD
               IF WS-NEWREG-STATUS NOT = "00"
                   MOVE "OPENINVN" TO WS-ERR-FILE-NAME
               END-IF
           END-PERFORM.

       APPEND-UNAPPLIED-CREDITS.
      *    Each overpayment books as an open "CRED" entry for the
      *    customer: nothing billed, the excess cash as paid, so its
      *    balance reads negative on the statement and in the
      *    aging until CREDAPPL applies it to the customer's next
      *    open invoice or refunds it. Credits take invoice numbers
      *    from ORDNXID like any other register entry. A credit a
      *    bounced check took back whole is never booked; held cash
      *    already used reopens the other way round, billed and
      *    unpaid under terms "NSF" like the fee, so the customer
      *    owes it and it ages and duns as a receivable.
           IF WS-CREDIT-COUNT > ZEROS
               PERFORM READ-NEXT-ORDER-NUMBER
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-CREDIT-COUNT
               IF CT-CREDIT-AMOUNT(CR-IDX) > ZEROS
                   PERFORM APPEND-ONE-CREDIT
               END-IF
           END-PERFORM.
           IF WS-CREDIT-COUNT > ZEROS
               PERFORM REWRITE-NEXT-ORDER-NUMBER
           END-IF.

       APPEND-ONE-CREDIT.
           MOVE WS-NEXT-ORDER-NUMBER TO OI-INVOICE-NUMBER.
           MOVE WS-NEXT-ORDER-NUMBER TO CT-CREDIT-NUMBER(CR-IDX).
           ADD 1 TO WS-NEXT-ORDER-NUMBER.
           MOVE CT-PERSON-ID(CR-IDX) TO OI-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO OI-INVOICE-DATE.
           IF CT-IS-REOPENED-DEBIT(CR-IDX)
               MOVE CT-CREDIT-AMOUNT(CR-IDX) TO OI-AMOUNT
               MOVE ZEROS TO OI-PAID-AMOUNT
           ELSE
               MOVE ZEROS TO OI-AMOUNT
               MOVE CT-CREDIT-AMOUNT(CR-IDX) TO OI-PAID-AMOUNT
           END-IF.
           MOVE "O"   TO OI-STATUS.
           MOVE ZEROS TO OI-PAID-DATE.
           IF CT-IS-REOPENED-DEBIT(CR-IDX)
               MOVE "NSF"  TO OI-TERMS-CODE
           ELSE
               MOVE "CRED" TO OI-TERMS-CODE
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO OI-DUE-DATE.
           MOVE ZEROS TO OI-DISC-DATE.
           MOVE ZEROS TO OI-DISC-PCT.
           MOVE ZEROS TO OI-DISC-TAKEN.
           MOVE SPACE TO OI-DISPUTE-STATUS.
           MOVE SPACES TO OI-DISPUTE-REASON.
           MOVE ZEROS  TO OI-DISPUTE-OPENED.
           MOVE SPACES TO OI-DISPUTE-ASSIGNED.
           MOVE SPACES TO OI-DISPUTE-RESOLUTION.
           MOVE ZEROS  TO OI-DISPUTE-RESOLVED.
           MOVE SPACES TO OI-CURRENCY-CODE.
           MOVE ZEROS  TO OI-FX-RATE.
           MOVE ZEROS  TO OI-CURR-AMOUNT.
           MOVE SPACES TO OI-REP-CODE.
           WRITE NEW-REGISTER-RECORD FROM OPEN-INVOICE-RECORD.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVN" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-NEXT-ORDER-NUMBER.
      *    The ORDNXID control record ORDENTRY numbers orders from;
      *    read once here, written back once the credits are booked.
           MOVE 1 TO WS-NEXT-ORDER-NUMBER.
           OPEN INPUT NEXT-ORDER-FILE.
           IF WS-NXORD-STATUS = "00"
               READ NEXT-ORDER-FILE
                   NOT AT END
                       IF NO-NEXT-ORDER-NUMBER IS NUMERIC AND
                          NO-NEXT-ORDER-NUMBER > ZEROS
                           MOVE NO-NEXT-ORDER-NUMBER
                               TO WS-NEXT-ORDER-NUMBER
                       END-IF
               END-READ
               CLOSE NEXT-ORDER-FILE
           ELSE
               IF WS-NXORD-STATUS NOT = "35"
                   MOVE "ORDNXID"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-NXORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       REWRITE-NEXT-ORDER-NUMBER.
           OPEN OUTPUT NEXT-ORDER-FILE.
           IF WS-NXORD-STATUS NOT = "00"
               MOVE "ORDNXID"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NXORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-NEXT-ORDER-NUMBER TO NO-NEXT-ORDER-NUMBER.
           WRITE NEXT-ORDER-RECORD.
           CLOSE NEXT-ORDER-FILE.

       RELIEVE-ONE-INVOICE.
      *    Every table entry for the invoice applies in file
      *    order, so a payment and a reversal against the same
      *    invoice in one day both land.
           ADD 1 TO WS-COUNT-INVOICES.
           PERFORM NORMALIZE-TERMS-FIELDS.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PT-INVOICE-NUMBER(PY-IDX) = OI-INVOICE-NUMBER
                       AND NOT PT-MATCHED(PY-IDX)
                   PERFORM SET-ENTRY-CURRENCY
                   IF NOT PT-FX-UNRATED(PY-IDX)
                       IF PT-IS-REVERSAL(PY-IDX)
                           PERFORM BACK-OUT-REVERSAL
                       ELSE
                           PERFORM APPLY-PAYMENT-TO-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               PERFORM LOG-FILE-ERROR
           END-IF.

       NORMALIZE-TERMS-FIELDS.
      *    Entries written before the terms fields existed read
      *    back blank; they carry forward due 30 days after the
      *    invoice date with no discount, the way aging reads them.
           IF OI-DUE-DATE IS NOT NUMERIC OR OI-DUE-DATE = ZEROS
               MOVE SPACES TO OI-TERMS-CODE
               COMPUTE OI-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
           IF OI-DISC-DATE IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-DATE
           END-IF.
           IF OI-DISC-PCT IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-PCT
           END-IF.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
      *    Entries from before invoices carried a currency read back
      *    blank there: base currency.
           IF OI-FX-RATE IS NOT NUMERIC
               MOVE ZEROS TO OI-FX-RATE
           END-IF.
           IF OI-CURR-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO OI-CURR-AMOUNT
           END-IF.

       SET-ENTRY-CURRENCY.
      *    A base-currency entry applies exactly as it always has;
      *    a foreign one is converted to base first.
           MOVE SPACES TO WS-ENTRY-CURRENCY.
           MOVE ZEROS  TO WS-ENTRY-CURR-AMOUNT.
           MOVE ZEROS  TO WS-ENTRY-RATE.
           MOVE ZEROS  TO WS-ENTRY-CASH.
           MOVE ZEROS  TO WS-ENTRY-FX-GAIN.
           MOVE ZEROS  TO WS-ENTRY-FX-LOSS.
           IF PT-CURRENCY-CODE(PY-IDX) NOT = SPACES
               PERFORM CONVERT-FOREIGN-PAYMENT
           END-IF.

       CONVERT-FOREIGN-PAYMENT.
      *    The invoice is relieved at the rate it was billed at; the
      *    cash is worth the payment-date rate. With no rate loaded
      *    for the payment date the cash is taken at the billing
      *    rate (no FX booked); an invoice billed in another
      *    currency, or in base, is relieved by the cash at the
      *    payment-date rate. No rate either way holds the payment
      *    in suspense rather than guessing.
           MOVE PT-CURRENCY-CODE(PY-IDX) TO WS-ENTRY-CURRENCY.
           MOVE PT-AMOUNT(PY-IDX)        TO WS-ENTRY-CURR-AMOUNT.
           IF OI-CURRENCY-CODE = PT-CURRENCY-CODE(PY-IDX) AND
              OI-FX-RATE > ZEROS
               MOVE OI-FX-RATE TO WS-INVOICE-FX-RATE
           ELSE
               MOVE ZEROS TO WS-INVOICE-FX-RATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-INVOICE-FX-RATE > ZEROS
                   PERFORM RELIEVE-AT-BILLING-RATE
                   IF PT-FX-RATE(PY-IDX) > ZEROS
                       MOVE PT-FX-RATE(PY-IDX) TO WS-ENTRY-RATE
                       COMPUTE WS-ENTRY-CASH ROUNDED =
                           WS-ENTRY-CURR-AMOUNT * WS-ENTRY-RATE
                   ELSE
                       MOVE WS-INVOICE-FX-RATE TO WS-ENTRY-RATE
                       MOVE WS-ENTRY-RELIEF TO WS-ENTRY-CASH
                       ADD 1 TO WS-COUNT-FX-NO-RATE
                   END-IF
               WHEN PT-FX-RATE(PY-IDX) > ZEROS
                   MOVE PT-FX-RATE(PY-IDX) TO WS-ENTRY-RATE
                   COMPUTE WS-ENTRY-RELIEF ROUNDED =
                       WS-ENTRY-CURR-AMOUNT * WS-ENTRY-RATE
                   MOVE WS-ENTRY-RELIEF TO WS-ENTRY-CASH
               WHEN OTHER
                   MOVE "X" TO PT-RULE-RESULT(PY-IDX)
           END-EVALUATE.
           IF NOT PT-FX-UNRATED(PY-IDX)
               MOVE WS-ENTRY-RELIEF TO PT-AMOUNT(PY-IDX)
               IF WS-ENTRY-CASH > WS-ENTRY-RELIEF
                   COMPUTE WS-ENTRY-FX-GAIN =
                       WS-ENTRY-CASH - WS-ENTRY-RELIEF
               ELSE
                   COMPUTE WS-ENTRY-FX-LOSS =
                       WS-ENTRY-RELIEF - WS-ENTRY-CASH
               END-IF
               ADD 1 TO WS-COUNT-FX-APPLIED
               IF PT-IS-REVERSAL(PY-IDX)
                   ADD WS-ENTRY-FX-GAIN TO WS-TOTAL-FX-LOSS
                   ADD WS-ENTRY-FX-LOSS TO WS-TOTAL-FX-GAIN
               ELSE
                   ADD WS-ENTRY-FX-GAIN TO WS-TOTAL-FX-GAIN
                   ADD WS-ENTRY-FX-LOSS TO WS-TOTAL-FX-LOSS
               END-IF
           END-IF.

       RELIEVE-AT-BILLING-RATE.
      *    Currency that settles what the invoice still owes relieves
      *    exactly the base balance, so a paid-in-full foreign
      *    invoice never strands a rounding cent; anything beyond
      *    converts at the billing rate and is held as credit.
           IF OI-IS-PAID OR
              OI-PAID-AMOUNT + OI-DISC-TAKEN >= OI-AMOUNT
               MOVE ZEROS TO WS-OWED-BASE
               MOVE ZEROS TO WS-OWED-CURRENCY
           ELSE
               COMPUTE WS-OWED-BASE =
                   OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN
               IF OI-PAID-AMOUNT = ZEROS AND OI-DISC-TAKEN = ZEROS
                  AND OI-CURR-AMOUNT > ZEROS
                   MOVE OI-CURR-AMOUNT TO WS-OWED-CURRENCY
               ELSE
                   COMPUTE WS-OWED-CURRENCY ROUNDED =
                       WS-OWED-BASE / WS-INVOICE-FX-RATE
               END-IF
           END-IF.
           IF WS-OWED-BASE > ZEROS AND NOT PT-IS-REVERSAL(PY-IDX)
              AND WS-ENTRY-CURR-AMOUNT >= WS-OWED-CURRENCY
               COMPUTE WS-ENTRY-RELIEF ROUNDED = WS-OWED-BASE +
                   (WS-ENTRY-CURR-AMOUNT - WS-OWED-CURRENCY)
                       * WS-INVOICE-FX-RATE
           ELSE
               COMPUTE WS-ENTRY-RELIEF ROUNDED =
                   WS-ENTRY-CURR-AMOUNT * WS-INVOICE-FX-RATE
           END-IF.

       WRITE-FX-DETAIL-LINE.
      *    Under a foreign entry on PAYRPT: what came in, at what
      *    rate, the cash in base and the gain or loss it realized.
           MOVE WS-ENTRY-CURRENCY    TO FX-CURRENCY.
           MOVE WS-ENTRY-CURR-AMOUNT TO FX-CURR-AMOUNT.
           MOVE WS-ENTRY-RATE        TO FX-RATE.
           MOVE WS-ENTRY-CASH        TO FX-CASH.
           EVALUATE TRUE
               WHEN WS-ENTRY-FX-GAIN > ZEROS
                   MOVE "FX GAIN " TO FX-GL-LABEL
                   MOVE WS-ENTRY-FX-GAIN TO FX-GL-AMOUNT
               WHEN WS-ENTRY-FX-LOSS > ZEROS
                   MOVE "FX LOSS " TO FX-GL-LABEL
                   MOVE WS-ENTRY-FX-LOSS TO FX-GL-AMOUNT
               WHEN OTHER
                   MOVE SPACES TO FX-GL-LABEL
                   MOVE ZEROS  TO FX-GL-AMOUNT
           END-EVALUATE.

       APPLY-PAYMENT-TO-INVOICE.
           MOVE "Y" TO PT-MATCH-SWITCH(PY-IDX).
           ADD 1 TO WS-COUNT-APPLIED.
           MOVE ZEROS TO WS-DISC-THIS-ENTRY.
           PERFORM SPLIT-OFF-OVERPAYMENT.
           ADD WS-APPLY-THIS-ENTRY TO OI-PAID-AMOUNT.
           PERFORM CHECK-EARLY-PAY-DISCOUNT.
           PERFORM RESOLVE-PAYMENT-PERIOD.
           MOVE OI-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE PT-AMOUNT(PY-IDX) TO AP-AMOUNT.
           MOVE PT-RULE-TAG(PY-IDX) TO AP-RULE-TAG.
           EVALUATE TRUE
               WHEN WS-APPLY-THIS-ENTRY = ZEROS
                   MOVE "nothing owed - held as credit" TO AP-NOTE
               WHEN OI-PAID-AMOUNT + OI-DISC-TAKEN >= OI-AMOUNT
                   MOVE "P" TO OI-STATUS
                   MOVE WS-CURRENT-DATE(1:8) TO OI-PAID-DATE
                   ADD 1 TO WS-COUNT-PAID-OFF
                   EVALUATE TRUE
                       WHEN WS-DISC-THIS-ENTRY > ZEROS
                           MOVE "applied - paid off, disc taken"
                               TO AP-NOTE
                       WHEN WS-CREDIT-THIS-ENTRY > ZEROS
                           MOVE "paid off - excess held credit"
                               TO AP-NOTE
                       WHEN OTHER
                           MOVE "applied - invoice paid off"
                               TO AP-NOTE
                   END-EVALUATE
               WHEN OTHER
                   MOVE "applied" TO AP-NOTE
           END-EVALUATE.
           WRITE PAYMENT-REPORT-LINE FROM WS-APPLIED-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PAYRPT" TO WS-ERR-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           IF WS-ENTRY-CURRENCY NOT = SPACES
               PERFORM WRITE-FX-DETAIL-LINE
               WRITE PAYMENT-REPORT-LINE FROM WS-FX-DETAIL-LINE
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "PAYRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"  TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           MOVE "P"   TO PG-TRANS-CODE.
           MOVE ZEROS TO PG-NSF-FEE.
           PERFORM WRITE-GL-FEED-ENTRY.

       SPLIT-OFF-OVERPAYMENT.
      *    Only what the invoice still owes is applied to it; the
      *    rest of the cash is held as an unapplied credit for the
      *    customer. An invoice already paid, or an entry that is
      *    itself a credit, owes nothing, so its payment is held
      *    whole instead of retrying out of suspense every day.
           MOVE ZEROS TO WS-CREDIT-THIS-ENTRY.
           MOVE ZEROS TO WS-REOPEN-THIS-ENTRY.
           IF OI-IS-PAID OR
              OI-PAID-AMOUNT + OI-DISC-TAKEN >= OI-AMOUNT
               MOVE ZEROS TO WS-STILL-OWED
           ELSE
               COMPUTE WS-STILL-OWED =
                   OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN
           END-IF.
           IF PT-AMOUNT(PY-IDX) > WS-STILL-OWED
               MOVE WS-STILL-OWED TO WS-APPLY-THIS-ENTRY
               COMPUTE WS-CREDIT-THIS-ENTRY =
                   PT-AMOUNT(PY-IDX) - WS-STILL-OWED
               PERFORM NOTE-UNAPPLIED-CREDIT
           ELSE
               MOVE PT-AMOUNT(PY-IDX) TO WS-APPLY-THIS-ENTRY
           END-IF.

       NOTE-UNAPPLIED-CREDIT.
           IF WS-CREDIT-COUNT < WS-MAX-CREDITS
               ADD 1 TO WS-CREDIT-COUNT
               ADD 1 TO WS-COUNT-CREDITS
               ADD WS-CREDIT-THIS-ENTRY TO WS-TOTAL-CREDITS
               MOVE OI-INVOICE-NUMBER
                   TO CT-SOURCE-INVOICE(WS-CREDIT-COUNT)
               MOVE OI-PERSON-ID TO CT-PERSON-ID(WS-CREDIT-COUNT)
               MOVE WS-CREDIT-THIS-ENTRY
                   TO CT-CREDIT-AMOUNT(WS-CREDIT-COUNT)
               MOVE "C" TO CT-ENTRY-TYPE(WS-CREDIT-COUNT)
           ELSE
               MOVE "PAYMENTS"   TO WS-ERR-FILE-NAME
               MOVE "CREDIT TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CHECK-EARLY-PAY-DISCOUNT.
      *    Inside the window (judged by the date the bank took the
      *    payment in), the discount is a percent of the
      *    invoice amount; it is taken only when the cash received
      *    plus the discount settles the invoice, and never for
      *    more than the shortfall the cash left. A payment short
      *    of the discounted amount applies as plain cash.
           IF OI-DISC-PCT > ZEROS AND OI-DISC-TAKEN = ZEROS AND
              OI-DISC-DATE NOT = ZEROS AND
              PT-PAYMENT-DATE(PY-IDX) <= OI-DISC-DATE AND
              OI-PAID-AMOUNT < OI-AMOUNT
               COMPUTE WS-DISC-ALLOWED ROUNDED =
                   OI-AMOUNT * OI-DISC-PCT / 100
               COMPUTE WS-DISC-SHORTFALL =
                   OI-AMOUNT - OI-PAID-AMOUNT
               IF WS-DISC-SHORTFALL <= WS-DISC-ALLOWED
                   MOVE WS-DISC-SHORTFALL TO WS-DISC-THIS-ENTRY
                   MOVE WS-DISC-SHORTFALL TO OI-DISC-TAKEN
                   ADD 1 TO WS-COUNT-DISCOUNTS
                   ADD WS-DISC-SHORTFALL TO WS-TOTAL-DISCOUNTS
               END-IF
           END-IF.

       BACK-OUT-REVERSAL.
      *    The bounced check comes off what the invoice has been
      *    paid (floored at zero - a reversal can never drive the
      *    paid amount negative), and an invoice that was fully
      *    paid flips back to open so ARAGING ages it again. Check
      *    cash beyond what the invoice carried as paid was held as
      *    a credit when it applied; that part is taken back too
      *    and travels on PAYGL as the held part, less any of it the
      *    customer had used, which travels as reopened.
           MOVE "Y" TO PT-MATCH-SWITCH(PY-IDX).
           ADD 1 TO WS-COUNT-REVERSED.
           MOVE ZEROS TO WS-CREDIT-THIS-ENTRY.
           MOVE ZEROS TO WS-REOPEN-THIS-ENTRY.
           IF PT-AMOUNT(PY-IDX) > OI-PAID-AMOUNT
               COMPUTE WS-CREDIT-THIS-ENTRY =
                   PT-AMOUNT(PY-IDX) - OI-PAID-AMOUNT
               MOVE ZEROS TO OI-PAID-AMOUNT
               PERFORM RECLAIM-HELD-CREDIT
           ELSE
               SUBTRACT PT-AMOUNT(PY-IDX) FROM OI-PAID-AMOUNT
           END-IF.
      *    A discount earned by the bounced check goes with it.
           MOVE OI-DISC-TAKEN TO WS-DISC-THIS-ENTRY.
           MOVE ZEROS TO OI-DISC-TAKEN.
           PERFORM RESOLVE-PAYMENT-PERIOD.
           MOVE OI-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE PT-AMOUNT(PY-IDX) TO AP-AMOUNT.
           MOVE SPACES TO AP-RULE-TAG.
           IF OI-IS-PAID AND OI-PAID-AMOUNT < OI-AMOUNT
               MOVE "O" TO OI-STATUS
               MOVE ZEROS TO OI-PAID-DATE
               MOVE WS-APPLIED-DETAIL
                   TO WS-REVERSAL-LINE(WS-REVERSAL-COUNT)
           END-IF.
           IF WS-CREDIT-THIS-ENTRY > ZEROS AND
              WS-REVERSAL-COUNT < 200
               MOVE WS-CREDIT-THIS-ENTRY TO AP-AMOUNT
               MOVE "  held part taken back" TO AP-NOTE
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE WS-APPLIED-DETAIL
                   TO WS-REVERSAL-LINE(WS-REVERSAL-COUNT)
           END-IF.
           IF WS-REOPEN-THIS-ENTRY > ZEROS AND
              WS-REVERSAL-COUNT < 200
               MOVE WS-REOPEN-THIS-ENTRY TO AP-AMOUNT
               MOVE "  held part reopened as owed" TO AP-NOTE
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE WS-APPLIED-DETAIL
                   TO WS-REVERSAL-LINE(WS-REVERSAL-COUNT)
           END-IF.
           IF WS-ENTRY-CURRENCY NOT = SPACES AND
              WS-REVERSAL-COUNT < 200
               PERFORM WRITE-FX-DETAIL-LINE
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE WS-FX-DETAIL-LINE
                   TO WS-REVERSAL-LINE(WS-REVERSAL-COUNT)
           END-IF.
           IF PT-NSF-FEE(PY-IDX) > ZEROS
               PERFORM NOTE-NSF-FEE
           END-IF.
           MOVE PT-NSF-FEE(PY-IDX) TO PG-NSF-FEE.
           PERFORM WRITE-GL-FEED-ENTRY.

       RECLAIM-HELD-CREDIT.
           MOVE WS-CREDIT-THIS-ENTRY TO WS-RECLAIM-LEFT.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-CREDIT-COUNT OR
                         WS-RECLAIM-LEFT = ZEROS
               IF CT-SOURCE-INVOICE(CR-IDX) = OI-INVOICE-NUMBER AND
                  NOT CT-IS-REOPENED-DEBIT(CR-IDX) AND
                  CT-CREDIT-AMOUNT(CR-IDX) > ZEROS
                   PERFORM RECLAIM-FROM-RUN-CREDIT
               END-IF
           END-PERFORM.
           IF WS-RECLAIM-LEFT > ZEROS
               SET HC-IDX TO 1
               SEARCH WS-HELD-CREDIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN HC-IDX > WS-HELD-CREDIT-COUNT
                       CONTINUE
                   WHEN HC-PERSON-ID(HC-IDX) = OI-PERSON-ID
                       PERFORM RECLAIM-FROM-REGISTER-CREDIT
               END-SEARCH
           END-IF.
           IF WS-RECLAIM-LEFT > ZEROS
               PERFORM NOTE-REOPENED-DEBIT
           END-IF.

       RECLAIM-FROM-RUN-CREDIT.
           IF CT-CREDIT-AMOUNT(CR-IDX) > WS-RECLAIM-LEFT
               MOVE WS-RECLAIM-LEFT TO WS-RECLAIM-TAKE
           ELSE
               MOVE CT-CREDIT-AMOUNT(CR-IDX) TO WS-RECLAIM-TAKE
               SUBTRACT 1 FROM WS-COUNT-CREDITS
           END-IF.
           SUBTRACT WS-RECLAIM-TAKE FROM CT-CREDIT-AMOUNT(CR-IDX)
                                         WS-TOTAL-CREDITS
                                         WS-RECLAIM-LEFT.
           ADD WS-RECLAIM-TAKE TO WS-TOTAL-RECLAIMED.

       RECLAIM-FROM-REGISTER-CREDIT.
           IF HC-AVAILABLE(HC-IDX) - HC-RECLAIM(HC-IDX) >
              WS-RECLAIM-LEFT
               MOVE WS-RECLAIM-LEFT TO WS-RECLAIM-TAKE
           ELSE
               COMPUTE WS-RECLAIM-TAKE =
                   HC-AVAILABLE(HC-IDX) - HC-RECLAIM(HC-IDX)
           END-IF.
           ADD WS-RECLAIM-TAKE TO HC-RECLAIM(HC-IDX)
                                  WS-REGISTER-RECLAIM
                                  WS-TOTAL-RECLAIMED.
           SUBTRACT WS-RECLAIM-TAKE FROM WS-RECLAIM-LEFT.

       NOTE-REOPENED-DEBIT.
           IF WS-CREDIT-COUNT < WS-MAX-CREDITS
               ADD 1 TO WS-CREDIT-COUNT
               ADD 1 TO WS-COUNT-REOPENED-DEBITS
               ADD WS-RECLAIM-LEFT TO WS-TOTAL-REOPENED-DEBITS
               MOVE OI-INVOICE-NUMBER
                   TO CT-SOURCE-INVOICE(WS-CREDIT-COUNT)
               MOVE OI-PERSON-ID TO CT-PERSON-ID(WS-CREDIT-COUNT)
               MOVE WS-RECLAIM-LEFT
                   TO CT-CREDIT-AMOUNT(WS-CREDIT-COUNT)
               MOVE "D" TO CT-ENTRY-TYPE(WS-CREDIT-COUNT)
               MOVE WS-RECLAIM-LEFT TO WS-REOPEN-THIS-ENTRY
               SUBTRACT WS-RECLAIM-LEFT FROM WS-CREDIT-THIS-ENTRY
               DISPLAY "Held cash on bounced invoice "
                       OI-INVOICE-NUMBER " already used - "
                       "reopened as owed."
           ELSE
               MOVE "PAYMENTS"   TO WS-ERR-FILE-NAME
               MOVE "CREDIT TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       NOTE-NSF-FEE.
           IF WS-FEE-COUNT < WS-MAX-FEES
               ADD 1 TO WS-FEE-COUNT
               END-PERFORM
           END-IF.

       WRITE-CREDIT-SECTION.
      *    Each credit held today prints under its new register
      *    number with the invoice whose payment it came from.
           IF WS-CREDIT-COUNT > ZEROS
               MOVE SPACES TO PAYMENT-REPORT-LINE
               WRITE PAYMENT-REPORT-LINE
               MOVE "UNAPPLIED CREDITS HELD" TO PAYMENT-REPORT-LINE
               WRITE PAYMENT-REPORT-LINE
               PERFORM VARYING CR-IDX FROM 1 BY 1
                       UNTIL CR-IDX > WS-CREDIT-COUNT
                   IF CT-CREDIT-AMOUNT(CR-IDX) > ZEROS
                       PERFORM WRITE-CREDIT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-CREDIT-LINE.
      *    Held cash a bounced check took back after the customer
      *    had used it prints here too, as the entry now owed.
           MOVE CT-CREDIT-NUMBER(CR-IDX) TO AP-INVOICE-NUMBER.
           MOVE CT-CREDIT-AMOUNT(CR-IDX) TO AP-AMOUNT.
           MOVE SPACES TO AP-NOTE.
           MOVE SPACES TO AP-RULE-TAG.
           MOVE SPACES TO AP-PRIOR-FLAG.
           IF CT-IS-REOPENED-DEBIT(CR-IDX)
               STRING "used credit owed - inv "
                      CT-SOURCE-INVOICE(CR-IDX)
                      DELIMITED BY SIZE INTO AP-NOTE
           ELSE
               STRING "credit held - from inv "
                      CT-SOURCE-INVOICE(CR-IDX)
                      DELIMITED BY SIZE INTO AP-NOTE
           END-IF.
           WRITE PAYMENT-REPORT-LINE FROM WS-APPLIED-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PAYRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       REPORT-UNMATCHED-PAYMENTS.
      *    An unmatched payment goes to the suspense file as well
      *    as the report: the LOCKBOX import feeds the suspense
                   MOVE PT-INVOICE-NUMBER(PY-IDX)
                       TO AP-INVOICE-NUMBER
                   MOVE PT-AMOUNT(PY-IDX) TO AP-AMOUNT
      *            A foreign payment stays in suspense in its own
      *            currency; the code prints where the rule would.
                   MOVE PT-CURRENCY-CODE(PY-IDX) TO AP-RULE-TAG
                   MOVE SPACES TO AP-PRIOR-FLAG
                   EVALUATE TRUE
                       WHEN PT-FX-UNRATED(PY-IDX)
                           MOVE "NO EXCHANGE RATE - RESEARCH"
                               TO AP-NOTE
                           MOVE "NO EXCHANGE RATE" TO SS-REASON
                       WHEN PT-RULE-AMBIGUOUS(PY-IDX)
                           MOVE "AMBIGUOUS - PICK FROM LIST"
                               TO AP-NOTE
                           MOVE "AMBIGUOUS - PICK INVOICE"
                               TO SS-REASON
                       WHEN PT-RULE-NO-ITEMS(PY-IDX)
                           MOVE "NO OPEN ITEMS - RESEARCH"
                               TO AP-NOTE
                           MOVE "NO OPEN ITEMS FOR CUST"
                               TO SS-REASON
                       WHEN OTHER
                           MOVE "NOT ON REGISTER - RESEARCH"
                               TO AP-NOTE
                           MOVE "NOT ON REGISTER" TO SS-REASON
                   END-EVALUATE
                   WRITE PAYMENT-REPORT-LINE FROM WS-APPLIED-DETAIL
                   IF WS-RPT-STATUS NOT = "00"
                       MOVE "PAYRPT" TO WS-ERR-FILE-NAME
                       MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   IF PT-CUSTOMER-ID(PY-IDX) > ZEROS
                       PERFORM WRITE-CANDIDATE-LINE
                   END-IF
                   MOVE PT-INVOICE-NUMBER(PY-IDX)
                       TO SS-INVOICE-NUMBER
                   MOVE PT-AMOUNT(PY-IDX) TO SS-AMOUNT
                   MOVE PT-CUSTOMER-ID(PY-IDX) TO SS-CUSTOMER-ID
                   MOVE PT-CANDIDATE-COUNT(PY-IDX)
                       TO SS-CANDIDATE-COUNT
                   MOVE ZEROS TO SS-CANDIDATE-LIST
                   PERFORM VARYING WS-ALLOC-COUNT FROM 1 BY 1
                           UNTIL WS-ALLOC-COUNT >
                                 PT-CANDIDATE-COUNT(PY-IDX)
                       MOVE PT-CANDIDATE(PY-IDX WS-ALLOC-COUNT)
                           TO SS-CANDIDATE(WS-ALLOC-COUNT)
                   END-PERFORM
      *            The transaction code and fee ride the suspense
      *            record so a reversal that misses its register
      *            entry retries as a reversal, never as cash.
                   MOVE PT-TRANS-CODE(PY-IDX) TO SS-TRANS-CODE
                   MOVE PT-NSF-FEE(PY-IDX)    TO SS-NSF-FEE
                   MOVE PT-PAYMENT-DATE(PY-IDX) TO SS-PAYMENT-DATE
                   MOVE PT-CURRENCY-CODE(PY-IDX) TO SS-CURRENCY-CODE
                   WRITE SUSPENSE-RECORD
                   IF WS-SUSP-STATUS NOT = "00"
                       MOVE "PAYSUSP" TO WS-ERR-FILE-NAME
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       WRITE-CANDIDATE-LINE.
      *    Under each suspended customer payment, the customer and
      *    the invoices it could be for, so the clerk picks one
      *    instead of searching AGINGRPT.
           MOVE SPACES TO WS-CANDIDATE-LINE.
           MOVE "cust " TO CL-CUST-LABEL.
           MOVE PT-CUSTOMER-ID(PY-IDX) TO CL-CUSTOMER-ID.
           IF PT-CANDIDATE-COUNT(PY-IDX) > ZEROS
               MOVE "  picks:" TO CL-PICK-LABEL
           END-IF.
           PERFORM VARYING WS-ALLOC-COUNT FROM 1 BY 1
                   UNTIL WS-ALLOC-COUNT > PT-CANDIDATE-COUNT(PY-IDX)
               MOVE PT-CANDIDATE(PY-IDX WS-ALLOC-COUNT)
                   TO CL-CANDIDATE(WS-ALLOC-COUNT)
           END-PERFORM.
           WRITE PAYMENT-REPORT-LINE FROM WS-CANDIDATE-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PAYRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COPY-REGISTER-BACK.
      *    The relieved register replaces OPENINV only after the
      *    whole pass completed cleanly, so an abend mid-apply
      *    leaves the register as it was. Open credits a bounced
      *    check took held cash back from are reduced on the way,
      *    among the streamed entries only (the credits this run
      *    booked behind them were already cut in the table).
           MOVE "N" TO WS-NEW-EOF-SWITCH.
           MOVE ZEROS TO WS-COUNT-COPIED.
           OPEN INPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVN"   TO WS-ERR-FILE-NAME
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-NEW-REG
               READ NEW-REGISTER-FILE INTO OPEN-INVOICE-RECORD
                   AT END
                       MOVE "Y" TO WS-NEW-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-COPIED
                       IF WS-REGISTER-RECLAIM > ZEROS AND
                          WS-COUNT-COPIED <= WS-COUNT-INVOICES AND
                          OI-IS-OPEN AND OI-TERMS-CODE = "CRED" AND
                          OI-PAID-AMOUNT > OI-AMOUNT
                           PERFORM REDUCE-RECLAIMED-CREDIT
                       END-IF
                       WRITE OPEN-INVOICE-RECORD
                       IF WS-OPENINV-STATUS NOT = "00"
                           MOVE "OPENINV" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE OPEN-INVOICE-FILE.
           IF WS-REGISTER-RECLAIM > ZEROS
               DISPLAY "Held cash not found on open credits: "
                       WS-REGISTER-RECLAIM
           END-IF.

       REDUCE-RECLAIMED-CREDIT.
           SET HC-IDX TO 1.
           SEARCH WS-HELD-CREDIT-ENTRY
               AT END
                   CONTINUE
               WHEN HC-IDX > WS-HELD-CREDIT-COUNT
                   CONTINUE
               WHEN HC-PERSON-ID(HC-IDX) = OI-PERSON-ID
                   IF HC-RECLAIM(HC-IDX) > ZEROS
                       PERFORM REDUCE-ONE-HELD-CREDIT
                   END-IF
           END-SEARCH.

       REDUCE-ONE-HELD-CREDIT.
           COMPUTE WS-CREDIT-LEFT = OI-PAID-AMOUNT - OI-AMOUNT.
           IF WS-CREDIT-LEFT > HC-RECLAIM(HC-IDX)
               MOVE HC-RECLAIM(HC-IDX) TO WS-RECLAIM-TAKE
           ELSE
               MOVE WS-CREDIT-LEFT TO WS-RECLAIM-TAKE
           END-IF.
           SUBTRACT WS-RECLAIM-TAKE FROM OI-PAID-AMOUNT
                                         HC-RECLAIM(HC-IDX)
                                         WS-REGISTER-RECLAIM.
           IF OI-PAID-AMOUNT <= OI-AMOUNT
               MOVE "P" TO OI-STATUS
               MOVE WS-CURRENT-DATE(1:8) TO OI-PAID-DATE
           END-IF.

       WRITE-PAYMENT-SUMMARY.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           MOVE "NSF fees booked:"      TO SL-LABEL.
           MOVE WS-COUNT-FEES TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Discounts allowed:"    TO SL-LABEL.
           MOVE WS-COUNT-DISCOUNTS TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Discount amount:"      TO AL-LABEL.
           MOVE WS-TOTAL-DISCOUNTS TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Credits held:"         TO SL-LABEL.
           MOVE WS-COUNT-CREDITS TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Credit amount held:"   TO AL-LABEL.
           MOVE WS-TOTAL-CREDITS TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Held cash reclaimed:"  TO AL-LABEL.
           MOVE WS-TOTAL-RECLAIMED TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Used credits now owed:" TO SL-LABEL.
           MOVE WS-COUNT-REOPENED-DEBITS TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Amount now owed:"      TO AL-LABEL.
           MOVE WS-TOTAL-REOPENED-DEBITS TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Matched EXACT amount:"  TO SL-LABEL.
           MOVE WS-COUNT-BY-EXACT TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Matched SUM of invoices:" TO SL-LABEL.
           MOVE WS-COUNT-BY-SUM TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Applied OLDEST first:" TO SL-LABEL.
           MOVE WS-COUNT-BY-OLDEST TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Ambiguous - suspended:" TO SL-LABEL.
           MOVE WS-COUNT-AMBIGUOUS TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Prior-period items:"   TO SL-LABEL.
           MOVE WS-COUNT-PRIOR-PERIOD TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Foreign-currency items:" TO SL-LABEL.
           MOVE WS-COUNT-FX-APPLIED TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  no payment-date rate:" TO SL-LABEL.
           MOVE WS-COUNT-FX-NO-RATE TO SL-COUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Realized FX gain:"     TO AL-LABEL.
           MOVE WS-TOTAL-FX-GAIN TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Realized FX loss:"     TO AL-LABEL.
           MOVE WS-TOTAL-FX-LOSS TO AL-AMOUNT.
           WRITE PAYMENT-REPORT-LINE FROM WS-AMOUNT-LINE.
           DISPLAY "Payments applied:   " WS-COUNT-APPLIED.
           DISPLAY "Unmatched payments: " WS-COUNT-UNMATCHED.
           DISPLAY "Reversals applied:  " WS-COUNT-REVERSED.

       COPY ACCTPERP.

       COPY FXRATEP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
