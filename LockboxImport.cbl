      *                   reversal used to come back out of
      *                   suspense hard-coded as a "P" payment,
      *                   applying the bounced check as cash.
      *Date: 2026-09-20 - Carry the remitter's customer number
      *                   from the new lockbox detail field onto
      *                   PAYMENTS and PAYSUSP (and back out of
      *                   suspense on the retry), so a check with
      *                   no invoice number on its stub posts for
      *                   PAYAPPLY to match to the customer's open
      *                   items by rule instead of someone matching
      *                   it by hand off AGINGRPT. The suspense
      *                   record also carries the candidate
      *                   invoices PAYAPPLY lists for an item it
      *                   could not match unambiguously.
      *Date: 2026-09-21 - Write each settled deposit batch -
      *                   date, deposit number, the header amount
      *                   the bank credits, posted or suspended -
      *                   to the new DEPBATCH file that BANKRECN
      *                   reconciles against the bank statement.
      *Date: 2026-09-23 - Carry the bank's deposit date from the
      *                   lockbox header onto PAYMENTS and PAYSUSP
      *                   (and back through the suspense retry) so
      *                   PAYAPPLY can post each payment to the
      *                   accounting period it was received in.
      *Date: 2026-09-28 - Carry the currency of a foreign-currency
      *                   lockbox deposit from the new header field
      *                   onto every PAYMENTS and PAYSUSP item in the
      *                   batch (and back through the suspense
      *                   retry), and a returned item's currency
      *                   from its detail record, so PAYAPPLY can
      *                   convert the cash. Blank is base currency.
      *Date: 2026-10-12 - Pre-read the lockbox file for its record
      *                   count, hash, deposit total, first deposit
      *                   date and deposit-number range, and check it
      *                   against the shared INFREG inbound-file
      *                   registry before anything is touched. A file
      *                   already imported - the same first deposit
      *                   number, or the same counts and totals - is
      *                   refused with RETURN-CODE 12 and PAYSUSP is
      *                   left as it was, unless INFRLSE carries a
      *                   supervisor's release. Deposit numbers
      *                   skipped since the last file are reported as
      *                   a missing file (RETURN-CODE 4). The file is
      *                   registered once the import completes.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DEPOSIT-BATCH-FILE ASSIGN TO "DEPBATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           COPY INFREG.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
              10 LB-DEPOSIT-NUMBER PIC 9(6).
              10 LB-ITEM-COUNT     PIC 9(5).
              10 LB-DEPOSIT-AMOUNT PIC 9(9)V99.
              10 FILLER            PIC X(6).
              10 LB-DEPOSIT-DATE   PIC 9(8).
              10 LB-CURRENCY-CODE  PIC X(3).
           05 LB-DETAIL-FIELDS REDEFINES LB-HEADER-FIELDS.
              10 LB-INVOICE-NUMBER PIC 9(6).
              10 LB-AMOUNT         PIC 9(7)V99.
              10 LB-NSF-FEE        PIC 9(5)V99.
              10 LB-CUSTOMER-ID    PIC 9(6).
              10 LB-RETURN-CURRENCY PIC X(3).

       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05 PY-AMOUNT            PIC 9(7)V99.
           05 PY-TRANS-CODE        PIC X(1).
           05 PY-NSF-FEE           PIC 9(5)V99.
           05 PY-CUSTOMER-ID       PIC 9(6).
           05 PY-PAYMENT-DATE      PIC 9(8).
           05 PY-CURRENCY-CODE     PIC X(3).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SS-REASON            PIC X(24).
           05 SS-TRANS-CODE        PIC X(1).
           05 SS-NSF-FEE           PIC 9(5)V99.
           05 SS-CUSTOMER-ID       PIC 9(6).
           05 SS-CANDIDATE-COUNT   PIC 9(2).
           05 SS-CANDIDATE-LIST.
              10 SS-CANDIDATE      PIC 9(6) OCCURS 8 TIMES.
           05 SS-PAYMENT-DATE      PIC 9(8).
           05 SS-CURRENCY-CODE     PIC X(3).

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-LINE        PIC X(80).

       FD  DEPOSIT-BATCH-FILE.
       01  DEPOSIT-BATCH-RECORD.
           05 DB-DEPOSIT-DATE      PIC 9(8).
           05 DB-DEPOSIT-NUMBER    PIC 9(6).
           05 DB-AMOUNT            PIC 9(9)V99.
           05 DB-VERDICT           PIC X(1).

           COPY INFREGFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY INFREGWS.
       01  WS-LBX-STATUS        PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-SUSP-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-DEP-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-LBX-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-LOCKBOX       VALUE "Y".
       01  WS-SUSP-EOF-SWITCH   PIC X(1) VALUE "N".
              10 RT-AMOUNT         PIC 9(7)V99.
              10 RT-TRANS-CODE     PIC X(1).
              10 RT-NSF-FEE        PIC 9(5)V99.
              10 RT-CUSTOMER-ID    PIC 9(6).
              10 RT-PAYMENT-DATE   PIC 9(8).
              10 RT-CURRENCY-CODE  PIC X(3).

      *    The current deposit batch, held whole until its header
      *    totals prove out - only then does any item post.
       01  WS-BATCH-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-BATCH-IS-OPEN        VALUE "Y".
       01  WS-BATCH-DEPOSIT     PIC 9(6) VALUE ZEROS.
       01  WS-BATCH-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BATCH-CURRENCY    PIC X(3) VALUE SPACES.
       01  WS-BATCH-EXP-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-BATCH-EXP-AMOUNT  PIC 9(9)V99 VALUE ZEROS.
       01  WS-BATCH-ITEM-COUNT  PIC 9(5) VALUE ZEROS.
                   INDEXED BY BT-IDX.
              10 BT-INVOICE-NUMBER PIC 9(6).
              10 BT-AMOUNT         PIC 9(7)V99.
              10 BT-CUSTOMER-ID    PIC 9(6).

       01  WS-COUNT-BATCHES     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BALANCED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-SUSPENDED   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-RETRIED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REVERSALS   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-NO-INVOICE  PIC 9(5) VALUE ZEROS.
       01  WS-LBX-CUSTOMER-ID   PIC 9(6) VALUE ZEROS.

       01  WS-BATCH-DETAIL.
           05 FILLER            PIC X(8) VALUE "DEPOSIT ".
       PROCEDURE DIVISION.
       BEGIN.
           MOVE "LOCKBOX" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "LOCKBOX" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "LOCKBOX already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM CHECK-LOCKBOX-REGISTRY.
           IF WS-IF-FILE-DUPLICATE
               DISPLAY "LOCKBOX refused - nothing posted."
               STOP RUN
           END-IF.
           PERFORM LOAD-SUSPENSE-RETRIES.
           PERFORM OPEN-FILES.
           PERFORM RETRY-SUSPENSE-ITEMS.
           DISPLAY "Items posted:       " WS-COUNT-POSTED.
           DISPLAY "Items to suspense:  " WS-COUNT-SUSPENDED.
           DISPLAY "Suspense retried:   " WS-COUNT-RETRIED.
           PERFORM REGISTER-INBOUND-FILE.
           MOVE WS-COUNT-POSTED TO WS-RC-COUNT-1.
           MOVE WS-COUNT-SUSPENDED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-BALANCED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-UNBALANCED TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       CHECK-LOCKBOX-REGISTRY.
      *    The bank numbers its deposits in sequence, so the file's
      *    first and highest deposit numbers are its sender
      *    sequence range and the header amounts its amount total.
      *    A file that will not open is left for OPEN-FILES to log.
           MOVE "LOCKBOX" TO WS-IF-SOURCE.
           PERFORM START-INBOUND-FILE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-IF-CYCLE-DATE.
           MOVE 40 TO WS-IF-HASH-LENGTH.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LBX-STATUS = "00"
               PERFORM UNTIL WS-END-OF-LOCKBOX
                   READ LOCKBOX-FILE
                       AT END
                           MOVE "Y" TO WS-LBX-EOF-SWITCH
                       NOT AT END
                           PERFORM TALLY-LOCKBOX-RECORD
                   END-READ
                   IF WS-LBX-STATUS NOT = "00" AND
                      WS-LBX-STATUS NOT = "10"
                       MOVE "LOCKBOX" TO WS-ERR-FILE-NAME
                       MOVE "READ"    TO WS-ERR-OPERATION
                       MOVE WS-LBX-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE LOCKBOX-FILE
               MOVE "N" TO WS-LBX-EOF-SWITCH
           END-IF.
           PERFORM CHECK-INBOUND-FILE.

       TALLY-LOCKBOX-RECORD.
           MOVE LOCKBOX-RECORD TO WS-IF-HASH-RECORD.
           PERFORM TALLY-INBOUND-RECORD.
           IF LB-IS-HEADER AND LB-DEPOSIT-NUMBER IS NUMERIC
               IF WS-IF-SEQ-FIRST = ZEROS
                   MOVE LB-DEPOSIT-NUMBER TO WS-IF-SEQ-FIRST
                   IF LB-DEPOSIT-DATE IS NUMERIC
                       MOVE LB-DEPOSIT-DATE TO WS-IF-HEADER-DATE
                   END-IF
               END-IF
               IF LB-DEPOSIT-NUMBER > WS-IF-SEQ-LAST
                   MOVE LB-DEPOSIT-NUMBER TO WS-IF-SEQ-LAST
               END-IF
               IF LB-DEPOSIT-AMOUNT IS NUMERIC
                   ADD LB-DEPOSIT-AMOUNT TO WS-IF-AMOUNT-TOTAL
               END-IF
           END-IF.

       LOAD-SUSPENSE-RETRIES.
      *    Pull yesterday's suspense into the retry table before the
      *    file is replaced; the items flow back into today's
                               MOVE ZEROS
                                   TO RT-NSF-FEE(WS-RETRY-COUNT)
                           END-IF
                           IF SS-CUSTOMER-ID IS NUMERIC
                               MOVE SS-CUSTOMER-ID
                                   TO RT-CUSTOMER-ID(WS-RETRY-COUNT)
                           ELSE
                               MOVE ZEROS
                                   TO RT-CUSTOMER-ID(WS-RETRY-COUNT)
                           END-IF
      *                    The item keeps the date the bank took
      *                    it in; older records without one take
      *                    today's.
                           IF SS-PAYMENT-DATE IS NUMERIC AND
                              SS-PAYMENT-DATE > ZEROS
                               MOVE SS-PAYMENT-DATE
                                   TO RT-PAYMENT-DATE(WS-RETRY-COUNT)
                           ELSE
                               MOVE WS-CURRENT-DATE(1:8)
                                   TO RT-PAYMENT-DATE(WS-RETRY-COUNT)
                           END-IF
                           IF SS-CURRENCY-CODE IS ALPHABETIC
                               MOVE SS-CURRENCY-CODE
                                   TO RT-CURRENCY-CODE(WS-RETRY-COUNT)
                           ELSE
                               MOVE SPACES
                                   TO RT-CURRENCY-CODE(WS-RETRY-COUNT)
                           END-IF
                       END-IF
               END-READ
               IF WS-SUSP-STATUS NOT = "00" AND
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
      *    Every deposit settled tonight, posted or suspended, for
      *    BANKRECN to match against the bank's own statement.
           OPEN OUTPUT DEPOSIT-BATCH-FILE.
           IF WS-DEP-STATUS NOT = "00"
               MOVE "DEPBATCH"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-DEP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "LOCKBOX CASH RECEIPTS" TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE SPACES TO CASH-REPORT-LINE.
               MOVE RT-AMOUNT(RT-IDX)         TO PY-AMOUNT
               MOVE RT-TRANS-CODE(RT-IDX)     TO PY-TRANS-CODE
               MOVE RT-NSF-FEE(RT-IDX)        TO PY-NSF-FEE
               MOVE RT-CUSTOMER-ID(RT-IDX)    TO PY-CUSTOMER-ID
               MOVE RT-PAYMENT-DATE(RT-IDX)   TO PY-PAYMENT-DATE
               MOVE RT-CURRENCY-CODE(RT-IDX)  TO PY-CURRENCY-CODE
               PERFORM WRITE-ONE-PAYMENT
               ADD 1 TO WS-COUNT-RETRIED
           END-PERFORM.
           MOVE LB-DEPOSIT-NUMBER TO WS-BATCH-DEPOSIT.
           MOVE LB-ITEM-COUNT     TO WS-BATCH-EXP-COUNT.
           MOVE LB-DEPOSIT-AMOUNT TO WS-BATCH-EXP-AMOUNT.
      *    The bank's deposit date dates every item in the batch;
      *    a header without one dates them today.
           IF LB-DEPOSIT-DATE IS NUMERIC AND LB-DEPOSIT-DATE > ZEROS
               MOVE LB-DEPOSIT-DATE TO WS-BATCH-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO WS-BATCH-DATE
           END-IF.
      *    A deposit to a foreign-currency lockbox account is all in
      *    that currency; a header without a code is base currency.
           IF LB-CURRENCY-CODE IS ALPHABETIC
               MOVE LB-CURRENCY-CODE TO WS-BATCH-CURRENCY
           ELSE
               MOVE SPACES TO WS-BATCH-CURRENCY
           END-IF.
           MOVE ZEROS TO WS-BATCH-ITEM-COUNT.
           MOVE ZEROS TO WS-BATCH-AMOUNT.
           ADD 1 TO WS-COUNT-BATCHES.

       COLLECT-ONE-DETAIL.
      *    The remitter's customer number rides with every item; a
      *    check with no invoice number on its stub still posts, and
      *    PAYAPPLY matches it to the customer's open items by rule.
           PERFORM EDIT-LOCKBOX-CUSTOMER.
           IF LB-INVOICE-NUMBER IS NUMERIC AND
              LB-INVOICE-NUMBER = ZEROS
               ADD 1 TO WS-COUNT-NO-INVOICE
           END-IF.
           IF NOT WS-BATCH-IS-OPEN
      *        A detail with no header can never balance; straight
      *        to suspense so the money stays visible.
               MOVE "DETAIL WITHOUT HEADER" TO SS-REASON
               MOVE "P"   TO SS-TRANS-CODE
               MOVE ZEROS TO SS-NSF-FEE
               MOVE WS-LBX-CUSTOMER-ID TO SS-CUSTOMER-ID
               MOVE WS-CURRENT-DATE(1:8) TO SS-PAYMENT-DATE
               MOVE SPACES TO SS-CURRENCY-CODE
               PERFORM WRITE-ONE-SUSPENSE
           ELSE
               IF WS-BATCH-ITEM-COUNT < WS-MAX-BATCH-ITEMS
                       TO BT-INVOICE-NUMBER(WS-BATCH-ITEM-COUNT)
                   MOVE LB-AMOUNT
                       TO BT-AMOUNT(WS-BATCH-ITEM-COUNT)
                   MOVE WS-LBX-CUSTOMER-ID
                       TO BT-CUSTOMER-ID(WS-BATCH-ITEM-COUNT)
                   ADD LB-AMOUNT TO WS-BATCH-AMOUNT
               ELSE
      *            A batch past the table cap stops the run loudly,
               END-IF
           END-IF.

       EDIT-LOCKBOX-CUSTOMER.
      *    Files cut before the bank keyed the customer number read
      *    back blank there; those items carry no customer.
           IF LB-CUSTOMER-ID IS NUMERIC
               MOVE LB-CUSTOMER-ID TO WS-LBX-CUSTOMER-ID
           ELSE
               MOVE ZEROS TO WS-LBX-CUSTOMER-ID
           END-IF.

       PASS-ONE-REVERSAL.
      *    A returned item is not a deposit: it rides straight
      *    through to PAYMENTS outside the batch balancing, and
           MOVE LB-AMOUNT         TO PY-AMOUNT.
           MOVE "V"               TO PY-TRANS-CODE.
           MOVE LB-NSF-FEE        TO PY-NSF-FEE.
           PERFORM EDIT-LOCKBOX-CUSTOMER.
           MOVE WS-LBX-CUSTOMER-ID TO PY-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE(1:8) TO PY-PAYMENT-DATE.
           IF LB-RETURN-CURRENCY IS ALPHABETIC
               MOVE LB-RETURN-CURRENCY TO PY-CURRENCY-CODE
           ELSE
               MOVE SPACES TO PY-CURRENCY-CODE
           END-IF.
           WRITE PAYMENT-RECORD.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "PAYMENTS" TO WS-ERR-FILE-NAME
                   MOVE BT-AMOUNT(BT-IDX) TO PY-AMOUNT
                   MOVE "P"   TO PY-TRANS-CODE
                   MOVE ZEROS TO PY-NSF-FEE
                   MOVE BT-CUSTOMER-ID(BT-IDX) TO PY-CUSTOMER-ID
                   MOVE WS-BATCH-DATE TO PY-PAYMENT-DATE
                   MOVE WS-BATCH-CURRENCY TO PY-CURRENCY-CODE
                   PERFORM WRITE-ONE-PAYMENT
               END-PERFORM
           ELSE
                   MOVE "BATCH OUT OF BALANCE" TO SS-REASON
                   MOVE "P"   TO SS-TRANS-CODE
                   MOVE ZEROS TO SS-NSF-FEE
                   MOVE BT-CUSTOMER-ID(BT-IDX) TO SS-CUSTOMER-ID
                   MOVE WS-BATCH-DATE TO SS-PAYMENT-DATE
                   MOVE WS-BATCH-CURRENCY TO SS-CURRENCY-CODE
                   PERFORM WRITE-ONE-SUSPENSE
               END-PERFORM
           END-IF.
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
      *    The bank credits the deposit its header states whether
      *    or not the items balanced, so that is what reconciles.
           MOVE WS-CURRENT-DATE(1:8) TO DB-DEPOSIT-DATE.
           MOVE WS-BATCH-DEPOSIT     TO DB-DEPOSIT-NUMBER.
           MOVE WS-BATCH-EXP-AMOUNT  TO DB-AMOUNT.
           IF WS-BATCH-ITEM-COUNT = WS-BATCH-EXP-COUNT AND
              WS-BATCH-AMOUNT = WS-BATCH-EXP-AMOUNT
               MOVE "P" TO DB-VERDICT
           ELSE
               MOVE "S" TO DB-VERDICT
           END-IF.
           WRITE DEPOSIT-BATCH-RECORD.
           IF WS-DEP-STATUS NOT = "00"
               MOVE "DEPBATCH" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-DEP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "N" TO WS-BATCH-OPEN-SW.

       WRITE-ONE-PAYMENT.
           END-IF.

       WRITE-ONE-SUSPENSE.
      *    Candidate invoices are PAYAPPLY's to list; nothing the
      *    import suspends has been matched against the register.
           ADD 1 TO WS-COUNT-SUSPENDED.
           MOVE ZEROS TO SS-CANDIDATE-COUNT.
           MOVE ZEROS TO SS-CANDIDATE-LIST.
           WRITE SUSPENSE-RECORD.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "PAYSUSP" TO WS-ERR-FILE-NAME
           MOVE "Reversals passed:"    TO SL-LABEL.
           MOVE WS-COUNT-REVERSALS    TO SL-COUNT.
           WRITE CASH-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Items with no invoice:" TO SL-LABEL.
           MOVE WS-COUNT-NO-INVOICE   TO SL-COUNT.
           WRITE CASH-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-FILES.
           IF WS-LBX-STATUS NOT = "35"
           CLOSE PAYMENTS-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE CASH-REPORT-FILE.
           CLOSE DEPOSIT-BATCH-FILE.

       COPY INFREGP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
