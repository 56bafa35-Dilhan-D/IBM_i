      *                   it matched, and AR was credited for cash
      *                   that never applied. Applied cash books
      *                   once, the day it applies.
      *Date: 2026-09-17 - Journal the early-payment discounts
      *                   PAYAPPLY allowed (PG-DISC-AMOUNT on the
      *                   widened PAYGL record) to their own
      *                   sales-discount account - debit SALESDSC,
      *                   credit AR - and the discounts revoked
      *                   with a reversed check back the other way,
      *                   instead of leaving the discount sitting
      *                   in AR.
      *Date: 2026-09-18 - Journal the finance charges FINCHRG
      *                   books (the FCHGL feed it writes on the
      *                   month-end run) as AR against finance-
      *                   charge income, FINCHINC. The daily cycle
      *                   has no FCHGL and journals nothing for it.
      *Date: 2026-09-19 - Journal unapplied cash: the part of a
      *                   payment PAYAPPLY held as a customer
      *                   credit (PG-CREDIT-AMOUNT) books CASH
      *                   against UNAPPLD instead of AR, and the
      *                   CREDAPPL feed (CREDGL) journals credits
      *                   applied to invoices as UNAPPLD against
      *                   AR and credits refunded as UNAPPLD
      *                   against REFUNDAP for payables to pay.
      *Date: 2026-09-23 - Journal every stream per accounting
      *                   period: items stamped or dated in a month
      *                   closed on ACCTPER journal into the open
      *                   period in their own prior-period bucket.
      *                   Each GLEXTR record now carries its period
      *                   and prior-period flag, GLRPT totals each
      *                   period, and a balanced run stamps RUNCTL
      *                   for the PERCLOSE month-end close.
      *Date: 2026-09-28 - Journal the realized exchange gain or loss
      *                   on foreign-currency payments from the
      *                   widened PAYGL record: a gain debits CASH
      *                   and credits FXGAINLS, a loss the other
      *                   way, and a returned foreign check reverses
      *                   what its payment realized.
      *Date: 2026-10-13 - Stamp RUNCTL under the CYCLDATE cycle
      *                   date instead of the run date, like the
      *                   other PAYCYCLE steps, so JOBGATE sees the
      *                   whole PAYCYCLE day under one date. Run
      *                   outside PAYCYCLE (FINCHRG has no CYCLDATE)
      *                   it still stamps the run date, so PERCLOSE's
      *                   last-business-day check reads as before.
      *Date: 2026-10-15 - Take the RUNCTL step name from the optional
      *                   RCSTEP record when one is supplied, so
      *                   FINCHRG's finance-charge run stamps under
      *                   its own name and never stands in for the
      *                   PAYCYCLE GLEXTRCT JOBGATE and PERCLOSE look
      *                   for.
      *Date: 2026-10-15 - A bounced check whose payment was partly
      *                   held as a customer credit carries that
      *                   held part on its "V" record: it reverses
      *                   out of unapplied cash (UNAPPLD against
      *                   CASH, under UNAPPCSH) and only the rest
      *                   debits AR as the NSF reversal.
      *Date: 2026-10-15 - Held cash on a bounced check that the
      *                   customer had already used reopens as a
      *                   debt, carried apart on the "V" record in
      *                   PG-REOPEN-AMOUNT. It journals to AR
      *                   against CASH under NSFREVSL; only the
      *                   credit truly held reverses out of UNAPPLD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRCT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJGL-STATUS.

           SELECT FINANCE-GL-FILE ASSIGN TO "FCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCHGL-STATUS.

           SELECT CREDIT-GL-FILE ASSIGN TO "CREDGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDGL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ACCTPER.

           COPY CYCDT.

           COPY RUNCTL.

           COPY RCSTEP.

           COPY ERRLOG.

       DATA DIVISION.
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

       FD  ADJUSTMENT-GL-FILE.
       01  ADJUSTMENT-GL-RECORD.
           05 AG-TRANS-CODE        PIC X(1).
           05 AG-INVOICE-NUMBER    PIC 9(6).
           05 AG-AMOUNT            PIC 9(7)V99.
           05 AG-POST-PERIOD       PIC 9(6).
           05 AG-PRIOR-PERIOD      PIC X(1).

       FD  FINANCE-GL-FILE.
       01  FINANCE-GL-RECORD.
           05 FG-CHARGE-DATE       PIC 9(8).
           05 FG-INVOICE-NUMBER    PIC 9(6).
           05 FG-PERSON-ID         PIC 9(6).
           05 FG-AMOUNT            PIC 9(7)V99.

       FD  CREDIT-GL-FILE.
       01  CREDIT-GL-RECORD.
           05 CG-ACTIVITY-DATE     PIC 9(8).
           05 CG-TRANS-CODE        PIC X(1).
              88 CG-IS-APPLIED         VALUE "A".
              88 CG-IS-REFUND          VALUE "F".
           05 CG-CREDIT-NUMBER     PIC 9(6).
           05 CG-INVOICE-NUMBER    PIC 9(6).
           05 CG-PERSON-ID         PIC 9(6).
           05 CG-AMOUNT            PIC 9(7)V99.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-DEBIT-CREDIT      PIC X(1).
           05 GL-AMOUNT            PIC 9(9)V99.
           05 GL-SOURCE            PIC X(8).
           05 GL-PERIOD            PIC 9(6).
           05 GL-PRIOR-PERIOD      PIC X(1).
              88 GL-IS-PRIOR-PERIOD    VALUE "Y".

       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE          PIC X(80).

           COPY ACCTPERFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY RCSTEPFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY ACCTPERWS.
       COPY RUNCTLWS.
       COPY RCSTEPWS.
       01  WS-ORDREG-STATUS     PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-ADJGL-STATUS      PIC X(2).
       01  WS-FCHGL-STATUS      PIC X(2).
       01  WS-CREDGL-STATUS     PIC X(2).
       01  WS-EXTR-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
           05 OR-ORDER-DATE     PIC X(8).
           05 FILLER            PIC X(2).
           05 OR-AMOUNT-TEXT    PIC X(14).
           05 FILLER            PIC X(1).
           05 OR-POST-PERIOD    PIC X(6).
           05 FILLER            PIC X(1).
           05 OR-PRIOR-FLAG     PIC X(12).

       01  WS-INVOICE-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PAYMENT-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-WRITEOFF-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REVERSAL-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-NSF-FEE-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DISCOUNT-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DISC-REVOKED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-FINANCE-CHG-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-UNAPPLIED-CASH-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-CREDIT-REVERSED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REOPENED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-CREDIT-APPLIED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REFUND-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-FX-GAIN-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-FX-LOSS-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-DEBITS      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-CREDITS     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-JOURNAL-AMOUNT    PIC 9(9)V99.
       01  WS-COUNT-JOURNALED   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PRIOR-ITEMS PIC 9(5) VALUE ZEROS.

      *    Every stream journals per accounting period it posts to,
      *    with items moved forward out of a closed period kept in
      *    their own bucket so the journals carry the prior-period
      *    flag. The scalar totals above stay the whole run's.
       01  WS-BUCKET-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-BUCKETS       PIC 9(3) VALUE 24.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 24 TIMES INDEXED BY BK-IDX.
              10 BK-PERIOD             PIC 9(6).
              10 BK-PRIOR-SW           PIC X(1).
                 88 BK-IS-PRIOR            VALUE "Y".
              10 BK-INVOICE-TOTAL      PIC 9(11)V99 COMP-3.
              10 BK-PAYMENT-TOTAL      PIC 9(11)V99 COMP-3.
              10 BK-CREDIT-MEMO-TOTAL  PIC 9(11)V99 COMP-3.
              10 BK-DEBIT-MEMO-TOTAL   PIC 9(11)V99 COMP-3.
              10 BK-WRITEOFF-TOTAL     PIC 9(11)V99 COMP-3.
              10 BK-REVERSAL-TOTAL     PIC 9(11)V99 COMP-3.
              10 BK-NSF-FEE-TOTAL      PIC 9(11)V99 COMP-3.
              10 BK-DISCOUNT-TOTAL     PIC 9(11)V99 COMP-3.
              10 BK-DISC-REVOKED-TOTAL PIC 9(11)V99 COMP-3.
              10 BK-FINANCE-CHG-TOTAL  PIC 9(11)V99 COMP-3.
              10 BK-UNAPPLIED-CASH-TOTAL PIC 9(11)V99 COMP-3.
              10 BK-CREDIT-REVERSED-TOTAL PIC 9(11)V99 COMP-3.
              10 BK-REOPENED-TOTAL     PIC 9(11)V99 COMP-3.
              10 BK-CREDIT-APPLIED-TOTAL PIC 9(11)V99 COMP-3.
              10 BK-REFUND-TOTAL       PIC 9(11)V99 COMP-3.
              10 BK-FX-GAIN-TOTAL      PIC 9(11)V99 COMP-3.
              10 BK-FX-LOSS-TOTAL      PIC 9(11)V99 COMP-3.
              10 BK-DEBITS             PIC 9(11)V99 COMP-3.
       01  WS-BUCKET-FOUND-SW   PIC X(1).
           88 WS-BUCKET-FOUND         VALUE "Y".

       01  WS-REPORT-DETAIL.
           05 RD-LABEL          PIC X(28).
           05 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COUNT REDEFINES WS-REPORT-DETAIL.
           05 FILLER            PIC X(28).
           05 RD-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(7).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "GLEXTRCT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM LOAD-ACCOUNTING-PERIODS.
           PERFORM TOTAL-ORDER-REGISTER.
           PERFORM TOTAL-PAYMENTS.
           PERFORM TOTAL-ADJUSTMENTS.
           PERFORM TOTAL-FINANCE-CHARGES.
           PERFORM TOTAL-CREDIT-ACTIVITY.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-JOURNAL-ENTRIES.
           PERFORM WRITE-GL-REPORT.
           ELSE
               DISPLAY "GL extract in balance: "
                       WS-COUNT-JOURNALED " journal records."
      *        Only a balanced extract counts toward the period
      *        close PERCLOSE checks for.
               MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE
               PERFORM RESOLVE-CYCLE-DATE
               MOVE WS-CYC-DATE          TO WS-RC-CYCLE-DATE
               MOVE "GLEXTRCT"           TO WS-RC-STEP-NAME
               PERFORM RESOLVE-RUN-STEP-NAME
               MOVE WS-COUNT-JOURNALED   TO WS-RC-COUNT-1
               MOVE WS-BUCKET-COUNT      TO WS-RC-COUNT-2
               MOVE WS-COUNT-PRIOR-ITEMS TO WS-RC-COUNT-3
               MOVE ZEROS                TO WS-RC-COUNT-4
               PERFORM RECORD-STEP-END
           END-IF.
           STOP RUN.

                   NOT AT END
                       MOVE ORDER-REGISTER-LINE TO WS-ORDREG-DETAIL
                       IF OR-ORDER-NUMBER IS NUMERIC
                           PERFORM PERIOD-OF-ORDER-ENTRY
                           COMPUTE WS-JOURNAL-AMOUNT =
                               FUNCTION NUMVAL(OR-AMOUNT-TEXT)
                           ADD WS-JOURNAL-AMOUNT TO WS-INVOICE-TOTAL
                                   BK-INVOICE-TOTAL(BK-IDX)
                       END-IF
               END-READ
               IF WS-ORDREG-STATUS NOT = "00" AND
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PG-AMOUNT IS NUMERIC
                           PERFORM PERIOD-OF-PAYMENT-ENTRY
                           IF PG-IS-REVERSAL
                               PERFORM TOTAL-ONE-REVERSAL
                               IF PG-NSF-FEE IS NUMERIC
                                   ADD PG-NSF-FEE
                                       TO WS-NSF-FEE-TOTAL
                                          BK-NSF-FEE-TOTAL(BK-IDX)
                               END-IF
                               IF PG-DISC-AMOUNT IS NUMERIC
                                   ADD PG-DISC-AMOUNT
                                     TO WS-DISC-REVOKED-TOTAL
                                        BK-DISC-REVOKED-TOTAL(BK-IDX)
                               END-IF
      *                        A returned foreign check undoes the
      *                        gain or loss its payment realized.
                               IF PG-FX-GAIN IS NUMERIC
                                   ADD PG-FX-GAIN
                                       TO WS-FX-LOSS-TOTAL
                                          BK-FX-LOSS-TOTAL(BK-IDX)
                               END-IF
                               IF PG-FX-LOSS IS NUMERIC
                                   ADD PG-FX-LOSS
                                       TO WS-FX-GAIN-TOTAL
                                          BK-FX-GAIN-TOTAL(BK-IDX)
                               END-IF
                           ELSE
                               PERFORM TOTAL-ONE-PAYMENT
                               IF PG-DISC-AMOUNT IS NUMERIC
                                   ADD PG-DISC-AMOUNT
                                       TO WS-DISCOUNT-TOTAL
                                          BK-DISCOUNT-TOTAL(BK-IDX)
                               END-IF
                               IF PG-FX-GAIN IS NUMERIC
                                   ADD PG-FX-GAIN
                                       TO WS-FX-GAIN-TOTAL
                                          BK-FX-GAIN-TOTAL(BK-IDX)
                               END-IF
                               IF PG-FX-LOSS IS NUMERIC
                                   ADD PG-FX-LOSS
                                       TO WS-FX-LOSS-TOTAL
                                          BK-FX-LOSS-TOTAL(BK-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE PAYMENT-GL-FILE
           END-IF.

       TOTAL-ONE-REVERSAL.
      *    The part of a bounced payment PAYAPPLY had held as a
      *    customer credit never reached AR either; it comes back
      *    out of unapplied cash. Held cash the customer had already
      *    used reopens as a debt and debits AR on its own, so the
      *    invoice's reversal is what is left.
           ADD PG-AMOUNT TO WS-REVERSAL-TOTAL
                   BK-REVERSAL-TOTAL(BK-IDX).
           IF PG-CREDIT-AMOUNT IS NUMERIC AND
              PG-CREDIT-AMOUNT > ZEROS
               ADD PG-CREDIT-AMOUNT TO WS-CREDIT-REVERSED-TOTAL
                       BK-CREDIT-REVERSED-TOTAL(BK-IDX)
               SUBTRACT PG-CREDIT-AMOUNT FROM WS-REVERSAL-TOTAL
                       BK-REVERSAL-TOTAL(BK-IDX)
           END-IF.
           IF PG-REOPEN-AMOUNT IS NUMERIC AND
              PG-REOPEN-AMOUNT > ZEROS
               ADD PG-REOPEN-AMOUNT TO WS-REOPENED-TOTAL
                       BK-REOPENED-TOTAL(BK-IDX)
               SUBTRACT PG-REOPEN-AMOUNT FROM WS-REVERSAL-TOTAL
                       BK-REVERSAL-TOTAL(BK-IDX)
           END-IF.

       TOTAL-ONE-PAYMENT.
      *    The part of a payment PAYAPPLY held as an unapplied
      *    credit never reached AR; it books to unapplied cash.
      *    Records written before the field existed carry none.
           IF PG-CREDIT-AMOUNT IS NUMERIC AND
              PG-CREDIT-AMOUNT > ZEROS
               ADD PG-CREDIT-AMOUNT TO WS-UNAPPLIED-CASH-TOTAL
                       BK-UNAPPLIED-CASH-TOTAL(BK-IDX)
               ADD PG-AMOUNT TO WS-PAYMENT-TOTAL
                       BK-PAYMENT-TOTAL(BK-IDX)
               SUBTRACT PG-CREDIT-AMOUNT FROM WS-PAYMENT-TOTAL
                       BK-PAYMENT-TOTAL(BK-IDX)
           ELSE
               ADD PG-AMOUNT TO WS-PAYMENT-TOTAL
                       BK-PAYMENT-TOTAL(BK-IDX)
           END-IF.

       TOTAL-ADJUSTMENTS.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ADJUSTMENT-GL-FILE.
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM PERIOD-OF-ADJUSTMENT-ENTRY
                       EVALUATE AG-TRANS-CODE
                           WHEN "C"
                               ADD AG-AMOUNT
                                   TO WS-CREDIT-MEMO-TOTAL
                                      BK-CREDIT-MEMO-TOTAL(BK-IDX)
                           WHEN "D"
                               ADD AG-AMOUNT
                                   TO WS-DEBIT-MEMO-TOTAL
                                      BK-DEBIT-MEMO-TOTAL(BK-IDX)
                           WHEN "W"
                               ADD AG-AMOUNT TO WS-WRITEOFF-TOTAL
                                   BK-WRITEOFF-TOTAL(BK-IDX)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               CLOSE ADJUSTMENT-GL-FILE
           END-IF.

       TOTAL-FINANCE-CHARGES.
      *    The FCHGL feed exists only on the month-end finance-
      *    charge run; the daily cycle has none and journals
      *    nothing for it.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT FINANCE-GL-FILE.
           IF WS-FCHGL-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-FCHGL-STATUS NOT = "00"
                   MOVE "FCHGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-FCHGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ FINANCE-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF FG-AMOUNT IS NUMERIC
                           MOVE FG-CHARGE-DATE TO WS-PER-ARG-DATE
                           PERFORM RESOLVE-POSTING-PERIOD
                           PERFORM FIND-PERIOD-BUCKET
                           ADD FG-AMOUNT TO WS-FINANCE-CHG-TOTAL
                                   BK-FINANCE-CHG-TOTAL(BK-IDX)
                       END-IF
               END-READ
               IF WS-FCHGL-STATUS NOT = "00" AND
                  WS-FCHGL-STATUS NOT = "10"
                   MOVE "FCHGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-FCHGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-FCHGL-STATUS NOT = "35"
               CLOSE FINANCE-GL-FILE
           END-IF.

       TOTAL-CREDIT-ACTIVITY.
      *    CREDAPPL's feed: unapplied credits applied to open
      *    invoices ("A") and credits refunded to the customer
      *    ("F"). No feed means no credit activity today.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CREDIT-GL-FILE.
           IF WS-CREDGL-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-CREDGL-STATUS NOT = "00"
                   MOVE "CREDGL"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CREDGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CREDIT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF CG-AMOUNT IS NUMERIC
                           MOVE CG-ACTIVITY-DATE TO WS-PER-ARG-DATE
                           PERFORM RESOLVE-POSTING-PERIOD
                           PERFORM FIND-PERIOD-BUCKET
                           EVALUATE TRUE
                               WHEN CG-IS-APPLIED
                                   ADD CG-AMOUNT
                                     TO WS-CREDIT-APPLIED-TOTAL
                                        BK-CREDIT-APPLIED-TOTAL(BK-IDX)
                               WHEN CG-IS-REFUND
                                   ADD CG-AMOUNT TO WS-REFUND-TOTAL
                                       BK-REFUND-TOTAL(BK-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
               IF WS-CREDGL-STATUS NOT = "00" AND
                  WS-CREDGL-STATUS NOT = "10"
                   MOVE "CREDGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-CREDGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-CREDGL-STATUS NOT = "35"
               CLOSE CREDIT-GL-FILE
           END-IF.

       PERIOD-OF-ORDER-ENTRY.
      *    ORDER-TOTAL stamps the period each invoice billed into;
      *    register lines written before it did go by order date.
           IF OR-POST-PERIOD IS NUMERIC AND OR-POST-PERIOD > ZEROS
               MOVE OR-POST-PERIOD TO WS-PER-ARG-PERIOD
               IF OR-PRIOR-FLAG = "PRIOR PERIOD"
                   MOVE "Y" TO WS-PER-PRIOR-SW
               ELSE
                   MOVE "N" TO WS-PER-PRIOR-SW
               END-IF
               PERFORM USE-STAMPED-PERIOD
           ELSE
               IF OR-ORDER-DATE IS NUMERIC
                   MOVE OR-ORDER-DATE TO WS-PER-ARG-DATE
               ELSE
                   MOVE ZEROS TO WS-PER-ARG-DATE
               END-IF
               PERFORM RESOLVE-POSTING-PERIOD
           END-IF.
           PERFORM FIND-PERIOD-BUCKET.

       PERIOD-OF-PAYMENT-ENTRY.
      *    PAYAPPLY stamps the period; older PAYGL records carry
      *    none and post to tonight's open period.
           IF PG-POST-PERIOD IS NUMERIC AND PG-POST-PERIOD > ZEROS
               MOVE PG-POST-PERIOD  TO WS-PER-ARG-PERIOD
               MOVE PG-PRIOR-PERIOD TO WS-PER-PRIOR-SW
               PERFORM USE-STAMPED-PERIOD
           ELSE
               MOVE ZEROS TO WS-PER-ARG-DATE
               PERFORM RESOLVE-POSTING-PERIOD
           END-IF.
           PERFORM FIND-PERIOD-BUCKET.

       PERIOD-OF-ADJUSTMENT-ENTRY.
           IF AG-POST-PERIOD IS NUMERIC AND AG-POST-PERIOD > ZEROS
               MOVE AG-POST-PERIOD  TO WS-PER-ARG-PERIOD
               MOVE AG-PRIOR-PERIOD TO WS-PER-PRIOR-SW
               PERFORM USE-STAMPED-PERIOD
           ELSE
               MOVE AG-ADJUST-DATE TO WS-PER-ARG-DATE
               PERFORM RESOLVE-POSTING-PERIOD
           END-IF.
           PERFORM FIND-PERIOD-BUCKET.

       USE-STAMPED-PERIOD.
      *    A feed stamped with a period that has since been closed
      *    still moves forward to the open period.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PER-ARG-CLOSED
               MOVE WS-PER-CURRENT-PERIOD TO WS-PER-POST-PERIOD
               MOVE "Y" TO WS-PER-PRIOR-SW
           ELSE
               MOVE WS-PER-ARG-PERIOD TO WS-PER-POST-PERIOD
               IF WS-PER-PRIOR-SW NOT = "Y"
                   MOVE "N" TO WS-PER-PRIOR-SW
               END-IF
           END-IF.

       FIND-PERIOD-BUCKET.
      *    WS-PER-POST-PERIOD/WS-PER-PRIOR-SW in; BK-IDX out.
           IF WS-PER-IS-PRIOR
               ADD 1 TO WS-COUNT-PRIOR-ITEMS
           END-IF.
           MOVE "N" TO WS-BUCKET-FOUND-SW.
           IF WS-BUCKET-COUNT > ZEROS
               SET BK-IDX TO 1
               SEARCH WS-BUCKET-ENTRY VARYING BK-IDX
                   AT END
                       CONTINUE
                   WHEN BK-IDX > WS-BUCKET-COUNT
                       CONTINUE
                   WHEN BK-PERIOD(BK-IDX) = WS-PER-POST-PERIOD AND
                        BK-PRIOR-SW(BK-IDX) = WS-PER-PRIOR-SW
                       MOVE "Y" TO WS-BUCKET-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT WS-BUCKET-FOUND
               IF WS-BUCKET-COUNT < WS-MAX-BUCKETS
                   ADD 1 TO WS-BUCKET-COUNT
                   SET BK-IDX TO WS-BUCKET-COUNT
                   INITIALIZE WS-BUCKET-ENTRY(BK-IDX)
                   MOVE WS-PER-POST-PERIOD TO BK-PERIOD(BK-IDX)
                   MOVE WS-PER-PRIOR-SW    TO BK-PRIOR-SW(BK-IDX)
               ELSE
      *            More periods in one run than the table holds
      *            lands in the last bucket; the log says so.
                   MOVE "PERIODS"    TO WS-ERR-FILE-NAME
                   MOVE "TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**"         TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
                   SET BK-IDX TO WS-MAX-BUCKETS
               END-IF
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF WS-EXTR-STATUS NOT = "00"

       WRITE-JOURNAL-ENTRIES.
      *    Summary journals, one balanced debit/credit pair per
      *    activity stream within each posting period. Zero streams
      *    write nothing, so a quiet day produces an empty,
      *    balanced extract.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BUCKET-COUNT
               PERFORM WRITE-BUCKET-JOURNALS
           END-PERFORM.

       WRITE-BUCKET-JOURNALS.
           IF BK-INVOICE-TOTAL(BK-IDX) > ZEROS
               MOVE BK-INVOICE-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "BILLING " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "REVENUE " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-PAYMENT-TOTAL(BK-IDX) > ZEROS
               MOVE BK-PAYMENT-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "CASH    " TO GL-ACCOUNT
               MOVE "CASHRCPT" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "AR      " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-CREDIT-MEMO-TOTAL(BK-IDX) > ZEROS
               MOVE BK-CREDIT-MEMO-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "REVENUE " TO GL-ACCOUNT
               MOVE "CREDMEMO" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "AR      " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-DEBIT-MEMO-TOTAL(BK-IDX) > ZEROS
               MOVE BK-DEBIT-MEMO-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "DEBTMEMO" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "REVENUE " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-WRITEOFF-TOTAL(BK-IDX) > ZEROS
               MOVE BK-WRITEOFF-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "BADDEBT " TO GL-ACCOUNT
               MOVE "WRITEOFF" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "AR      " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-REVERSAL-TOTAL(BK-IDX) > ZEROS
               MOVE BK-REVERSAL-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "NSFREVSL" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "CASH    " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-REOPENED-TOTAL(BK-IDX) > ZEROS
               MOVE BK-REOPENED-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "NSFREVSL" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "CASH    " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-NSF-FEE-TOTAL(BK-IDX) > ZEROS
               MOVE BK-NSF-FEE-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "NSFFEE  " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "FEEINC  " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-DISCOUNT-TOTAL(BK-IDX) > ZEROS
               MOVE BK-DISCOUNT-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "SALESDSC" TO GL-ACCOUNT
               MOVE "EARLYPAY" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "AR      " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-DISC-REVOKED-TOTAL(BK-IDX) > ZEROS
               MOVE BK-DISC-REVOKED-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "DISCREVK" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "SALESDSC" TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-FINANCE-CHG-TOTAL(BK-IDX) > ZEROS
               MOVE BK-FINANCE-CHG-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "AR      " TO GL-ACCOUNT
               MOVE "FINCHRG " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "FINCHINC" TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-UNAPPLIED-CASH-TOTAL(BK-IDX) > ZEROS
               MOVE BK-UNAPPLIED-CASH-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "CASH    " TO GL-ACCOUNT
               MOVE "UNAPPCSH" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "UNAPPLD " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-CREDIT-REVERSED-TOTAL(BK-IDX) > ZEROS
               MOVE BK-CREDIT-REVERSED-TOTAL(BK-IDX)
                   TO WS-JOURNAL-AMOUNT
               MOVE "UNAPPLD " TO GL-ACCOUNT
               MOVE "UNAPPCSH" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "CASH    " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-CREDIT-APPLIED-TOTAL(BK-IDX) > ZEROS
               MOVE BK-CREDIT-APPLIED-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "UNAPPLD " TO GL-ACCOUNT
               MOVE "CREDAPPL" TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "AR      " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-REFUND-TOTAL(BK-IDX) > ZEROS
               MOVE BK-REFUND-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "UNAPPLD " TO GL-ACCOUNT
               MOVE "REFUND  " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "REFUNDAP" TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
      *    Foreign payments relieve AR at the billing rate; the cash
      *    received at the payment-date rate differs by the realized
      *    exchange gain or loss.
           IF BK-FX-GAIN-TOTAL(BK-IDX) > ZEROS
               MOVE BK-FX-GAIN-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "CASH    " TO GL-ACCOUNT
               MOVE "FXGAIN  " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "FXGAINLS" TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.
           IF BK-FX-LOSS-TOTAL(BK-IDX) > ZEROS
               MOVE BK-FX-LOSS-TOTAL(BK-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "FXGAINLS" TO GL-ACCOUNT
               MOVE "FXLOSS  " TO GL-SOURCE
               PERFORM WRITE-ONE-DEBIT
               MOVE "CASH    " TO GL-ACCOUNT
               PERFORM WRITE-ONE-CREDIT
           END-IF.

       WRITE-ONE-DEBIT.
           MOVE "D" TO GL-DEBIT-CREDIT.
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DEBITS
                   BK-DEBITS(BK-IDX).
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-ONE-CREDIT.
       WRITE-ONE-JOURNAL.
           MOVE WS-CURRENT-DATE(1:8) TO GL-JOURNAL-DATE.
           MOVE WS-JOURNAL-AMOUNT    TO GL-AMOUNT.
           MOVE BK-PERIOD(BK-IDX)    TO GL-PERIOD.
           IF BK-IS-PRIOR(BK-IDX)
               MOVE "Y" TO GL-PRIOR-PERIOD
           ELSE
               MOVE "N" TO GL-PRIOR-PERIOD
           END-IF.
           WRITE GL-EXTRACT-RECORD.
           IF WS-EXTR-STATUS NOT = "00"
               MOVE "GLEXTR" TO WS-ERR-FILE-NAME
           MOVE "NSF fees:"          TO RD-LABEL.
           MOVE WS-NSF-FEE-TOTAL     TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Early-pay discounts:" TO RD-LABEL.
           MOVE WS-DISCOUNT-TOTAL    TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Discounts revoked:" TO RD-LABEL.
           MOVE WS-DISC-REVOKED-TOTAL TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Finance charges:"   TO RD-LABEL.
           MOVE WS-FINANCE-CHG-TOTAL TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Unapplied cash held:" TO RD-LABEL.
           MOVE WS-UNAPPLIED-CASH-TOTAL TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Held cash reversed:" TO RD-LABEL.
           MOVE WS-CREDIT-REVERSED-TOTAL TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Held cash reopened as owed:" TO RD-LABEL.
           MOVE WS-REOPENED-TOTAL    TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Credits applied:"   TO RD-LABEL.
           MOVE WS-CREDIT-APPLIED-TOTAL TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Credits refunded:"  TO RD-LABEL.
           MOVE WS-REFUND-TOTAL      TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Realized FX gains:" TO RD-LABEL.
           MOVE WS-FX-GAIN-TOTAL     TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Realized FX losses:" TO RD-LABEL.
           MOVE WS-FX-LOSS-TOTAL     TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Prior-period items:" TO RD-LABEL.
           MOVE WS-COUNT-PRIOR-ITEMS TO RD-COUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-COUNT.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BUCKET-COUNT
               MOVE SPACES TO RD-LABEL
               IF BK-IS-PRIOR(BK-IDX)
                   STRING "Period " BK-PERIOD(BK-IDX) " prior items:"
                          DELIMITED BY SIZE INTO RD-LABEL
               ELSE
                   STRING "Period " BK-PERIOD(BK-IDX) " debits:"
                          DELIMITED BY SIZE INTO RD-LABEL
               END-IF
               MOVE BK-DEBITS(BK-IDX) TO RD-AMOUNT
               WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL
           END-PERFORM.
           MOVE "Total debits:"      TO RD-LABEL.
           MOVE WS-TOTAL-DEBITS      TO RD-AMOUNT.
           WRITE GL-REPORT-LINE FROM WS-REPORT-DETAIL.
           END-IF.
           WRITE GL-REPORT-LINE.

       COPY ACCTPERP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY RCSTEPP.

       COPY ERRLOGP.
