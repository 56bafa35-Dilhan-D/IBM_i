      *                   against the same invoice the same day
      *                   used to sit unapplied and then land on
      *                   ADJREG under "INVOICE NOT ON REGISTER".
      *Date: 2026-09-17 - Widen the register copies to the 80-byte
      *                   OPENINVR layout now that entries carry
      *                   their terms, due date and discount; an
      *                   early-payment discount PAYAPPLY allowed
      *                   counts toward paid-off.
      *Date: 2026-09-18 - Add the dispute hold ("H") and release
      *                   ("R") transactions: they set and clear
      *                   OI-DISPUTE-STATUS on the invoice, land on
      *                   ADJREG like any adjustment, and move no
      *                   money, so they skip the amount check and
      *                   the ADJGL feed. Widen the register copy to
      *                   the 81-byte OPENINVR layout.
      *Date: 2026-09-19 - Add the refund approval ("F") against
      *                   a customer's unapplied credit: it must
      *                   name an open "CRED" entry for exactly
      *                   its balance and the keying operator must
      *                   hold the ADJPARM refund authority level
      *                   (default 5). Approval marks the entry
      *                   "RFND" for CREDAPPL to pay out; no money
      *                   moves here, so nothing goes to ADJGL.
      *                   Memos, write-offs and dispute codes keyed
      *                   against a credit entry are rejected.
      *Date: 2026-09-23 - Carry an effective date on ADJTRANS (blank
      *                   means today). One dated in a month
      *                   finance has closed on ACCTPER posts to
      *                   the open period as a prior-period item;
      *                   ADJGL and ADJREG now carry the period
      *                   posted to and the prior-period flag.
      *Date: 2026-09-24 - A hold (H) now opens a dispute on the
      *                   invoice with the reason code from the
      *                   first two characters of AT-REASON, the
      *                   effective date and the operator as
      *                   assignee, and a release (R) settles it
      *                   with the same two characters as the
      *                   resolution code. Widen the register copy
      *                   for the dispute fields.
      *Date: 2026-09-26 - A rejected transaction now reads REJCT in
      *                   the flag column of its ADJREG line, so the
      *                   monthly PAYSCORE job can count only the
      *                   write-offs that actually posted.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-01 - Write each applied credit memo against a
      *                   billed invoice to SALESHST, dated back to
      *                   the invoice it credits, so SLSANAL nets it
      *                   against the sales it relates to.
      *Date: 2026-10-04 - Carry the source of a transaction on
      *                   ADJTRANS. Credit memos raised by RETAUTH
      *                   for returned goods are applied as usual
      *                   but not written to SALESHST again, as
      *                   RETAUTH has already posted the return
      *                   against the item.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARADJUST.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHST-STATUS.

           COPY ACCTPER.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  ADJUSTMENT-TRANS-FILE.
       01  ADJUSTMENT-TRANS-RECORD.
              88 AJ-IS-CREDIT-MEMO      VALUE "C".
              88 AJ-IS-DEBIT-MEMO       VALUE "D".
              88 AJ-IS-WRITE-OFF        VALUE "W".
              88 AJ-IS-DISPUTE-HOLD     VALUE "H".
              88 AJ-IS-DISPUTE-RELEASE  VALUE "R".
              88 AJ-IS-REFUND-APPROVAL  VALUE "F".
           05 AJ-INVOICE-NUMBER    PIC 9(6).
           05 AJ-AMOUNT            PIC 9(7)V99.
           05 AJ-OPERATOR-ID       PIC X(8).
           05 AJ-REASON            PIC X(20).
           05 AJ-EFFECTIVE-DATE    PIC 9(8).
           05 AJ-SOURCE            PIC X(1).
              88 AJ-FROM-RETURNS        VALUE "R".

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-RECORD.
       01  ADJUSTMENT-PARM-RECORD.
           05 AP-WRITEOFF-LIMIT    PIC 9(7)V99.
           05 AP-WRITEOFF-AUTH     PIC 9(1).
           05 AP-REFUND-AUTH       PIC 9(1).

       FD  ADJUSTMENT-REG-FILE.
       01  ADJUSTMENT-REG-LINE     PIC X(100).
           05 AG-TRANS-CODE        PIC X(1).
           05 AG-INVOICE-NUMBER    PIC 9(6).
           05 AG-AMOUNT            PIC 9(7)V99.
           05 AG-POST-PERIOD       PIC 9(6).
           05 AG-PRIOR-PERIOD      PIC X(1).

       FD  SALES-HISTORY-FILE.
           COPY SLSHREC.

           COPY ACCTPERFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY ACCTPERWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-NEWREG-STATUS     PIC X(2).
       01  WS-ADJ-STATUS        PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-SLSHST-STATUS     PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
      *    recompile.
       01  WS-WRITEOFF-LIMIT    PIC 9(7)V99 VALUE 100.00.
       01  WS-WRITEOFF-AUTH     PIC 9(1) VALUE 5.
      *    Approving a refund of a customer's unapplied credit
      *    sends money out, so it always needs this OPERPROF level.
       01  WS-REFUND-AUTH       PIC 9(1) VALUE 5.

      *    The day's adjustments, table-loaded like PAYAPPLY's
      *    payments while the register streams through unbounded.
                 88 AT-APPLIED         VALUE "A".
                 88 AT-REJECTED        VALUE "R".
              10 AT-REJECT-REASON  PIC X(30).
              10 AT-EFFECTIVE-DATE PIC 9(8).
              10 AT-POST-PERIOD    PIC 9(6).
              10 AT-PRIOR-SW       PIC X(1).
                 88 AT-PRIOR-PERIOD    VALUE "Y".
              10 AT-SOURCE         PIC X(1).
                 88 AT-FROM-RETURNS    VALUE "R".

       01  WS-OPER-AUTH         PIC 9(1).
       01  WS-CREDIT-BALANCE    PIC S9(7)V99.
       01  WS-OPER-FOUND-SW     PIC X(1).
           88 WS-OPERATOR-ON-PROFILE  VALUE "Y".
       01  WS-COUNT-APPLIED     PIC 9(5) VALUE ZEROS.
           05 RG-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-NOTE           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-POST-PERIOD    PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RG-PRIOR-FLAG     PIC X(5).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "ARADJUST" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ARADJUST" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "ARADJUST already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM READ-ADJUSTMENT-PARM.
           PERFORM LOAD-ACCOUNTING-PERIODS.
           PERFORM LOAD-ADJUSTMENTS.
           PERFORM OPEN-REGISTER-REPORT.
           IF WS-ADJ-COUNT > ZEROS
           PERFORM REPORT-UNAPPLIED.
           CLOSE ADJUSTMENT-REG-FILE.
           CLOSE ADJUSTMENT-GL-FILE.
           CLOSE SALES-HISTORY-FILE.
           DISPLAY "Adjustments applied:  " WS-COUNT-APPLIED.
           DISPLAY "Adjustments rejected: " WS-COUNT-REJECTED.
           MOVE WS-COUNT-APPLIED TO WS-RC-COUNT-1.
           MOVE WS-COUNT-REJECTED TO WS-RC-COUNT-2.
           MOVE ZEROS TO WS-RC-COUNT-3.
           MOVE ZEROS TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-ADJUSTMENT-PARM.
                           MOVE AP-WRITEOFF-AUTH
                               TO WS-WRITEOFF-AUTH
                       END-IF
                       IF AP-REFUND-AUTH IS NUMERIC AND
                          AP-REFUND-AUTH > ZEROS
                           MOVE AP-REFUND-AUTH TO WS-REFUND-AUTH
                       END-IF
               END-READ
               CLOSE ADJUSTMENT-PARM-FILE
           ELSE
               MOVE AJ-AMOUNT      TO AT-AMOUNT(WS-ADJ-COUNT)
               MOVE AJ-OPERATOR-ID TO AT-OPERATOR-ID(WS-ADJ-COUNT)
               MOVE AJ-REASON      TO AT-REASON(WS-ADJ-COUNT)
               MOVE AJ-SOURCE      TO AT-SOURCE(WS-ADJ-COUNT)
               MOVE "P"    TO AT-STATE-SWITCH(WS-ADJ-COUNT)
               MOVE SPACES TO AT-REJECT-REASON(WS-ADJ-COUNT)
      *        The date the adjustment belongs to; blank means
      *        today. One dated in a month finance has closed
      *        posts to the open period as a prior-period item.
               IF AJ-EFFECTIVE-DATE IS NUMERIC AND
                  AJ-EFFECTIVE-DATE > ZEROS
                   MOVE AJ-EFFECTIVE-DATE
                       TO AT-EFFECTIVE-DATE(WS-ADJ-COUNT)
               ELSE
                   MOVE WS-CURRENT-DATE(1:8)
                       TO AT-EFFECTIVE-DATE(WS-ADJ-COUNT)
               END-IF
               MOVE AT-EFFECTIVE-DATE(WS-ADJ-COUNT)
                   TO WS-PER-ARG-DATE
               PERFORM RESOLVE-POSTING-PERIOD
               MOVE WS-PER-POST-PERIOD
                   TO AT-POST-PERIOD(WS-ADJ-COUNT)
               MOVE WS-PER-PRIOR-SW TO AT-PRIOR-SW(WS-ADJ-COUNT)
           END-IF.

       OPEN-REGISTER-REPORT.
               MOVE WS-GL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-SLSHST-STATUS = "05" OR WS-SLSHST-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "SALESHST"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       AUTHORIZE-ADJUSTMENTS.
      *    Every transaction's code and amount is judged before the
           EVALUATE TRUE
               WHEN AT-TRANS-CODE(AJ-IDX) NOT = "C" AND
                    AT-TRANS-CODE(AJ-IDX) NOT = "D" AND
                    AT-TRANS-CODE(AJ-IDX) NOT = "W" AND
                    AT-TRANS-CODE(AJ-IDX) NOT = "H" AND
                    AT-TRANS-CODE(AJ-IDX) NOT = "R" AND
                    AT-TRANS-CODE(AJ-IDX) NOT = "F"
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "UNKNOWN ADJUSTMENT CODE"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN AT-TRANS-CODE(AJ-IDX) = "H" OR
                    AT-TRANS-CODE(AJ-IDX) = "R"
      *            A dispute hold or release moves no money, so
      *            the amount is not checked.
                   CONTINUE
               WHEN AT-AMOUNT(AJ-IDX) = ZEROS
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "ZERO AMOUNT"
               WHEN AT-TRANS-CODE(AJ-IDX) = "W" AND
                    AT-AMOUNT(AJ-IDX) > WS-WRITEOFF-LIMIT
                   PERFORM CHECK-WRITEOFF-AUTHORITY
               WHEN AT-TRANS-CODE(AJ-IDX) = "F"
                   PERFORM CHECK-REFUND-AUTHORITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-WRITEOFF-AUTHORITY.
           PERFORM READ-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-ON-PROFILE
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   CONTINUE
           END-EVALUATE.

       CHECK-REFUND-AUTHORITY.
           PERFORM READ-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-ON-PROFILE
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "OPERATOR NOT ON OPERPROF"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN WS-OPER-AUTH < WS-REFUND-AUTH
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "REFUND OVER AUTHORITY"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPER-FOUND-SW.
           MOVE ZEROS TO WS-OPER-AUTH.
           MOVE AT-OPERATOR-ID(AJ-IDX) TO OP-OPERATOR-ID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPER-FOUND-SW
                   MOVE OP-AUTH-LEVEL TO WS-OPER-AUTH
           END-READ.

       ADJUST-REGISTER.
      *    Stream every register record through, PAYAPPLY's shape:
      *    adjust the ones the table names, carry the rest
                   UNTIL AJ-IDX > WS-ADJ-COUNT
               IF AT-INVOICE-NUMBER(AJ-IDX) = OI-INVOICE-NUMBER
                       AND AT-PENDING(AJ-IDX)
                   PERFORM CHECK-ENTRY-TYPE
                   IF AT-PENDING(AJ-IDX)
                       PERFORM APPLY-ONE-ADJUSTMENT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ENTRY-TYPE.
      *    A refund approval is only good against an open unapplied
      *    credit and for exactly its balance; the memos, write-offs
      *    and dispute codes are only good against real invoices,
      *    never against a credit entry.
           IF OI-TERMS-CODE = "CRED" OR OI-TERMS-CODE = "RFND"
               COMPUTE WS-CREDIT-BALANCE =
                   OI-PAID-AMOUNT - OI-AMOUNT
           ELSE
               MOVE ZEROS TO WS-CREDIT-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN AT-TRANS-CODE(AJ-IDX) = "F" AND
                    (OI-TERMS-CODE NOT = "CRED" OR NOT OI-IS-OPEN)
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "NOT AN OPEN UNAPPLIED CREDIT"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN AT-TRANS-CODE(AJ-IDX) = "F" AND
                    AT-AMOUNT(AJ-IDX) NOT = WS-CREDIT-BALANCE
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "AMOUNT NOT THE CREDIT BALANCE"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN AT-TRANS-CODE(AJ-IDX) NOT = "F" AND
                    (OI-TERMS-CODE = "CRED" OR
                     OI-TERMS-CODE = "RFND")
                   MOVE "R" TO AT-STATE-SWITCH(AJ-IDX)
                   MOVE "ENTRY IS AN UNAPPLIED CREDIT"
                       TO AT-REJECT-REASON(AJ-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE NEW-REGISTER-RECORD FROM OPEN-INVOICE-RECORD.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVA" TO WS-ERR-FILE-NAME
                   ADD AT-AMOUNT(AJ-IDX) TO OI-AMOUNT
               WHEN "W"
                   ADD AT-AMOUNT(AJ-IDX) TO OI-PAID-AMOUNT
               WHEN "H"
                   PERFORM OPEN-DISPUTE-FROM-TRANS
               WHEN "R"
                   PERFORM SETTLE-DISPUTE-FROM-TRANS
               WHEN "F"
      *            Approval only marks the credit for refund; the
      *            credit stays open until CREDAPPL pays it out
      *            and journals it.
                   MOVE "RFND" TO OI-TERMS-CODE
           END-EVALUATE.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
           IF AT-TRANS-CODE(AJ-IDX) NOT = "F"
               IF OI-PAID-AMOUNT + OI-DISC-TAKEN >= OI-AMOUNT
                   IF NOT OI-IS-PAID
                       MOVE WS-CURRENT-DATE(1:8) TO OI-PAID-DATE
                   END-IF
                   MOVE "P" TO OI-STATUS
               ELSE
                   MOVE "O" TO OI-STATUS
                   MOVE ZEROS TO OI-PAID-DATE
               END-IF
           END-IF.
           PERFORM WRITE-REGISTER-ENTRY.
           IF AT-TRANS-CODE(AJ-IDX) NOT = "H" AND
              AT-TRANS-CODE(AJ-IDX) NOT = "R" AND
              AT-TRANS-CODE(AJ-IDX) NOT = "F"
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF.
           IF AT-TRANS-CODE(AJ-IDX) = "C" AND
              OI-TERMS-CODE NOT = "FCHG" AND
              OI-TERMS-CODE NOT = "NSF" AND
              OI-TERMS-CODE NOT = "CRED" AND
              OI-TERMS-CODE NOT = "RFND" AND
              NOT AT-FROM-RETURNS(AJ-IDX)
               PERFORM WRITE-SALES-HISTORY-CREDIT
           END-IF.

       WRITE-SALES-HISTORY-CREDIT.
      *    A credit memo against a billed invoice takes revenue back
      *    off the sales it was billed for, so the sales analysis
      *    hears about it dated to the original invoice. Finance
      *    charges, NSF fees and credit entries never went through
      *    the sales history, so a credit against one is left out
      *    by the caller.
           MOVE AT-INVOICE-NUMBER(AJ-IDX) TO SH-INVOICE-NUMBER.
           MOVE "C"                       TO SH-RECORD-TYPE.
           MOVE OI-INVOICE-DATE           TO SH-INVOICE-DATE.
           MOVE AT-EFFECTIVE-DATE(AJ-IDX) TO SH-ACTIVITY-DATE.
           MOVE OI-PERSON-ID              TO SH-PERSON-ID.
           MOVE ZEROS                     TO SH-LINE-NUMBER.
           MOVE ZEROS                     TO SH-ITEM-NUMBER.
           MOVE ZEROS                     TO SH-QTY.
           MOVE ZEROS                     TO SH-UNIT-PRICE.
           MOVE AT-AMOUNT(AJ-IDX)         TO SH-REVENUE.
           WRITE SALES-HISTORY-RECORD.
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "SALESHST" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-GL-FEED-ENTRY.
           MOVE AT-EFFECTIVE-DATE(AJ-IDX) TO AG-ADJUST-DATE.
           MOVE AT-TRANS-CODE(AJ-IDX)     TO AG-TRANS-CODE.
           MOVE AT-INVOICE-NUMBER(AJ-IDX) TO AG-INVOICE-NUMBER.
           MOVE AT-AMOUNT(AJ-IDX)         TO AG-AMOUNT.
           MOVE AT-POST-PERIOD(AJ-IDX)    TO AG-POST-PERIOD.
           MOVE AT-PRIOR-SW(AJ-IDX)       TO AG-PRIOR-PERIOD.
           WRITE ADJUSTMENT-GL-RECORD.
           IF WS-GL-STATUS NOT = "00"
               MOVE "ADJGL" TO WS-ERR-FILE-NAME
           ELSE
               MOVE AT-REASON(AJ-IDX) TO RG-NOTE
           END-IF.
           MOVE AT-POST-PERIOD(AJ-IDX)    TO RG-POST-PERIOD.
           EVALUATE TRUE
               WHEN AT-REJECTED(AJ-IDX)
                   MOVE "REJCT" TO RG-PRIOR-FLAG
               WHEN AT-PRIOR-PERIOD(AJ-IDX)
                   MOVE "PRIOR" TO RG-PRIOR-FLAG
               WHEN OTHER
                   MOVE SPACES TO RG-PRIOR-FLAG
           END-EVALUATE.
           WRITE ADJUSTMENT-REG-LINE FROM WS-REGISTER-DETAIL.
           IF WS-REG-STATUS NOT = "00"
               MOVE "ADJREG" TO WS-ERR-FILE-NAME
               END-EVALUATE
           END-PERFORM.

       OPEN-DISPUTE-FROM-TRANS.
      *    The reason text leads with the dispute reason code, the
      *    same codes the MAINTDSP screen keys; the keying operator
      *    owns the dispute until the screen reassigns it. A second
      *    hold on an invoice already in dispute changes nothing.
           IF NOT OI-IN-DISPUTE
               MOVE "D" TO OI-DISPUTE-STATUS
               MOVE AT-REASON(AJ-IDX)(1:2) TO OI-DISPUTE-REASON
               MOVE AT-EFFECTIVE-DATE(AJ-IDX) TO OI-DISPUTE-OPENED
               MOVE AT-OPERATOR-ID(AJ-IDX) TO OI-DISPUTE-ASSIGNED
               MOVE SPACES TO OI-DISPUTE-RESOLUTION
               MOVE ZEROS  TO OI-DISPUTE-RESOLVED
           END-IF.

       SETTLE-DISPUTE-FROM-TRANS.
      *    Leading two characters of the reason are the resolution
      *    code; the dispute detail stays on the entry as history.
           IF OI-IN-DISPUTE
               MOVE "R" TO OI-DISPUTE-STATUS
               MOVE AT-REASON(AJ-IDX)(1:2) TO OI-DISPUTE-RESOLUTION
               MOVE AT-EFFECTIVE-DATE(AJ-IDX) TO OI-DISPUTE-RESOLVED
           END-IF.

       COPY-REGISTER-BACK.
      *    The adjusted register replaces OPENINV only after the
      *    whole pass completed cleanly, so an abend mid-run leaves
           CLOSE NEW-REGISTER-FILE.
           CLOSE OPEN-INVOICE-FILE.

       COPY ACCTPERP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
