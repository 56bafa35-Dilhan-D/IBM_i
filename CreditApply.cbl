      *Date: 2026-09-19
      *Unapplied-credit application and refund run in PAYCYCLE,
      *behind ARADJUST. A customer's overpayments sit on the
      *open-invoice register as "CRED" entries (nothing billed, the
      *excess cash as paid) that PAYAPPLY books. With auto-apply on
      *(the CREDPARM switch, default Y) each credit is applied to
      *the same customer's open invoices in register order - not to
      *an invoice in dispute, and never to another credit - until
      *the credit or the invoices run out. A credit ARADJUST has
      *approved for refund ("RFND") is paid out instead: it lands
      *on the REFREG refund register and on the REFDISB disbursement
      *file accounts payable cuts the checks from, with the payee's
      *name and address off PERSON-MASTER. Both kinds of activity
      *go to the CREDGL feed GLEXTRCT journals, and every line
      *prints on CRAPRPT. The register is streamed through a
      *staging file and copied back only after the whole pass,
      *ARADJUST's shape; the credit entries are reduced by what
      *they gave on the way back.
      *Date: 2026-09-24 - Widen the OPENINV record copy for the
      *                   dispute reason, dates, assignee and
      *                   resolution fields.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT NEW-REGISTER-FILE ASSIGN TO "OPENINVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWREG-STATUS.

           COPY PERSSEL.

           SELECT CREDIT-PARM-FILE ASSIGN TO "CREDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CREDIT-REPORT-FILE ASSIGN TO "CRAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REFUND-REG-FILE ASSIGN TO "REFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REFUND-DISB-FILE ASSIGN TO "REFDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISB-STATUS.

           SELECT CREDIT-GL-FILE ASSIGN TO "CREDGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  CREDIT-PARM-FILE.
       01  CREDIT-PARM-RECORD.
           05 CP-AUTO-APPLY        PIC X(1).

       FD  CREDIT-REPORT-FILE.
       01  CREDIT-REPORT-LINE      PIC X(80).

       FD  REFUND-REG-FILE.
       01  REFUND-REG-LINE         PIC X(110).

       FD  REFUND-DISB-FILE.
       01  REFUND-DISB-RECORD.
           05 RD-PAYMENT-DATE      PIC 9(8).
           05 RD-PAYEE-ID          PIC 9(6).
           05 RD-PAYEE-NAME        PIC X(20).
           05 RD-STREET            PIC X(30).
           05 RD-CITY              PIC X(20).
           05 RD-STATE-CODE        PIC X(2).
           05 RD-POSTAL-CODE       PIC X(10).
           05 RD-COUNTRY-CODE      PIC X(2).
           05 RD-AMOUNT            PIC 9(7)V99.
           05 RD-CREDIT-NUMBER     PIC 9(6).

       FD  CREDIT-GL-FILE.
       01  CREDIT-GL-RECORD.
           05 CG-ACTIVITY-DATE     PIC 9(8).
           05 CG-TRANS-CODE        PIC X(1).
           05 CG-CREDIT-NUMBER     PIC 9(6).
           05 CG-INVOICE-NUMBER    PIC 9(6).
           05 CG-PERSON-ID         PIC 9(6).
           05 CG-AMOUNT            PIC 9(7)V99.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-NEWREG-STATUS     PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
       01  WS-DISB-STATUS       PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-NEW-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-NEW-REG       VALUE "Y".

      *    Auto-apply switch from CREDPARM; with it off, credits
      *    wait on the register until they are approved for refund
      *    or the switch goes back on.
       01  WS-AUTO-APPLY        PIC X(1) VALUE "Y".
           88 WS-AUTO-APPLY-ON        VALUE "Y".

      *    Every open credit on the register, loaded on a first
      *    pass so an invoice ahead of its customer's credit in the
      *    register still gets it.
       01  WS-CREDIT-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CREDITS       PIC 9(5) VALUE 2000.
       01  WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CE-IDX.
              10 CE-PERSON-ID      PIC 9(6).
              10 CE-CREDIT-NUMBER  PIC 9(6).
              10 CE-AVAILABLE      PIC 9(7)V99.
              10 CE-APPLIED        PIC 9(7)V99.

       01  WS-INVOICE-OWED      PIC S9(7)V99.
       01  WS-CREDIT-BALANCE    PIC S9(7)V99.
       01  WS-APPLY-AMOUNT      PIC 9(7)V99.
       01  WS-COUNT-INVOICES    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-APPLIED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PAID-OFF    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REFUNDED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-HELD        PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-APPLIED     PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOTAL-REFUNDED    PIC 9(9)V99 VALUE ZEROS.

       01  WS-APPLIED-DETAIL.
           05 AD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-CREDIT-NUMBER  PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-NOTE           PIC X(30).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05 AL-LABEL          PIC X(24).
           05 AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-HEADING.
           05 FILLER            PIC X(23) VALUE
              "CREDIT REFUND REGISTER ".
           05 RH-RUN-DATE       PIC 9(8).
       01  WS-REGISTER-DETAIL.
           05 RG-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-CREDIT-NUMBER  PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RG-NOTE           PIC X(35).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "CREDAPPL" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "CREDAPPL" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "CREDAPPL already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM READ-CREDIT-PARM.
           PERFORM LOAD-OPEN-CREDITS.
           PERFORM OPEN-FILES.
           PERFORM STREAM-REGISTER.
           PERFORM CLOSE-FILES.
           IF WS-COUNT-APPLIED > ZEROS OR WS-COUNT-REFUNDED > ZEROS
               PERFORM COPY-REGISTER-BACK
           END-IF.
           DISPLAY "Register entries read:  " WS-COUNT-INVOICES.
           DISPLAY "Credits applied:        " WS-COUNT-APPLIED.
           DISPLAY "Credits refunded:       " WS-COUNT-REFUNDED.
           DISPLAY "Refunds held:           " WS-COUNT-HELD.
           MOVE WS-COUNT-INVOICES TO WS-RC-COUNT-1.
           MOVE WS-COUNT-APPLIED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-REFUNDED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-HELD TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-CREDIT-PARM.
      *    One control record, the same shape as ADJPARM; anything
      *    but "N" leaves auto-apply on.
           OPEN INPUT CREDIT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CREDIT-PARM-FILE
                   NOT AT END
                       IF CP-AUTO-APPLY = "N"
                           MOVE "N" TO WS-AUTO-APPLY
                       END-IF
               END-READ
               CLOSE CREDIT-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "CREDPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       LOAD-OPEN-CREDITS.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
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
                       IF OI-IS-OPEN AND OI-TERMS-CODE = "CRED"
                           PERFORM LOAD-ONE-CREDIT
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
           MOVE "N" TO WS-INV-EOF-SWITCH.

       LOAD-ONE-CREDIT.
           COMPUTE WS-CREDIT-BALANCE = OI-PAID-AMOUNT - OI-AMOUNT.
           IF WS-CREDIT-BALANCE > ZEROS
               IF WS-CREDIT-COUNT < WS-MAX-CREDITS
                   ADD 1 TO WS-CREDIT-COUNT
                   MOVE OI-PERSON-ID
                       TO CE-PERSON-ID(WS-CREDIT-COUNT)
                   MOVE OI-INVOICE-NUMBER
                       TO CE-CREDIT-NUMBER(WS-CREDIT-COUNT)
                   MOVE WS-CREDIT-BALANCE
                       TO CE-AVAILABLE(WS-CREDIT-COUNT)
                   MOVE ZEROS TO CE-APPLIED(WS-CREDIT-COUNT)
               ELSE
      *            A credit past the table waits for tomorrow's
      *            run rather than being half-applied.
                   DISPLAY "SKIPPED beyond credit table limit: "
                           OI-INVOICE-NUMBER
               END-IF
           END-IF.

       OPEN-FILES.
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
           OPEN OUTPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVC"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT CREDIT-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "CRAPRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND REFUND-REG-FILE.
           IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
               OPEN OUTPUT REFUND-REG-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               MOVE "REFREG"      TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT REFUND-DISB-FILE.
           IF WS-DISB-STATUS NOT = "00"
               MOVE "REFDISB"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-DISB-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT CREDIT-GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               MOVE "CREDGL"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-GL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "UNAPPLIED CREDIT APPLICATION AND REFUNDS"
               TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-AUTO-APPLY-ON
               MOVE "Auto-apply of credits to open invoices is ON."
                   TO CREDIT-REPORT-LINE
           ELSE
               MOVE "Auto-apply of credits to open invoices is OFF."
                   TO CREDIT-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFUND-REG-LINE.
           PERFORM WRITE-REFUND-REG-LINE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REGISTER-HEADING TO REFUND-REG-LINE.
           PERFORM WRITE-REFUND-REG-LINE.

       STREAM-REGISTER.
      *    Every register record goes forward to the staging file;
      *    an open invoice takes whatever credit its customer has,
      *    and a credit approved for refund is paid out.
           PERFORM UNTIL WS-END-OF-INVOICES
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-INVOICES
                       EVALUATE TRUE
                           WHEN NOT OI-IS-OPEN
                               CONTINUE
                           WHEN OI-TERMS-CODE = "RFND"
                               PERFORM REFUND-ONE-CREDIT
                           WHEN OI-TERMS-CODE = "CRED"
                               CONTINUE
                           WHEN OI-IN-DISPUTE
                               CONTINUE
                           WHEN WS-AUTO-APPLY-ON
                               PERFORM APPLY-CREDIT-TO-INVOICE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       WRITE NEW-REGISTER-RECORD
                           FROM OPEN-INVOICE-RECORD
                       IF WS-NEWREG-STATUS NOT = "00"
                           MOVE "OPENINVC" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"    TO WS-ERR-OPERATION
                           MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
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

       APPLY-CREDIT-TO-INVOICE.
      *    The customer's credits apply oldest first, each for as
      *    much as the invoice still owes, until it is paid off.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
           COMPUTE WS-INVOICE-OWED =
               OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-CREDIT-COUNT OR
                         WS-INVOICE-OWED <= ZEROS
               IF CE-PERSON-ID(CE-IDX) = OI-PERSON-ID AND
                  CE-AVAILABLE(CE-IDX) > ZEROS
                   PERFORM APPLY-ONE-CREDIT
               END-IF
           END-PERFORM.

       APPLY-ONE-CREDIT.
           IF CE-AVAILABLE(CE-IDX) < WS-INVOICE-OWED
               MOVE CE-AVAILABLE(CE-IDX) TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-INVOICE-OWED TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM CE-AVAILABLE(CE-IDX).
           ADD WS-APPLY-AMOUNT TO CE-APPLIED(CE-IDX).
           ADD WS-APPLY-AMOUNT TO OI-PAID-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-INVOICE-OWED.
           ADD 1 TO WS-COUNT-APPLIED.
           ADD WS-APPLY-AMOUNT TO WS-TOTAL-APPLIED.
           MOVE OI-PERSON-ID         TO AD-PERSON-ID.
           MOVE CE-CREDIT-NUMBER(CE-IDX) TO AD-CREDIT-NUMBER.
           MOVE OI-INVOICE-NUMBER    TO AD-INVOICE-NUMBER.
           MOVE WS-APPLY-AMOUNT      TO AD-AMOUNT.
           IF WS-INVOICE-OWED <= ZEROS
               MOVE "P" TO OI-STATUS
               MOVE WS-RUN-DATE TO OI-PAID-DATE
               ADD 1 TO WS-COUNT-PAID-OFF
               MOVE "credit applied - paid off" TO AD-NOTE
           ELSE
               MOVE "credit applied" TO AD-NOTE
           END-IF.
           MOVE WS-APPLIED-DETAIL TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "A" TO CG-TRANS-CODE.
           MOVE CE-CREDIT-NUMBER(CE-IDX) TO CG-CREDIT-NUMBER.
           MOVE OI-INVOICE-NUMBER    TO CG-INVOICE-NUMBER.
           MOVE WS-APPLY-AMOUNT      TO CG-AMOUNT.
           PERFORM WRITE-GL-FEED-ENTRY.

       REFUND-ONE-CREDIT.
      *    The approved credit is paid out whole: the payee comes
      *    off PERSON-MASTER, and a customer no longer on the
      *    master is held on the register for research instead of
      *    cutting a check to nobody.
           COMPUTE WS-CREDIT-BALANCE = OI-PAID-AMOUNT - OI-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO RG-TIMESTAMP.
           MOVE OI-PERSON-ID      TO RG-PERSON-ID.
           MOVE OI-INVOICE-NUMBER TO RG-CREDIT-NUMBER.
           MOVE OI-PERSON-ID      TO AD-PERSON-ID.
           MOVE OI-INVOICE-NUMBER TO AD-CREDIT-NUMBER.
           MOVE ZEROS             TO AD-INVOICE-NUMBER.
           IF WS-CREDIT-BALANCE > ZEROS
               MOVE WS-CREDIT-BALANCE TO RG-AMOUNT
               MOVE WS-CREDIT-BALANCE TO AD-AMOUNT
           ELSE
               MOVE ZEROS TO RG-AMOUNT
               MOVE ZEROS TO AD-AMOUNT
           END-IF.
           MOVE OI-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-NAME
           END-READ.
           EVALUATE TRUE
               WHEN WS-PM-STATUS NOT = "00"
                   ADD 1 TO WS-COUNT-HELD
                   MOVE SPACES TO RG-NAME
                   MOVE "HELD - NOT ON PERSON-MASTER" TO RG-NOTE
                   MOVE "refund held - no payee" TO AD-NOTE
               WHEN WS-CREDIT-BALANCE <= ZEROS
      *            Nothing left to pay out; the entry just closes.
                   MOVE PM-NAME TO RG-NAME
                   MOVE "CLOSED - NO CREDIT BALANCE" TO RG-NOTE
                   MOVE "refund closed - no balance" TO AD-NOTE
                   MOVE "P" TO OI-STATUS
                   MOVE WS-RUN-DATE TO OI-PAID-DATE
               WHEN OTHER
                   MOVE PM-NAME TO RG-NAME
                   MOVE "REFUNDED - SENT TO PAYABLES" TO RG-NOTE
                   MOVE "refunded - sent to payables" TO AD-NOTE
                   PERFORM PAY-OUT-REFUND
           END-EVALUATE.
           MOVE WS-REGISTER-DETAIL TO REFUND-REG-LINE.
           PERFORM WRITE-REFUND-REG-LINE.
           MOVE WS-APPLIED-DETAIL TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PAY-OUT-REFUND.
           ADD 1 TO WS-COUNT-REFUNDED.
           ADD WS-CREDIT-BALANCE TO WS-TOTAL-REFUNDED.
           MOVE WS-RUN-DATE       TO RD-PAYMENT-DATE.
           MOVE PM-PERSON-ID      TO RD-PAYEE-ID.
           MOVE PM-NAME           TO RD-PAYEE-NAME.
           MOVE PM-STREET         TO RD-STREET.
           MOVE PM-CITY           TO RD-CITY.
           MOVE PM-STATE-CODE     TO RD-STATE-CODE.
           IF PM-POSTAL-CODE = SPACES
               MOVE PM-ZIP TO RD-POSTAL-CODE
           ELSE
               MOVE PM-POSTAL-CODE TO RD-POSTAL-CODE
           END-IF.
           MOVE PM-COUNTRY-CODE   TO RD-COUNTRY-CODE.
           MOVE WS-CREDIT-BALANCE TO RD-AMOUNT.
           MOVE OI-INVOICE-NUMBER TO RD-CREDIT-NUMBER.
           WRITE REFUND-DISB-RECORD.
           IF WS-DISB-STATUS NOT = "00"
               MOVE "REFDISB" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-DISB-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "F" TO CG-TRANS-CODE.
           MOVE OI-INVOICE-NUMBER TO CG-CREDIT-NUMBER.
           MOVE ZEROS             TO CG-INVOICE-NUMBER.
           MOVE WS-CREDIT-BALANCE TO CG-AMOUNT.
           PERFORM WRITE-GL-FEED-ENTRY.
      *    The credit is spent: nothing paid against it remains.
           MOVE OI-AMOUNT TO OI-PAID-AMOUNT.
           MOVE "P" TO OI-STATUS.
           MOVE WS-RUN-DATE TO OI-PAID-DATE.

       WRITE-GL-FEED-ENTRY.
      *    Caller leaves the code, credit, invoice and amount set.
           MOVE WS-RUN-DATE  TO CG-ACTIVITY-DATE.
           MOVE OI-PERSON-ID TO CG-PERSON-ID.
           WRITE CREDIT-GL-RECORD.
           IF WS-GL-STATUS NOT = "00"
               MOVE "CREDGL" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-GL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "CRAPRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-REFUND-REG-LINE.
           WRITE REFUND-REG-LINE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "REFREG" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-FILES.
           MOVE SPACES TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Register entries read:" TO SL-LABEL.
           MOVE WS-COUNT-INVOICES TO SL-COUNT.
           MOVE WS-SUMMARY-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Credits applied:"      TO SL-LABEL.
           MOVE WS-COUNT-APPLIED TO SL-COUNT.
           MOVE WS-SUMMARY-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Invoices paid off:"    TO SL-LABEL.
           MOVE WS-COUNT-PAID-OFF TO SL-COUNT.
           MOVE WS-SUMMARY-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Amount applied:"       TO AL-LABEL.
           MOVE WS-TOTAL-APPLIED TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Credits refunded:"     TO SL-LABEL.
           MOVE WS-COUNT-REFUNDED TO SL-COUNT.
           MOVE WS-SUMMARY-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Amount refunded:"      TO AL-LABEL.
           MOVE WS-TOTAL-REFUNDED TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Refunds held:"         TO SL-LABEL.
           MOVE WS-COUNT-HELD TO SL-COUNT.
           MOVE WS-SUMMARY-LINE TO CREDIT-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE NEW-REGISTER-FILE.
           CLOSE PERSON-MASTER-FILE.
           CLOSE CREDIT-REPORT-FILE.
           CLOSE REFUND-REG-FILE.
           CLOSE REFUND-DISB-FILE.
           CLOSE CREDIT-GL-FILE.

       COPY-REGISTER-BACK.
      *    The staged register replaces OPENINV only after the
      *    whole pass completed cleanly; on the way back each
      *    credit gives up what it applied today, and one that is
      *    used up closes.
           OPEN INPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVC"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS NOT = "00"
               MOVE "OPENINV"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-NEW-REG
               READ NEW-REGISTER-FILE INTO OPEN-INVOICE-RECORD
                   AT END
                       MOVE "Y" TO WS-NEW-EOF-SWITCH
                   NOT AT END
                       IF OI-IS-OPEN AND OI-TERMS-CODE = "CRED"
                           PERFORM REDUCE-USED-CREDIT
                       END-IF
                       WRITE OPEN-INVOICE-RECORD
                       IF WS-OPENINV-STATUS NOT = "00"
                           MOVE "OPENINV" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
               END-READ
               IF WS-NEWREG-STATUS NOT = "00" AND
                  WS-NEWREG-STATUS NOT = "10"
                   MOVE "OPENINVC" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE OPEN-INVOICE-FILE.

       REDUCE-USED-CREDIT.
           SET CE-IDX TO 1.
           SEARCH WS-CREDIT-ENTRY
               VARYING CE-IDX
               AT END
                   CONTINUE
               WHEN CE-IDX > WS-CREDIT-COUNT
                   CONTINUE
               WHEN CE-CREDIT-NUMBER(CE-IDX) = OI-INVOICE-NUMBER
                   IF CE-APPLIED(CE-IDX) > ZEROS
                       SUBTRACT CE-APPLIED(CE-IDX)
                           FROM OI-PAID-AMOUNT
                       IF OI-PAID-AMOUNT <= OI-AMOUNT
                           MOVE "P" TO OI-STATUS
                           MOVE WS-RUN-DATE TO OI-PAID-DATE
                       END-IF
                   END-IF
           END-SEARCH.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
