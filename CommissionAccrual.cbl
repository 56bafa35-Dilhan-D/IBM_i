      *Date: 2026-09-30
      *Nightly commission capture, run in PAYCYCLE after CREDAPPL.
      *PAYGL and ADJGL only hold the day's activity, so each night's
      *commission-bearing events are appended to the COMMDETL
      *commission detail file for the monthly COMMSTMT statements:
      *cash applied to an invoice (the PAYGL "P" amount less any
      *overpayment held as a credit - the credit earns nothing
      *until it is itself applied), NSF reversals taking that cash
      *back ("V"), and credit memos and write-offs off ADJGL ("C",
      *"W"). Early-payment discounts, NSF fees and debit memos are
      *not commissionable. PAYGL and ADJGL carry only the invoice,
      *so each event is attributed to the rep and customer on the
      *invoice's OPENINV entry (fully paid entries stay on the
      *register for the retention period, long after tonight's
      *cash). An event whose invoice has no rep, or is not on the
      *register at all, is still written - with a blank rep - and
      *listed on the COMMEXCP exception report so sales ops can see
      *commission nobody will be paid. The step stamps RUNCTL and
      *skips itself when rerun for a cycle it already captured, so
      *a restarted PAYCYCLE never doubles the month's commission.
      *Date: 2026-10-13 - Stamp RUNCTL under the CYCLDATE cycle
      *                   date instead of the run date, like the
      *                   other PAYCYCLE steps, so JOBGATE sees the
      *                   whole PAYCYCLE day under one date.
      *Date: 2026-10-15 - A bounced check claws back only the part
      *                   of it that had applied to the invoice; the
      *                   part PAYAPPLY had held as a credit (now on
      *                   the "V" record) never earned commission.
      *Date: 2026-10-15 - Widen the PAYGL record for the reopened
      *                   held-cash amount; like the held credit it
      *                   never applied to the invoice, so a bounced
      *                   check does not claw it back either.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT PAYMENT-GL-FILE ASSIGN TO "PAYGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.

           SELECT ADJUSTMENT-GL-FILE ASSIGN TO "ADJGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJGL-STATUS.

           SELECT COMMISSION-DETAIL-FILE ASSIGN TO "COMMDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMDETL-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "COMMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ADJUSTMENT-GL-FILE.
       01  ADJUSTMENT-GL-RECORD.
           05 AG-ADJUST-DATE       PIC 9(8).
           05 AG-TRANS-CODE        PIC X(1).
           05 AG-INVOICE-NUMBER    PIC 9(6).
           05 AG-AMOUNT            PIC 9(7)V99.
           05 AG-POST-PERIOD       PIC 9(6).
           05 AG-PRIOR-PERIOD      PIC X(1).

       FD  COMMISSION-DETAIL-FILE.
           COPY CMDETREC.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE   PIC X(80).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PAYGL-STATUS      PIC X(2).
       01  WS-ADJGL-STATUS      PIC X(2).
       01  WS-COMMDETL-STATUS   PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-PAYGL-EOF-SWITCH  PIC X(1) VALUE "N".
           88 WS-END-OF-PAYGL         VALUE "Y".
       01  WS-ADJGL-EOF-SWITCH  PIC X(1) VALUE "N".
           88 WS-END-OF-ADJGL         VALUE "Y".
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".

      *    Tonight's commission-bearing events, attributed to a rep
      *    and customer as the register passes.
       01  WS-EVENT-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-MAX-EVENTS        PIC 9(5) VALUE 5000.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EV-IDX.
              10 ET-INVOICE-NUMBER PIC 9(6).
              10 ET-SOURCE         PIC X(1).
              10 ET-AMOUNT         PIC 9(7)V99.
              10 ET-POST-PERIOD    PIC 9(6).
              10 ET-REP-CODE       PIC X(4).
              10 ET-PERSON-ID      PIC 9(6).
              10 ET-FOUND-SW       PIC X(1).
                 88 ET-ON-REGISTER     VALUE "Y".

       01  WS-EVENT-SOURCE      PIC X(1).
       01  WS-EVENT-INVOICE     PIC 9(6).
       01  WS-EVENT-PERIOD      PIC 9(6).
       01  WS-EVENT-AMOUNT      PIC 9(7)V99.
       01  WS-COUNT-WRITTEN     PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-COLLECTED   PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CLAWBACK    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NO-REP      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NOT-FOUND   PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-COLLECTED   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-CLAWBACK    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-UNASSIGNED  PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(36) VALUE
              "COMMISSION CAPTURE EXCEPTIONS RUN ".
           05 HD-RUN-DATE       PIC 9(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(8)  VALUE "SOURCE".
           05 FILLER            PIC X(9)  VALUE "PERIOD".
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(14) VALUE "       AMOUNT".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(25) VALUE "REASON".
       01  WS-DETAIL-LINE.
           05 DL-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 DL-SOURCE         PIC X(1).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 DL-POST-PERIOD    PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-PERSON-ID      PIC Z(5)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 DL-REASON         PIC X(25).
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(34).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "COMMACCR" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "COMMACCR"  TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "COMMACCR already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-PAYMENT-EVENTS.
           PERFORM LOAD-ADJUSTMENT-EVENTS.
           IF WS-EVENT-COUNT > ZEROS
               PERFORM ATTRIBUTE-FROM-REGISTER
           END-IF.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > WS-EVENT-COUNT
               PERFORM WRITE-COMMISSION-DETAIL
           END-PERFORM.
           PERFORM WRITE-TOTALS.
           CLOSE COMMISSION-DETAIL-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "Events captured:    " WS-COUNT-WRITTEN.
           DISPLAY "Collected:          " WS-COUNT-COLLECTED.
           DISPLAY "Clawed back:        " WS-COUNT-CLAWBACK.
           DISPLAY "No rep on invoice:  " WS-COUNT-NO-REP.
           DISPLAY "Not on register:    " WS-COUNT-NOT-FOUND.
           IF WS-COUNT-NOT-FOUND > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-COUNT-WRITTEN   TO WS-RC-COUNT-1.
           MOVE WS-COUNT-COLLECTED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-CLAWBACK  TO WS-RC-COUNT-3.
           COMPUTE WS-RC-COUNT-4 = WS-COUNT-NO-REP
                                 + WS-COUNT-NOT-FOUND.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       LOAD-PAYMENT-EVENTS.
      *    Cash applied earns commission; the part of a check held
      *    as an unapplied credit does not. A reversal takes back
      *    the whole bounced check.
           OPEN INPUT PAYMENT-GL-FILE.
           EVALUATE TRUE
               WHEN WS-PAYGL-STATUS = "00"
                   CONTINUE
               WHEN WS-PAYGL-STATUS = "35"
                   MOVE "Y" TO WS-PAYGL-EOF-SWITCH
               WHEN OTHER
                   MOVE "PAYGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PAYGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-END-OF-PAYGL
               READ PAYMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-PAYGL-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-PAYMENT-EVENT
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

       NOTE-PAYMENT-EVENT.
           MOVE PG-TRANS-CODE     TO WS-EVENT-SOURCE.
           MOVE PG-INVOICE-NUMBER TO WS-EVENT-INVOICE.
           MOVE PG-POST-PERIOD    TO WS-EVENT-PERIOD.
           EVALUATE PG-TRANS-CODE
               WHEN "P"
                   IF PG-AMOUNT > PG-CREDIT-AMOUNT
                       COMPUTE WS-EVENT-AMOUNT =
                           PG-AMOUNT - PG-CREDIT-AMOUNT
                       PERFORM ADD-EVENT-ENTRY
                   END-IF
               WHEN "V"
                   IF PG-REOPEN-AMOUNT IS NOT NUMERIC
                       MOVE ZEROS TO PG-REOPEN-AMOUNT
                   END-IF
                   IF PG-AMOUNT > PG-CREDIT-AMOUNT + PG-REOPEN-AMOUNT
                       COMPUTE WS-EVENT-AMOUNT = PG-AMOUNT
                           - PG-CREDIT-AMOUNT - PG-REOPEN-AMOUNT
                       PERFORM ADD-EVENT-ENTRY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-ADJUSTMENT-EVENTS.
      *    Credit memos and write-offs reduce what was collected
      *    on the invoice, so they claw commission back.
           OPEN INPUT ADJUSTMENT-GL-FILE.
           EVALUATE TRUE
               WHEN WS-ADJGL-STATUS = "00"
                   CONTINUE
               WHEN WS-ADJGL-STATUS = "35"
                   MOVE "Y" TO WS-ADJGL-EOF-SWITCH
               WHEN OTHER
                   MOVE "ADJGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ADJGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-END-OF-ADJGL
               READ ADJUSTMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-ADJGL-EOF-SWITCH
                   NOT AT END
                       IF (AG-TRANS-CODE = "C" OR
                           AG-TRANS-CODE = "W") AND
                          AG-AMOUNT > ZEROS
                           MOVE AG-TRANS-CODE     TO WS-EVENT-SOURCE
                           MOVE AG-INVOICE-NUMBER TO WS-EVENT-INVOICE
                           MOVE AG-POST-PERIOD    TO WS-EVENT-PERIOD
                           MOVE AG-AMOUNT         TO WS-EVENT-AMOUNT
                           PERFORM ADD-EVENT-ENTRY
                       END-IF
               END-READ
               IF WS-ADJGL-STATUS NOT = "00" AND
                  WS-ADJGL-STATUS NOT = "10"
                   MOVE "ADJGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-ADJGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ADJGL-STATUS NOT = "35"
               CLOSE ADJUSTMENT-GL-FILE
           END-IF.

       ADD-EVENT-ENTRY.
      *    Caller leaves the event in the WS-EVENT- fields.
           IF WS-EVENT-COUNT < WS-MAX-EVENTS
               ADD 1 TO WS-EVENT-COUNT
               SET EV-IDX TO WS-EVENT-COUNT
               MOVE WS-EVENT-INVOICE  TO ET-INVOICE-NUMBER(EV-IDX)
               MOVE WS-EVENT-SOURCE   TO ET-SOURCE(EV-IDX)
               MOVE WS-EVENT-AMOUNT   TO ET-AMOUNT(EV-IDX)
               MOVE WS-EVENT-PERIOD   TO ET-POST-PERIOD(EV-IDX)
               MOVE SPACES            TO ET-REP-CODE(EV-IDX)
               MOVE ZEROS             TO ET-PERSON-ID(EV-IDX)
               MOVE "N"               TO ET-FOUND-SW(EV-IDX)
           ELSE
               MOVE "COMMDETL"   TO WS-ERR-FILE-NAME
               MOVE "EVENT TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       ATTRIBUTE-FROM-REGISTER.
      *    One pass of the register; an invoice can carry several
      *    of tonight's events, so every entry is checked.
           OPEN INPUT OPEN-INVOICE-FILE.
           EVALUATE TRUE
               WHEN WS-OPENINV-STATUS = "00"
                   CONTINUE
               WHEN WS-OPENINV-STATUS = "35"
                   MOVE "Y" TO WS-INV-EOF-SWITCH
               WHEN OTHER
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-END-OF-INVOICES
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-EOF-SWITCH
                   NOT AT END
                       PERFORM VARYING EV-IDX FROM 1 BY 1
                               UNTIL EV-IDX > WS-EVENT-COUNT
                           IF ET-INVOICE-NUMBER(EV-IDX) =
                              OI-INVOICE-NUMBER
                               MOVE OI-REP-CODE
                                   TO ET-REP-CODE(EV-IDX)
                               MOVE OI-PERSON-ID
                                   TO ET-PERSON-ID(EV-IDX)
                               MOVE "Y" TO ET-FOUND-SW(EV-IDX)
                           END-IF
                       END-PERFORM
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

       OPEN-OUTPUT-FILES.
           OPEN EXTEND COMMISSION-DETAIL-FILE.
           IF WS-COMMDETL-STATUS = "05" OR WS-COMMDETL-STATUS = "35"
               OPEN OUTPUT COMMISSION-DETAIL-FILE
           END-IF.
           IF WS-COMMDETL-STATUS NOT = "00"
               MOVE "COMMDETL"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-COMMDETL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "COMMEXCP"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-2.

       WRITE-COMMISSION-DETAIL.
           MOVE WS-RUN-DATE               TO CD-ACTIVITY-DATE.
           MOVE ET-POST-PERIOD(EV-IDX)    TO CD-POST-PERIOD.
           MOVE ET-REP-CODE(EV-IDX)       TO CD-REP-CODE.
           MOVE ET-INVOICE-NUMBER(EV-IDX) TO CD-INVOICE-NUMBER.
           MOVE ET-PERSON-ID(EV-IDX)      TO CD-PERSON-ID.
           MOVE ET-SOURCE(EV-IDX)         TO CD-SOURCE.
           MOVE ET-AMOUNT(EV-IDX)         TO CD-BASE-AMOUNT.
           WRITE COMMISSION-DETAIL-RECORD.
           IF WS-COMMDETL-STATUS NOT = "00"
               MOVE "COMMDETL" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-COMMDETL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-COUNT-WRITTEN.
           IF CD-IS-CLAWBACK
               ADD 1 TO WS-COUNT-CLAWBACK
               ADD CD-BASE-AMOUNT TO WS-TOTAL-CLAWBACK
           ELSE
               ADD 1 TO WS-COUNT-COLLECTED
               ADD CD-BASE-AMOUNT TO WS-TOTAL-COLLECTED
           END-IF.
           EVALUATE TRUE
               WHEN NOT ET-ON-REGISTER(EV-IDX)
                   ADD 1 TO WS-COUNT-NOT-FOUND
                   MOVE "INVOICE NOT ON OPENINV" TO DL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CD-REP-CODE = SPACES
                   ADD 1 TO WS-COUNT-NO-REP
                   MOVE "NO SALES REP ON INVOICE" TO DL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE CD-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE CD-SOURCE         TO DL-SOURCE.
           MOVE CD-POST-PERIOD    TO DL-POST-PERIOD.
           MOVE CD-PERSON-ID      TO DL-PERSON-ID.
           MOVE CD-BASE-AMOUNT    TO DL-AMOUNT.
           IF CD-IS-CLAWBACK
               SUBTRACT CD-BASE-AMOUNT FROM WS-TOTAL-UNASSIGNED
           ELSE
               ADD CD-BASE-AMOUNT TO WS-TOTAL-UNASSIGNED
           END-IF.
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "COMMEXCP" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE "COLLECTED (EARNS COMMISSION)" TO TL-LABEL.
           MOVE WS-COUNT-COLLECTED TO TL-COUNT.
           MOVE WS-TOTAL-COLLECTED TO TL-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REVERSED / CREDITED / WRITTEN OFF" TO TL-LABEL.
           MOVE WS-COUNT-CLAWBACK  TO TL-COUNT.
           MOVE WS-TOTAL-CLAWBACK  TO TL-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "UNASSIGNED (NET)" TO TL-LABEL.
           COMPUTE TL-COUNT = WS-COUNT-NO-REP + WS-COUNT-NOT-FOUND.
           MOVE WS-TOTAL-UNASSIGNED TO TL-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
