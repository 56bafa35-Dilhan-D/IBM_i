      *Date: 2026-09-30
      *Monthly sales commission statements. Selects the COMMDETL
      *commission detail COMMACCR captured for the COMMPARM period
      *(YYYYMM; the current month without one), sorts it by rep and
      *prints a statement per rep on COMMSTMT: the rep's name,
      *territory and commission rate off SLSREP, each collection and
      *each clawback (NSF reversal, credit memo, write-off) with its
      *invoice and customer, the collected and clawed-back totals,
      *the net commissionable base and the commission on it at the
      *rep's rate. Clawbacks can leave a rep's month negative; the
      *negative commission is carried to payroll to be recovered.
      *The COMMPAY payroll summary lists each rep's payroll ID and
      *net commission with a grand total for the payroll feed.
      *Events whose invoice carried no rep are not paid to anyone;
      *their net is shown as unassigned on both reports. A rep who
      *has since gone inactive is still paid for the month's
      *collections. Stamps RUNCTL against the period end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-DETAIL-FILE ASSIGN TO "COMMDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMDETL-STATUS.

           SELECT COMM-PARM-FILE ASSIGN TO "COMMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY REPREF.

           SELECT STATEMENT-FILE ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT PAYROLL-REPORT-FILE ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-DETAIL-FILE.
           COPY CMDETREC.

       FD  COMM-PARM-FILE.
       01  COMM-PARM-RECORD.
           05 CP-PERIOD            PIC 9(6).

           COPY REPREFFD.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-LINE     PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-REP-CODE          PIC X(4).
           05 SW-ACTIVITY-DATE     PIC 9(8).
           05 SW-INVOICE-NUMBER    PIC 9(6).
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-SOURCE            PIC X(1).
              88 SW-IS-CLAWBACK        VALUE "V" "C" "W".
           05 SW-BASE-AMOUNT       PIC 9(7)V99.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY RUNCTLWS.
       COPY REPREFWS.
       01  WS-COMMDETL-STATUS   PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-STMT-STATUS       PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-PERIOD            PIC 9(6).
       01  WS-PERIOD-END        PIC 9(8).
       01  WS-DETAIL-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-DETAIL        VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-SORT          VALUE "Y".
       01  WS-FIRST-SWITCH      PIC X(1) VALUE "Y".
           88 WS-FIRST-REP            VALUE "Y".

       01  WS-CURRENT-REP       PIC X(4).
       01  WS-STMT-NAME         PIC X(30).
       01  WS-STMT-PAYROLL-ID   PIC X(9).
       01  WS-STMT-TERRITORY    PIC X(2).
       01  WS-STMT-COMM-PCT     PIC 9(2)V99.
       01  WS-STMT-STATUS-TEXT  PIC X(10).
       01  WS-REP-COLLECTED     PIC S9(9)V99 COMP-3.
       01  WS-REP-CLAWBACK      PIC S9(9)V99 COMP-3.
       01  WS-REP-NET           PIC S9(9)V99 COMP-3.
       01  WS-REP-COMMISSION    PIC S9(9)V99 COMP-3.
       01  WS-COUNT-SELECTED    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REPS        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-UNASSIGNED  PIC 9(7) VALUE ZEROS.
       01  WS-UNASSIGNED-NET    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-NET         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-COMMISSION  PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-STMT-HEADING-1.
           05 FILLER            PIC X(30) VALUE
              "SALES COMMISSION STATEMENT".
           05 FILLER            PIC X(8)  VALUE "PERIOD ".
           05 H1-PERIOD         PIC 9(6).
       01  WS-STMT-HEADING-2.
           05 FILLER            PIC X(5)  VALUE "REP ".
           05 H2-REP-CODE       PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 H2-REP-NAME       PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 H2-STATUS-TEXT    PIC X(10).
       01  WS-STMT-HEADING-3.
           05 FILLER            PIC X(11) VALUE "TERRITORY ".
           05 H3-TERRITORY      PIC X(2).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "RATE ".
           05 H3-COMM-PCT       PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE "%".
       01  WS-STMT-HEADING-4.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(9)  VALUE "INVOICE".
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(20) VALUE "ACTIVITY".
           05 FILLER            PIC X(15) VALUE "        AMOUNT".
       01  WS-STMT-DETAIL.
           05 SD-ACTIVITY-DATE  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SD-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SD-PERSON-ID      PIC Z(5)9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SD-ACTIVITY       PIC X(20).
           05 SD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-STMT-TOTAL.
           05 ST-LABEL          PIC X(49).
           05 ST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-PAY-HEADING-1.
           05 FILLER            PIC X(38) VALUE
              "COMMISSION PAYROLL SUMMARY PERIOD ".
           05 P1-PERIOD         PIC 9(6).
       01  WS-PAY-HEADING-2.
           05 FILLER            PIC X(6)  VALUE "REP".
           05 FILLER            PIC X(11) VALUE "PAYROLL ID".
           05 FILLER            PIC X(32) VALUE "NAME".
           05 FILLER            PIC X(15) VALUE "    COMMISSION".
       01  WS-PAY-DETAIL.
           05 PD-REP-CODE       PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PD-PAYROLL-ID     PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PD-REP-NAME       PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PD-COMMISSION     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PAY-TOTAL.
           05 PT-LABEL          PIC X(49).
           05 PT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "COMMSTMT" TO WS-ERR-PROGRAM.
           PERFORM READ-COMM-PARM.
           PERFORM OPEN-SALES-REPS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REP-CODE
               ON ASCENDING KEY SW-ACTIVITY-DATE
               ON ASCENDING KEY SW-INVOICE-NUMBER
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS SORT-OUTPUT.
           IF WS-SLSREP-IS-OPEN
               CLOSE SALES-REP-FILE
           END-IF.
           DISPLAY "Detail records in period: " WS-COUNT-SELECTED.
           DISPLAY "Rep statements:           " WS-COUNT-REPS.
           DISPLAY "Unassigned events:        " WS-COUNT-UNASSIGNED.
           MOVE WS-PERIOD-END     TO WS-RC-CYCLE-DATE.
           MOVE "COMMSTMT"        TO WS-RC-STEP-NAME.
           MOVE WS-COUNT-SELECTED TO WS-RC-COUNT-1.
           MOVE WS-PERIOD         TO WS-RC-COUNT-2.
           MOVE WS-COUNT-REPS     TO WS-RC-COUNT-3.
           MOVE WS-COUNT-UNASSIGNED TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-COMM-PARM.
      *    One control record naming the period; no record means
      *    the current calendar month.
           MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT COMM-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ COMM-PARM-FILE
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC AND
                          CP-PERIOD > ZEROS
                           MOVE CP-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE COMM-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "COMMPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           MOVE WS-PERIOD TO WS-PERIOD-END(1:6).
           MOVE "31"      TO WS-PERIOD-END(7:2).

       OPEN-SALES-REPS.
      *    Read directly rather than through LOOKUP-REP-CODE: an
      *    inactive rep is still owed for the month's collections.
           MOVE "N" TO WS-SLSREP-OPEN-SWITCH.
           OPEN INPUT SALES-REP-FILE.
           EVALUATE TRUE
               WHEN WS-SLSREP-STATUS = "00"
                   MOVE "Y" TO WS-SLSREP-OPEN-SWITCH
               WHEN WS-SLSREP-STATUS = "35"
                   DISPLAY "No SLSREP on file - reps print unnamed "
                           "at a zero rate."
               WHEN OTHER
                   MOVE "SLSREP"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       SORT-INPUT.
           OPEN INPUT COMMISSION-DETAIL-FILE.
           EVALUATE TRUE
               WHEN WS-COMMDETL-STATUS = "00"
                   CONTINUE
               WHEN WS-COMMDETL-STATUS = "35"
                   MOVE "Y" TO WS-DETAIL-EOF-SWITCH
                   DISPLAY "No commission detail on file."
               WHEN OTHER
                   MOVE "COMMDETL"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-COMMDETL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-END-OF-DETAIL
               READ COMMISSION-DETAIL-FILE
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SWITCH
                   NOT AT END
                       IF CD-POST-PERIOD = WS-PERIOD
                           PERFORM RELEASE-ONE-DETAIL
                       END-IF
               END-READ
               IF WS-COMMDETL-STATUS NOT = "00" AND
                  WS-COMMDETL-STATUS NOT = "10"
                   MOVE "COMMDETL" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-COMMDETL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-COMMDETL-STATUS NOT = "35"
               CLOSE COMMISSION-DETAIL-FILE
           END-IF.

       RELEASE-ONE-DETAIL.
           ADD 1 TO WS-COUNT-SELECTED.
           MOVE CD-REP-CODE       TO SW-REP-CODE.
           MOVE CD-ACTIVITY-DATE  TO SW-ACTIVITY-DATE.
           MOVE CD-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
           MOVE CD-PERSON-ID      TO SW-PERSON-ID.
           MOVE CD-SOURCE         TO SW-SOURCE.
           MOVE CD-BASE-AMOUNT    TO SW-BASE-AMOUNT.
           RELEASE SORT-WORK-RECORD.

       SORT-OUTPUT.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-DETAIL
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-REP
               PERFORM FINISH-ONE-REP
           END-IF.
           PERFORM WRITE-PAYROLL-TOTALS.
           CLOSE STATEMENT-FILE.
           CLOSE PAYROLL-REPORT-FILE.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               MOVE "COMMSTMT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-STMT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT PAYROLL-REPORT-FILE.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "COMMPAY"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-PAY-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-PERIOD TO H1-PERIOD.
           MOVE WS-PERIOD TO P1-PERIOD.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-HEADING-1.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-HEADING-2.

       TAKE-ONE-DETAIL.
      *    Unassigned events sort first (blank rep) and are only
      *    totaled; each rep's detail prints under its heading.
           IF SW-REP-CODE = SPACES
               ADD 1 TO WS-COUNT-UNASSIGNED
               IF SW-IS-CLAWBACK
                   SUBTRACT SW-BASE-AMOUNT FROM WS-UNASSIGNED-NET
               ELSE
                   ADD SW-BASE-AMOUNT TO WS-UNASSIGNED-NET
               END-IF
           ELSE
               IF WS-FIRST-REP OR SW-REP-CODE NOT = WS-CURRENT-REP
                   IF NOT WS-FIRST-REP
                       PERFORM FINISH-ONE-REP
                   END-IF
                   PERFORM START-ONE-REP
               END-IF
               PERFORM WRITE-STATEMENT-DETAIL
           END-IF.

       START-ONE-REP.
           MOVE "N" TO WS-FIRST-SWITCH.
           MOVE SW-REP-CODE TO WS-CURRENT-REP.
           MOVE ZEROS TO WS-REP-COLLECTED WS-REP-CLAWBACK.
           MOVE "*** NOT ON SLSREP ***" TO WS-STMT-NAME.
           MOVE SPACES TO WS-STMT-PAYROLL-ID WS-STMT-TERRITORY.
           MOVE SPACES TO WS-STMT-STATUS-TEXT.
           MOVE ZEROS  TO WS-STMT-COMM-PCT.
           IF WS-SLSREP-IS-OPEN
               MOVE SW-REP-CODE TO SP-REP-CODE
               READ SALES-REP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-REP-NAME   TO WS-STMT-NAME
                       MOVE SP-PAYROLL-ID TO WS-STMT-PAYROLL-ID
                       MOVE SP-TERRITORY  TO WS-STMT-TERRITORY
                       MOVE SP-COMM-PCT   TO WS-STMT-COMM-PCT
                       IF SP-IS-INACTIVE
                           MOVE "(INACTIVE)" TO WS-STMT-STATUS-TEXT
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-COUNT-REPS.
           IF WS-COUNT-REPS > 1
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE ALL "=" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-1.
           MOVE WS-CURRENT-REP      TO H2-REP-CODE.
           MOVE WS-STMT-NAME        TO H2-REP-NAME.
           MOVE WS-STMT-STATUS-TEXT TO H2-STATUS-TEXT.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-2.
           MOVE WS-STMT-TERRITORY TO H3-TERRITORY.
           MOVE WS-STMT-COMM-PCT  TO H3-COMM-PCT.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-3.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-4.

       WRITE-STATEMENT-DETAIL.
           MOVE SW-ACTIVITY-DATE  TO SD-ACTIVITY-DATE.
           MOVE SW-INVOICE-NUMBER TO SD-INVOICE-NUMBER.
           MOVE SW-PERSON-ID      TO SD-PERSON-ID.
           EVALUATE SW-SOURCE
               WHEN "P"
                   MOVE "COLLECTED"      TO SD-ACTIVITY
               WHEN "V"
                   MOVE "PAYMENT REVERSED" TO SD-ACTIVITY
               WHEN "C"
                   MOVE "CREDIT MEMO"    TO SD-ACTIVITY
               WHEN "W"
                   MOVE "WRITTEN OFF"    TO SD-ACTIVITY
               WHEN OTHER
                   MOVE SW-SOURCE        TO SD-ACTIVITY
           END-EVALUATE.
           IF SW-IS-CLAWBACK
               ADD SW-BASE-AMOUNT TO WS-REP-CLAWBACK
               COMPUTE SD-AMOUNT = 0 - SW-BASE-AMOUNT
           ELSE
               ADD SW-BASE-AMOUNT TO WS-REP-COLLECTED
               MOVE SW-BASE-AMOUNT TO SD-AMOUNT
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-DETAIL.
           IF WS-STMT-STATUS NOT = "00"
               MOVE "COMMSTMT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-STMT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       FINISH-ONE-REP.
      *    The rate is applied to the month's net, not per event,
      *    so a clawback recovers exactly what its cash earned.
           COMPUTE WS-REP-NET = WS-REP-COLLECTED - WS-REP-CLAWBACK.
           COMPUTE WS-REP-COMMISSION ROUNDED =
               WS-REP-NET * WS-STMT-COMM-PCT / 100.
           ADD WS-REP-NET        TO WS-TOTAL-NET.
           ADD WS-REP-COMMISSION TO WS-TOTAL-COMMISSION.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "TOTAL COLLECTED" TO ST-LABEL.
           MOVE WS-REP-COLLECTED  TO ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE "TOTAL CLAWED BACK (REVERSALS/CREDITS/WRITE-OFFS)"
               TO ST-LABEL.
           COMPUTE ST-AMOUNT = 0 - WS-REP-CLAWBACK.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE "NET COMMISSIONABLE" TO ST-LABEL.
           MOVE WS-REP-NET         TO ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE "COMMISSION EARNED" TO ST-LABEL.
           MOVE WS-REP-COMMISSION  TO ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE WS-CURRENT-REP     TO PD-REP-CODE.
           MOVE WS-STMT-PAYROLL-ID TO PD-PAYROLL-ID.
           MOVE WS-STMT-NAME       TO PD-REP-NAME.
           MOVE WS-REP-COMMISSION  TO PD-COMMISSION.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-DETAIL.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "COMMPAY" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-PAY-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-PAYROLL-TOTALS.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           MOVE "TOTAL COMMISSION PAYABLE" TO PT-LABEL.
           MOVE WS-TOTAL-COMMISSION TO PT-AMOUNT.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-TOTAL.
           MOVE "NET COMMISSIONABLE - ASSIGNED" TO PT-LABEL.
           MOVE WS-TOTAL-NET TO PT-AMOUNT.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-TOTAL.
           MOVE "NET COLLECTED - NO REP (NOT PAID)" TO PT-LABEL.
           MOVE WS-UNASSIGNED-NET TO PT-AMOUNT.
           WRITE PAYROLL-REPORT-LINE FROM WS-PAY-TOTAL.
           IF WS-COUNT-UNASSIGNED > ZEROS
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "NET COLLECTED - NO REP (NOT PAID)" TO ST-LABEL
               MOVE WS-UNASSIGNED-NET TO ST-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STMT-TOTAL
           END-IF.

       COPY RUNCTLP.

       COPY ERRLOGP.
