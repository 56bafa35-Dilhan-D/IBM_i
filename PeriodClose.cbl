      *Date: 2026-09-23
      *Month-end close of an accounting period. Closing a month
      *locks it: from then on ARADJUST, PAYAPPLY, ORDER-TOTAL and
      *GLEXTRCT post anything dated in it into the current open
      *period as a prior-period item, instead of changing a month
      *finance has already reported. The PERCPARM control record
      *names the action (C close, R reopen), the period (YYYYMM),
      *the keying operator and a reason. A close is refused unless
      *the month is over and RUNCTL shows the period's TAXREMIT and
      *ARSTMT runs completed and a balanced GLEXTRCT completed on or
      *after the period's last business day (HOLCAL). A reopen
      *needs the operator's OPERPROF authority at the top level.
      *Each close or reopen is appended to ACCTPER (the latest
      *record for a period is its status), every action - done or
      *refused - is appended to the PERLOG log, and the checks
      *print on PERCRPT. A refusal ends the step with condition
      *code 8.
      *Date: 2026-10-15 - Comment only: GLEXTRCT now stamps the
      *                   PAYCYCLE cycle date, and FINCHRG's run
      *                   stamps under its own step name.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "PERCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT PERIOD-LOG-FILE ASSIGN TO "PERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "PERCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ACCTPER.

           COPY RUNCTL.

           COPY BDCAL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05 PC-ACTION            PIC X(1).
              88 PC-IS-CLOSE           VALUE "C".
              88 PC-IS-REOPEN          VALUE "R".
           05 PC-PERIOD            PIC 9(6).
           05 PC-OPERATOR-ID       PIC X(8).
           05 PC-REASON            PIC X(30).

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-RECORD.
           05 OP-OPERATOR-ID        PIC X(8).
           05 OP-PASSWORD           PIC X(8).
           05 OP-AUTH-LEVEL         PIC 9(1).
           05 OP-OPERATOR-NAME      PIC X(20).

       FD  PERIOD-LOG-FILE.
       01  PERIOD-LOG-LINE         PIC X(100).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE       PIC X(80).

           COPY ACCTPERFD.

           COPY RUNCTLFD.

           COPY BDCALFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ACCTPERWS.
       COPY RUNCTLWS.
       COPY BDCALWS.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PROF-STATUS       PIC X(2).
       01  WS-LOG-STATUS        PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-PERIOD        PIC 9(6).

      *    Reopening a closed month is the top OPERPROF level only.
       01  WS-REOPEN-AUTH       PIC 9(1) VALUE 9.

       01  WS-ACTION            PIC X(1) VALUE SPACE.
       01  WS-PERIOD            PIC 9(6) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-REASON            PIC X(30) VALUE SPACES.
       01  WS-OPER-AUTH         PIC 9(1) VALUE ZEROS.
       01  WS-OPER-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-OPERATOR-ON-PROFILE  VALUE "Y".
       01  WS-YEAR              PIC 9(4).
       01  WS-MONTH             PIC 9(2).
       01  WS-PERIOD-FIRST-DAY  PIC 9(8).
       01  WS-LAST-BUSINESS-DAY PIC 9(8) VALUE ZEROS.
       01  WS-DAY-INTEGER       PIC 9(7).
       01  WS-HOP-COUNT         PIC 9(3).

      *    The latest completion RUNCTL shows for each step the
      *    close depends on; zeros means none found.
       01  WS-TAXREMIT-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-ARSTMT-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-GLEXTRCT-DATE     PIC 9(8) VALUE ZEROS.

       01  WS-VERDICT-SW        PIC X(1) VALUE "Y".
           88 WS-ACTION-ALLOWED       VALUE "Y".
       01  WS-REFUSAL           PIC X(30) VALUE SPACES.
       01  WS-RESULT            PIC X(8) VALUE SPACES.

       01  WS-LOG-DETAIL.
           05 LG-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-ACTION         PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-PERIOD         PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-AUTH-LEVEL     PIC 9(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-RESULT         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LG-NOTE           PIC X(30).

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(26) VALUE
              "ACCOUNTING PERIOD CLOSE - ".
           05 HD-ACTION         PIC X(6).
           05 FILLER            PIC X(8) VALUE " PERIOD ".
           05 HD-PERIOD         PIC 9(6).
           05 FILLER            PIC X(10) VALUE " OPERATOR ".
           05 HD-OPERATOR-ID    PIC X(8).
       01  WS-CHECK-LINE.
           05 CK-LABEL          PIC X(34).
           05 CK-DATE           PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CK-VERDICT        PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERCLOSE" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM OPEN-REPORT-FILE.
           PERFORM READ-CLOSE-PARM.
           PERFORM LOAD-ACCOUNTING-PERIODS.
           IF WS-ACTION-ALLOWED
               MOVE WS-PERIOD TO WS-PER-ARG-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               PERFORM READ-OPERATOR-AUTHORITY
               EVALUATE TRUE
                   WHEN WS-ACTION = "C"
                       PERFORM CHECK-CLOSE-ALLOWED
                   WHEN WS-ACTION = "R"
                       PERFORM CHECK-REOPEN-ALLOWED
               END-EVALUATE
           END-IF.
           IF WS-ACTION-ALLOWED
               PERFORM WRITE-PERIOD-STATUS
           ELSE
               MOVE "REFUSED" TO WS-RESULT
           END-IF.
           PERFORM WRITE-PERIOD-LOG.
           PERFORM WRITE-VERDICT.
           CLOSE CLOSE-REPORT-FILE.
           IF WS-ACTION-ALLOWED
               DISPLAY "Period " WS-PERIOD " " WS-RESULT "."
           ELSE
               DISPLAY "Period " WS-PERIOD " action refused: "
                       WS-REFUSAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PERCRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-CLOSE-PARM.
      *    One control record; with none there is nothing to do
      *    and the step says so rather than guessing a period.
           OPEN INPUT CLOSE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CLOSE-PARM-FILE
                   AT END
                       MOVE "N" TO WS-VERDICT-SW
                       MOVE "NO CONTROL RECORD" TO WS-REFUSAL
                   NOT AT END
                       MOVE PC-ACTION      TO WS-ACTION
                       MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE PC-REASON      TO WS-REASON
                       IF PC-PERIOD IS NUMERIC
                           MOVE PC-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "PERCPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "N" TO WS-VERDICT-SW
               MOVE "NO CONTROL RECORD" TO WS-REFUSAL
           END-IF.
           MOVE WS-PERIOD(1:4) TO WS-YEAR.
           MOVE WS-PERIOD(5:2) TO WS-MONTH.
           EVALUATE TRUE
               WHEN NOT WS-ACTION-ALLOWED
                   CONTINUE
               WHEN WS-ACTION NOT = "C" AND WS-ACTION NOT = "R"
                   MOVE "N" TO WS-VERDICT-SW
                   MOVE "UNKNOWN ACTION CODE" TO WS-REFUSAL
               WHEN WS-PERIOD = ZEROS OR WS-YEAR < 1900 OR
                    WS-MONTH < 1 OR WS-MONTH > 12
                   MOVE "N" TO WS-VERDICT-SW
                   MOVE "INVALID PERIOD" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ACTION = "R"
               MOVE "REOPEN" TO HD-ACTION
           ELSE
               MOVE "CLOSE"  TO HD-ACTION
           END-IF.
           MOVE WS-PERIOD      TO HD-PERIOD.
           MOVE WS-OPERATOR-ID TO HD-OPERATOR-ID.
           WRITE CLOSE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       READ-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPER-FOUND-SW.
           MOVE ZEROS TO WS-OPER-AUTH.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-PROF-STATUS = "00"
               MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OPER-FOUND-SW
                       MOVE OP-AUTH-LEVEL TO WS-OPER-AUTH
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
               IF WS-PROF-STATUS NOT = "35"
                   MOVE "OPERPROF"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       CHECK-CLOSE-ALLOWED.
      *    Every check prints, so the operator sees everything still
      *    outstanding at once; the first failure is the one logged.
           PERFORM FIND-LAST-BUSINESS-DAY.
           PERFORM SCAN-RUN-CONTROL-STAMPS.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-ON-PROFILE
                   PERFORM REFUSE-ACTION
                   MOVE "OPERATOR NOT ON OPERPROF" TO WS-REFUSAL
               WHEN WS-PER-ARG-CLOSED
                   PERFORM REFUSE-ACTION
                   MOVE "PERIOD ALREADY CLOSED" TO WS-REFUSAL
               WHEN WS-PERIOD NOT < WS-RUN-PERIOD
                   PERFORM REFUSE-ACTION
                   MOVE "PERIOD NOT YET ENDED" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "TAXREMIT completed for period:" TO CK-LABEL.
           MOVE WS-TAXREMIT-DATE TO CK-DATE.
           IF WS-TAXREMIT-DATE = ZEROS
               MOVE "MISSING - RUN TAXREMIT" TO CK-VERDICT
               PERFORM REFUSE-ACTION
               IF WS-REFUSAL = SPACES
                   MOVE "TAXREMIT NOT RUN FOR PERIOD" TO WS-REFUSAL
               END-IF
           ELSE
               MOVE "OK" TO CK-VERDICT
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM WS-CHECK-LINE.
           MOVE "ARSTMT completed for period:" TO CK-LABEL.
           MOVE WS-ARSTMT-DATE TO CK-DATE.
           IF WS-ARSTMT-DATE = ZEROS
               MOVE "MISSING - RUN ARSTMT" TO CK-VERDICT
               PERFORM REFUSE-ACTION
               IF WS-REFUSAL = SPACES
                   MOVE "ARSTMT NOT RUN FOR PERIOD" TO WS-REFUSAL
               END-IF
           ELSE
               MOVE "OK" TO CK-VERDICT
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM WS-CHECK-LINE.
           MOVE "Period last business day:" TO CK-LABEL.
           MOVE WS-LAST-BUSINESS-DAY TO CK-DATE.
           MOVE SPACES TO CK-VERDICT.
           WRITE CLOSE-REPORT-LINE FROM WS-CHECK-LINE.
           MOVE "GLEXTRCT completed on or after:" TO CK-LABEL.
           MOVE WS-GLEXTRCT-DATE TO CK-DATE.
           IF WS-GLEXTRCT-DATE = ZEROS
               MOVE "MISSING - RUN GLEXTRCT" TO CK-VERDICT
               PERFORM REFUSE-ACTION
               IF WS-REFUSAL = SPACES
                   MOVE "GLEXTRCT NOT RUN FOR PERIOD" TO WS-REFUSAL
               END-IF
           ELSE
               MOVE "OK" TO CK-VERDICT
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM WS-CHECK-LINE.

       CHECK-REOPEN-ALLOWED.
           MOVE "Operator authority level:" TO CK-LABEL.
           MOVE WS-OPER-AUTH TO CK-DATE.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-ON-PROFILE
                   PERFORM REFUSE-ACTION
                   MOVE "OPERATOR NOT ON OPERPROF" TO WS-REFUSAL
               WHEN WS-OPER-AUTH < WS-REOPEN-AUTH
                   PERFORM REFUSE-ACTION
                   MOVE "REOPEN OVER AUTHORITY" TO WS-REFUSAL
               WHEN NOT WS-PER-ARG-CLOSED
                   PERFORM REFUSE-ACTION
                   MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ACTION-ALLOWED
               MOVE "OK" TO CK-VERDICT
           ELSE
               MOVE WS-REFUSAL TO CK-VERDICT
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM WS-CHECK-LINE.

       REFUSE-ACTION.
           MOVE "N" TO WS-VERDICT-SW.

       FIND-LAST-BUSINESS-DAY.
      *    Back from the last calendar day of the month to the first
      *    day the shop runs a cycle.
           PERFORM LOAD-BUSINESS-CALENDAR.
           MOVE WS-PERIOD TO WS-PERIOD-FIRST-DAY(1:6).
           MOVE "01"      TO WS-PERIOD-FIRST-DAY(7:2).
           IF WS-MONTH = 12
               COMPUTE WS-YEAR = WS-YEAR + 1
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF.
           MOVE WS-YEAR  TO WS-BD-ARG-DATE(1:4).
           MOVE WS-MONTH TO WS-BD-ARG-DATE(5:2).
           MOVE "01"     TO WS-BD-ARG-DATE(7:2).
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BD-ARG-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-BD-ARG-DATE.
           MOVE ZEROS TO WS-HOP-COUNT.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BD-IS-BUSINESS OR WS-HOP-COUNT > 31
               SUBTRACT 1 FROM WS-DAY-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-BD-ARG-DATE
               ADD 1 TO WS-HOP-COUNT
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-BD-ARG-DATE TO WS-LAST-BUSINESS-DAY.

       SCAN-RUN-CONTROL-STAMPS.
      *    TAXREMIT and ARSTMT stamp the period end they covered;
      *    GLEXTRCT stamps its cycle date, so the month's journals
      *    are all out once one has completed on or after the
      *    period's last business day. FINCHRG's run on the
      *    finance-charge feed stamps as GLEXTRFC and is not the
      *    cycle's extract.
           MOVE "N" TO WS-RC-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN WS-RUNCTL-STATUS = "00"
                   PERFORM UNTIL WS-RC-END-OF-FILE
                       READ RUN-CONTROL-FILE
                           AT END
                               MOVE "Y" TO WS-RC-EOF-SWITCH
                           NOT AT END
                               IF RC-COMPLETED
                                   PERFORM NOTE-ONE-STAMP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               WHEN WS-RUNCTL-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "RUNCTL"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-RUNCTL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       NOTE-ONE-STAMP.
           EVALUATE TRUE
               WHEN RC-STEP-NAME = "TAXREMIT" AND
                    RC-CYCLE-DATE(1:6) = WS-PERIOD(1:6)
                   MOVE RC-CYCLE-DATE TO WS-TAXREMIT-DATE
               WHEN RC-STEP-NAME = "ARSTMT" AND
                    RC-CYCLE-DATE(1:6) = WS-PERIOD(1:6)
                   MOVE RC-CYCLE-DATE TO WS-ARSTMT-DATE
               WHEN RC-STEP-NAME = "GLEXTRCT" AND
                    RC-CYCLE-DATE >= WS-LAST-BUSINESS-DAY
                   IF WS-GLEXTRCT-DATE = ZEROS OR
                      RC-CYCLE-DATE < WS-GLEXTRCT-DATE
                       MOVE RC-CYCLE-DATE TO WS-GLEXTRCT-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-PERIOD-STATUS.
      *    ACCTPER is appended, never rewritten: the latest record
      *    for a period is its status and the earlier ones are its
      *    history.
           MOVE WS-PERIOD            TO AP-PERIOD.
           IF WS-ACTION = "C"
               MOVE "C"      TO AP-STATUS
               MOVE "CLOSED" TO WS-RESULT
           ELSE
               MOVE "O"        TO AP-STATUS
               MOVE "REOPENED" TO WS-RESULT
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO AP-STATUS-DATE.
           MOVE WS-OPERATOR-ID       TO AP-STATUS-BY.
           OPEN EXTEND ACCOUNTING-PERIOD-FILE.
           IF WS-ACCTPER-STATUS = "05" OR WS-ACCTPER-STATUS = "35"
               OPEN OUTPUT ACCOUNTING-PERIOD-FILE
           END-IF.
           IF WS-ACCTPER-STATUS NOT = "00"
               MOVE "ACCTPER"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-ACCTPER-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           WRITE ACCOUNTING-PERIOD-RECORD.
           IF WS-ACCTPER-STATUS NOT = "00"
               MOVE "ACCTPER" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-ACCTPER-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE ACCOUNTING-PERIOD-FILE.

       WRITE-PERIOD-LOG.
           OPEN EXTEND PERIOD-LOG-FILE.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT PERIOD-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "PERLOG"      TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-LOG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE TO LG-TIMESTAMP.
           MOVE WS-ACTION       TO LG-ACTION.
           MOVE WS-PERIOD       TO LG-PERIOD.
           MOVE WS-OPERATOR-ID  TO LG-OPERATOR-ID.
           MOVE WS-OPER-AUTH    TO LG-AUTH-LEVEL.
           MOVE WS-RESULT       TO LG-RESULT.
           IF WS-ACTION-ALLOWED
               MOVE WS-REASON  TO LG-NOTE
           ELSE
               MOVE WS-REFUSAL TO LG-NOTE
           END-IF.
           WRITE PERIOD-LOG-LINE FROM WS-LOG-DETAIL.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "PERLOG" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-LOG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE PERIOD-LOG-FILE.

       WRITE-VERDICT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF WS-ACTION-ALLOWED
               STRING "PERIOD " WS-PERIOD " " WS-RESULT
                      DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           ELSE
               STRING "ACTION REFUSED - " WS-REFUSAL
                      DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF.
           WRITE CLOSE-REPORT-LINE.

       COPY ACCTPERP.

       COPY BDCALP.

       COPY ERRLOGP.
