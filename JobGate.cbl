      *Date: 2026-10-13
      *Prerequisite gate run as the first step of a job that must
      *not start before the work it depends on is done: PAYCYCLE
      *ahead of DAILYCYC's balanced cycle, and ARSTMT, DUNNING,
      *TAXREMIT and FINCHRG ahead of a month whose PAYCYCLE days
      *all completed, and DAILYCYC behind the prior cycle's
      *PAYCYCLE.
      *The GATEPARM record names the job; its prerequisites are the
      *rules declared for it in the shared JOBDEP table, checked
      *against the RUNCTL stamps. Rules on the same cycle take the
      *CYCLDATE cycle date; rules on every business day of the
      *period take the job's own period from the GATEPRD record
      *(the STMTPARM/TAXPARM layout, pointed at the same dataset
      *the job reads) through its period end, so a day after a
      *CYCLDATE left behind counts as missing; without one, the
      *month of the cycle date up to the cycle date. The days come
      *from BDCAL. Every rule prints on GATERPT with each missing
      *step and date under it. When anything is missing the step
      *ends with condition code 20 and the job's remaining steps
      *are bypassed.
      *Date: 2026-10-15 - Gates DAILYCYC too: it holds until the
      *                   prior cycle's PAYCYCLE has completed. A
      *                   prior-cycle rule that was not due prints
      *                   OK - NOT DUE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-PARM-FILE ASSIGN TO "GATEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GATE-PERIOD-FILE ASSIGN TO "GATEPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GATE-REPORT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY BDCAL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-PARM-FILE.
       01  GATE-PARM-RECORD.
           05 GP-JOB-NAME          PIC X(8).

       FD  GATE-PERIOD-FILE.
       01  GATE-PERIOD-RECORD.
           05 GD-PERIOD-START      PIC 9(8).
           05 GD-PERIOD-END        PIC 9(8).

       FD  GATE-REPORT-FILE.
       01  GATE-REPORT-LINE        PIC X(80).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY BDCALFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY BDCALWS.
       COPY JOBDEP.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PERIOD-STATUS     PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).

       01  WS-JOB-NAME          PIC X(8) VALUE SPACES.
       01  WS-RULES-CHECKED     PIC 9(2) VALUE ZEROS.
       01  WS-MISSING-TOTAL     PIC 9(5) VALUE ZEROS.

       01  WS-VERDICT-SW        PIC X(1) VALUE "Y".
           88 WS-JOB-MAY-RUN          VALUE "Y".
       01  WS-REFUSAL           PIC X(34) VALUE SPACES.

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(26) VALUE
              "JOB PREREQUISITE GATE -  ".
           05 HD-JOB-NAME       PIC X(8).
           05 FILLER            PIC X(12) VALUE "  RUN DATE  ".
           05 HD-RUN-DATE       PIC 9(8).
       01  WS-PERIOD-LINE.
           05 FILLER            PIC X(12) VALUE "CYCLE DATE  ".
           05 PL-CYCLE-DATE     PIC 9(8).
           05 FILLER            PIC X(10) VALUE "  PERIOD  ".
           05 PL-FROM-DATE      PIC 9(8).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 PL-TO-DATE        PIC 9(8).
       01  WS-CHECK-LINE.
           05 CK-LABEL          PIC X(40).
           05 CK-DATE           PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CK-VERDICT        PIC X(28).
       01  WS-MISSING-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE "MISSING  ".
           05 ML-PREREQ         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ML-DATE           PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ML-STEP           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ML-TEXT           PIC X(24).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "JOBGATE" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-JD-CYCLE-DATE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM READ-GATE-PARM.
           PERFORM READ-GATE-PERIOD.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-JOB-MAY-RUN
               PERFORM LOAD-BUSINESS-CALENDAR
               PERFORM VARYING JU-IDX FROM 1 BY 1
                       UNTIL JU-IDX > WS-JD-RULE-COUNT
                   IF JU-JOB-NAME(JU-IDX) = WS-JOB-NAME
                       PERFORM CHECK-ONE-RULE
                   END-IF
               END-PERFORM
               IF WS-RULES-CHECKED = ZEROS
                   PERFORM REFUSE-JOB
                   MOVE "NO PREREQUISITES DECLARED FOR JOB"
                       TO WS-REFUSAL
               END-IF
           END-IF.
           PERFORM WRITE-VERDICT.
           CLOSE GATE-REPORT-FILE.
           IF WS-JOB-MAY-RUN
               DISPLAY WS-JOB-NAME " prerequisites met for cycle "
                       WS-JD-CYCLE-DATE "."
           ELSE
               DISPLAY WS-JOB-NAME " STOPPED - " WS-REFUSAL
               IF WS-MISSING-TOTAL > ZEROS
                   DISPLAY "  " WS-MISSING-TOTAL
                           " missing item(s) listed on GATERPT."
               END-IF
               MOVE WS-JD-NOT-MET-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT GATE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "GATERPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-GATE-PARM.
      *    One control record naming the job being gated; with none
      *    the gate cannot tell what to check and holds the job.
           OPEN INPUT GATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ GATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GP-JOB-NAME TO WS-JOB-NAME
               END-READ
               CLOSE GATE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "GATEPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           IF WS-JOB-NAME = SPACES
               PERFORM REFUSE-JOB
               MOVE "NO GATEPARM JOB NAME" TO WS-REFUSAL
           END-IF.

       READ-GATE-PERIOD.
      *    The period the job itself will run for, read the way
      *    ARSTMT and TAXREMIT read their parms, is checked to its
      *    end: the job covers every day of it, whatever CYCLDATE
      *    says. A missing or unreadable record means the month of
      *    the cycle date, whose days after the cycle date have had
      *    no PAYCYCLE yet.
           MOVE WS-JD-CYCLE-DATE(1:6) TO WS-JD-FROM-DATE(1:6).
           MOVE "01"                  TO WS-JD-FROM-DATE(7:2).
           MOVE WS-JD-CYCLE-DATE      TO WS-JD-TO-DATE.
           OPEN INPUT GATE-PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               READ GATE-PERIOD-FILE
                   NOT AT END
                       IF GD-PERIOD-START IS NUMERIC AND
                          GD-PERIOD-END IS NUMERIC AND
                          GD-PERIOD-START > ZEROS AND
                          GD-PERIOD-END >= GD-PERIOD-START
                           MOVE GD-PERIOD-START TO WS-JD-FROM-DATE
                           MOVE GD-PERIOD-END   TO WS-JD-TO-DATE
                       END-IF
               END-READ
               CLOSE GATE-PERIOD-FILE
           ELSE
               IF WS-PERIOD-STATUS NOT = "35"
                   MOVE "GATEPRD"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PERIOD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-JOB-NAME          TO HD-JOB-NAME.
           MOVE WS-CURRENT-DATE(1:8) TO HD-RUN-DATE.
           WRITE GATE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE WS-JD-CYCLE-DATE TO PL-CYCLE-DATE.
           MOVE WS-JD-FROM-DATE  TO PL-FROM-DATE.
           MOVE WS-JD-TO-DATE    TO PL-TO-DATE.
           WRITE GATE-REPORT-LINE FROM WS-PERIOD-LINE.
           MOVE SPACES TO GATE-REPORT-LINE.
           WRITE GATE-REPORT-LINE.

       CHECK-ONE-RULE.
      *    Every rule prints, so the operator sees everything still
      *    outstanding at once; the first rule not met is the one
      *    the verdict names.
           ADD 1 TO WS-RULES-CHECKED.
           PERFORM CHECK-JOB-RULE.
           MOVE WS-JD-RULE-TEXT TO CK-LABEL.
           IF JU-EVERY-BUS-DAY(JU-IDX)
               MOVE WS-JD-TO-DATE    TO CK-DATE
           ELSE
               MOVE WS-JD-CYCLE-DATE TO CK-DATE
           END-IF.
           MOVE SPACES TO CK-VERDICT.
           IF WS-JD-RULE-MET
               EVALUATE TRUE
                   WHEN JU-EVERY-BUS-DAY(JU-IDX)
                       STRING "OK - " WS-JD-DAY-COUNT
                              " BUSINESS DAYS"
                              DELIMITED BY SIZE INTO CK-VERDICT
                   WHEN JU-PRIOR-CYCLE(JU-IDX) AND
                        WS-JD-DAY-COUNT = ZEROS
                       MOVE "OK - NOT DUE" TO CK-VERDICT
                   WHEN OTHER
                       MOVE "OK" TO CK-VERDICT
               END-EVALUATE
           ELSE
               STRING "NOT MET - " WS-JD-FIND-COUNT " MISSING"
                      DELIMITED BY SIZE INTO CK-VERDICT
               PERFORM REFUSE-JOB
               IF WS-REFUSAL = SPACES
                   STRING JU-PREREQ(JU-IDX) DELIMITED BY SPACE
                          " PREREQUISITE NOT MET"
                          DELIMITED BY SIZE INTO WS-REFUSAL
               END-IF
           END-IF.
           WRITE GATE-REPORT-LINE FROM WS-CHECK-LINE.
           PERFORM VARYING JF-IDX FROM 1 BY 1
                   UNTIL JF-IDX > WS-JD-FIND-COUNT
               MOVE JF-PREREQ(JF-IDX) TO ML-PREREQ
               MOVE JF-DATE(JF-IDX)   TO ML-DATE
               MOVE JF-STEP(JF-IDX)   TO ML-STEP
               MOVE JF-TEXT(JF-IDX)   TO ML-TEXT
               WRITE GATE-REPORT-LINE FROM WS-MISSING-LINE
               ADD 1 TO WS-MISSING-TOTAL
           END-PERFORM.

       REFUSE-JOB.
           MOVE "N" TO WS-VERDICT-SW.

       WRITE-VERDICT.
           MOVE SPACES TO GATE-REPORT-LINE.
           WRITE GATE-REPORT-LINE.
           IF WS-JOB-MAY-RUN
               STRING "PREREQUISITES MET - " WS-JOB-NAME
                      " MAY RUN" DELIMITED BY SIZE
                      INTO GATE-REPORT-LINE
           ELSE
               STRING "JOB STOPPED, CC " WS-JD-NOT-MET-RC
                      " - " WS-REFUSAL
                      DELIMITED BY SIZE INTO GATE-REPORT-LINE
           END-IF.
           WRITE GATE-REPORT-LINE.

       COPY JOBDEPP.

       COPY CYCDTP.

       COPY BDCALP.

       COPY ERRLOGP.
