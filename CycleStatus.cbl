      *refreshing on demand, and pointing at the day's matching
      *ERRORLOG lines when a step left errors behind. Turns the
      *2 AM page from guesswork into a ten-second look.
      *Date: 2026-10-13 - D at the refresh prompt shows the job
      *                   dependency status for the date shown: each
      *                   gated job's JOBDEP prerequisites (PAYCYCLE
      *                   on the cycle, the month-end jobs on every
      *                   business day of the month to date), met or
      *                   not, with what is missing - what JOBGATE
      *                   would decide if the job were submitted now.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLSTAT.


           COPY RUNCTL.

           COPY BDCAL.

           COPY ERRLOG.

       DATA DIVISION.

           COPY RUNCTLFD.

           COPY BDCALFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-ELOG-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       COPY RUNCTLWS.
       COPY BDCALWS.
       COPY JOBDEP.
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 TL-DETAIL         PIC X(44).

       01  WS-DEP-LAST-JOB      PIC X(8).
       01  WS-DEP-JOB-SW        PIC X(1).
           88 WS-DEP-JOB-MAY-RUN      VALUE "Y".
       01  WS-DEP-SHOWN         PIC 9(2).
       01  WS-DEP-MAX-SHOWN     PIC 9(2) VALUE 10.
       01  WS-DEP-MORE          PIC 9(4).
       01  WS-DEP-LINE.
           05 DL-JOB-NAME       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-RULE           PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-VERDICT        PIC X(26).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
               PERFORM SCAN-RUN-CONTROL-STAMPS
               PERFORM SCAN-ERROR-LOG
               PERFORM SHOW-CYCLE-STATUS
               DISPLAY "Enter to refresh, D for job dependencies, "
                       "X to exit: "
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = "X" OR WS-REPLY = "x"
                   MOVE "Y" TO WS-EXIT-SWITCH
               END-IF
               IF WS-REPLY = "D" OR WS-REPLY = "d"
                   PERFORM SHOW-JOB-DEPENDENCIES
                   DISPLAY "Enter to continue: "
                   ACCEPT WS-REPLY
               END-IF
           END-PERFORM.
           GOBACK.

               MOVE "STARTED - CHECK IT" TO TL-STATE
           END-IF.

       SHOW-JOB-DEPENDENCIES.
      *    The month-end jobs are shown over the month to date of
      *    the date on screen; a run for a parm period other than
      *    the current month is judged by its own JOBGATE step.
           PERFORM LOAD-BUSINESS-CALENDAR.
           MOVE WS-SHOW-DATE      TO WS-JD-CYCLE-DATE.
           MOVE WS-SHOW-DATE(1:6) TO WS-JD-FROM-DATE(1:6).
           MOVE "01"              TO WS-JD-FROM-DATE(7:2).
           MOVE WS-SHOW-DATE      TO WS-JD-TO-DATE.
           DISPLAY " ".
           DISPLAY "-------- JOB DEPENDENCIES FOR " WS-SHOW-DATE
                   " (MONTH FROM " WS-JD-FROM-DATE ") --------".
           MOVE SPACES TO WS-DEP-LAST-JOB.
           PERFORM VARYING JU-IDX FROM 1 BY 1
                   UNTIL JU-IDX > WS-JD-RULE-COUNT
               IF JU-JOB-NAME(JU-IDX) NOT = WS-DEP-LAST-JOB
                   IF WS-DEP-LAST-JOB NOT = SPACES
                       PERFORM SHOW-JOB-VERDICT
                   END-IF
                   MOVE JU-JOB-NAME(JU-IDX) TO WS-DEP-LAST-JOB
                   MOVE "Y" TO WS-DEP-JOB-SW
               END-IF
               PERFORM SHOW-ONE-RULE
           END-PERFORM.
           IF WS-DEP-LAST-JOB NOT = SPACES
               PERFORM SHOW-JOB-VERDICT
           END-IF.

       SHOW-ONE-RULE.
           PERFORM CHECK-JOB-RULE.
           MOVE JU-JOB-NAME(JU-IDX) TO DL-JOB-NAME.
           MOVE WS-JD-RULE-TEXT     TO DL-RULE.
           MOVE SPACES              TO DL-VERDICT.
           IF WS-JD-RULE-MET
               MOVE "MET" TO DL-VERDICT
           ELSE
               MOVE "N" TO WS-DEP-JOB-SW
               STRING "NOT MET - " WS-JD-FIND-COUNT " MISSING"
                      DELIMITED BY SIZE INTO DL-VERDICT
           END-IF.
           DISPLAY WS-DEP-LINE.
           MOVE ZEROS TO WS-DEP-SHOWN.
           PERFORM VARYING JF-IDX FROM 1 BY 1
                   UNTIL JF-IDX > WS-JD-FIND-COUNT OR
                         WS-DEP-SHOWN >= WS-DEP-MAX-SHOWN
               DISPLAY "          MISSING " JF-PREREQ(JF-IDX) " "
                       JF-DATE(JF-IDX) " " JF-STEP(JF-IDX) " "
                       JF-TEXT(JF-IDX)
               ADD 1 TO WS-DEP-SHOWN
           END-PERFORM.
           IF WS-JD-FIND-COUNT > WS-DEP-SHOWN
               COMPUTE WS-DEP-MORE = WS-JD-FIND-COUNT - WS-DEP-SHOWN
               DISPLAY "          ... and " WS-DEP-MORE
                       " more - see the job's GATERPT."
           END-IF.

       SHOW-JOB-VERDICT.
           IF WS-DEP-JOB-MAY-RUN
               DISPLAY "          " WS-DEP-LAST-JOB " MAY RUN"
           ELSE
               DISPLAY "          " WS-DEP-LAST-JOB
                       " WOULD BE STOPPED (CC " WS-JD-NOT-MET-RC ")"
           END-IF.

       COPY JOBDEPP.

       COPY CYCDTP.

       COPY BDCALP.

       COPY ERRLOGP.
