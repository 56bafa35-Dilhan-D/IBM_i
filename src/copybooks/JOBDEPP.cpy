      *Date: 2026-10-13 - Shared cross-job prerequisite check.
      *                   Callers must also have COPYed JOBDEP, the
      *                   RUNCTL set (SELECT/FD/WS), the BDCAL set
      *                   and the ERRLOG set, set WS-ERR-PROGRAM and
      *                   PERFORMed LOAD-BUSINESS-CALENDAR first.
      *Date: 2026-10-15 - Prior-cycle (P) rules, waived for a cycle
      *                   date that was not a business day or did
      *                   not balance.
       CHECK-JOB-RULE.
      *    One rule (JU-IDX): list every step and date it needs,
      *    mark them off against RUNCTL, then turn what is still
      *    outstanding into findings.
           MOVE ZEROS TO WS-JD-DAY-COUNT WS-JD-REQ-COUNT
                         WS-JD-FIND-COUNT.
           MOVE "N" TO WS-JD-FULL-SW.
           PERFORM DESCRIBE-JOB-RULE.
           IF JU-EVERY-BUS-DAY(JU-IDX)
               IF WS-JD-FROM-DATE <= WS-JD-TO-DATE
                   COMPUTE WS-JD-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-JD-FROM-DATE)
                   COMPUTE WS-JD-STOP-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-JD-TO-DATE)
                   PERFORM UNTIL WS-JD-DAY-INTEGER >
                           WS-JD-STOP-INTEGER
                       MOVE FUNCTION DATE-OF-INTEGER(
                           WS-JD-DAY-INTEGER) TO WS-BD-ARG-DATE
                       PERFORM CHECK-BUSINESS-DAY
                       IF WS-BD-IS-BUSINESS
                           ADD 1 TO WS-JD-DAY-COUNT
                           MOVE WS-BD-ARG-DATE TO WS-JD-DAY
                           PERFORM ADD-RULE-DAY
                       END-IF
                       ADD 1 TO WS-JD-DAY-INTEGER
                   END-PERFORM
               END-IF
           ELSE
               IF JU-PRIOR-CYCLE(JU-IDX)
                   PERFORM CHECK-PRIOR-CYCLE-DUE
               ELSE
                   MOVE 1 TO WS-JD-DAY-COUNT
               END-IF
               IF WS-JD-DAY-COUNT > ZEROS
                   MOVE WS-JD-CYCLE-DATE TO WS-JD-DAY
                   PERFORM ADD-RULE-DAY
               END-IF
           END-IF.
           IF WS-JD-REQ-COUNT > ZEROS
               PERFORM SCAN-RULE-STAMPS
           END-IF.
           PERFORM BUILD-RULE-FINDINGS.
           IF WS-JD-FIND-COUNT = ZEROS
               MOVE "Y" TO WS-JD-RULE-SW
           ELSE
               MOVE "N" TO WS-JD-RULE-SW
           END-IF.

       CHECK-PRIOR-CYCLE-DUE.
      *    The prior cycle needed its prerequisite only if it was a
      *    business day and balanced; otherwise the day count stays
      *    zero and nothing is required.
           MOVE WS-JD-CYCLE-DATE TO WS-BD-ARG-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF WS-BD-IS-BUSINESS
               MOVE WS-JD-CYCLE-DATE    TO WS-JD-DAY
               MOVE WS-JD-BALANCED-STEP TO WS-JD-ARG-STEP
               PERFORM ADD-RULE-REQUIREMENT
               PERFORM SCAN-RULE-STAMPS
               IF JQ-COMPLETED(1)
                   MOVE 1 TO WS-JD-DAY-COUNT
               END-IF
               MOVE ZEROS TO WS-JD-REQ-COUNT
           END-IF.

       DESCRIBE-JOB-RULE.
           MOVE SPACES TO WS-JD-RULE-TEXT.
           EVALUATE TRUE
               WHEN JU-SAME-CYCLE(JU-IDX)
                   STRING JU-PREREQ(JU-IDX) DELIMITED BY SPACE
                          " completed for cycle" DELIMITED BY SIZE
                          INTO WS-JD-RULE-TEXT
               WHEN JU-NOT-YET-DONE(JU-IDX)
                   STRING JU-PREREQ(JU-IDX) DELIMITED BY SPACE
                          " not yet completed for cycle"
                          DELIMITED BY SIZE
                          INTO WS-JD-RULE-TEXT
               WHEN JU-PRIOR-CYCLE(JU-IDX)
                   STRING JU-PREREQ(JU-IDX) DELIMITED BY SPACE
                          " completed for prior cycle"
                          DELIMITED BY SIZE
                          INTO WS-JD-RULE-TEXT
               WHEN OTHER
                   STRING JU-PREREQ(JU-IDX) DELIMITED BY SPACE
                          " completed each business day to"
                          DELIMITED BY SIZE
                          INTO WS-JD-RULE-TEXT
           END-EVALUATE.

       ADD-RULE-DAY.
      *    A job prerequisite needs each of its member steps; any
      *    other name is a single RUNCTL step.
           MOVE "N" TO WS-JD-JOB-SW.
           PERFORM VARYING JM-IDX FROM 1 BY 1
                   UNTIL JM-IDX > WS-JD-MEMBER-COUNT
               IF JM-JOB-NAME(JM-IDX) = JU-PREREQ(JU-IDX)
                   MOVE "Y" TO WS-JD-JOB-SW
                   MOVE JM-STEP-NAME(JM-IDX) TO WS-JD-ARG-STEP
                   PERFORM ADD-RULE-REQUIREMENT
               END-IF
           END-PERFORM.
           IF NOT WS-JD-PREREQ-IS-JOB
               MOVE JU-PREREQ(JU-IDX) TO WS-JD-ARG-STEP
               PERFORM ADD-RULE-REQUIREMENT
           END-IF.

       ADD-RULE-REQUIREMENT.
           IF WS-JD-REQ-COUNT < WS-JD-MAX-REQS
               ADD 1 TO WS-JD-REQ-COUNT
               SET JQ-IDX TO WS-JD-REQ-COUNT
               MOVE WS-JD-DAY      TO JQ-DATE(JQ-IDX)
               MOVE WS-JD-ARG-STEP TO JQ-STEP(JQ-IDX)
               MOVE "N"            TO JQ-STATE(JQ-IDX)
           ELSE
               MOVE "Y" TO WS-JD-FULL-SW
           END-IF.

       SCAN-RULE-STAMPS.
      *    No RUNCTL on file means nothing has completed.
           MOVE "N" TO WS-RC-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN WS-RUNCTL-STATUS = "00"
                   PERFORM UNTIL WS-RC-END-OF-FILE
                       READ RUN-CONTROL-FILE
                           AT END
                               MOVE "Y" TO WS-RC-EOF-SWITCH
                           NOT AT END
                               IF RC-CYCLE-DATE >= JQ-DATE(1) AND
                                  RC-CYCLE-DATE <=
                                      JQ-DATE(WS-JD-REQ-COUNT)
                                   PERFORM NOTE-RULE-STAMP
                               END-IF
                       END-READ
                       IF WS-RUNCTL-STATUS NOT = "00" AND
                          WS-RUNCTL-STATUS NOT = "10"
                           MOVE "RUNCTL" TO WS-ERR-FILE-NAME
                           MOVE "READ"   TO WS-ERR-OPERATION
                           MOVE WS-RUNCTL-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
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

       NOTE-RULE-STAMP.
           PERFORM VARYING JQ-IDX FROM 1 BY 1
                   UNTIL JQ-IDX > WS-JD-REQ-COUNT
               IF JQ-DATE(JQ-IDX) = RC-CYCLE-DATE AND
                  JQ-STEP(JQ-IDX) = RC-STEP-NAME
                   IF RC-COMPLETED
                       MOVE "C" TO JQ-STATE(JQ-IDX)
                   ELSE
                       IF JQ-NOT-RUN(JQ-IDX)
                           MOVE "S" TO JQ-STATE(JQ-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-RULE-FINDINGS.
      *    The requirements are in date order, a job's members
      *    together under each date; judge one date at a time.
           MOVE 1 TO WS-JD-SUB.
           PERFORM UNTIL WS-JD-SUB > WS-JD-REQ-COUNT
               MOVE WS-JD-SUB TO WS-JD-GROUP-START
               MOVE ZEROS TO WS-JD-GROUP-DONE WS-JD-GROUP-STARTED
               PERFORM UNTIL WS-JD-SUB > WS-JD-REQ-COUNT OR
                       JQ-DATE(WS-JD-SUB) NOT =
                       JQ-DATE(WS-JD-GROUP-START)
                   IF JQ-COMPLETED(WS-JD-SUB)
                       ADD 1 TO WS-JD-GROUP-DONE
                   END-IF
                   IF JQ-STARTED(WS-JD-SUB)
                       ADD 1 TO WS-JD-GROUP-STARTED
                   END-IF
                   ADD 1 TO WS-JD-SUB
               END-PERFORM
               COMPUTE WS-JD-GROUP-END = WS-JD-SUB - 1
               COMPUTE WS-JD-GROUP-SIZE =
                   WS-JD-GROUP-END - WS-JD-GROUP-START + 1
               PERFORM JUDGE-RULE-DAY
           END-PERFORM.
           IF WS-JD-TABLE-FULL
               MOVE ZEROS TO WS-JD-DAY
               MOVE SPACES TO WS-JD-ARG-STEP
               MOVE "PERIOD TOO LONG TO CHECK" TO WS-JD-ARG-TEXT
               PERFORM ADD-RULE-FINDING
           END-IF.

       JUDGE-RULE-DAY.
           MOVE JQ-DATE(WS-JD-GROUP-START) TO WS-JD-DAY.
           EVALUATE TRUE
               WHEN JU-NOT-YET-DONE(JU-IDX)
                   IF WS-JD-GROUP-DONE = WS-JD-GROUP-SIZE
                       MOVE SPACES TO WS-JD-ARG-STEP
                       MOVE "ALREADY COMPLETED" TO WS-JD-ARG-TEXT
                       PERFORM ADD-RULE-FINDING
                   END-IF
               WHEN WS-JD-GROUP-DONE = WS-JD-GROUP-SIZE
                   CONTINUE
               WHEN WS-JD-PREREQ-IS-JOB AND
                    WS-JD-GROUP-DONE = ZEROS AND
                    WS-JD-GROUP-STARTED = ZEROS
                   MOVE SPACES TO WS-JD-ARG-STEP
                   MOVE "NOT RUN" TO WS-JD-ARG-TEXT
                   PERFORM ADD-RULE-FINDING
               WHEN OTHER
                   PERFORM VARYING JQ-IDX FROM WS-JD-GROUP-START
                           BY 1 UNTIL JQ-IDX > WS-JD-GROUP-END
                       IF NOT JQ-COMPLETED(JQ-IDX)
                           MOVE JQ-STEP(JQ-IDX) TO WS-JD-ARG-STEP
                           IF JQ-STARTED(JQ-IDX)
                               MOVE "STARTED, NOT COMPLETED"
                                   TO WS-JD-ARG-TEXT
                           ELSE
                               MOVE "NOT RUN" TO WS-JD-ARG-TEXT
                           END-IF
                           PERFORM ADD-RULE-FINDING
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       ADD-RULE-FINDING.
           ADD 1 TO WS-JD-FIND-COUNT.
           SET JF-IDX TO WS-JD-FIND-COUNT.
           MOVE JU-PREREQ(JU-IDX) TO JF-PREREQ(JF-IDX).
           MOVE WS-JD-DAY         TO JF-DATE(JF-IDX).
           MOVE WS-JD-ARG-STEP    TO JF-STEP(JF-IDX).
           MOVE WS-JD-ARG-TEXT    TO JF-TEXT(JF-IDX).
