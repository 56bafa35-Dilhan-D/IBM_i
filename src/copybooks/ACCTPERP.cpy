      *Date: 2026-09-23 - Shared accounting-period paragraphs.
      *                   Callers must also have COPYed ACCTPER/
      *                   ACCTPERFD/ACCTPERWS and the ERRLOG set and
      *                   set WS-ERR-PROGRAM before PERFORMing
      *                   LOAD-ACCOUNTING-PERIODS. A missing period
      *                   file just means no period has been closed.
       LOAD-ACCOUNTING-PERIODS.
      *    Table the closed periods, then work out the open period
      *    tonight's postings go to: the run-date month, moved on
      *    past any month already closed.
           MOVE ZEROS TO WS-PER-COUNT.
           MOVE "N" TO WS-PER-EOF-SWITCH.
           OPEN INPUT ACCOUNTING-PERIOD-FILE.
           EVALUATE TRUE
               WHEN WS-ACCTPER-STATUS = "00"
                   PERFORM UNTIL WS-PER-END-OF-FILE
                       READ ACCOUNTING-PERIOD-FILE
                           AT END
                               MOVE "Y" TO WS-PER-EOF-SWITCH
                           NOT AT END
                               PERFORM TABLE-ONE-PERIOD
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNTING-PERIOD-FILE
               WHEN WS-ACCTPER-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "ACCTPER"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ACCTPER-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PER-RUN-DATE.
           MOVE WS-PER-RUN-DATE(1:6) TO WS-PER-CURRENT-PERIOD.
           MOVE ZEROS TO WS-PER-HOP-COUNT.
           MOVE WS-PER-CURRENT-PERIOD TO WS-PER-ARG-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           PERFORM UNTIL NOT WS-PER-ARG-CLOSED OR
                         WS-PER-HOP-COUNT >= WS-PER-MAX
               MOVE WS-PER-CURRENT-PERIOD(1:4) TO WS-PER-YEAR
               MOVE WS-PER-CURRENT-PERIOD(5:2) TO WS-PER-MONTH
               IF WS-PER-MONTH >= 12
                   ADD 1 TO WS-PER-YEAR
                   MOVE 1 TO WS-PER-MONTH
               ELSE
                   ADD 1 TO WS-PER-MONTH
               END-IF
               MOVE WS-PER-YEAR  TO WS-PER-CURRENT-PERIOD(1:4)
               MOVE WS-PER-MONTH TO WS-PER-CURRENT-PERIOD(5:2)
               ADD 1 TO WS-PER-HOP-COUNT
               MOVE WS-PER-CURRENT-PERIOD TO WS-PER-ARG-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
           END-PERFORM.

       TABLE-ONE-PERIOD.
      *    A later record for the same period (a reopen after a
      *    close, say) replaces the earlier one.
           MOVE "N" TO WS-PER-FOUND-SW.
           IF WS-PER-COUNT > ZEROS
               SET PER-IDX TO 1
               SEARCH WS-PER-ENTRY VARYING PER-IDX
                   AT END
                       CONTINUE
                   WHEN PER-IDX > WS-PER-COUNT
                       CONTINUE
                   WHEN PER-PERIOD(PER-IDX) = AP-PERIOD
                       MOVE AP-STATUS TO PER-STATUS(PER-IDX)
                       MOVE "Y" TO WS-PER-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT WS-PER-FOUND
               IF WS-PER-COUNT < WS-PER-MAX
                   ADD 1 TO WS-PER-COUNT
                   MOVE AP-PERIOD TO PER-PERIOD(WS-PER-COUNT)
                   MOVE AP-STATUS TO PER-STATUS(WS-PER-COUNT)
               ELSE
                   MOVE "ACCTPER"    TO WS-ERR-FILE-NAME
                   MOVE "TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**"         TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       CHECK-PERIOD-CLOSED.
      *    WS-PER-ARG-PERIOD in; WS-PER-ARG-CLOSED out.
           MOVE "N" TO WS-PER-CLOSED-SW.
           IF WS-PER-COUNT > ZEROS
               SET PER-IDX TO 1
               SEARCH WS-PER-ENTRY VARYING PER-IDX
                   AT END
                       CONTINUE
                   WHEN PER-IDX > WS-PER-COUNT
                       CONTINUE
                   WHEN PER-PERIOD(PER-IDX) = WS-PER-ARG-PERIOD
                       IF PER-IS-CLOSED(PER-IDX)
                           MOVE "Y" TO WS-PER-CLOSED-SW
                       END-IF
               END-SEARCH
           END-IF.

       RESOLVE-POSTING-PERIOD.
      *    An item dated in a closed period posts to the current open
      *    period as a prior-period item; anything else posts to the
      *    period it is dated in. No usable date means tonight.
           MOVE "N" TO WS-PER-PRIOR-SW.
           IF WS-PER-ARG-DATE NOT NUMERIC OR WS-PER-ARG-DATE = ZEROS
               MOVE WS-PER-CURRENT-PERIOD TO WS-PER-POST-PERIOD
           ELSE
               MOVE WS-PER-ARG-DATE(1:6) TO WS-PER-ARG-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-PER-ARG-CLOSED
                   MOVE WS-PER-CURRENT-PERIOD TO WS-PER-POST-PERIOD
                   MOVE "Y" TO WS-PER-PRIOR-SW
               ELSE
                   MOVE WS-PER-ARG-PERIOD TO WS-PER-POST-PERIOD
               END-IF
           END-IF.
