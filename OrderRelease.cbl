      *                   the release for the session; the list
      *                   still shows what loaded, marked
      *                   truncated.
      *Date: 2026-09-26 - Show each held order's PAYSCORE payment
      *                   score and grade on the list, and the full
      *                   score line with the monthly review's
      *                   suggested limit on the limit inquiry.
      *Date: 2026-09-30 - Widen the held-order record for the sales
      *                   rep code and show the rep on the list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRELSE.

               RECORD KEY IS CL-PERSON-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT PAY-SCORE-FILE ASSIGN TO "PAYSCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERSON-ID
               FILE STATUS IS WS-SCORE-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
           05 HO-HELD-BALANCE       PIC 9(9)V99.
           05 HO-RELEASE-FLAG       PIC X(1).
              88 HO-FORCE-RELEASED      VALUE "R".
           05 HO-REP-CODE           PIC X(4).

       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-RECORD.
           05 CL-PERSON-ID          PIC 9(6).
           05 CL-CREDIT-LIMIT       PIC 9(7)V99.

       FD  PAY-SCORE-FILE.
           COPY SCOREREC.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-LIM-STATUS        PIC X(2).
       01  WS-SCORE-STATUS      PIC X(2).
       01  WS-SCORE-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-SCORE-IS-OPEN        VALUE "Y".
       01  WS-SCORE-FOUND-SW    PIC X(1).
           88 WS-SCORE-ON-FILE        VALUE "Y".
       01  WS-SCORE-TEXT        PIC X(5).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-FILE-EOF-SWITCH   PIC X(1).
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY HO-IDX.
              10 HT-HOLD-RECORD    PIC X(44).
       01  WS-HOLD-DETAIL.
           05 HD-ORDER-NUMBER   PIC 9(6).
           05 HD-PERSON-ID      PIC 9(6).
           05 HD-HELD-DATE      PIC 9(8).
           05 HD-HELD-BALANCE   PIC 9(9)V99.
           05 HD-RELEASE-FLAG   PIC X(1).
           05 HD-REP-CODE       PIC X(4).

       01  WS-PICK-ORDER        PIC 9(6).
       01  WS-FOUND-SW          PIC X(1).
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "ORDRELSE" TO WS-ERR-PROGRAM.
           PERFORM OPEN-LIMIT-FILE.
           PERFORM OPEN-SCORE-FILE.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           CLOSE CREDIT-LIMIT-FILE.
           IF WS-SCORE-IS-OPEN
               CLOSE PAY-SCORE-FILE
           END-IF.
           GOBACK.

       OPEN-LIMIT-FILE.
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-SCORE-FILE.
      *    PAYSCORE is read-only here; before the first monthly
      *    scoring run there is none and scores show as NONE.
           OPEN INPUT PAY-SCORE-FILE.
           IF WS-SCORE-STATUS = "00"
               MOVE "Y" TO WS-SCORE-OPEN-SW
           ELSE
               IF WS-SCORE-STATUS NOT = "35"
                   MOVE "PAYSCORE"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SCORE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       LOOK-UP-PAY-SCORE.
      *    Caller leaves the person ID in SC-PERSON-ID.
           MOVE "N"    TO WS-SCORE-FOUND-SW.
           MOVE "NONE" TO WS-SCORE-TEXT.
           IF WS-SCORE-IS-OPEN
               READ PAY-SCORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SCORE-FOUND-SW
                       MOVE SPACES TO WS-SCORE-TEXT
                       STRING SC-SCORE "-" SC-GRADE
                              DELIMITED BY SIZE INTO WS-SCORE-TEXT
               END-READ
           END-IF.

       DISPLAY-MENU.
           DISPLAY "------- HELD ORDERS / CREDIT LIMITS -------".
           DISPLAY "L - List held orders  R - Release an order".
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > WS-HOLD-COUNT
               MOVE HT-HOLD-RECORD(HO-IDX) TO WS-HOLD-DETAIL
               MOVE HD-PERSON-ID TO SC-PERSON-ID
               PERFORM LOOK-UP-PAY-SCORE
               DISPLAY "ORDER " HD-ORDER-NUMBER
                       " CUST " HD-PERSON-ID
                       " HELD " HD-HELD-DATE
                       " BAL " HD-HELD-BALANCE
                       " FLAG " HD-RELEASE-FLAG
                       " REP " HD-REP-CODE
                       " SCORE " WS-SCORE-TEXT
           END-PERFORM.
           DISPLAY "Orders on hold: " WS-HOLD-COUNT.

               NOT INVALID KEY
                   DISPLAY "Credit limit: " CL-CREDIT-LIMIT
           END-READ.
           MOVE WS-ENTRY-PERSON TO SC-PERSON-ID.
           PERFORM LOOK-UP-PAY-SCORE.
           IF WS-SCORE-ON-FILE
               DISPLAY "Payment score: " WS-SCORE-TEXT
                       " as of " SC-SCORE-DATE
               DISPLAY "Paid " SC-PAID-COUNT " avg days "
                       SC-AVG-DAYS " weighted " SC-WEIGHTED-DAYS
                       " NSF " SC-NSF-COUNT " disputes "
                       SC-DISPUTE-COUNT " write-offs "
                       SC-WRITEOFF-COUNT
               EVALUATE TRUE
                   WHEN SC-REVIEW-INCREASE
                       DISPLAY "Review suggests raising the limit "
                               "to " SC-SUGGESTED-LIMIT
                   WHEN SC-REVIEW-DECREASE
                       DISPLAY "Review suggests cutting the limit "
                               "to " SC-SUGGESTED-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY "No payment score on file."
           END-IF.

       COPY ERRLOGP.
