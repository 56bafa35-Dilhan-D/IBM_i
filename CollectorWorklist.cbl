      *Date: 2026-09-25
      *Collector worklist, reached from MAINMENU as option 21. Queues
      *every past-due customer off the open-invoice register - worst
      *bucket first (the same 1-30/31-60/over-60 days past due cut
      *ARAGING and DUNNING make), largest open balance first within
      *a bucket - with any customer whose promise to pay PROMCHK
      *found broken at the top, and customers holding an open
      *promise at the bottom. Working a customer shows their open
      *OPENINV items, the CONTHIST letters sent and the PERSNOTE
      *notes in one place, then records the call outcome as a
      *PERSNOTE note and, for a promise, the amount and date on the
      *PROMISE file. Any outcome recorded marks a broken promise as
      *followed up, which drops the customer back into the normal
      *queue; a new promise supersedes one still open. The PROMISE
      *file streams through the PROMISED staging file and is copied
      *back, the shape the register updates use. Disputed invoices
      *stay off the queue - MAINTDSP works those.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLWORK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           COPY PERSSEL.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.

           SELECT NEW-PROMISE-FILE ASSIGN TO "PROMISED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPROM-STATUS.

           COPY PNOTE.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE    PIC X(52).

       FD  PROMISE-FILE.
           COPY PROMREC.

       FD  NEW-PROMISE-FILE.
       01  NEW-PROMISE-RECORD      PIC X(57).

           COPY PNOTEFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PNOTEWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-PROM-STATUS       PIC X(2).
       01  WS-NEWPROM-STATUS    PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-INV-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-HIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-HISTORY       VALUE "Y".
       01  WS-NOTE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-NOTES         VALUE "Y".
       01  WS-PROM-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-PROMISES      VALUE "Y".
       01  WS-NEW-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-NEW-PROMISES  VALUE "Y".

       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-QUEUE             VALUE "Q" "q".
           88 WS-IS-WORK              VALUE "W" "w".
           88 WS-IS-EXIT              VALUE "X" "x".

      *    A promise further out than this is not a promise.
       01  WS-MAX-PROMISE-DAYS  PIC 9(3) VALUE 90.
       01  WS-QUEUE-SHOWN       PIC 9(3) VALUE 20.

       01  WS-DUE-DATE          PIC 9(8).
       01  WS-DAYS-PAST-DUE     PIC S9(5).
       01  WS-INV-SEVERITY      PIC 9(1).
       01  WS-OPEN-BALANCE      PIC S9(7)V99.

      *    The worklist: one slot per past-due customer. The sort
      *    key orders the queue - broken promise (1) before the
      *    rest (2) before an open promise (3), then the worst
      *    bucket, then the largest balance - so an ascending
      *    exchange sort on the key is the queue order.
       01  WS-QUEUE-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-MAX-QUEUE         PIC 9(5) VALUE 2000.
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY QU-IDX.
              10 QT-SORT-KEY.
                 15 QT-PRIORITY       PIC 9(1).
                 15 QT-SEV-INVERSE    PIC 9(1).
                 15 QT-BAL-INVERSE    PIC 9(9)V99.
              10 QT-PERSON-ID      PIC 9(6).
              10 QT-SEVERITY       PIC 9(1).
              10 QT-BALANCE        PIC S9(9)V99.
              10 QT-OLDEST-DAYS    PIC 9(5).
              10 QT-PROMISE-DATE   PIC 9(8).
       01  WS-HOLD-QUEUE-ENTRY  PIC X(44).
       01  WS-SORT-SWAPPED-SW   PIC X(1).
           88 WS-SORT-SWAPPED         VALUE "Y".
       01  WS-SORT-I            PIC 9(5).
       01  WS-SORT-J            PIC 9(5).
       01  WS-MAX-BALANCE       PIC 9(9)V99 VALUE 999999999.99.

      *    Call outcome codes a collector can record.
       01  WS-OUTCOME-VALUES.
           05 FILLER            PIC X(22) VALUE
              "PPPROMISED TO PAY".
           05 FILLER            PIC X(22) VALUE
              "LMLEFT MESSAGE".
           05 FILLER            PIC X(22) VALUE
              "NANO ANSWER".
           05 FILLER            PIC X(22) VALUE
              "CBCALL BACK REQUESTED".
           05 FILLER            PIC X(22) VALUE
              "PDSAYS ALREADY PAID".
           05 FILLER            PIC X(22) VALUE
              "DSDISPUTES THE BILL".
           05 FILLER            PIC X(22) VALUE
              "RPREFUSED TO PAY".
           05 FILLER            PIC X(22) VALUE
              "WNWRONG NUMBER".
       01  WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-VALUES.
           05 WS-OUTCOME-ENTRY OCCURS 8 TIMES
                   INDEXED BY OC-IDX.
              10 OC-CODE           PIC X(2).
              10 OC-DESC           PIC X(20).

       01  WS-PICK-PERSON       PIC 9(6).
       01  WS-PICK-FOUND-SW     PIC X(1).
           88 WS-PICK-IN-QUEUE        VALUE "Y".
       01  WS-PICK-BALANCE      PIC S9(9)V99.
       01  WS-ENTRY-OUTCOME     PIC X(2).
       01  WS-OUTCOME-DESC      PIC X(20).
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-ENTRY-AMOUNT      PIC 9(7)V99.
       01  WS-ENTRY-DATE        PIC 9(8).
       01  WS-ENTRY-DATE-INTEGER PIC 9(7).
       01  WS-PROMISE-CHANGED-SW PIC X(1).
           88 WS-PROMISES-CHANGED     VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-FOLLOWED-COUNT    PIC 9(3).
       01  WS-SUPERSEDED-COUNT  PIC 9(3).
       01  WS-NAME-DISPLAY      PIC X(20).
       01  WS-FLAG-DISPLAY      PIC X(9).
       01  WS-BUCKET-DISPLAY    PIC X(7).
       01  WS-BALANCE-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISPLAY    PIC Z,ZZZ,ZZ9.99.

       01  WS-CONTACT-DETAIL.
           05 CH-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2).
           05 CH-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2).
           05 CH-SEVERITY       PIC 9(1).
           05 FILLER            PIC X(2).
           05 CH-BALANCE        PIC 9(9)V99.

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "COLLWORK" TO WS-ERR-PROGRAM.
           MOVE "N" TO WS-EXIT-SWITCH.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "-------- COLLECTOR WORKLIST --------".
           DISPLAY "Q - Show the queue   W - Work a customer".
           DISPLAY "X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-QUEUE
                   PERFORM BUILD-QUEUE
                   PERFORM SHOW-QUEUE
               WHEN WS-IS-WORK
                   PERFORM BUILD-QUEUE
                   PERFORM WORK-CUSTOMER
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

      *================================================================
      * Queue build: register roll-up, promise state, then the sort.
      *================================================================
       BUILD-QUEUE.
           MOVE ZEROS TO WS-QUEUE-COUNT.
           PERFORM OPEN-REGISTER-INPUT.
           PERFORM UNTIL WS-END-OF-INVOICES
               PERFORM READ-REGISTER
               IF NOT WS-END-OF-INVOICES
                   EVALUATE TRUE
                       WHEN NOT OI-IS-OPEN OR
                            OI-TERMS-CODE = "CRED" OR
                            OI-TERMS-CODE = "RFND"
                           CONTINUE
                       WHEN OI-IN-DISPUTE
                           CONTINUE
                       WHEN OTHER
                           PERFORM QUEUE-ONE-INVOICE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REGISTER-INPUT.
           PERFORM DROP-CURRENT-CUSTOMERS.
           PERFORM APPLY-PROMISE-STATE.
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > WS-QUEUE-COUNT
               COMPUTE QT-SEV-INVERSE(QU-IDX) =
                   9 - QT-SEVERITY(QU-IDX)
               IF QT-BALANCE(QU-IDX) > WS-MAX-BALANCE
                   MOVE ZEROS TO QT-BAL-INVERSE(QU-IDX)
               ELSE
                   COMPUTE QT-BAL-INVERSE(QU-IDX) =
                       WS-MAX-BALANCE - QT-BALANCE(QU-IDX)
               END-IF
           END-PERFORM.
           PERFORM SORT-QUEUE.

       QUEUE-ONE-INVOICE.
      *    Same days-past-due cut ARAGING and DUNNING make; an entry
      *    with no due date falls due 30 days after it was billed.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           PERFORM AGE-ONE-INVOICE.
           SET QU-IDX TO 1.
           SEARCH WS-QUEUE-ENTRY
               VARYING QU-IDX
               AT END
                   PERFORM OPEN-NEW-QUEUE-SLOT
               WHEN QU-IDX > WS-QUEUE-COUNT
                   PERFORM OPEN-NEW-QUEUE-SLOT
               WHEN QT-PERSON-ID(QU-IDX) = OI-PERSON-ID
                   ADD WS-OPEN-BALANCE TO QT-BALANCE(QU-IDX)
                   IF WS-INV-SEVERITY > QT-SEVERITY(QU-IDX)
                       MOVE WS-INV-SEVERITY TO QT-SEVERITY(QU-IDX)
                   END-IF
                   IF WS-DAYS-PAST-DUE > QT-OLDEST-DAYS(QU-IDX)
                       MOVE WS-DAYS-PAST-DUE
                           TO QT-OLDEST-DAYS(QU-IDX)
                   END-IF
           END-SEARCH.

       AGE-ONE-INVOICE.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
               MOVE OI-DUE-DATE TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 0 TO WS-INV-SEVERITY
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 1 TO WS-INV-SEVERITY
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 2 TO WS-INV-SEVERITY
               WHEN OTHER
                   MOVE 3 TO WS-INV-SEVERITY
           END-EVALUATE.

       OPEN-NEW-QUEUE-SLOT.
           IF WS-QUEUE-COUNT < WS-MAX-QUEUE
               ADD 1 TO WS-QUEUE-COUNT
               SET QU-IDX TO WS-QUEUE-COUNT
               MOVE 2 TO QT-PRIORITY(QU-IDX)
               MOVE ZEROS TO QT-SEV-INVERSE(QU-IDX)
                             QT-BAL-INVERSE(QU-IDX)
                             QT-PROMISE-DATE(QU-IDX)
               MOVE OI-PERSON-ID    TO QT-PERSON-ID(QU-IDX)
               MOVE WS-OPEN-BALANCE TO QT-BALANCE(QU-IDX)
               MOVE WS-INV-SEVERITY TO QT-SEVERITY(QU-IDX)
               IF WS-DAYS-PAST-DUE > ZEROS
                   MOVE WS-DAYS-PAST-DUE TO QT-OLDEST-DAYS(QU-IDX)
               ELSE
                   MOVE ZEROS TO QT-OLDEST-DAYS(QU-IDX)
               END-IF
           ELSE
               DISPLAY "SKIPPED beyond worklist limit: "
                       OI-PERSON-ID
           END-IF.

       DROP-CURRENT-CUSTOMERS.
      *    A customer with nothing past due is not collections work;
      *    close the gaps so the table holds only the queue.
           MOVE ZEROS TO WS-SORT-J.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-QUEUE-COUNT
               IF QT-SEVERITY(WS-SORT-I) > ZEROS
                   ADD 1 TO WS-SORT-J
                   IF WS-SORT-J < WS-SORT-I
                       MOVE WS-QUEUE-ENTRY(WS-SORT-I)
                           TO WS-QUEUE-ENTRY(WS-SORT-J)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SORT-J TO WS-QUEUE-COUNT.

       APPLY-PROMISE-STATE.
      *    A broken promise not yet followed up puts the customer at
      *    the top; an open promise not yet due puts them at the
      *    bottom until the date comes.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROM-STATUS = "35"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
           ELSE
               IF WS-PROM-STATUS NOT = "00"
                   MOVE "Y" TO WS-PROM-EOF-SWITCH
                   MOVE "PROMISE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES AND
                  (PP-IS-BROKEN OR PP-IS-OPEN)
                   PERFORM MARK-QUEUE-PROMISE
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.

       MARK-QUEUE-PROMISE.
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > WS-QUEUE-COUNT
               IF QT-PERSON-ID(QU-IDX) = PP-PERSON-ID
                   EVALUATE TRUE
                       WHEN PP-IS-BROKEN
                           MOVE 1 TO QT-PRIORITY(QU-IDX)
                       WHEN PP-PROMISE-DATE >= WS-RUN-DATE AND
                            QT-PRIORITY(QU-IDX) = 2
                           MOVE 3 TO QT-PRIORITY(QU-IDX)
                           MOVE PP-PROMISE-DATE
                               TO QT-PROMISE-DATE(QU-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SORT-QUEUE.
      *    Plain exchange sort on the queue key, as the audit
      *    timeline sorts its events.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM UNTIL NOT WS-SORT-SWAPPED
               MOVE "N" TO WS-SORT-SWAPPED-SW
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-QUEUE-COUNT
                   COMPUTE WS-SORT-J = WS-SORT-I + 1
                   IF QT-SORT-KEY(WS-SORT-I) >
                      QT-SORT-KEY(WS-SORT-J)
                       MOVE WS-QUEUE-ENTRY(WS-SORT-I)
                           TO WS-HOLD-QUEUE-ENTRY
                       MOVE WS-QUEUE-ENTRY(WS-SORT-J)
                           TO WS-QUEUE-ENTRY(WS-SORT-I)
                       MOVE WS-HOLD-QUEUE-ENTRY
                           TO WS-QUEUE-ENTRY(WS-SORT-J)
                       MOVE "Y" TO WS-SORT-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-QUEUE.
           IF WS-QUEUE-COUNT = ZEROS
               DISPLAY "No past-due customers to work."
           ELSE
               DISPLAY "POS  CUSTOMER NAME                 "
                       "    OPEN BALANCE BUCKET   DAYS FLAG"
               PERFORM OPEN-PERSON-MASTER
               PERFORM VARYING QU-IDX FROM 1 BY 1
                       UNTIL QU-IDX > WS-QUEUE-COUNT OR
                             QU-IDX > WS-QUEUE-SHOWN
                   PERFORM SHOW-ONE-QUEUE-LINE
               END-PERFORM
               PERFORM CLOSE-PERSON-MASTER
               DISPLAY "Customers in queue: " WS-QUEUE-COUNT
           END-IF.

       SHOW-ONE-QUEUE-LINE.
           MOVE QT-PERSON-ID(QU-IDX) TO PM-PERSON-ID.
           PERFORM READ-CUSTOMER-NAME.
           MOVE QT-BALANCE(QU-IDX) TO WS-BALANCE-DISPLAY.
           EVALUATE QT-SEVERITY(QU-IDX)
               WHEN 1
                   MOVE "1-30"    TO WS-BUCKET-DISPLAY
               WHEN 2
                   MOVE "31-60"   TO WS-BUCKET-DISPLAY
               WHEN OTHER
                   MOVE "OVER 60" TO WS-BUCKET-DISPLAY
           END-EVALUATE.
           EVALUATE QT-PRIORITY(QU-IDX)
               WHEN 1
                   MOVE "BROKEN"   TO WS-FLAG-DISPLAY
               WHEN 3
                   MOVE "PROMISED" TO WS-FLAG-DISPLAY
               WHEN OTHER
                   MOVE SPACES     TO WS-FLAG-DISPLAY
           END-EVALUATE.
           SET WS-LIST-COUNT TO QU-IDX.
           DISPLAY WS-LIST-COUNT(3:3) "  "
                   QT-PERSON-ID(QU-IDX) "   "
                   WS-NAME-DISPLAY " "
                   WS-BALANCE-DISPLAY " "
                   WS-BUCKET-DISPLAY "  "
                   QT-OLDEST-DAYS(QU-IDX) " "
                   WS-FLAG-DISPLAY.

      *================================================================
      * Working one customer: the picture, then the call outcome.
      *================================================================
       WORK-CUSTOMER.
           DISPLAY "Customer ID (0 = top of the queue): ".
           MOVE ZEROS TO WS-PICK-PERSON.
           ACCEPT WS-PICK-PERSON.
           IF WS-PICK-PERSON = ZEROS
               IF WS-QUEUE-COUNT = ZEROS
                   DISPLAY "No past-due customers to work."
               ELSE
                   MOVE QT-PERSON-ID(1) TO WS-PICK-PERSON
               END-IF
           END-IF.
           IF WS-PICK-PERSON > ZEROS
               PERFORM SHOW-CUSTOMER-PICTURE
               PERFORM RECORD-CALL-OUTCOME
           END-IF.

       SHOW-CUSTOMER-PICTURE.
           PERFORM OPEN-PERSON-MASTER.
           MOVE WS-PICK-PERSON TO PM-PERSON-ID.
           PERFORM READ-CUSTOMER-NAME.
           PERFORM CLOSE-PERSON-MASTER.
           DISPLAY "==== " WS-PICK-PERSON " " WS-NAME-DISPLAY " ====".
           MOVE "N" TO WS-PICK-FOUND-SW.
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > WS-QUEUE-COUNT
               IF QT-PERSON-ID(QU-IDX) = WS-PICK-PERSON
                   MOVE "Y" TO WS-PICK-FOUND-SW
                   SET WS-LIST-COUNT TO QU-IDX
                   DISPLAY "Queue position " WS-LIST-COUNT
                           " of " WS-QUEUE-COUNT
               END-IF
           END-PERFORM.
           IF NOT WS-PICK-IN-QUEUE
               DISPLAY "Not in the queue - nothing past due."
           END-IF.
           PERFORM SHOW-OPEN-ITEMS.
           PERFORM SHOW-LETTERS-SENT.
           PERFORM SHOW-PROMISES.
           PERFORM SHOW-CUSTOMER-NOTES.

       SHOW-OPEN-ITEMS.
           DISPLAY "-- Open items --".
           MOVE ZEROS TO WS-LIST-COUNT WS-PICK-BALANCE.
           PERFORM OPEN-REGISTER-INPUT.
           PERFORM UNTIL WS-END-OF-INVOICES
               PERFORM READ-REGISTER
               IF NOT WS-END-OF-INVOICES AND
                  OI-PERSON-ID = WS-PICK-PERSON AND OI-IS-OPEN
                   ADD 1 TO WS-LIST-COUNT
                   COMPUTE WS-OPEN-BALANCE =
                       OI-AMOUNT - OI-PAID-AMOUNT
                   IF OI-TERMS-CODE = "CRED" OR
                      OI-TERMS-CODE = "RFND"
                       COMPUTE WS-OPEN-BALANCE = 0 - WS-OPEN-BALANCE
                       MOVE "CREDIT"  TO WS-FLAG-DISPLAY
                   ELSE
                       PERFORM AGE-ONE-INVOICE
                       IF OI-IN-DISPUTE
                           MOVE "DISPUTED" TO WS-FLAG-DISPLAY
                       ELSE
                           MOVE SPACES TO WS-FLAG-DISPLAY
                       END-IF
                   END-IF
                   ADD WS-OPEN-BALANCE TO WS-PICK-BALANCE
                   MOVE WS-OPEN-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "INV " OI-INVOICE-NUMBER
                           " DATED " OI-INVOICE-DATE
                           " DUE " OI-DUE-DATE
                           " BAL " WS-BALANCE-DISPLAY
                           " " WS-FLAG-DISPLAY
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REGISTER-INPUT.
           MOVE WS-PICK-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "Open items: " WS-LIST-COUNT
                   "  Net balance: " WS-BALANCE-DISPLAY.

       SHOW-LETTERS-SENT.
           DISPLAY "-- Letters sent --".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT CONTACT-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               MOVE "Y" TO WS-HIST-EOF-SWITCH
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
                   MOVE "CONTHIST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-HISTORY
               READ CONTACT-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       MOVE CONTACT-HISTORY-LINE TO WS-CONTACT-DETAIL
                       IF CH-PERSON-ID IS NUMERIC AND
                          CH-PERSON-ID = WS-PICK-PERSON
                           ADD 1 TO WS-LIST-COUNT
                           MOVE CH-BALANCE TO WS-BALANCE-DISPLAY
                           DISPLAY CH-TIMESTAMP(1:8)
                                   " SEVERITY " CH-SEVERITY
                                   " BALANCE " WS-BALANCE-DISPLAY
                       END-IF
               END-READ
               IF WS-HIST-STATUS NOT = "00" AND
                  WS-HIST-STATUS NOT = "10"
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
                   MOVE "CONTHIST" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE CONTACT-HISTORY-FILE
           END-IF.
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "  (no letters on file)"
           END-IF.

       SHOW-PROMISES.
           DISPLAY "-- Promises to pay --".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROM-STATUS = "35"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
           ELSE
               IF WS-PROM-STATUS NOT = "00"
                   MOVE "Y" TO WS-PROM-EOF-SWITCH
                   MOVE "PROMISE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES AND
                  PP-PERSON-ID = WS-PICK-PERSON
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM DESCRIBE-PROMISE-STATUS
                   MOVE PP-PROMISE-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE PP-PAID-AMOUNT    TO WS-BALANCE-DISPLAY
                   DISPLAY "TAKEN " PP-TAKEN-DATE
                           " BY " PP-OPERATOR
                           " " WS-AMOUNT-DISPLAY
                           " DUE " PP-PROMISE-DATE
                           " PAID " WS-BALANCE-DISPLAY
                           " " WS-FLAG-DISPLAY
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "  (no promises on file)"
           END-IF.

       DESCRIBE-PROMISE-STATUS.
           EVALUATE TRUE
               WHEN PP-IS-OPEN
                   MOVE "OPEN"      TO WS-FLAG-DISPLAY
               WHEN PP-IS-KEPT
                   MOVE "KEPT"      TO WS-FLAG-DISPLAY
               WHEN PP-IS-BROKEN
                   MOVE "BROKEN"    TO WS-FLAG-DISPLAY
               WHEN PP-IS-FOLLOWED-UP
                   MOVE "BROKEN-FU" TO WS-FLAG-DISPLAY
               WHEN PP-IS-SUPERSEDED
                   MOVE "REPLACED"  TO WS-FLAG-DISPLAY
               WHEN OTHER
                   MOVE PP-STATUS   TO WS-FLAG-DISPLAY
           END-EVALUATE.

       SHOW-CUSTOMER-NOTES.
           DISPLAY "-- Notes --".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N" TO WS-NOTE-EOF-SWITCH.
           OPEN INPUT PERSON-NOTE-FILE.
           IF WS-PNOTE-STATUS = "35"
               MOVE "Y" TO WS-NOTE-EOF-SWITCH
           ELSE
               IF WS-PNOTE-STATUS NOT = "00"
                   MOVE "Y" TO WS-NOTE-EOF-SWITCH
                   MOVE "PERSNOTE"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PNOTE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-NOTES
               READ PERSON-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-NOTE-EOF-SWITCH
                   NOT AT END
                       IF PN-PERSON-ID = WS-PICK-PERSON
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY PN-TIMESTAMP(1:8) " "
                                   PN-OPERATOR " " PN-NOTE-TEXT
                       END-IF
               END-READ
               IF WS-PNOTE-STATUS NOT = "00" AND
                  WS-PNOTE-STATUS NOT = "10"
                   MOVE "Y" TO WS-NOTE-EOF-SWITCH
                   MOVE "PERSNOTE" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-PNOTE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PNOTE-STATUS NOT = "35"
               CLOSE PERSON-NOTE-FILE
           END-IF.
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "  (no notes on file)"
           END-IF.

       RECORD-CALL-OUTCOME.
      *    Blank records nothing - looking at a customer is not a
      *    call.
           DISPLAY "Call outcome (PP LM NA CB PD DS RP WN, "
                   "blank = none): ".
           MOVE SPACES TO WS-ENTRY-OUTCOME.
           ACCEPT WS-ENTRY-OUTCOME.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-OUTCOME)
               TO WS-ENTRY-OUTCOME.
           IF WS-ENTRY-OUTCOME NOT = SPACES
               MOVE "Y" TO WS-ENTRY-OK-SW
               SET OC-IDX TO 1
               SEARCH WS-OUTCOME-ENTRY
                   AT END
                       DISPLAY "Unknown outcome code - "
                               "nothing recorded."
                       MOVE "N" TO WS-ENTRY-OK-SW
                   WHEN OC-CODE(OC-IDX) = WS-ENTRY-OUTCOME
                       MOVE OC-DESC(OC-IDX) TO WS-OUTCOME-DESC
               END-SEARCH
               IF WS-ENTRY-IS-OK AND WS-ENTRY-OUTCOME = "PP"
                   PERFORM GET-PROMISE-TERMS
               END-IF
               IF WS-ENTRY-IS-OK
                   PERFORM WRITE-OUTCOME-NOTE
                   PERFORM APPLY-TO-PROMISES
               END-IF
           END-IF.

       GET-PROMISE-TERMS.
           DISPLAY "Amount promised: ".
           MOVE ZEROS TO WS-ENTRY-AMOUNT.
           ACCEPT WS-ENTRY-AMOUNT.
           DISPLAY "Pay-by date (YYYYMMDD): ".
           MOVE ZEROS TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           MOVE ZEROS TO WS-ENTRY-DATE-INTEGER.
           IF WS-ENTRY-DATE IS NUMERIC AND WS-ENTRY-DATE > ZEROS
               COMPUTE WS-ENTRY-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTRY-AMOUNT IS NOT NUMERIC OR
                    WS-ENTRY-AMOUNT = ZEROS
                   DISPLAY "A promise needs an amount - "
                           "nothing recorded."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DATE-INTEGER = ZEROS
                   DISPLAY "Not a usable date - nothing recorded."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DATE < WS-RUN-DATE
                   DISPLAY "Pay-by date is in the past - "
                           "nothing recorded."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DATE-INTEGER >
                    WS-RUN-DATE-INTEGER + WS-MAX-PROMISE-DAYS
                   DISPLAY "Pay-by date is more than "
                           WS-MAX-PROMISE-DAYS
                           " days out - nothing recorded."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-OUTCOME-NOTE.
           MOVE WS-PICK-PERSON TO WS-NOTE-PERSON-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF WS-ENTRY-OUTCOME = "PP"
               MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-DISPLAY
               STRING "CALL PP PROMISED "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      " BY " WS-ENTRY-DATE
                      DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
           ELSE
               STRING "CALL " WS-ENTRY-OUTCOME " "
                      WS-OUTCOME-DESC
                      DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
           END-IF.
           PERFORM APPEND-PERSON-NOTE.
           DISPLAY "Noted: " WS-NOTE-TEXT.

      *================================================================
      * PROMISE file update through the PROMISED staging file.
      *================================================================
       APPLY-TO-PROMISES.
      *    Any outcome follows up a broken promise; a new promise
      *    supersedes one still open and is added at the end.
           MOVE "N" TO WS-PROMISE-CHANGED-SW.
           MOVE ZEROS TO WS-FOLLOWED-COUNT WS-SUPERSEDED-COUNT.
           MOVE "N" TO WS-PROM-EOF-SWITCH.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROM-STATUS = "35"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
           ELSE
               IF WS-PROM-STATUS NOT = "00"
                   MOVE "Y" TO WS-PROM-EOF-SWITCH
                   MOVE "PROMISE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT NEW-PROMISE-FILE.
           IF WS-NEWPROM-STATUS NOT = "00"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
               MOVE "PROMISED"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-PROMISES
               PERFORM READ-PROMISE
               IF NOT WS-END-OF-PROMISES
                   IF PP-PERSON-ID = WS-PICK-PERSON
                       PERFORM CHANGE-ONE-PROMISE
                   END-IF
                   PERFORM WRITE-NEW-PROMISE
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.
           IF WS-ENTRY-OUTCOME = "PP" AND
              WS-NEWPROM-STATUS = "00"
               MOVE WS-PICK-PERSON   TO PP-PERSON-ID
               MOVE WS-RUN-DATE      TO PP-TAKEN-DATE
               MOVE WS-ENTRY-DATE    TO PP-PROMISE-DATE
               MOVE WS-ENTRY-AMOUNT  TO PP-PROMISE-AMOUNT
               MOVE LK-OPERATOR-ID   TO PP-OPERATOR
               MOVE "O"              TO PP-STATUS
               MOVE ZEROS            TO PP-PAID-AMOUNT
                                        PP-CLOSED-DATE
               MOVE "Y" TO WS-PROMISE-CHANGED-SW
               PERFORM WRITE-NEW-PROMISE
           END-IF.
           CLOSE NEW-PROMISE-FILE.
           IF WS-PROMISES-CHANGED
               PERFORM COPY-PROMISES-BACK
               IF WS-FOLLOWED-COUNT > ZEROS
                   DISPLAY "Broken promise marked followed up."
               END-IF
               IF WS-SUPERSEDED-COUNT > ZEROS
                   DISPLAY "Earlier open promise replaced."
               END-IF
               IF WS-ENTRY-OUTCOME = "PP"
                   DISPLAY "Promise recorded."
               END-IF
           END-IF.

       CHANGE-ONE-PROMISE.
           EVALUATE TRUE
               WHEN PP-IS-BROKEN
                   MOVE "F" TO PP-STATUS
                   ADD 1 TO WS-FOLLOWED-COUNT
                   MOVE "Y" TO WS-PROMISE-CHANGED-SW
               WHEN PP-IS-OPEN AND WS-ENTRY-OUTCOME = "PP"
                   MOVE "S" TO PP-STATUS
                   MOVE WS-RUN-DATE TO PP-CLOSED-DATE
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE "Y" TO WS-PROMISE-CHANGED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-NEW-PROMISE.
           WRITE NEW-PROMISE-RECORD FROM PROMISE-RECORD.
           IF WS-NEWPROM-STATUS NOT = "00"
               MOVE "N" TO WS-PROMISE-CHANGED-SW
               MOVE "Y" TO WS-PROM-EOF-SWITCH
               MOVE "PROMISED" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COPY-PROMISES-BACK.
           MOVE "N" TO WS-NEW-EOF-SWITCH.
           OPEN INPUT NEW-PROMISE-FILE.
           IF WS-NEWPROM-STATUS NOT = "00"
               MOVE "Y" TO WS-NEW-EOF-SWITCH
               MOVE "PROMISED"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT PROMISE-FILE.
           IF WS-PROM-STATUS NOT = "00"
               MOVE "Y" TO WS-NEW-EOF-SWITCH
               MOVE "PROMISE"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-PROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-NEW-PROMISES
               READ NEW-PROMISE-FILE
                   AT END
                       MOVE "Y" TO WS-NEW-EOF-SWITCH
                   NOT AT END
                       WRITE PROMISE-RECORD FROM NEW-PROMISE-RECORD
                       IF WS-PROM-STATUS NOT = "00"
                           MOVE "PROMISE" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
               END-READ
               IF WS-NEWPROM-STATUS NOT = "00" AND
                  WS-NEWPROM-STATUS NOT = "10"
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
                   MOVE "PROMISED" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-NEWPROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE NEW-PROMISE-FILE.
           CLOSE PROMISE-FILE.

      *================================================================
      * Shared file handling.
      *================================================================
       READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   MOVE "Y" TO WS-PROM-EOF-SWITCH
           END-READ.
           IF WS-PROM-STATUS NOT = "00" AND
              WS-PROM-STATUS NOT = "10"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
               MOVE "PROMISE" TO WS-ERR-FILE-NAME
               MOVE "READ"    TO WS-ERR-OPERATION
               MOVE WS-PROM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-REGISTER-INPUT.
           MOVE "N" TO WS-INV-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "Y" TO WS-INV-EOF-SWITCH
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       CLOSE-REGISTER-INPUT.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       READ-REGISTER.
           READ OPEN-INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-INV-EOF-SWITCH
           END-READ.
           IF WS-OPENINV-STATUS NOT = "00" AND
              WS-OPENINV-STATUS NOT = "10"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               MOVE "OPENINV" TO WS-ERR-FILE-NAME
               MOVE "READ"    TO WS-ERR-OPERATION
               MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-PERSON-MASTER.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-PERSON-MASTER.
           IF WS-PM-STATUS NOT = "35"
               CLOSE PERSON-MASTER-FILE
           END-IF.

       READ-CUSTOMER-NAME.
           MOVE "(not on master)" TO WS-NAME-DISPLAY.
           IF WS-PM-STATUS = "00" OR WS-PM-STATUS = "23"
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-NAME TO WS-NAME-DISPLAY
               END-READ
           END-IF.

       COPY PNOTEP.

       COPY ERRLOGP.
