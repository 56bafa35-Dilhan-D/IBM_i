      *Date: 2026-10-02
      *Screen-driven maintenance for standing orders: the customers
      *who take the same items on a fixed schedule, so the order is
      *no longer re-keyed through ORDENTRY every week or month. Each
      *STDORD record holds the customer, up to ten item lines with
      *their quantities, the frequency (weekly, fortnightly, monthly
      *or quarterly), the next date the order falls due and an
      *optional end date. Add, change, inquire, delete and list, the
      *same shape as MAINTREP. The customer must be on PERSON-MASTER
      *and active; one flagged do-not-contact or deceased is warned,
      *since the nightly STORDGEN generator will skip them. Items
      *must be on ITEMMAST; the price is not held here - each
      *generated order is priced the day it is written, like a
      *keyed one. The run date shown allows for the business-day
      *adjustment the generator will apply (BDCAL). Reached from
      *MAINMENU as option 24.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTSTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STORD.

           COPY PERSSEL.

           COPY ITMREF.

           COPY BDCAL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY STORDFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY ITMREFFD.

           COPY BDCALFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY BDCALWS.
       01  WS-STDORD-STATUS     PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".

       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-ADD               VALUE "A" "a".
           88 WS-IS-CHANGE            VALUE "C" "c".
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-DELETE            VALUE "D" "d".
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-ENTRY-ID          PIC 9(6).
       01  WS-ENTRY-PERSON      PIC 9(6).
       01  WS-ENTRY-FREQUENCY   PIC X(1).
           88 WS-ENTRY-FREQ-VALID     VALUE "W" "F" "M" "Q".
       01  WS-ENTRY-DUE-DATE    PIC 9(8).
       01  WS-ENTRY-KEYED-DATE  PIC 9(8).
       01  WS-KEEP-SCHEDULE-SW  PIC X(1).
           88 WS-KEEP-SCHEDULE        VALUE "Y".
       01  WS-ENTRY-END-DATE    PIC 9(8).
       01  WS-ENTRY-STATUS      PIC X(1).
       01  WS-ENTRY-ITEM        PIC 9(6).
       01  WS-ENTRY-QTY         PIC 9(5).
       01  WS-ENTRY-REPLY       PIC X(1).
       01  WS-DATE-INTEGER      PIC 9(7).
       01  WS-NEXT-ID           PIC 9(6).
       01  WS-LINE-IDX          PIC 9(2).
       01  WS-ENTRY-LINE-COUNT  PIC 9(2).
       01  WS-MAX-LINES         PIC 9(2) VALUE 10.
       01  WS-ENTRY-LINES.
           05 WS-ENTRY-LINE OCCURS 10 TIMES.
              10 EL-ITEM-NUMBER PIC 9(6).
              10 EL-QTY         PIC 9(5).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-FILE        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-FIELD-OK-SW       PIC X(1).
           88 WS-FIELD-IS-OK          VALUE "Y".
       01  WS-LINES-DONE-SW     PIC X(1).
           88 WS-LINES-DONE           VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-LIST          VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTSTO" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STDORD-STATUS = "35"
               CLOSE STANDING-ORDER-FILE
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
               DISPLAY "STDORD was missing - created empty."
           END-IF.
           IF WS-STDORD-STATUS NOT = "00"
               MOVE "STDORD"   TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-ITEM-MASTER.
           IF NOT WS-ITEM-FILE-IS-OPEN
               DISPLAY "No ITEMMAST master - item numbers are "
                       "taken as keyed."
           END-IF.
           PERFORM LOAD-BUSINESS-CALENDAR.

       DISPLAY-MENU.
           DISPLAY "------ STANDING ORDER MAINTENANCE ------".
           DISPLAY "A - Add     C - Change   I - Inquire".
           DISPLAY "D - Delete  L - List     X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-ADD
                   PERFORM ADD-STANDING-ORDER
               WHEN WS-IS-CHANGE
                   PERFORM CHANGE-STANDING-ORDER
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-STANDING-ORDER
               WHEN WS-IS-DELETE
                   PERFORM DELETE-STANDING-ORDER
               WHEN WS-IS-LIST
                   PERFORM LIST-STANDING-ORDERS
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       GET-STANDING-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Standing order number: ".
           MOVE ZEROS TO WS-ENTRY-ID.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID IS NOT NUMERIC OR WS-ENTRY-ID = ZEROS
               DISPLAY "Standing order number is required."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-ID TO SO-STANDING-ID.

       READ-STANDING-ORDER.
           MOVE "N" TO WS-RECORD-FOUND.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "Standing order not on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       ADD-STANDING-ORDER.
      *    The number is handed out one past the highest on file,
      *    the way the maintenance screens number anything the
      *    operator does not key.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM GET-STANDING-CUSTOMER.
           IF WS-ENTRY-IS-OK
               MOVE ZEROS TO WS-ENTRY-DUE-DATE
               PERFORM GET-STANDING-DETAIL
           END-IF.
           IF WS-ENTRY-IS-OK
               PERFORM GET-STANDING-LINES
           END-IF.
           IF WS-ENTRY-IS-OK
               PERFORM FIND-NEXT-STANDING-ID
               MOVE WS-NEXT-ID         TO SO-STANDING-ID
               MOVE WS-ENTRY-PERSON    TO SO-PERSON-ID
               MOVE ZEROS              TO SO-LAST-RUN-DATE
               MOVE ZEROS              TO SO-LAST-ORDER-NUMBER
               PERFORM MOVE-STANDING-DETAIL
               PERFORM MOVE-STANDING-LINES
               WRITE STANDING-ORDER-RECORD
               IF WS-STDORD-STATUS NOT = "00"
                   MOVE "STDORD" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"  TO WS-ERR-OPERATION
                   MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   DISPLAY "Standing order " SO-STANDING-ID
                           " added; first order generates on "
                           SO-NEXT-RUN-DATE "."
               END-IF
           END-IF.

       FIND-NEXT-STANDING-ID.
           MOVE 1 TO WS-NEXT-ID.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           MOVE ZEROS TO SO-STANDING-ID.
           START STANDING-ORDER-FILE
               KEY IS GREATER THAN OR EQUAL TO SO-STANDING-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       COMPUTE WS-NEXT-ID = SO-STANDING-ID + 1
               END-READ
               IF WS-STDORD-STATUS NOT = "00" AND
                  WS-STDORD-STATUS NOT = "10"
                   MOVE "STDORD"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       GET-STANDING-CUSTOMER.
      *    Same rule as ORDENTRY: on the master and active. A
      *    suppressed customer may be set up but is warned, since
      *    the generator will not write orders for them.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           MOVE WS-ENTRY-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "No PERSON-MASTER record for ID "
                           WS-ENTRY-PERSON "."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   IF PM-RECORD-INACTIVE
                       DISPLAY "Record " WS-ENTRY-PERSON " is "
                               "inactive."
                       MOVE "N" TO WS-ENTRY-OK-SW
                   ELSE
                       DISPLAY "Customer: " PM-NAME
                       IF PM-IS-DECEASED OR PM-CONTACT-SUPPRESSED
                           DISPLAY "Warning - customer is flagged "
                                   "do-not-contact/deceased; no "
                                   "orders will generate while "
                                   "the flag stands."
                       END-IF
                   END-IF
           END-READ.

       GET-STANDING-DETAIL.
      *    On a change a zero due date keeps the current schedule;
      *    keying one restarts the schedule from it.
           DISPLAY "Frequency (W weekly, F fortnightly, M monthly, "
                   "Q quarterly): ".
           MOVE SPACES TO WS-ENTRY-FREQUENCY.
           ACCEPT WS-ENTRY-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-FREQUENCY)
               TO WS-ENTRY-FREQUENCY.
           IF WS-ENTRY-DUE-DATE = ZEROS
               DISPLAY "First due date (YYYYMMDD, 0 = today): "
           ELSE
               DISPLAY "Next due date (YYYYMMDD, 0 = keep "
                       WS-ENTRY-DUE-DATE "): "
           END-IF.
           MOVE ZEROS TO WS-ENTRY-KEYED-DATE.
           ACCEPT WS-ENTRY-KEYED-DATE.
           MOVE "N" TO WS-KEEP-SCHEDULE-SW.
           EVALUATE TRUE
               WHEN WS-ENTRY-KEYED-DATE IS NOT NUMERIC
                   MOVE ZEROS TO WS-ENTRY-DUE-DATE
               WHEN WS-ENTRY-KEYED-DATE > ZEROS
                   MOVE WS-ENTRY-KEYED-DATE TO WS-ENTRY-DUE-DATE
               WHEN WS-ENTRY-DUE-DATE = ZEROS
                   MOVE WS-RUN-DATE TO WS-ENTRY-DUE-DATE
               WHEN OTHER
                   MOVE "Y" TO WS-KEEP-SCHEDULE-SW
           END-EVALUATE.
           DISPLAY "End date (YYYYMMDD, 0 = no end): ".
           MOVE ZEROS TO WS-ENTRY-END-DATE.
           ACCEPT WS-ENTRY-END-DATE.
           DISPLAY "Status (A active, S suspended): ".
           MOVE SPACES TO WS-ENTRY-STATUS.
           ACCEPT WS-ENTRY-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATUS)
               TO WS-ENTRY-STATUS.
           IF WS-ENTRY-STATUS = SPACES
               MOVE "A" TO WS-ENTRY-STATUS
           END-IF.
           MOVE ZEROS TO WS-DATE-INTEGER.
           IF WS-ENTRY-DUE-DATE IS NUMERIC
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-DUE-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FREQ-VALID
                   DISPLAY "Frequency must be W, F, M or Q."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-DATE-INTEGER = ZEROS
                   DISPLAY "Due date must be a real date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DUE-DATE < WS-RUN-DATE AND
                    NOT WS-KEEP-SCHEDULE
                   DISPLAY "Due date is in the past."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-END-DATE IS NOT NUMERIC
                   DISPLAY "End date must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-END-DATE > ZEROS AND
                    WS-ENTRY-END-DATE < WS-ENTRY-DUE-DATE
                   DISPLAY "End date is before the due date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-STATUS NOT = "A" AND
                    WS-ENTRY-STATUS NOT = "S"
                   DISPLAY "Status must be A or S."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ENTRY-IS-OK AND WS-ENTRY-END-DATE > ZEROS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-END-DATE)
               IF WS-DATE-INTEGER = ZEROS
                   DISPLAY "End date must be a real date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

       GET-STANDING-LINES.
      *    Up to ten lines; the item must be on the master (unless
      *    no master is loaded) and the quantity positive, the same
      *    rules ORDENTRY keys a line under.
           MOVE ZEROS TO WS-ENTRY-LINE-COUNT.
           MOVE "N"   TO WS-LINES-DONE-SW.
           PERFORM UNTIL WS-LINES-DONE
               PERFORM GET-ONE-STANDING-LINE
               IF WS-ENTRY-LINE-COUNT NOT < WS-MAX-LINES
                   MOVE "Y" TO WS-LINES-DONE-SW
               END-IF
           END-PERFORM.
           IF WS-ENTRY-LINE-COUNT = ZEROS
               DISPLAY "A standing order needs at least one line."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       GET-ONE-STANDING-LINE.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-IS-OK
               DISPLAY "Item number (0 to finish): "
               MOVE ZEROS TO WS-ENTRY-ITEM
               ACCEPT WS-ENTRY-ITEM
               IF WS-ENTRY-ITEM IS NOT NUMERIC
                   DISPLAY "Item number must be a number."
               ELSE
                   IF WS-ENTRY-ITEM = ZEROS
                       MOVE "Y" TO WS-FIELD-OK-SW
                       MOVE "Y" TO WS-LINES-DONE-SW
                   ELSE
                       MOVE WS-ENTRY-ITEM TO WS-ITEM-ARG-NUMBER
                       PERFORM LOOKUP-ITEM-NUMBER
                       IF WS-ITEM-KNOWN OR NOT WS-ITEM-FILE-IS-OPEN
                           MOVE "Y" TO WS-FIELD-OK-SW
                           IF WS-ITEM-KNOWN
                               DISPLAY "Item: " WS-ITEM-FOUND-DESC
                           END-IF
                       ELSE
                           DISPLAY "Item not on the item master, "
                                   "try again (maintain via "
                                   "MAINTITM)."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-LINES-DONE
               MOVE "N" TO WS-FIELD-OK-SW
               PERFORM UNTIL WS-FIELD-IS-OK
                   DISPLAY "Quantity: "
                   MOVE ZEROS TO WS-ENTRY-QTY
                   ACCEPT WS-ENTRY-QTY
                   IF WS-ENTRY-QTY IS NUMERIC AND
                      WS-ENTRY-QTY > ZEROS
                       MOVE "Y" TO WS-FIELD-OK-SW
                   ELSE
                       DISPLAY "Quantity must be a positive number."
                   END-IF
               END-PERFORM
               ADD 1 TO WS-ENTRY-LINE-COUNT
               MOVE WS-ENTRY-ITEM TO EL-ITEM-NUMBER(WS-ENTRY-LINE-COUNT)
               MOVE WS-ENTRY-QTY  TO EL-QTY(WS-ENTRY-LINE-COUNT)
           END-IF.

       MOVE-STANDING-DETAIL.
      *    The start date anchors the day of month a monthly or
      *    quarterly order keeps; the run date is the business day
      *    on or after the due date. A kept schedule keeps its
      *    anchor; a re-keyed one starts again from the new date.
           MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY.
           IF NOT WS-KEEP-SCHEDULE
               MOVE WS-ENTRY-DUE-DATE TO SO-START-DATE
               MOVE WS-ENTRY-DUE-DATE TO SO-SCHEDULE-DATE
           END-IF.
           MOVE SO-SCHEDULE-DATE   TO WS-BD-ARG-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-BD-RESULT-DATE  TO SO-NEXT-RUN-DATE.
           MOVE WS-ENTRY-END-DATE  TO SO-END-DATE.
           MOVE WS-ENTRY-STATUS    TO SO-STATUS.

       MOVE-STANDING-LINES.
           MOVE WS-ENTRY-LINE-COUNT TO SO-LINE-COUNT.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-MAX-LINES
               IF WS-LINE-IDX > WS-ENTRY-LINE-COUNT
                   MOVE ZEROS TO SO-ITEM-NUMBER(WS-LINE-IDX)
                   MOVE ZEROS TO SO-QTY(WS-LINE-IDX)
               ELSE
                   MOVE EL-ITEM-NUMBER(WS-LINE-IDX)
                       TO SO-ITEM-NUMBER(WS-LINE-IDX)
                   MOVE EL-QTY(WS-LINE-IDX) TO SO-QTY(WS-LINE-IDX)
               END-IF
           END-PERFORM.

       CHANGE-STANDING-ORDER.
      *    The customer stays; the schedule is re-keyed, and the
      *    lines only if asked for.
           PERFORM GET-STANDING-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-STANDING-ORDER
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM SHOW-STANDING-ORDER
               MOVE SO-SCHEDULE-DATE TO WS-ENTRY-DUE-DATE
               MOVE SO-LINE-COUNT    TO WS-ENTRY-LINE-COUNT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-MAX-LINES
                   MOVE SO-ITEM-NUMBER(WS-LINE-IDX)
                       TO EL-ITEM-NUMBER(WS-LINE-IDX)
                   MOVE SO-QTY(WS-LINE-IDX) TO EL-QTY(WS-LINE-IDX)
               END-PERFORM
               PERFORM GET-STANDING-DETAIL
               IF WS-ENTRY-IS-OK
                   DISPLAY "Re-key the lines? (Y/N): "
                   MOVE SPACES TO WS-ENTRY-REPLY
                   ACCEPT WS-ENTRY-REPLY
                   IF WS-ENTRY-REPLY = "Y" OR WS-ENTRY-REPLY = "y"
                       PERFORM GET-STANDING-LINES
                   END-IF
               END-IF
               IF WS-ENTRY-IS-OK
                   PERFORM REWRITE-STANDING-ORDER
               END-IF
           END-IF.

       REWRITE-STANDING-ORDER.
           PERFORM MOVE-STANDING-DETAIL.
           PERFORM MOVE-STANDING-LINES.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STDORD-STATUS NOT = "00"
               MOVE "STDORD"  TO WS-ERR-FILE-NAME
               MOVE "REWRITE" TO WS-ERR-OPERATION
               MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               DISPLAY "Standing order changed; next order "
                       "generates on " SO-NEXT-RUN-DATE "."
           END-IF.

       INQUIRE-STANDING-ORDER.
           PERFORM GET-STANDING-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-STANDING-ORDER
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM SHOW-STANDING-ORDER
           END-IF.

       SHOW-STANDING-ORDER.
           DISPLAY "Standing order: " SO-STANDING-ID.
           DISPLAY "Customer:       " SO-PERSON-ID.
           DISPLAY "Frequency:      " SO-FREQUENCY.
           DISPLAY "Started:        " SO-START-DATE.
           DISPLAY "Next due:       " SO-SCHEDULE-DATE
                   "  generates " SO-NEXT-RUN-DATE.
           DISPLAY "End date:       " SO-END-DATE.
           DISPLAY "Status:         " SO-STATUS.
           DISPLAY "Last generated: " SO-LAST-RUN-DATE
                   "  order " SO-LAST-ORDER-NUMBER.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SO-LINE-COUNT
               DISPLAY "  Line " WS-LINE-IDX "  item "
                       SO-ITEM-NUMBER(WS-LINE-IDX) "  qty "
                       SO-QTY(WS-LINE-IDX)
           END-PERFORM.

       DELETE-STANDING-ORDER.
           PERFORM GET-STANDING-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-STANDING-ORDER
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM SHOW-STANDING-ORDER
               DISPLAY "Delete this standing order? (Y/N): "
               MOVE SPACES TO WS-ENTRY-REPLY
               ACCEPT WS-ENTRY-REPLY
               IF WS-ENTRY-REPLY = "Y" OR WS-ENTRY-REPLY = "y"
                   DELETE STANDING-ORDER-FILE RECORD
                   IF WS-STDORD-STATUS NOT = "00"
                       MOVE "STDORD" TO WS-ERR-FILE-NAME
                       MOVE "DELETE" TO WS-ERR-OPERATION
                       MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       DISPLAY "Standing order deleted."
                   END-IF
               END-IF
           END-IF.

       LIST-STANDING-ORDERS.
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N"   TO WS-LIST-EOF-SWITCH.
           MOVE ZEROS TO SO-STANDING-ID.
           START STANDING-ORDER-FILE
               KEY IS GREATER THAN OR EQUAL TO SO-STANDING-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       DISPLAY SO-STANDING-ID "  cust "
                               SO-PERSON-ID "  " SO-FREQUENCY
                               "  next " SO-NEXT-RUN-DATE
                               "  end " SO-END-DATE "  "
                               SO-STATUS "  lines " SO-LINE-COUNT
                       ADD 1 TO WS-LIST-COUNT
               END-READ
               IF WS-STDORD-STATUS NOT = "00" AND
                  WS-STDORD-STATUS NOT = "10"
                   MOVE "STDORD"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Standing orders listed: " WS-LIST-COUNT.

       CLOSE-FILES.
           CLOSE STANDING-ORDER-FILE.
           CLOSE PERSON-MASTER-FILE.
           PERFORM CLOSE-ITEM-MASTER.

       COPY ITMREFP.

       COPY BDCALP.

       COPY ERRLOGP.
