      *Date: 2026-10-03
      *Order maintenance screen for orders entered but not yet
      *invoiced, reached from MAINMENU as option 25. An order is
      *found on the day's ORDHDR/ORDLINES (keyed through ORDENTRY or
      *generated by STORDGEN and not yet through the cycle) or on
      *the ORDHOLD/ORDLINEH files the ORDCREDT credit check parks
      *held orders on. The operator may change a line's item or
      *quantity, add lines, remove lines, or cancel the whole order.
      *Every line is held to the ORDEDIT edits - nonzero item on the
      *ITEMMAST item master, positive quantity, positive price - and
      *repriced through the shared PRCREF contract/break/list rules
      *for the customer and order date, so a held order released
      *later bills what this screen showed. Line numbers are kept
      *ascending and the order's lines stay where they were on the
      *file, so ORDEDIT's sequence check still passes. Cancelling
      *is gated on OPERPROF authority. Each change is appended to
      *the ORDCHGA order-change audit trail with the line's before
      *and after values and the operator; nothing is written until
      *the operator saves. An order already on the ORDREG invoice
      *register, or billed onto OPENINV, is refused: once invoiced
      *it is corrected by a credit memo through ARADJUST.
      *Date: 2026-10-05 - An item keyed onto an amended line gets
      *                   ORDEDIT's age-restriction check against the
      *                   order's customer and date; a refusal is
      *                   logged to AGECOMPL and another item keyed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHDR-STATUS.

           SELECT ORDER-LINES-FILE ASSIGN TO "ORDLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLINE-STATUS.

           SELECT HELD-ORDER-FILE ASSIGN TO "ORDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HELD-LINES-FILE ASSIGN TO "ORDLINEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLINE-STATUS.

           SELECT ORDER-WORK-FILE ASSIGN TO "ORDMWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ORDER-REGISTER-FILE ASSIGN TO "ORDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDREG-STATUS.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT ORDER-AUDIT-FILE ASSIGN TO "ORDCHGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ITMREF.

           COPY PRCREF.

           COPY PERSSEL.

           COPY AGERST.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HEADER-FILE.
       01  ORDER-HEADER-RECORD.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  ORDER-LINES-FILE.
       01  PENDING-LINE-RECORD     PIC X(35).

       FD  HELD-ORDER-FILE.
       01  HELD-ORDER-RECORD.
           05 HO-ORDER-NUMBER       PIC 9(6).
           05 HO-PERSON-ID          PIC 9(6).
           05 HO-ORDER-DATE         PIC 9(8).
           05 HO-HELD-DATE          PIC 9(8).
           05 HO-HELD-BALANCE       PIC 9(9)V99.
           05 HO-RELEASE-FLAG       PIC X(1).
              88 HO-FORCE-RELEASED      VALUE "R".
           05 HO-REP-CODE           PIC X(4).

       FD  HELD-LINES-FILE.
       01  HELD-LINE-RECORD        PIC X(35).

       FD  ORDER-WORK-FILE.
       01  ORDER-WORK-RECORD       PIC X(44).

       FD  ORDER-REGISTER-FILE.
       01  ORDER-REGISTER-LINE     PIC X(80).

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  ORDER-AUDIT-FILE.
       01  ORDER-AUDIT-LINE        PIC X(110).

           COPY ITMREFFD.

           COPY PRCREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY AGERSTFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY PRCREFWS.
       COPY AGERSTWS.
       COPY AGECUTOF.
       COPY AGEBRKT.
       COPY AGEDOB.
       COPY ORDLINER.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PM-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PM-FILE-IS-OPEN      VALUE "Y".
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-ORDLINE-STATUS    PIC X(2).
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-HLINE-STATUS      PIC X(2).
       01  WS-WORK-STATUS       PIC X(2).
       01  WS-ORDREG-STATUS     PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-LINES-STATUS      PIC X(2).
       01  WS-LINES-FILE-NAME   PIC X(8).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".

       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-AMEND             VALUE "A" "a".
           88 WS-IS-CANCEL            VALUE "C" "c".
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-EXIT              VALUE "X" "x".
       01  WS-AMEND-CODE        PIC X(1).
           88 WS-AMEND-CHANGE         VALUE "C" "c".
           88 WS-AMEND-ADD            VALUE "A" "a".
           88 WS-AMEND-REMOVE         VALUE "R" "r".
           88 WS-AMEND-SAVE           VALUE "S" "s".
           88 WS-AMEND-QUIT           VALUE "Q" "q".
       01  WS-AMEND-DONE-SW     PIC X(1).
           88 WS-AMEND-DONE           VALUE "Y".

       01  WS-CANCEL-AUTH-LEVEL PIC 9(1) VALUE 3.

      *    The order being maintained: where it was found, its
      *    header values, and its lines as they will be saved.
       01  WS-ORDER-KEY         PIC 9(6).
       01  WS-ORDER-SOURCE      PIC X(1).
           88 WS-ORDER-IS-PENDING     VALUE "P".
           88 WS-ORDER-IS-HELD        VALUE "H".
           88 WS-ORDER-NOT-FOUND      VALUE " ".
       01  WS-ORDER-INVOICED-SW PIC X(1).
           88 WS-ORDER-INVOICED       VALUE "Y".
       01  WS-ORDER-OK-SW       PIC X(1).
           88 WS-ORDER-IS-OK          VALUE "Y".
       01  WS-ORDER-PERSON-ID   PIC 9(6).
       01  WS-ORDER-DATE        PIC 9(8).
       01  WS-ORDER-REP-CODE    PIC X(4).
       01  WS-SOURCE-NAME       PIC X(8).

       01  WS-LINE-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MAX-LINES         PIC 9(3) VALUE 99.
       01  WS-LINE-IDX          PIC 9(3).
       01  WS-PICK-IDX          PIC 9(3).
       01  WS-ORDER-LINES.
           05 WS-ORDER-LINE OCCURS 99 TIMES.
              10 ML-LINE-NUMBER    PIC 9(6).
              10 ML-ITEM-NUMBER    PIC 9(6).
              10 ML-QTY            PIC 9(5).
              10 ML-UNIT-PRICE     PIC 9(5)V99.
              10 ML-QTY-ORDERED    PIC 9(5).
       01  WS-LINES-WRITTEN-SW  PIC X(1).
           88 WS-LINES-WRITTEN        VALUE "Y".

      *    Amendments wait here until the order is saved, then go
      *    to the audit trail together; a quit discards them.
       01  WS-CHANGE-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-CHANGES       PIC 9(3) VALUE 200.
       01  WS-CHANGE-IDX        PIC 9(3).
       01  WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 200 TIMES.
              10 CE-ACTION         PIC X(6).
              10 CE-LINE-NUMBER    PIC 9(6).
              10 CE-OLD-VALUE      PIC X(22).
              10 CE-NEW-VALUE      PIC X(22).
       01  WS-LINE-VALUE.
           05 LV-ITEM           PIC 9(6).
           05 FILLER            PIC X(1) VALUE "/".
           05 LV-QTY            PIC 9(5).
           05 FILLER            PIC X(1) VALUE "/".
           05 LV-PRICE          PIC ZZ,ZZ9.99.
       01  WS-OLD-VALUE         PIC X(22).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-AUDIT-LINE-NUMBER PIC 9(6).

       01  WS-ENTRY-LINE        PIC 9(6).
       01  WS-ENTRY-ITEM        PIC 9(6).
       01  WS-ENTRY-QTY         PIC 9(5).
       01  WS-ENTRY-PRICE       PIC 9(5)V99.
       01  WS-ENTRY-REPLY       PIC X(1).
       01  WS-FIELD-OK-SW       PIC X(1).
           88 WS-FIELD-IS-OK          VALUE "Y".
       01  WS-ITEM-REQUIRED-SW  PIC X(1).
           88 WS-ITEM-REQUIRED        VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).

       01  WS-ORDREG-DETAIL.
           05 RG-ORDER-NUMBER   PIC 9(6).
           05 FILLER            PIC X(74).

       01  WS-AUDIT-DETAIL.
           05 AD-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-ORDER-NUMBER   PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-SOURCE         PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-LINE-NUMBER    PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-OLD-VALUE      PIC X(22).
           05 FILLER            PIC X(2) VALUE " >".
           05 AD-NEW-VALUE      PIC X(22).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-OPERATOR       PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).
       01  LK-OPER-AUTH         PIC 9(1).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-OPER-AUTH.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "ORDMAINT" TO WS-ERR-PROGRAM.
           PERFORM OPEN-ITEM-MASTER.
           IF NOT WS-ITEM-FILE-IS-OPEN
               DISPLAY "No ITEMMAST master - prices must be keyed."
           END-IF.
           PERFORM OPEN-PRICE-FILES.
           OPEN INPUT PERSON-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-PM-STATUS = "00"
                   MOVE "Y" TO WS-PM-OPEN-SWITCH
               WHEN WS-PM-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-PRICE-FILES.
           IF WS-PM-FILE-IS-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "------ ORDER MAINTENANCE (NOT INVOICED) ------".
           DISPLAY "I - Inquire   A - Amend lines   C - Cancel order".
           DISPLAY "L - List open orders             X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-CANCEL AND
                    LK-OPER-AUTH < WS-CANCEL-AUTH-LEVEL
                   DISPLAY "Not authorized - cancelling an order "
                           "needs authority " WS-CANCEL-AUTH-LEVEL
                           "."
               WHEN WS-IS-INQUIRE
                   PERFORM FIND-ORDER
                   IF WS-ORDER-IS-OK
                       PERFORM SHOW-ORDER
                   END-IF
               WHEN WS-IS-AMEND
                   PERFORM AMEND-ORDER
               WHEN WS-IS-CANCEL
                   PERFORM CANCEL-ORDER
               WHEN WS-IS-LIST
                   PERFORM LIST-OPEN-ORDERS
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       FIND-ORDER.
      *    Keyed order number -> invoiced check first, then the
      *    held file (a held order's live copy), then the day's
      *    pending orders; the lines load into the table.
           MOVE "N"    TO WS-ORDER-OK-SW.
           MOVE SPACES TO WS-ORDER-SOURCE.
           MOVE ZEROS  TO WS-LINE-COUNT.
           MOVE ZEROS  TO WS-CHANGE-COUNT.
           DISPLAY "Order number: ".
           MOVE ZEROS TO WS-ORDER-KEY.
           ACCEPT WS-ORDER-KEY.
           IF WS-ORDER-KEY IS NOT NUMERIC OR WS-ORDER-KEY = ZEROS
               DISPLAY "Order number is required."
           ELSE
               PERFORM CHECK-ORDER-INVOICED
               IF WS-ORDER-INVOICED
                   DISPLAY "Order " WS-ORDER-KEY " has already "
                           "been invoiced and cannot be changed "
                           "here."
                   DISPLAY "Correct it with a credit memo (code C) "
                           "through the ARADJUST adjustments run."
               ELSE
                   PERFORM FIND-HELD-HEADER
                   IF WS-ORDER-NOT-FOUND
                       PERFORM FIND-PENDING-HEADER
                   END-IF
                   IF WS-ORDER-NOT-FOUND
                       DISPLAY "Order " WS-ORDER-KEY " is not on "
                               "ORDHDR or ORDHOLD."
                   ELSE
                       PERFORM LOAD-ORDER-LINES
                       MOVE "Y" TO WS-ORDER-OK-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-ORDER-INVOICED.
      *    ORDREG carries the orders the invoice run billed; OPENINV
      *    keeps every invoice after the register is rolled off,
      *    under the order number it was billed from.
           MOVE "N" TO WS-ORDER-INVOICED-SW.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-REGISTER-FILE.
           IF WS-ORDREG-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ORDREG-STATUS NOT = "00"
                   MOVE "ORDREG"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ORDREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE OR WS-ORDER-INVOICED
               READ ORDER-REGISTER-FILE INTO WS-ORDREG-DETAIL
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF RG-ORDER-NUMBER = WS-ORDER-KEY
                           MOVE "Y" TO WS-ORDER-INVOICED-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORDREG-STATUS NOT = "35"
               CLOSE ORDER-REGISTER-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE OR WS-ORDER-INVOICED
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF OI-INVOICE-NUMBER = WS-ORDER-KEY
                           MOVE "Y" TO WS-ORDER-INVOICED-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       FIND-HELD-HEADER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HOLD-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "ORDHOLD"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF HO-ORDER-NUMBER = WS-ORDER-KEY
                           MOVE "H" TO WS-ORDER-SOURCE
                           MOVE HO-PERSON-ID  TO WS-ORDER-PERSON-ID
                           MOVE HO-ORDER-DATE TO WS-ORDER-DATE
                           MOVE HO-REP-CODE   TO WS-ORDER-REP-CODE
                           MOVE "Y" TO WS-FILE-EOF-SWITCH
                       END-IF
               END-READ
               IF WS-HOLD-STATUS NOT = "00" AND
                  WS-HOLD-STATUS NOT = "10"
                   MOVE "ORDHOLD" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HELD-ORDER-FILE
           END-IF.

       FIND-PENDING-HEADER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ORDHDR-STATUS NOT = "00"
                   MOVE "ORDHDR"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-HEADER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF OH-ORDER-NUMBER = WS-ORDER-KEY
                           MOVE "P" TO WS-ORDER-SOURCE
                           MOVE OH-PERSON-ID  TO WS-ORDER-PERSON-ID
                           MOVE OH-ORDER-DATE TO WS-ORDER-DATE
                           MOVE OH-REP-CODE   TO WS-ORDER-REP-CODE
                           MOVE "Y" TO WS-FILE-EOF-SWITCH
                       END-IF
               END-READ
               IF WS-ORDHDR-STATUS NOT = "00" AND
                  WS-ORDHDR-STATUS NOT = "10"
                   MOVE "ORDHDR" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ORDHDR-STATUS NOT = "35"
               CLOSE ORDER-HEADER-FILE
           END-IF.

       LOAD-ORDER-LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
           PERFORM OPEN-SOURCE-LINES.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM READ-SOURCE-LINE
               IF NOT WS-END-OF-FILE AND
                  OL-ORDER-NUMBER = WS-ORDER-KEY
                   IF WS-LINE-COUNT < WS-MAX-LINES
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM MOVE-LINE-TO-TABLE
                   ELSE
                       DISPLAY "SKIPPED beyond line table limit: "
                               "line " OL-LINE-NUMBER
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SOURCE-LINES.

       MOVE-LINE-TO-TABLE.
           MOVE OL-LINE-NUMBER TO ML-LINE-NUMBER(WS-LINE-COUNT).
           MOVE OL-ITEM-NUMBER TO ML-ITEM-NUMBER(WS-LINE-COUNT).
           MOVE OL-QTY         TO ML-QTY(WS-LINE-COUNT).
           MOVE OL-UNIT-PRICE  TO ML-UNIT-PRICE(WS-LINE-COUNT).
           IF OL-QTY-ORDERED IS NUMERIC AND OL-QTY-ORDERED > ZEROS
               MOVE OL-QTY-ORDERED TO ML-QTY-ORDERED(WS-LINE-COUNT)
           ELSE
               MOVE OL-QTY TO ML-QTY-ORDERED(WS-LINE-COUNT)
           END-IF.

       OPEN-SOURCE-LINES.
      *    ORDLINES and ORDLINEH share the ORDLINER layout; these
      *    four paragraphs let the load and the rewrite work on
      *    whichever one the order was found with.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           IF WS-ORDER-IS-HELD
               MOVE "ORDLINEH" TO WS-LINES-FILE-NAME
               OPEN INPUT HELD-LINES-FILE
               MOVE WS-HLINE-STATUS TO WS-LINES-STATUS
           ELSE
               MOVE "ORDLINES" TO WS-LINES-FILE-NAME
               OPEN INPUT ORDER-LINES-FILE
               MOVE WS-ORDLINE-STATUS TO WS-LINES-STATUS
           END-IF.
           IF WS-LINES-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-LINES-STATUS NOT = "00"
                   MOVE WS-LINES-FILE-NAME TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-LINES-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       READ-SOURCE-LINE.
           IF WS-ORDER-IS-HELD
               READ HELD-LINES-FILE INTO ORDER-LINE-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-READ
               MOVE WS-HLINE-STATUS TO WS-LINES-STATUS
           ELSE
               READ ORDER-LINES-FILE INTO ORDER-LINE-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-READ
               MOVE WS-ORDLINE-STATUS TO WS-LINES-STATUS
           END-IF.
           IF WS-LINES-STATUS NOT = "00" AND
              WS-LINES-STATUS NOT = "10"
               MOVE WS-LINES-FILE-NAME TO WS-ERR-FILE-NAME
               MOVE "READ" TO WS-ERR-OPERATION
               MOVE WS-LINES-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-SOURCE-LINES.
           IF WS-LINES-STATUS NOT = "35"
               IF WS-ORDER-IS-HELD
                   CLOSE HELD-LINES-FILE
               ELSE
                   CLOSE ORDER-LINES-FILE
               END-IF
           END-IF.

       WRITE-SOURCE-LINE.
           IF WS-ORDER-IS-HELD
               WRITE HELD-LINE-RECORD FROM ORDER-WORK-RECORD
               MOVE WS-HLINE-STATUS TO WS-LINES-STATUS
           ELSE
               WRITE PENDING-LINE-RECORD FROM ORDER-WORK-RECORD
               MOVE WS-ORDLINE-STATUS TO WS-LINES-STATUS
           END-IF.
           IF WS-LINES-STATUS NOT = "00"
               MOVE WS-LINES-FILE-NAME TO WS-ERR-FILE-NAME
               MOVE "WRITE" TO WS-ERR-OPERATION
               MOVE WS-LINES-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       SHOW-ORDER.
           IF WS-ORDER-IS-HELD
               MOVE "ORDHOLD" TO WS-SOURCE-NAME
               DISPLAY "Order " WS-ORDER-KEY " is ON CREDIT HOLD "
                       "(ORDHOLD)."
           ELSE
               MOVE "ORDHDR" TO WS-SOURCE-NAME
               DISPLAY "Order " WS-ORDER-KEY " is pending "
                       "tonight's cycle (ORDHDR)."
           END-IF.
           DISPLAY "Customer: " WS-ORDER-PERSON-ID
                   "  date " WS-ORDER-DATE
                   "  rep " WS-ORDER-REP-CODE.
           PERFORM SHOW-ORDER-LINES.

       SHOW-ORDER-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               DISPLAY "  Line " ML-LINE-NUMBER(WS-LINE-IDX)
                       "  item " ML-ITEM-NUMBER(WS-LINE-IDX)
                       "  qty " ML-QTY(WS-LINE-IDX)
                       "  price " ML-UNIT-PRICE(WS-LINE-IDX)
           END-PERFORM.
           DISPLAY "Lines: " WS-LINE-COUNT.

       AMEND-ORDER.
           PERFORM FIND-ORDER.
           IF WS-ORDER-IS-OK
               PERFORM SHOW-ORDER
               MOVE "N" TO WS-AMEND-DONE-SW
               PERFORM UNTIL WS-AMEND-DONE
                   DISPLAY "C - Change a line  A - Add a line  "
                           "R - Remove a line"
                   DISPLAY "S - Save changes   Q - Quit without "
                           "saving"
                   DISPLAY "Enter amendment: "
                   MOVE SPACES TO WS-AMEND-CODE
                   ACCEPT WS-AMEND-CODE
                   PERFORM DISPATCH-AMENDMENT
               END-PERFORM
           END-IF.

       DISPATCH-AMENDMENT.
           EVALUATE TRUE
               WHEN WS-CHANGE-COUNT NOT < WS-MAX-CHANGES AND
                    (WS-AMEND-CHANGE OR WS-AMEND-ADD OR
                     WS-AMEND-REMOVE)
                   DISPLAY "Too many amendments in one pass - "
                           "save, then amend again."
               WHEN WS-AMEND-CHANGE
                   PERFORM CHANGE-ORDER-LINE
               WHEN WS-AMEND-ADD
                   PERFORM ADD-ORDER-LINE
               WHEN WS-AMEND-REMOVE
                   PERFORM REMOVE-ORDER-LINE
               WHEN WS-AMEND-SAVE
                   PERFORM SAVE-AMENDED-ORDER
                   MOVE "Y" TO WS-AMEND-DONE-SW
               WHEN WS-AMEND-QUIT
                   IF WS-CHANGE-COUNT > ZEROS
                       DISPLAY "Amendments discarded."
                   END-IF
                   MOVE "Y" TO WS-AMEND-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid amendment, try again."
           END-EVALUATE.

       PICK-ORDER-LINE.
           MOVE ZEROS TO WS-PICK-IDX.
           DISPLAY "Line number: ".
           MOVE ZEROS TO WS-ENTRY-LINE.
           ACCEPT WS-ENTRY-LINE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF ML-LINE-NUMBER(WS-LINE-IDX) = WS-ENTRY-LINE
                   MOVE WS-LINE-IDX TO WS-PICK-IDX
               END-IF
           END-PERFORM.
           IF WS-PICK-IDX = ZEROS
               DISPLAY "No line " WS-ENTRY-LINE " on this order."
           END-IF.

       CHANGE-ORDER-LINE.
      *    Zero keeps the item or the quantity; either change
      *    reprices the line the way ORDEDIT would.
           PERFORM PICK-ORDER-LINE.
           IF WS-PICK-IDX > ZEROS
               PERFORM FORMAT-PICKED-LINE
               MOVE WS-LINE-VALUE TO WS-OLD-VALUE
               MOVE "N" TO WS-ITEM-REQUIRED-SW
               PERFORM GET-VALID-ITEM
               IF WS-ENTRY-ITEM = ZEROS
                   MOVE ML-ITEM-NUMBER(WS-PICK-IDX) TO WS-ENTRY-ITEM
                   MOVE WS-ENTRY-ITEM TO WS-ITEM-ARG-NUMBER
                   PERFORM LOOKUP-ITEM-NUMBER
               END-IF
               PERFORM GET-VALID-QUANTITY
               IF WS-ENTRY-QTY = ZEROS
                   MOVE ML-QTY(WS-PICK-IDX) TO WS-ENTRY-QTY
               END-IF
               MOVE ML-UNIT-PRICE(WS-PICK-IDX) TO WS-ENTRY-PRICE
               PERFORM PRICE-ENTERED-LINE
               MOVE WS-ENTRY-ITEM  TO ML-ITEM-NUMBER(WS-PICK-IDX)
               MOVE WS-ENTRY-QTY   TO ML-QTY(WS-PICK-IDX)
               MOVE WS-ENTRY-QTY   TO ML-QTY-ORDERED(WS-PICK-IDX)
               MOVE WS-ENTRY-PRICE TO ML-UNIT-PRICE(WS-PICK-IDX)
               PERFORM FORMAT-PICKED-LINE
               IF WS-LINE-VALUE = WS-OLD-VALUE
                   DISPLAY "Line unchanged."
               ELSE
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
                   MOVE ML-LINE-NUMBER(WS-PICK-IDX)
                       TO WS-AUDIT-LINE-NUMBER
                   PERFORM NOTE-AMENDMENT
               END-IF
           END-IF.

       ADD-ORDER-LINE.
      *    A new line takes the next number after the last, so
      *    the order's lines stay ascending.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES
               DISPLAY "Order already has " WS-MAX-LINES " lines."
           ELSE
               MOVE "Y" TO WS-ITEM-REQUIRED-SW
               PERFORM GET-VALID-ITEM
               MOVE "N" TO WS-FIELD-OK-SW
               PERFORM UNTIL WS-FIELD-IS-OK
                   PERFORM GET-VALID-QUANTITY
                   IF WS-ENTRY-QTY > ZEROS
                       MOVE "Y" TO WS-FIELD-OK-SW
                   ELSE
                       DISPLAY "Quantity is required on a new line."
                   END-IF
               END-PERFORM
               MOVE ZEROS TO WS-ENTRY-PRICE
               PERFORM PRICE-ENTERED-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-PICK-IDX
               IF WS-LINE-COUNT = 1
                   MOVE 1 TO ML-LINE-NUMBER(WS-PICK-IDX)
               ELSE
                   COMPUTE ML-LINE-NUMBER(WS-PICK-IDX) =
                       ML-LINE-NUMBER(WS-PICK-IDX - 1) + 1
               END-IF
               MOVE WS-ENTRY-ITEM  TO ML-ITEM-NUMBER(WS-PICK-IDX)
               MOVE WS-ENTRY-QTY   TO ML-QTY(WS-PICK-IDX)
               MOVE WS-ENTRY-QTY   TO ML-QTY-ORDERED(WS-PICK-IDX)
               MOVE WS-ENTRY-PRICE TO ML-UNIT-PRICE(WS-PICK-IDX)
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM FORMAT-PICKED-LINE
               MOVE "ADD" TO WS-AUDIT-ACTION
               MOVE ML-LINE-NUMBER(WS-PICK-IDX)
                   TO WS-AUDIT-LINE-NUMBER
               PERFORM NOTE-AMENDMENT
               DISPLAY "Added line " ML-LINE-NUMBER(WS-PICK-IDX) "."
           END-IF.

       REMOVE-ORDER-LINE.
      *    The last line cannot be removed - an order with nothing
      *    on it is cancelled instead.
           PERFORM PICK-ORDER-LINE.
           IF WS-PICK-IDX > ZEROS AND WS-LINE-COUNT = 1
               DISPLAY "That is the only line - cancel the order "
                       "instead."
               MOVE ZEROS TO WS-PICK-IDX
           END-IF.
           IF WS-PICK-IDX > ZEROS
               PERFORM FORMAT-PICKED-LINE
               MOVE WS-LINE-VALUE TO WS-OLD-VALUE
               MOVE ML-LINE-NUMBER(WS-PICK-IDX)
                   TO WS-AUDIT-LINE-NUMBER
               PERFORM VARYING WS-LINE-IDX FROM WS-PICK-IDX BY 1
                       UNTIL WS-LINE-IDX NOT < WS-LINE-COUNT
                   MOVE WS-ORDER-LINE(WS-LINE-IDX + 1)
                       TO WS-ORDER-LINE(WS-LINE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-LINE-COUNT
               MOVE SPACES TO WS-LINE-VALUE
               MOVE "REMOVE" TO WS-AUDIT-ACTION
               PERFORM NOTE-AMENDMENT
               DISPLAY "Line " WS-AUDIT-LINE-NUMBER " removed."
           END-IF.

       GET-VALID-ITEM.
      *    ORDEDIT's item edit: nonzero and on the item master
      *    (taken as keyed when no master is loaded). On a change
      *    zero keeps the line's item.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-IS-OK
               IF WS-ITEM-REQUIRED
                   DISPLAY "Item number: "
               ELSE
                   DISPLAY "Item number (0 keeps "
                           ML-ITEM-NUMBER(WS-PICK-IDX) "): "
               END-IF
               MOVE ZEROS TO WS-ENTRY-ITEM
               ACCEPT WS-ENTRY-ITEM
               EVALUATE TRUE
                   WHEN WS-ENTRY-ITEM IS NOT NUMERIC
                       DISPLAY "Item number must be a number."
                   WHEN WS-ENTRY-ITEM = ZEROS AND WS-ITEM-REQUIRED
                       DISPLAY "Item number is required."
                   WHEN WS-ENTRY-ITEM = ZEROS
                       MOVE "Y" TO WS-FIELD-OK-SW
                   WHEN OTHER
                       MOVE WS-ENTRY-ITEM TO WS-ITEM-ARG-NUMBER
                       PERFORM LOOKUP-ITEM-NUMBER
                       IF WS-ITEM-KNOWN OR NOT WS-ITEM-FILE-IS-OPEN
                           MOVE "Y" TO WS-FIELD-OK-SW
                           IF WS-ITEM-KNOWN
                               DISPLAY "Item: " WS-ITEM-FOUND-DESC
                               IF WS-ITEM-FOUND-AGE-MIN > 1
                                   PERFORM CHECK-ITEM-AGE-RESTRICTION
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "Item not on the item master, "
                                   "try again (maintain via "
                                   "MAINTITM)."
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CHECK-ITEM-AGE-RESTRICTION.
      *    ORDEDIT's age check: the customer's age at the order
      *    date must reach the item's bracket, and no birth date
      *    on file is refused.
           MOVE ZEROS TO WS-AGR-ARG-BIRTH-DATE.
           IF WS-PM-FILE-IS-OPEN
               MOVE WS-ORDER-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-BIRTH-DATE TO WS-AGR-ARG-BIRTH-DATE
               END-READ
           END-IF.
           MOVE WS-ITEM-FOUND-AGE-MIN TO WS-AGR-ARG-MIN-BRACKET.
           MOVE WS-ORDER-PERSON-ID    TO WS-AGR-ARG-PERSON-ID.
           MOVE WS-ORDER-DATE         TO WS-AGR-ARG-ORDER-DATE.
           MOVE WS-ORDER-KEY          TO WS-AGR-ARG-ORDER.
           MOVE WS-ENTRY-ITEM         TO WS-AGR-ARG-ITEM.
           PERFORM CHECK-AGE-RESTRICTION.
           EVALUATE TRUE
               WHEN WS-AGR-UNDER-AGE
                   MOVE "N" TO WS-FIELD-OK-SW
                   DISPLAY "Item is age-restricted - customer is "
                           WS-AGR-AGE " (" WS-AGR-BRACKET-LABEL
                           "), too young. Key another item."
               WHEN WS-AGR-NO-BIRTH-DATE
                   MOVE "N" TO WS-FIELD-OK-SW
                   DISPLAY "Item is age-restricted - no birth date "
                           "on file for the customer. Key another "
                           "item."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GET-VALID-QUANTITY.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-IS-OK
               IF WS-ITEM-REQUIRED
                   DISPLAY "Quantity: "
               ELSE
                   DISPLAY "Quantity (0 keeps "
                           ML-QTY(WS-PICK-IDX) "): "
               END-IF
               MOVE ZEROS TO WS-ENTRY-QTY
               ACCEPT WS-ENTRY-QTY
               IF WS-ENTRY-QTY IS NUMERIC
                   MOVE "Y" TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY "Quantity must be a number."
               END-IF
           END-PERFORM.

       PRICE-ENTERED-LINE.
      *    The lookup in GET-VALID-ITEM (or the kept item's) left
      *    the list price; the price resolves for the order's
      *    customer and date as ORDEDIT resolves it. With no item
      *    master a price is keyed, positive as ORDEDIT demands.
           IF WS-ITEM-KNOWN
               MOVE WS-ORDER-PERSON-ID  TO WS-PRC-ARG-PERSON-ID
               MOVE WS-ENTRY-ITEM       TO WS-PRC-ARG-ITEM
               MOVE WS-ENTRY-QTY        TO WS-PRC-ARG-QTY
               MOVE WS-ORDER-DATE       TO WS-PRC-ARG-DATE
               MOVE WS-ITEM-FOUND-PRICE TO WS-PRC-ARG-LIST-PRICE
               PERFORM RESOLVE-LINE-PRICE
               MOVE WS-PRC-PRICE TO WS-ENTRY-PRICE
               DISPLAY "Price: " WS-PRC-PRICE " (" WS-PRC-RULE-TEXT
                       ")  list " WS-ITEM-FOUND-PRICE
           ELSE
               MOVE "N" TO WS-FIELD-OK-SW
               PERFORM UNTIL WS-FIELD-IS-OK
                   DISPLAY "Unit price: "
                   MOVE ZEROS TO WS-ENTRY-PRICE
                   ACCEPT WS-ENTRY-PRICE
                   IF WS-ENTRY-PRICE IS NUMERIC AND
                      WS-ENTRY-PRICE > ZEROS
                       MOVE "Y" TO WS-FIELD-OK-SW
                   ELSE
                       DISPLAY "Unit price must be a positive "
                               "number."
                   END-IF
               END-PERFORM
           END-IF.

       FORMAT-PICKED-LINE.
           MOVE ML-ITEM-NUMBER(WS-PICK-IDX) TO LV-ITEM.
           MOVE ML-QTY(WS-PICK-IDX)         TO LV-QTY.
           MOVE ML-UNIT-PRICE(WS-PICK-IDX)  TO LV-PRICE.

       NOTE-AMENDMENT.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-AUDIT-ACTION TO CE-ACTION(WS-CHANGE-COUNT).
           MOVE WS-AUDIT-LINE-NUMBER
               TO CE-LINE-NUMBER(WS-CHANGE-COUNT).
           MOVE WS-OLD-VALUE    TO CE-OLD-VALUE(WS-CHANGE-COUNT).
           MOVE WS-LINE-VALUE   TO CE-NEW-VALUE(WS-CHANGE-COUNT).

       SAVE-AMENDED-ORDER.
           IF WS-CHANGE-COUNT = ZEROS
               DISPLAY "No amendments to save."
           ELSE
               PERFORM REWRITE-ORDER-LINES
               PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                       UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                   MOVE CE-ACTION(WS-CHANGE-IDX) TO WS-AUDIT-ACTION
                   MOVE CE-LINE-NUMBER(WS-CHANGE-IDX)
                       TO WS-AUDIT-LINE-NUMBER
                   MOVE CE-OLD-VALUE(WS-CHANGE-IDX) TO WS-OLD-VALUE
                   MOVE CE-NEW-VALUE(WS-CHANGE-IDX) TO WS-LINE-VALUE
                   PERFORM WRITE-ORDER-AUDIT
               END-PERFORM
               DISPLAY "Order " WS-ORDER-KEY " saved with "
                       WS-CHANGE-COUNT " amendment(s)."
               MOVE ZEROS TO WS-CHANGE-COUNT
           END-IF.

       REWRITE-ORDER-LINES.
      *    The line file is staged through ORDMWORK with this
      *    order's lines replaced where they stood (or, for a
      *    cancel, dropped), then copied back over it.
           MOVE "N" TO WS-LINES-WRITTEN-SW.
           IF WS-FUNCTION-CODE = "C" OR WS-FUNCTION-CODE = "c"
               MOVE "Y" TO WS-LINES-WRITTEN-SW
           END-IF.
           PERFORM OPEN-WORK-OUTPUT.
           PERFORM OPEN-SOURCE-LINES.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM READ-SOURCE-LINE
               IF NOT WS-END-OF-FILE
                   IF OL-ORDER-NUMBER NOT < WS-ORDER-KEY AND
                      NOT WS-LINES-WRITTEN
                       PERFORM WRITE-TABLE-LINES-TO-WORK
                   END-IF
                   IF OL-ORDER-NUMBER NOT = WS-ORDER-KEY
                       MOVE ORDER-LINE-RECORD TO ORDER-WORK-RECORD
                       PERFORM WRITE-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-LINES-WRITTEN
               PERFORM WRITE-TABLE-LINES-TO-WORK
           END-IF.
           PERFORM CLOSE-SOURCE-LINES.
           CLOSE ORDER-WORK-FILE.
           PERFORM OPEN-WORK-INPUT.
           IF WS-ORDER-IS-HELD
               OPEN OUTPUT HELD-LINES-FILE
               MOVE WS-HLINE-STATUS TO WS-LINES-STATUS
           ELSE
               OPEN OUTPUT ORDER-LINES-FILE
               MOVE WS-ORDLINE-STATUS TO WS-LINES-STATUS
           END-IF.
           IF WS-LINES-STATUS NOT = "00"
               MOVE WS-LINES-FILE-NAME TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-LINES-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM READ-WORK-RECORD
               IF NOT WS-END-OF-FILE
                   PERFORM WRITE-SOURCE-LINE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SOURCE-LINES.
           CLOSE ORDER-WORK-FILE.

       WRITE-TABLE-LINES-TO-WORK.
           MOVE "Y" TO WS-LINES-WRITTEN-SW.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-ORDER-KEY                TO OL-ORDER-NUMBER
               MOVE ML-LINE-NUMBER(WS-LINE-IDX) TO OL-LINE-NUMBER
               MOVE ML-ITEM-NUMBER(WS-LINE-IDX) TO OL-ITEM-NUMBER
               MOVE ML-QTY(WS-LINE-IDX)         TO OL-QTY
               MOVE ML-UNIT-PRICE(WS-LINE-IDX)  TO OL-UNIT-PRICE
               MOVE ML-QTY-ORDERED(WS-LINE-IDX) TO OL-QTY-ORDERED
               MOVE ORDER-LINE-RECORD TO ORDER-WORK-RECORD
               PERFORM WRITE-WORK-RECORD
           END-PERFORM.

       OPEN-WORK-OUTPUT.
           OPEN OUTPUT ORDER-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ORDMWORK"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-WORK-INPUT.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ORDMWORK"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-WORK-RECORD.
           READ ORDER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ.
           IF WS-WORK-STATUS NOT = "00" AND
              WS-WORK-STATUS NOT = "10"
               MOVE "ORDMWORK" TO WS-ERR-FILE-NAME
               MOVE "READ"     TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-WORK-RECORD.
           WRITE ORDER-WORK-RECORD.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ORDMWORK" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CANCEL-ORDER.
      *    The header and every line come off the file the order
      *    was found on; each line is audited as cancelled.
           PERFORM FIND-ORDER.
           IF WS-ORDER-IS-OK
               PERFORM SHOW-ORDER
               DISPLAY "Cancel this order? (Y/N): "
               MOVE SPACES TO WS-ENTRY-REPLY
               ACCEPT WS-ENTRY-REPLY
               IF WS-ENTRY-REPLY = "Y" OR WS-ENTRY-REPLY = "y"
                   IF WS-ORDER-IS-HELD
                       PERFORM DROP-HELD-HEADER
                   ELSE
                       PERFORM DROP-PENDING-HEADER
                   END-IF
                   PERFORM REWRITE-ORDER-LINES
                   MOVE "CANCEL" TO WS-AUDIT-ACTION
                   MOVE SPACES   TO WS-LINE-VALUE
                   PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                           UNTIL WS-PICK-IDX > WS-LINE-COUNT
                       PERFORM FORMAT-PICKED-LINE
                       MOVE WS-LINE-VALUE TO WS-OLD-VALUE
                       MOVE SPACES TO WS-LINE-VALUE
                       MOVE ML-LINE-NUMBER(WS-PICK-IDX)
                           TO WS-AUDIT-LINE-NUMBER
                       PERFORM WRITE-ORDER-AUDIT
                   END-PERFORM
                   DISPLAY "Order " WS-ORDER-KEY " cancelled."
               END-IF
           END-IF.

       DROP-HELD-HEADER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           PERFORM OPEN-WORK-OUTPUT.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "ORDHOLD"    TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF HO-ORDER-NUMBER NOT = WS-ORDER-KEY
                           MOVE HELD-ORDER-RECORD
                               TO ORDER-WORK-RECORD
                           PERFORM WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-ORDER-FILE.
           CLOSE ORDER-WORK-FILE.
           PERFORM OPEN-WORK-INPUT.
           OPEN OUTPUT HELD-ORDER-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "ORDHOLD"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM READ-WORK-RECORD
               IF NOT WS-END-OF-FILE
                   WRITE HELD-ORDER-RECORD FROM ORDER-WORK-RECORD
                   IF WS-HOLD-STATUS NOT = "00"
                       MOVE "ORDHOLD" TO WS-ERR-FILE-NAME
                       MOVE "WRITE"   TO WS-ERR-OPERATION
                       MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HELD-ORDER-FILE.
           CLOSE ORDER-WORK-FILE.

       DROP-PENDING-HEADER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           PERFORM OPEN-WORK-OUTPUT.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDHDR"     TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-HEADER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF OH-ORDER-NUMBER NOT = WS-ORDER-KEY
                           MOVE ORDER-HEADER-RECORD
                               TO ORDER-WORK-RECORD
                           PERFORM WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-HEADER-FILE.
           CLOSE ORDER-WORK-FILE.
           PERFORM OPEN-WORK-INPUT.
           OPEN OUTPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDHDR"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM READ-WORK-RECORD
               IF NOT WS-END-OF-FILE
                   WRITE ORDER-HEADER-RECORD FROM ORDER-WORK-RECORD
                   IF WS-ORDHDR-STATUS NOT = "00"
                       MOVE "ORDHDR" TO WS-ERR-FILE-NAME
                       MOVE "WRITE"  TO WS-ERR-OPERATION
                       MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ORDER-HEADER-FILE.
           CLOSE ORDER-WORK-FILE.

       WRITE-ORDER-AUDIT.
      *    Appended per amendment: order, file it was on, action,
      *    line, item/qty/price before and after, when and by whom.
           OPEN EXTEND ORDER-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT ORDER-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "ORDCHGA"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP.
           MOVE WS-ORDER-KEY         TO AD-ORDER-NUMBER.
           IF WS-ORDER-IS-HELD
               MOVE "ORDHOLD" TO AD-SOURCE
           ELSE
               MOVE "ORDHDR"  TO AD-SOURCE
           END-IF.
           MOVE WS-AUDIT-ACTION      TO AD-ACTION.
           MOVE WS-AUDIT-LINE-NUMBER TO AD-LINE-NUMBER.
           MOVE WS-OLD-VALUE         TO AD-OLD-VALUE.
           MOVE WS-LINE-VALUE        TO AD-NEW-VALUE.
           MOVE WS-ERR-OPERATOR      TO AD-OPERATOR.
           WRITE ORDER-AUDIT-LINE FROM WS-AUDIT-DETAIL.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "ORDCHGA" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE ORDER-AUDIT-FILE.

       LIST-OPEN-ORDERS.
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-HEADER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       DISPLAY "ORDER " OH-ORDER-NUMBER
                               " CUST " OH-PERSON-ID
                               " DATE " OH-ORDER-DATE
                               " REP " OH-REP-CODE "  PENDING"
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           IF WS-ORDHDR-STATUS NOT = "35"
               CLOSE ORDER-HEADER-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HOLD-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       DISPLAY "ORDER " HO-ORDER-NUMBER
                               " CUST " HO-PERSON-ID
                               " DATE " HO-ORDER-DATE
                               " REP " HO-REP-CODE "  ON HOLD"
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HELD-ORDER-FILE
           END-IF.
           DISPLAY "Orders listed: " WS-LIST-COUNT.

       COPY ITMREFP.

       COPY PRCREFP.

       COPY AGERSTP.

       COPY AGEBRKTP.

       COPY AGEDOBP.

       COPY ERRLOGP.
