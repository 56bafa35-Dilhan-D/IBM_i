      *the old and new price, a timestamp and the operator, so a
      *price on an invoice can always be traced to who set it and
      *when. Reached from MAINMENU as option 13.
      *Date: 2026-09-14 - Maintain the on-hand quantity, reorder
      *                   point and reorder quantity with the rest
      *                   of the item. A changed on-hand figure is a
      *                   physical count correction: the difference
      *                   goes to the STKMOVE movement history with
      *                   the operator, so a shelf count that moved
      *                   the books is traceable like a price
      *                   change is.
      *Date: 2026-10-05 - Maintain the item's age restriction, the
      *                   lowest AGEBRKT bracket allowed to buy it,
      *                   which ORDENTRY and ORDEDIT enforce.
      *Date: 2026-10-15 - Show the on-hand quantity on a change and
      *                   keep it when Enter is pressed, so only a
      *                   figure actually counted and keyed posts a
      *                   count correction; WS-ENTRY-ON-HAND is
      *                   signed like IT-QTY-ON-HAND, so an oversold
      *                   (negative) item kept as it stands no
      *                   longer reads as a count.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTITM.

       FILE-CONTROL.
           COPY ITMREF.

           COPY STKMOV.

           SELECT ITEM-AUDIT-FILE ASSIGN TO "ITEMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
       FILE SECTION.
           COPY ITMREFFD.

           COPY STKMOVFD.

       FD  ITEM-AUDIT-FILE.
       01  ITEM-AUDIT-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY STKMOVWS.
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-ENTRY-DESC        PIC X(30).
       01  WS-ENTRY-PRICE       PIC 9(5)V99.
       01  WS-OLD-PRICE         PIC 9(5)V99.
       01  WS-ENTRY-ON-HAND     PIC S9(7).
       01  WS-ENTRY-ON-HAND-TEXT PIC X(8).
       01  WS-ON-HAND-DIGITS    PIC 9(2).
       01  WS-SHOW-ON-HAND      PIC -(7)9.
       01  WS-FIELD-OK-SW       PIC X(1).
           88 WS-FIELD-IS-OK          VALUE "Y".
       01  WS-ENTRY-REORDER-PT  PIC 9(7).
       01  WS-ENTRY-REORDER-QTY PIC 9(7).
       01  WS-ENTRY-AGE-MIN     PIC 9(1).
           88 WS-AGE-MIN-VALID        VALUE 0 THRU 4.
       01  WS-OLD-ON-HAND       PIC S9(7).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-MASTER      VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           DISPLAY "Price: ".
           MOVE ZEROS TO WS-ENTRY-PRICE.
           ACCEPT WS-ENTRY-PRICE.
           PERFORM GET-ON-HAND-ENTRY.
           DISPLAY "Reorder point: ".
           MOVE ZEROS TO WS-ENTRY-REORDER-PT.
           ACCEPT WS-ENTRY-REORDER-PT.
           DISPLAY "Reorder quantity: ".
           MOVE ZEROS TO WS-ENTRY-REORDER-QTY.
           ACCEPT WS-ENTRY-REORDER-QTY.
           MOVE 9 TO WS-ENTRY-AGE-MIN.
           PERFORM UNTIL WS-AGE-MIN-VALID
               DISPLAY "Minimum age bracket (0 none, 2 Jeune "
                       "Majeur, 3 Majeur, 4 Senior): "
               MOVE ZEROS TO WS-ENTRY-AGE-MIN
               ACCEPT WS-ENTRY-AGE-MIN
               IF NOT WS-AGE-MIN-VALID
                   DISPLAY "Age bracket must be 0 to 4."
               END-IF
           END-PERFORM.

       GET-ON-HAND-ENTRY.
      *    Enter keeps the quantity the books hold (WS-OLD-ON-HAND,
      *    zero on an add); anything keyed is a physical count.
           MOVE WS-OLD-ON-HAND TO WS-SHOW-ON-HAND.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-IS-OK
               DISPLAY "Quantity on hand (counted, Enter keeps "
                       WS-SHOW-ON-HAND "): "
               MOVE SPACES TO WS-ENTRY-ON-HAND-TEXT
               ACCEPT WS-ENTRY-ON-HAND-TEXT
               MOVE ZEROS TO WS-ON-HAND-DIGITS
               INSPECT WS-ENTRY-ON-HAND-TEXT TALLYING
                   WS-ON-HAND-DIGITS FOR CHARACTERS
                   BEFORE INITIAL SPACE
               EVALUATE TRUE
                   WHEN WS-ENTRY-ON-HAND-TEXT = SPACES
                       MOVE WS-OLD-ON-HAND TO WS-ENTRY-ON-HAND
                       MOVE "Y" TO WS-FIELD-OK-SW
                   WHEN WS-ON-HAND-DIGITS = ZEROS OR
                        WS-ON-HAND-DIGITS > 7
                       DISPLAY "Quantity must be 1 to 7 digits."
                   WHEN WS-ENTRY-ON-HAND-TEXT(1:WS-ON-HAND-DIGITS)
                            IS NOT NUMERIC OR
                        WS-ENTRY-ON-HAND-TEXT(WS-ON-HAND-DIGITS + 1:)
                            NOT = SPACES
                       DISPLAY "Quantity must be a whole number."
                   WHEN OTHER
                       COMPUTE WS-ENTRY-ON-HAND =
                           FUNCTION NUMVAL(WS-ENTRY-ON-HAND-TEXT)
                       MOVE "Y" TO WS-FIELD-OK-SW
               END-EVALUATE
           END-PERFORM.

       READ-BY-KEY.
           MOVE WS-ENTRY-ITEM TO IT-ITEM-NUMBER.
           MOVE WS-ENTRY-ITEM TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-OLD-ON-HAND
                   PERFORM GET-DETAIL-ENTRY
                   MOVE WS-ENTRY-ITEM  TO IT-ITEM-NUMBER
                   MOVE WS-ENTRY-DESC  TO IT-DESCRIPTION
                   MOVE WS-ENTRY-PRICE TO IT-PRICE
                   MOVE WS-ENTRY-ON-HAND     TO IT-QTY-ON-HAND
                   MOVE WS-ENTRY-REORDER-PT  TO IT-REORDER-POINT
                   MOVE WS-ENTRY-REORDER-QTY TO IT-REORDER-QTY
                   MOVE WS-ENTRY-AGE-MIN     TO IT-AGE-MIN-BRACKET
                   WRITE ITEM-MASTER-RECORD
                   IF WS-ITEM-STATUS NOT = "00"
                       MOVE "ITEMMAST" TO WS-ERR-FILE-NAME
                   ELSE
                       MOVE ZEROS TO WS-OLD-PRICE
                       PERFORM WRITE-PRICE-AUDIT
                       MOVE ZEROS TO WS-OLD-ON-HAND
                       PERFORM WRITE-COUNT-MOVEMENT
                       DISPLAY "Item added."
                   END-IF
               NOT INVALID KEY
           PERFORM READ-BY-KEY.
           IF WS-FOUND-ON-MASTER
               MOVE IT-PRICE TO WS-OLD-PRICE
               MOVE IT-QTY-ON-HAND TO WS-OLD-ON-HAND
               PERFORM GET-DETAIL-ENTRY
               MOVE WS-ENTRY-DESC  TO IT-DESCRIPTION
               MOVE WS-ENTRY-PRICE TO IT-PRICE
               MOVE WS-ENTRY-ON-HAND     TO IT-QTY-ON-HAND
               MOVE WS-ENTRY-REORDER-PT  TO IT-REORDER-POINT
               MOVE WS-ENTRY-REORDER-QTY TO IT-REORDER-QTY
               MOVE WS-ENTRY-AGE-MIN     TO IT-AGE-MIN-BRACKET
               REWRITE ITEM-MASTER-RECORD
               IF WS-ITEM-STATUS NOT = "00"
                   MOVE "ITEMMAST" TO WS-ERR-FILE-NAME
                   IF WS-ENTRY-PRICE NOT = WS-OLD-PRICE
                       PERFORM WRITE-PRICE-AUDIT
                   END-IF
                   PERFORM WRITE-COUNT-MOVEMENT
                   DISPLAY "Item changed."
               END-IF
           END-IF.
           END-IF.
           CLOSE ITEM-AUDIT-FILE.

       WRITE-COUNT-MOVEMENT.
      *    A keyed on-hand figure that differs from the books is a
      *    count correction; the difference goes to the movement
      *    history as a count-up or count-down. No difference, no
      *    movement.
           IF WS-ENTRY-ON-HAND NOT = WS-OLD-ON-HAND
               MOVE WS-ENTRY-ITEM    TO WS-MOVE-ITEM-NUMBER
               MOVE WS-ENTRY-ON-HAND TO WS-MOVE-ON-HAND
               IF WS-ENTRY-ON-HAND > WS-OLD-ON-HAND
                   MOVE "C" TO WS-MOVE-TYPE
                   COMPUTE WS-MOVE-QTY =
                       WS-ENTRY-ON-HAND - WS-OLD-ON-HAND
               ELSE
                   MOVE "D" TO WS-MOVE-TYPE
                   COMPUTE WS-MOVE-QTY =
                       WS-OLD-ON-HAND - WS-ENTRY-ON-HAND
               END-IF
               MOVE "COUNT" TO WS-MOVE-REFERENCE
               PERFORM APPEND-STOCK-MOVEMENT
           END-IF.

       DO-INQUIRE.
           PERFORM GET-KEY-ENTRY.
           PERFORM READ-BY-KEY.
               DISPLAY "Item:        " IT-ITEM-NUMBER
               DISPLAY "Description: " IT-DESCRIPTION
               DISPLAY "Price:       " IT-PRICE
               DISPLAY "On hand:     " IT-QTY-ON-HAND
               DISPLAY "Reorder at:  " IT-REORDER-POINT
               DISPLAY "Reorder qty: " IT-REORDER-QTY
               DISPLAY "Min bracket: " IT-AGE-MIN-BRACKET
           END-IF.

       DO-DELETE.
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       DISPLAY IT-ITEM-NUMBER "  " IT-DESCRIPTION
                               " " IT-PRICE " " IT-QTY-ON-HAND
                       ADD 1 TO WS-LIST-COUNT
               END-READ
               IF WS-ITEM-STATUS NOT = "00" AND
           END-PERFORM.
           DISPLAY "Items on file: " WS-LIST-COUNT.

       COPY STKMOVP.

       COPY ERRLOGP.
