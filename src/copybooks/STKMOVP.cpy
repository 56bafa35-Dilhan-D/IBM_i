      *Date: 2026-09-14 - Shared open/write/close paragraphs for the
      *                   stock-movement history. A batch run
      *                   PERFORMs OPEN-STOCK-MOVEMENTS once, then
      *                   WRITE-STOCK-MOVEMENT per movement and
      *                   CLOSE-STOCK-MOVEMENTS at shutdown; a screen
      *                   PERFORMs APPEND-STOCK-MOVEMENT, which opens
      *                   and closes around the one write the way
      *                   APPEND-PERSON-NOTE does. Callers must also
      *                   have COPYed STKMOV/STKMOVFD/STKMOVWS and
      *                   the ERRLOG set.
       OPEN-STOCK-MOVEMENTS.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WS-STKMOV-STATUS = "05" OR WS-STKMOV-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           IF WS-STKMOV-STATUS NOT = "00"
               MOVE "STKMOVE"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-STKMOV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE "Y" TO WS-STKMOV-OPEN-SWITCH
           END-IF.

       WRITE-STOCK-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE TO SM-TIMESTAMP.
           MOVE WS-MOVE-ITEM-NUMBER TO SM-ITEM-NUMBER.
           MOVE WS-MOVE-TYPE        TO SM-MOVE-TYPE.
           MOVE WS-MOVE-QTY         TO SM-QTY.
           MOVE WS-MOVE-ON-HAND     TO SM-ON-HAND-AFTER.
           MOVE WS-MOVE-REFERENCE   TO SM-REFERENCE.
           MOVE WS-ERR-OPERATOR     TO SM-OPERATOR.
           WRITE STOCK-MOVEMENT-RECORD.
           IF WS-STKMOV-STATUS NOT = "00"
               MOVE "STKMOVE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-STKMOV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-MOVE-COUNT
           END-IF.

       CLOSE-STOCK-MOVEMENTS.
           IF WS-STKMOV-IS-OPEN
               CLOSE STOCK-MOVEMENT-FILE
               MOVE "N" TO WS-STKMOV-OPEN-SWITCH
           END-IF.

       APPEND-STOCK-MOVEMENT.
           PERFORM OPEN-STOCK-MOVEMENTS.
           PERFORM WRITE-STOCK-MOVEMENT.
           PERFORM CLOSE-STOCK-MOVEMENTS.
