      *                   tolerated - every lookup answers unknown
      *                   - so the order path keeps running at a
      *                   site that has not loaded items yet.
      *Date: 2026-09-14 - Add OPEN-ITEM-MASTER-FOR-UPDATE for the
      *                   callers that relieve or receive stock;
      *                   it opens I-O with the same tolerance of a
      *                   missing master. The lookup now also hands
      *                   back the on-hand quantity, and leaves the
      *                   record in the FD area so an updating
      *                   caller can REWRITE it.
      *Date: 2026-10-05 - The lookup also hands back the item's
      *                   minimum age bracket for the age check.
       OPEN-ITEM-MASTER.
           MOVE "N" TO WS-ITEM-OPEN-SWITCH.
           OPEN INPUT ITEM-MASTER-FILE.
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       OPEN-ITEM-MASTER-FOR-UPDATE.
           MOVE "N" TO WS-ITEM-OPEN-SWITCH.
           OPEN I-O ITEM-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-ITEM-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-OPEN-SWITCH
               WHEN WS-ITEM-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "ITEMMAST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN I-O"   TO WS-ERR-OPERATION
                   MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       LOOKUP-ITEM-NUMBER.
           MOVE "N"    TO WS-ITEM-FOUND-SWITCH.
           MOVE SPACES TO WS-ITEM-FOUND-DESC.
           MOVE ZEROS  TO WS-ITEM-FOUND-PRICE.
           MOVE ZEROS  TO WS-ITEM-FOUND-ON-HAND.
           MOVE ZEROS  TO WS-ITEM-FOUND-AGE-MIN.
           IF WS-ITEM-FILE-IS-OPEN
               MOVE WS-ITEM-ARG-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                       MOVE "Y" TO WS-ITEM-FOUND-SWITCH
                       MOVE IT-DESCRIPTION TO WS-ITEM-FOUND-DESC
                       MOVE IT-PRICE       TO WS-ITEM-FOUND-PRICE
                       MOVE IT-QTY-ON-HAND TO WS-ITEM-FOUND-ON-HAND
                       IF IT-AGE-MIN-BRACKET IS NUMERIC
                           MOVE IT-AGE-MIN-BRACKET
                               TO WS-ITEM-FOUND-AGE-MIN
                       END-IF
               END-READ
           END-IF.

