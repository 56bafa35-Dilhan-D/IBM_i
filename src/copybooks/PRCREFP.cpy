      *Date: 2026-09-16 - Shared open/resolve/close paragraphs for
      *                   line pricing. Callers must also have
      *                   COPYed PRCREF/PRCREFFD/PRCREFWS and the
      *                   ERRLOG set, set WS-ERR-PROGRAM before
      *                   PERFORMing OPEN-PRICE-FILES, and PERFORM
      *                   CLOSE-PRICE-FILES before their own
      *                   shutdown. The rules, in order: a contract
      *                   price for the customer and item in force
      *                   on the order date (latest effective date
      *                   wins); else the highest quantity-break
      *                   tier the quantity ordered reaches that is
      *                   in force on the order date; else the list
      *                   price the caller passed in. Either file
      *                   missing just means that rule never
      *                   applies.
       OPEN-PRICE-FILES.
           MOVE "N" TO WS-PRCAGR-OPEN-SWITCH.
           MOVE "N" TO WS-PRCBRK-OPEN-SWITCH.
           OPEN INPUT PRICE-AGREEMENT-FILE.
           EVALUATE TRUE
               WHEN WS-PRCAGR-STATUS = "00"
                   MOVE "Y" TO WS-PRCAGR-OPEN-SWITCH
               WHEN WS-PRCAGR-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PRCAGR"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT PRICE-BREAK-FILE.
           EVALUATE TRUE
               WHEN WS-PRCBRK-STATUS = "00"
                   MOVE "Y" TO WS-PRCBRK-OPEN-SWITCH
               WHEN WS-PRCBRK-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PRCBRK"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       RESOLVE-LINE-PRICE.
           MOVE WS-PRC-ARG-LIST-PRICE TO WS-PRC-PRICE.
           MOVE "L" TO WS-PRC-RULE.
           MOVE "LIST PRICE" TO WS-PRC-RULE-TEXT.
           PERFORM FIND-CONTRACT-PRICE.
           IF NOT WS-PRC-FOUND
               PERFORM FIND-BREAK-PRICE
           END-IF.

       FIND-CONTRACT-PRICE.
      *    Every agreement for this customer and item sits together
      *    under the key; walk them and keep the one in force on the
      *    order date with the latest effective date.
           MOVE "N"   TO WS-PRC-FOUND-SWITCH.
           MOVE ZEROS TO WS-PRC-BEST-EFFECTIVE.
           IF WS-PRCAGR-IS-OPEN AND WS-PRC-ARG-PERSON-ID NOT = ZEROS
               MOVE "N" TO WS-PRC-SCAN-SWITCH
               MOVE WS-PRC-ARG-PERSON-ID TO PA-PERSON-ID
               MOVE WS-PRC-ARG-ITEM      TO PA-ITEM-NUMBER
               MOVE ZEROS                TO PA-EFFECTIVE-DATE
               START PRICE-AGREEMENT-FILE
                   KEY IS GREATER THAN OR EQUAL TO PA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PRC-SCAN-SWITCH
               END-START
               PERFORM UNTIL WS-PRC-SCAN-DONE
                   READ PRICE-AGREEMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PRC-SCAN-SWITCH
                       NOT AT END
                           IF PA-PERSON-ID NOT = WS-PRC-ARG-PERSON-ID
                              OR PA-ITEM-NUMBER NOT = WS-PRC-ARG-ITEM
                              OR PA-EFFECTIVE-DATE > WS-PRC-ARG-DATE
                               MOVE "Y" TO WS-PRC-SCAN-SWITCH
                           ELSE
                               IF PA-EXPIRY-DATE = ZEROS OR
                                  PA-EXPIRY-DATE >= WS-PRC-ARG-DATE
                                   MOVE "Y" TO WS-PRC-FOUND-SWITCH
                                   MOVE PA-EFFECTIVE-DATE
                                       TO WS-PRC-BEST-EFFECTIVE
                                   MOVE PA-PRICE TO WS-PRC-PRICE
                                   MOVE PA-CONTRACT-REF
                                       TO WS-PRC-REFERENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PRC-FOUND
               MOVE "C" TO WS-PRC-RULE
               MOVE SPACES TO WS-PRC-RULE-TEXT
               STRING "CONTRACT " DELIMITED BY SIZE
                      WS-PRC-REFERENCE DELIMITED BY SIZE
                   INTO WS-PRC-RULE-TEXT
           END-IF.

       FIND-BREAK-PRICE.
      *    Tiers for the item run in ascending minimum quantity;
      *    the last one in force that the quantity reaches wins.
           MOVE "N"   TO WS-PRC-FOUND-SWITCH.
           MOVE ZEROS TO WS-PRC-BEST-MIN-QTY.
           IF WS-PRCBRK-IS-OPEN
               MOVE "N" TO WS-PRC-SCAN-SWITCH
               MOVE WS-PRC-ARG-ITEM TO QB-ITEM-NUMBER
               MOVE ZEROS           TO QB-MIN-QTY
               START PRICE-BREAK-FILE
                   KEY IS GREATER THAN OR EQUAL TO QB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PRC-SCAN-SWITCH
               END-START
               PERFORM UNTIL WS-PRC-SCAN-DONE
                   READ PRICE-BREAK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PRC-SCAN-SWITCH
                       NOT AT END
                           IF QB-ITEM-NUMBER NOT = WS-PRC-ARG-ITEM OR
                              QB-MIN-QTY > WS-PRC-ARG-QTY
                               MOVE "Y" TO WS-PRC-SCAN-SWITCH
                           ELSE
                               IF QB-EFFECTIVE-DATE <= WS-PRC-ARG-DATE
                                  AND (QB-EXPIRY-DATE = ZEROS OR
                                  QB-EXPIRY-DATE >= WS-PRC-ARG-DATE)
                                   MOVE "Y" TO WS-PRC-FOUND-SWITCH
                                   MOVE QB-MIN-QTY
                                       TO WS-PRC-BEST-MIN-QTY
                                   MOVE QB-PRICE TO WS-PRC-PRICE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PRC-FOUND
               MOVE "Q" TO WS-PRC-RULE
               MOVE WS-PRC-BEST-MIN-QTY TO WS-PRC-EDIT-QTY
               MOVE SPACES TO WS-PRC-RULE-TEXT
               STRING "QTY BREAK " DELIMITED BY SIZE
                      WS-PRC-EDIT-QTY DELIMITED BY SIZE
                      "+" DELIMITED BY SIZE
                   INTO WS-PRC-RULE-TEXT
           END-IF.

       CLOSE-PRICE-FILES.
           IF WS-PRCAGR-IS-OPEN
               CLOSE PRICE-AGREEMENT-FILE
           END-IF.
           IF WS-PRCBRK-IS-OPEN
               CLOSE PRICE-BREAK-FILE
           END-IF.
