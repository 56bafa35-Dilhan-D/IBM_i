      *Date: 2026-09-16
      *Screen-driven maintenance for the two pricing files the order
      *path resolves line prices from: the PRCAGR customer contract
      *prices (customer, item, effective and expiry dates, price and
      *the contract reference sales quotes) and the PRCBRK
      *quantity-break tiers per item. Add, change, inquire, delete
      *and list on either file, the same shape as MAINTITM. The
      *customer must be on PERSON-MASTER and the item on ITEMMAST.
      *Every add, change and delete is appended to the PRCAUDT audit
      *trail with the old and new price and the operator, the way
      *ITEMAUDT traces list-price changes. Reached from MAINMENU as
      *option 18.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTPRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRCREF.

           COPY ITMREF.

           COPY PERSSEL.

           SELECT PRICE-AUDIT-FILE ASSIGN TO "PRCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY PRCREFFD.

           COPY ITMREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  PRICE-AUDIT-FILE.
       01  PRICE-AUDIT-LINE        PIC X(90).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PRCREFWS.
       COPY ITMREFWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".

       01  WS-FILE-CHOICE       PIC X(1).
           88 WS-ON-AGREEMENTS        VALUE "1".
           88 WS-ON-BREAKS            VALUE "2".
       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-ADD               VALUE "A" "a".
           88 WS-IS-CHANGE            VALUE "C" "c".
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-DELETE            VALUE "D" "d".
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-SWITCH-FILE       VALUE "F" "f".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-ENTRY-PERSON      PIC 9(6).
       01  WS-ENTRY-ITEM        PIC 9(6).
       01  WS-ENTRY-EFFECTIVE   PIC 9(8).
       01  WS-ENTRY-EXPIRY      PIC 9(8).
       01  WS-ENTRY-MIN-QTY     PIC 9(5).
       01  WS-ENTRY-PRICE       PIC 9(5)V99.
       01  WS-ENTRY-REF         PIC X(10).
       01  WS-OLD-PRICE         PIC 9(5)V99.
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-FILE        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-LIST          VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).

       01  WS-AUDIT-DETAIL.
           05 AD-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-FILE           PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-KEY            PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-OLD-PRICE      PIC 9(5).99.
           05 FILLER            PIC X(2) VALUE " >".
           05 AD-NEW-PRICE      PIC 9(5).99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-OPERATOR       PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTPRC" TO WS-ERR-PROGRAM.
           PERFORM OPEN-FILES.
           PERFORM GET-FILE-CHOICE.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O PRICE-AGREEMENT-FILE.
           IF WS-PRCAGR-STATUS = "35"
               CLOSE PRICE-AGREEMENT-FILE
               OPEN OUTPUT PRICE-AGREEMENT-FILE
               CLOSE PRICE-AGREEMENT-FILE
               OPEN I-O PRICE-AGREEMENT-FILE
               DISPLAY "PRCAGR was missing - created empty."
           END-IF.
           IF WS-PRCAGR-STATUS NOT = "00"
               MOVE "PRCAGR"   TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN I-O PRICE-BREAK-FILE.
           IF WS-PRCBRK-STATUS = "35"
               CLOSE PRICE-BREAK-FILE
               OPEN OUTPUT PRICE-BREAK-FILE
               CLOSE PRICE-BREAK-FILE
               OPEN I-O PRICE-BREAK-FILE
               DISPLAY "PRCBRK was missing - created empty."
           END-IF.
           IF WS-PRCBRK-STATUS NOT = "00"
               MOVE "PRCBRK"   TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-ITEM-MASTER.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       GET-FILE-CHOICE.
           MOVE SPACES TO WS-FILE-CHOICE.
           PERFORM UNTIL WS-ON-AGREEMENTS OR WS-ON-BREAKS
               DISPLAY "1 - Customer contract prices (PRCAGR)"
               DISPLAY "2 - Quantity-break tiers (PRCBRK)"
               DISPLAY "Enter file: "
               ACCEPT WS-FILE-CHOICE
           END-PERFORM.

       DISPLAY-MENU.
           IF WS-ON-AGREEMENTS
               DISPLAY "------ CONTRACT PRICE MAINTENANCE ------"
           ELSE
               DISPLAY "------ QUANTITY BREAK MAINTENANCE ------"
           END-IF.
           DISPLAY "A - Add     C - Change   I - Inquire".
           DISPLAY "D - Delete  L - List     F - Other file".
           DISPLAY "X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-ADD AND WS-ON-AGREEMENTS
                   PERFORM ADD-AGREEMENT
               WHEN WS-IS-ADD
                   PERFORM ADD-BREAK
               WHEN WS-IS-CHANGE AND WS-ON-AGREEMENTS
                   PERFORM CHANGE-AGREEMENT
               WHEN WS-IS-CHANGE
                   PERFORM CHANGE-BREAK
               WHEN WS-IS-INQUIRE AND WS-ON-AGREEMENTS
                   PERFORM INQUIRE-AGREEMENT
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-BREAK
               WHEN WS-IS-DELETE AND WS-ON-AGREEMENTS
                   PERFORM DELETE-AGREEMENT
               WHEN WS-IS-DELETE
                   PERFORM DELETE-BREAK
               WHEN WS-IS-LIST AND WS-ON-AGREEMENTS
                   PERFORM LIST-AGREEMENTS
               WHEN WS-IS-LIST
                   PERFORM LIST-BREAKS
               WHEN WS-IS-SWITCH-FILE
                   PERFORM GET-FILE-CHOICE
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       GET-AGREEMENT-KEY.
      *    Customer and item must both be on file; the effective
      *    date is part of the key so a price increase is a new
      *    agreement, not an overwrite of the old one.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           DISPLAY "Item number: ".
           MOVE ZEROS TO WS-ENTRY-ITEM.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Effective date (YYYYMMDD): ".
           MOVE ZEROS TO WS-ENTRY-EFFECTIVE.
           ACCEPT WS-ENTRY-EFFECTIVE.
           IF WS-ENTRY-EFFECTIVE IS NOT NUMERIC OR
              WS-ENTRY-EFFECTIVE = ZEROS
               DISPLAY "Effective date is required."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-PERSON    TO PA-PERSON-ID.
           MOVE WS-ENTRY-ITEM      TO PA-ITEM-NUMBER.
           MOVE WS-ENTRY-EFFECTIVE TO PA-EFFECTIVE-DATE.

       GET-AGREEMENT-DETAIL.
           DISPLAY "Expiry date (YYYYMMDD, 0 = open): ".
           MOVE ZEROS TO WS-ENTRY-EXPIRY.
           ACCEPT WS-ENTRY-EXPIRY.
           DISPLAY "Contract price: ".
           MOVE ZEROS TO WS-ENTRY-PRICE.
           ACCEPT WS-ENTRY-PRICE.
           DISPLAY "Contract reference: ".
           MOVE SPACES TO WS-ENTRY-REF.
           ACCEPT WS-ENTRY-REF.
           EVALUATE TRUE
               WHEN WS-ENTRY-PRICE IS NOT NUMERIC OR
                    WS-ENTRY-PRICE = ZEROS
                   DISPLAY "Price must be a positive number."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EXPIRY IS NOT NUMERIC
                   DISPLAY "Expiry date must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EXPIRY NOT = ZEROS AND
                    WS-ENTRY-EXPIRY < WS-ENTRY-EFFECTIVE
                   DISPLAY "Expiry date is before the effective date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-PERSON-AND-ITEM.
           MOVE WS-ENTRY-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer not on PERSON-MASTER."
                   MOVE "N" TO WS-ENTRY-OK-SW
           END-READ.
           PERFORM VALIDATE-ITEM.

       VALIDATE-ITEM.
           MOVE WS-ENTRY-ITEM TO WS-ITEM-ARG-NUMBER.
           PERFORM LOOKUP-ITEM-NUMBER.
           IF NOT WS-ITEM-KNOWN
               DISPLAY "Item not on the item master."
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               DISPLAY "Item: " WS-ITEM-FOUND-DESC
                       "  list " WS-ITEM-FOUND-PRICE
           END-IF.

       ADD-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM VALIDATE-PERSON-AND-ITEM
           END-IF.
           IF WS-ENTRY-IS-OK
               READ PRICE-AGREEMENT-FILE
                   INVALID KEY
                       PERFORM GET-AGREEMENT-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-AGREEMENT
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Add rejected - agreement already on "
                               "file for that date."
               END-READ
           END-IF.

       WRITE-NEW-AGREEMENT.
           MOVE WS-ENTRY-PERSON    TO PA-PERSON-ID.
           MOVE WS-ENTRY-ITEM      TO PA-ITEM-NUMBER.
           MOVE WS-ENTRY-EFFECTIVE TO PA-EFFECTIVE-DATE.
           MOVE WS-ENTRY-EXPIRY    TO PA-EXPIRY-DATE.
           MOVE WS-ENTRY-PRICE     TO PA-PRICE.
           MOVE WS-ENTRY-REF       TO PA-CONTRACT-REF.
           WRITE PRICE-AGREEMENT-RECORD.
           IF WS-PRCAGR-STATUS NOT = "00"
               MOVE "PRCAGR" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE ZEROS TO WS-OLD-PRICE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-AGREEMENT-AUDIT
               DISPLAY "Contract price added."
           END-IF.

       CHANGE-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-AGREEMENT
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               MOVE PA-PRICE TO WS-OLD-PRICE
               PERFORM GET-AGREEMENT-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-EXPIRY TO PA-EXPIRY-DATE
                   MOVE WS-ENTRY-PRICE  TO PA-PRICE
                   MOVE WS-ENTRY-REF    TO PA-CONTRACT-REF
                   REWRITE PRICE-AGREEMENT-RECORD
                   IF WS-PRCAGR-STATUS NOT = "00"
                       MOVE "PRCAGR"  TO WS-ERR-FILE-NAME
                       MOVE "REWRITE" TO WS-ERR-OPERATION
                       MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AGREEMENT-AUDIT
                       DISPLAY "Contract price changed."
                   END-IF
               END-IF
           END-IF.

       READ-AGREEMENT.
           MOVE "N" TO WS-RECORD-FOUND.
           READ PRICE-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "No contract price for that customer, "
                           "item and date."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       INQUIRE-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-AGREEMENT
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               DISPLAY "Customer:   " PA-PERSON-ID
               DISPLAY "Item:       " PA-ITEM-NUMBER
               DISPLAY "Effective:  " PA-EFFECTIVE-DATE
               DISPLAY "Expires:    " PA-EXPIRY-DATE
               DISPLAY "Price:      " PA-PRICE
               DISPLAY "Contract:   " PA-CONTRACT-REF
           END-IF.

       DELETE-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-AGREEMENT
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               MOVE PA-PRICE TO WS-OLD-PRICE
               MOVE ZEROS    TO WS-ENTRY-PRICE
               DELETE PRICE-AGREEMENT-FILE RECORD
               IF WS-PRCAGR-STATUS NOT = "00"
                   MOVE "PRCAGR" TO WS-ERR-FILE-NAME
                   MOVE "DELETE" TO WS-ERR-OPERATION
                   MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AGREEMENT-AUDIT
                   DISPLAY "Contract price deleted."
               END-IF
           END-IF.

       LIST-AGREEMENTS.
      *    One customer's agreements, every item and date.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N"   TO WS-LIST-EOF-SWITCH.
           MOVE WS-ENTRY-PERSON TO PA-PERSON-ID.
           MOVE ZEROS TO PA-ITEM-NUMBER.
           MOVE ZEROS TO PA-EFFECTIVE-DATE.
           START PRICE-AGREEMENT-FILE
               KEY IS GREATER THAN OR EQUAL TO PA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ PRICE-AGREEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF PA-PERSON-ID NOT = WS-ENTRY-PERSON
                           MOVE "Y" TO WS-LIST-EOF-SWITCH
                       ELSE
                           DISPLAY PA-ITEM-NUMBER "  "
                                   PA-EFFECTIVE-DATE "-"
                                   PA-EXPIRY-DATE "  " PA-PRICE
                                   "  " PA-CONTRACT-REF
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
               IF WS-PRCAGR-STATUS NOT = "00" AND
                  WS-PRCAGR-STATUS NOT = "10"
                   MOVE "PRCAGR"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-PRCAGR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Contract prices listed: " WS-LIST-COUNT.

       WRITE-AGREEMENT-AUDIT.
           MOVE "PRCAGR" TO AD-FILE.
           MOVE SPACES TO AD-KEY.
           STRING WS-ENTRY-PERSON DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ENTRY-ITEM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ENTRY-EFFECTIVE DELIMITED BY SIZE
               INTO AD-KEY.
           PERFORM WRITE-PRICE-AUDIT.

       GET-BREAK-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Item number: ".
           MOVE ZEROS TO WS-ENTRY-ITEM.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Tier starts at quantity: ".
           MOVE ZEROS TO WS-ENTRY-MIN-QTY.
           ACCEPT WS-ENTRY-MIN-QTY.
           IF WS-ENTRY-MIN-QTY IS NOT NUMERIC OR
              WS-ENTRY-MIN-QTY = ZEROS
               DISPLAY "Tier quantity must be a positive number."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-ITEM    TO QB-ITEM-NUMBER.
           MOVE WS-ENTRY-MIN-QTY TO QB-MIN-QTY.

       GET-BREAK-DETAIL.
           DISPLAY "Tier unit price: ".
           MOVE ZEROS TO WS-ENTRY-PRICE.
           ACCEPT WS-ENTRY-PRICE.
           DISPLAY "Effective date (YYYYMMDD): ".
           MOVE ZEROS TO WS-ENTRY-EFFECTIVE.
           ACCEPT WS-ENTRY-EFFECTIVE.
           DISPLAY "Expiry date (YYYYMMDD, 0 = open): ".
           MOVE ZEROS TO WS-ENTRY-EXPIRY.
           ACCEPT WS-ENTRY-EXPIRY.
           EVALUATE TRUE
               WHEN WS-ENTRY-PRICE IS NOT NUMERIC OR
                    WS-ENTRY-PRICE = ZEROS
                   DISPLAY "Price must be a positive number."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EFFECTIVE IS NOT NUMERIC OR
                    WS-ENTRY-EFFECTIVE = ZEROS
                   DISPLAY "Effective date is required."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EXPIRY IS NOT NUMERIC
                   DISPLAY "Expiry date must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EXPIRY NOT = ZEROS AND
                    WS-ENTRY-EXPIRY < WS-ENTRY-EFFECTIVE
                   DISPLAY "Expiry date is before the effective date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-BREAK.
           PERFORM GET-BREAK-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM VALIDATE-ITEM
           END-IF.
           IF WS-ENTRY-IS-OK
               READ PRICE-BREAK-FILE
                   INVALID KEY
                       PERFORM GET-BREAK-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-BREAK
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Add rejected - tier already on file."
               END-READ
           END-IF.

       WRITE-NEW-BREAK.
           MOVE WS-ENTRY-ITEM      TO QB-ITEM-NUMBER.
           MOVE WS-ENTRY-MIN-QTY   TO QB-MIN-QTY.
           MOVE WS-ENTRY-PRICE     TO QB-PRICE.
           MOVE WS-ENTRY-EFFECTIVE TO QB-EFFECTIVE-DATE.
           MOVE WS-ENTRY-EXPIRY    TO QB-EXPIRY-DATE.
           WRITE PRICE-BREAK-RECORD.
           IF WS-PRCBRK-STATUS NOT = "00"
               MOVE "PRCBRK" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE ZEROS TO WS-OLD-PRICE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-BREAK-AUDIT
               DISPLAY "Quantity break added."
           END-IF.

       CHANGE-BREAK.
           PERFORM GET-BREAK-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-BREAK
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               MOVE QB-PRICE TO WS-OLD-PRICE
               PERFORM GET-BREAK-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-PRICE     TO QB-PRICE
                   MOVE WS-ENTRY-EFFECTIVE TO QB-EFFECTIVE-DATE
                   MOVE WS-ENTRY-EXPIRY    TO QB-EXPIRY-DATE
                   REWRITE PRICE-BREAK-RECORD
                   IF WS-PRCBRK-STATUS NOT = "00"
                       MOVE "PRCBRK"  TO WS-ERR-FILE-NAME
                       MOVE "REWRITE" TO WS-ERR-OPERATION
                       MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-BREAK-AUDIT
                       DISPLAY "Quantity break changed."
                   END-IF
               END-IF
           END-IF.

       READ-BREAK.
           MOVE "N" TO WS-RECORD-FOUND.
           READ PRICE-BREAK-FILE
               INVALID KEY
                   DISPLAY "No tier for that item and quantity."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       INQUIRE-BREAK.
           PERFORM GET-BREAK-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-BREAK
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               DISPLAY "Item:       " QB-ITEM-NUMBER
               DISPLAY "From qty:   " QB-MIN-QTY
               DISPLAY "Price:      " QB-PRICE
               DISPLAY "Effective:  " QB-EFFECTIVE-DATE
               DISPLAY "Expires:    " QB-EXPIRY-DATE
           END-IF.

       DELETE-BREAK.
           PERFORM GET-BREAK-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-BREAK
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               MOVE QB-PRICE TO WS-OLD-PRICE
               MOVE ZEROS    TO WS-ENTRY-PRICE
               DELETE PRICE-BREAK-FILE RECORD
               IF WS-PRCBRK-STATUS NOT = "00"
                   MOVE "PRCBRK" TO WS-ERR-FILE-NAME
                   MOVE "DELETE" TO WS-ERR-OPERATION
                   MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-BREAK-AUDIT
                   DISPLAY "Quantity break deleted."
               END-IF
           END-IF.

       LIST-BREAKS.
      *    One item's tiers in ascending quantity.
           DISPLAY "Item number: ".
           MOVE ZEROS TO WS-ENTRY-ITEM.
           ACCEPT WS-ENTRY-ITEM.
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N"   TO WS-LIST-EOF-SWITCH.
           MOVE WS-ENTRY-ITEM TO QB-ITEM-NUMBER.
           MOVE ZEROS TO QB-MIN-QTY.
           START PRICE-BREAK-FILE
               KEY IS GREATER THAN OR EQUAL TO QB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ PRICE-BREAK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF QB-ITEM-NUMBER NOT = WS-ENTRY-ITEM
                           MOVE "Y" TO WS-LIST-EOF-SWITCH
                       ELSE
                           DISPLAY QB-MIN-QTY "+  " QB-PRICE "  "
                                   QB-EFFECTIVE-DATE "-"
                                   QB-EXPIRY-DATE
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
               IF WS-PRCBRK-STATUS NOT = "00" AND
                  WS-PRCBRK-STATUS NOT = "10"
                   MOVE "PRCBRK"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-PRCBRK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Tiers listed: " WS-LIST-COUNT.

       WRITE-BREAK-AUDIT.
           MOVE "PRCBRK" TO AD-FILE.
           MOVE SPACES TO AD-KEY.
           STRING WS-ENTRY-ITEM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ENTRY-MIN-QTY DELIMITED BY SIZE
               INTO AD-KEY.
           PERFORM WRITE-PRICE-AUDIT.

       WRITE-PRICE-AUDIT.
      *    Appended on every add, change and delete: which file,
      *    which key, old price, new price, when and by whom.
           OPEN EXTEND PRICE-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT PRICE-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "PRCAUDT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO AD-ACTION.
           MOVE WS-OLD-PRICE    TO AD-OLD-PRICE.
           MOVE WS-ENTRY-PRICE  TO AD-NEW-PRICE.
           MOVE WS-ERR-OPERATOR TO AD-OPERATOR.
           WRITE PRICE-AUDIT-LINE FROM WS-AUDIT-DETAIL.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "PRCAUDT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE PRICE-AUDIT-FILE.

       CLOSE-FILES.
           CLOSE PRICE-AGREEMENT-FILE.
           CLOSE PRICE-BREAK-FILE.
           CLOSE PERSON-MASTER-FILE.
           PERFORM CLOSE-ITEM-MASTER.

       COPY ITMREFP.

       COPY ERRLOGP.
