      *                   automatically - the invoice run prices
      *                   from the master anyway, so what the
      *                   operator sees here matches what bills.
      *Date: 2026-09-16 - Show and key the price the shared PRCREF
      *                   rules resolve for this customer, item,
      *                   quantity and today's date - contract
      *                   price, quantity break or list - with the
      *                   rule that applied, so the price quoted on
      *                   the phone is the one ORDEDIT passes and
      *                   ORDER-TOTAL bills. The line also records
      *                   the quantity ordered.
      *Date: 2026-09-30 - Each order now carries a sales rep on the
      *                   header: the customer's default rep off
      *                   CUSTACCT, else the default rep of the
      *                   territory their state rolls up to on
      *                   STCTREF, shown once the customer is
      *                   accepted; the operator may key another
      *                   active SLSREP rep for this order only.
      *Date: 2026-10-05 - Refuse an age-restricted item to a
      *                   customer below its minimum AGEBRKT bracket
      *                   today, or with no birth date on file; the
      *                   refusal goes to the AGECOMPL compliance log
      *                   and the operator keys another item.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.


           COPY ITMREF.

           COPY PRCREF.

           COPY TRMREF.

           COPY REPREF.

           COPY SREF.

           COPY AGERST.

           COPY ERRLOG.

       DATA DIVISION.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  ORDER-LINES-FILE.
           COPY ORDLINER.

           COPY ITMREFFD.

           COPY PRCREFFD.

           COPY TRMREFFD.

           COPY REPREFFD.

           COPY SREFFD.

           COPY AGERSTFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY PRCREFWS.
       COPY TRMREFWS.
       COPY REPREFWS.
       COPY SREFWS.
       COPY AGERSTWS.
       COPY AGECUTOF.
       COPY AGEBRKT.
       COPY AGEDOB.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-ORDLINE-STATUS    PIC X(2).

       01  WS-ORDER-NUMBER      PIC 9(6).
       01  WS-ORDER-PERSON-ID   PIC 9(6).
       01  WS-ORDER-BIRTH-DATE  PIC 9(8).
       01  WS-ORDER-REP-CODE    PIC X(4).
       01  WS-ENTRY-REP         PIC X(4).
       01  WS-CUSTOMER-OK-SW    PIC X(1).
           88 WS-CUSTOMER-IS-OK       VALUE "Y".

           IF NOT WS-ITEM-FILE-IS-OPEN
               DISPLAY "No ITEMMAST master - prices must be keyed."
           END-IF.
           PERFORM OPEN-PRICE-FILES.
           PERFORM OPEN-TERMS-FILES.
           PERFORM OPEN-REP-FILE.
           PERFORM OPEN-STATE-REF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
       TAKE-ONE-ORDER.
           PERFORM GET-ORDER-CUSTOMER.
           IF WS-CUSTOMER-IS-OK
               PERFORM GET-ORDER-REP
               PERFORM ACQUIRE-NEXT-ORDER-NUMBER
               PERFORM WRITE-ORDER-HEADER
               PERFORM TAKE-ORDER-LINES
                   ELSE
                       MOVE "Y" TO WS-CUSTOMER-OK-SW
                       MOVE WS-KEY-ENTRY TO WS-ORDER-PERSON-ID
                       MOVE PM-BIRTH-DATE TO WS-ORDER-BIRTH-DATE
                       DISPLAY "Customer: " PM-NAME
                   END-IF
           END-READ.

       GET-ORDER-REP.
      *    The rep the customer would normally be sold under is
      *    offered first; Enter keeps it, or another active rep
      *    can be keyed for this order only.
           MOVE SPACES TO WS-REP-ARG-TERRITORY.
           MOVE PM-STATE-CODE TO WS-SREF-ARG-CODE.
           PERFORM LOOKUP-STATE-CODE.
           IF WS-SREF-KNOWN
               MOVE SR-REGION-CODE TO WS-REP-ARG-TERRITORY
           END-IF.
           MOVE WS-ORDER-PERSON-ID TO WS-REP-ARG-PERSON-ID.
           PERFORM RESOLVE-CUSTOMER-REP.
           MOVE WS-REP-CODE TO WS-ORDER-REP-CODE.
           EVALUATE TRUE
               WHEN WS-REP-FROM-ACCOUNT
                   DISPLAY "Sales rep: " WS-REP-CODE " " WS-REP-NAME
                           " (customer default)"
               WHEN WS-REP-FROM-TERRITORY
                   DISPLAY "Sales rep: " WS-REP-CODE " " WS-REP-NAME
                           " (territory " WS-REP-TERRITORY " default)"
               WHEN OTHER
                   DISPLAY "Sales rep: none assigned"
           END-EVALUATE.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-IS-OK
               DISPLAY "Sales rep for this order (Enter to keep): "
               MOVE SPACES TO WS-ENTRY-REP
               ACCEPT WS-ENTRY-REP
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-REP) TO WS-ENTRY-REP
               IF WS-ENTRY-REP = SPACES
                   MOVE "Y" TO WS-FIELD-OK-SW
               ELSE
                   MOVE WS-ENTRY-REP TO WS-REP-ARG-CODE
                   PERFORM LOOKUP-REP-CODE
                   IF WS-REP-KNOWN
                       MOVE "Y" TO WS-FIELD-OK-SW
                       MOVE WS-REP-CODE TO WS-ORDER-REP-CODE
                       DISPLAY "Sales rep: " WS-REP-CODE " "
                               WS-REP-NAME
                   ELSE
                       DISPLAY "Rep not on SLSREP or inactive, try "
                               "again (maintain via MAINTREP)."
                   END-IF
               END-IF
           END-PERFORM.

       ACQUIRE-NEXT-ORDER-NUMBER.
      *    One-record control like PERSNXID: read, hand out, write
      *    back incremented. A missing control record seeds at 1.
           MOVE WS-ORDER-NUMBER      TO OH-ORDER-NUMBER.
           MOVE WS-ORDER-PERSON-ID   TO OH-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO OH-ORDER-DATE.
           MOVE WS-ORDER-REP-CODE    TO OH-REP-CODE.
           WRITE ORDER-HEADER-RECORD.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDHDR" TO WS-ERR-FILE-NAME
           PERFORM GET-VALID-ITEM.
           PERFORM GET-VALID-QUANTITY.
           IF WS-ITEM-KNOWN
      *        The resolved price goes on the line; the edit and
      *        the invoice run resolve it the same way.
               MOVE WS-ORDER-PERSON-ID   TO WS-PRC-ARG-PERSON-ID
               MOVE WS-ENTRY-ITEM        TO WS-PRC-ARG-ITEM
               MOVE WS-ENTRY-QTY         TO WS-PRC-ARG-QTY
               MOVE WS-CURRENT-DATE(1:8) TO WS-PRC-ARG-DATE
               MOVE WS-ITEM-FOUND-PRICE  TO WS-PRC-ARG-LIST-PRICE
               PERFORM RESOLVE-LINE-PRICE
               MOVE WS-PRC-PRICE TO WS-ENTRY-PRICE
               DISPLAY "Price: " WS-PRC-PRICE " (" WS-PRC-RULE-TEXT
                       ")  list " WS-ITEM-FOUND-PRICE
           ELSE
               PERFORM GET-VALID-PRICE
           END-IF.
           MOVE WS-ENTRY-ITEM   TO OL-ITEM-NUMBER.
           MOVE WS-ENTRY-QTY    TO OL-QTY.
           MOVE WS-ENTRY-PRICE  TO OL-UNIT-PRICE.
           MOVE WS-ENTRY-QTY    TO OL-QTY-ORDERED.
           WRITE ORDER-LINE-RECORD.
           IF WS-ORDLINE-STATUS NOT = "00"
               MOVE "ORDLINES" TO WS-ERR-FILE-NAME
                       MOVE "Y" TO WS-FIELD-OK-SW
                       IF WS-ITEM-KNOWN
                           DISPLAY "Item: " WS-ITEM-FOUND-DESC
                           PERFORM CHECK-ITEM-AGE-RESTRICTION
                       END-IF
                   ELSE
                       DISPLAY "Item not on the item master, try "
               END-IF
           END-PERFORM.

       CHECK-ITEM-AGE-RESTRICTION.
      *    An age-restricted item needs the customer in its bracket
      *    or above today; no birth date on file is not taken as
      *    an adult.
           MOVE WS-ITEM-FOUND-AGE-MIN TO WS-AGR-ARG-MIN-BRACKET.
           MOVE WS-ORDER-PERSON-ID    TO WS-AGR-ARG-PERSON-ID.
           MOVE WS-ORDER-BIRTH-DATE   TO WS-AGR-ARG-BIRTH-DATE.
           MOVE WS-CURRENT-DATE(1:8)  TO WS-AGR-ARG-ORDER-DATE.
           MOVE WS-ORDER-NUMBER       TO WS-AGR-ARG-ORDER.
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
           CLOSE ORDER-HEADER-FILE.
           CLOSE ORDER-LINES-FILE.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-PRICE-FILES.
           PERFORM CLOSE-TERMS-FILES.
           PERFORM CLOSE-REP-FILE.
           PERFORM CLOSE-STATE-REF.

       COPY ITMREFP.

       COPY PRCREFP.

       COPY TRMREFP.

       COPY REPREFP.

       COPY SREFP.

       COPY AGERSTP.

       COPY AGEBRKTP.

       COPY AGEDOBP.

       COPY ERRLOGP.
