      *                   answers, with the description and current
      *                   price in WS-ITEM-FOUND-DESC and
      *                   WS-ITEM-FOUND-PRICE.
      *Date: 2026-09-14 - Return the on-hand quantity with the
      *                   lookup in WS-ITEM-FOUND-ON-HAND.
      *Date: 2026-10-05 - Return the item's minimum age bracket in
      *                   WS-ITEM-FOUND-AGE-MIN.
       01  WS-ITEM-STATUS          PIC X(2).
       01  WS-ITEM-OPEN-SWITCH     PIC X(1) VALUE "N".
           88 WS-ITEM-FILE-IS-OPEN      VALUE "Y".
           88 WS-ITEM-KNOWN             VALUE "Y".
       01  WS-ITEM-FOUND-DESC      PIC X(30).
       01  WS-ITEM-FOUND-PRICE     PIC 9(5)V99.
       01  WS-ITEM-FOUND-ON-HAND   PIC S9(7).
       01  WS-ITEM-FOUND-AGE-MIN   PIC 9(1).
