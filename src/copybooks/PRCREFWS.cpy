      *Date: 2026-09-16 - Working-storage fields for the shared
      *                   price resolution, used with COPY PRCREFP.
      *                   Callers put the customer, item, quantity
      *                   ordered, order date and the item's list
      *                   price in the WS-PRC-ARG- fields and
      *                   PERFORM RESOLVE-LINE-PRICE; the price to
      *                   bill comes back in WS-PRC-PRICE with the
      *                   rule that set it in WS-PRC-RULE and a
      *                   printable explanation in WS-PRC-RULE-TEXT.
       01  WS-PRCAGR-STATUS        PIC X(2).
       01  WS-PRCBRK-STATUS        PIC X(2).
       01  WS-PRCAGR-OPEN-SWITCH   PIC X(1) VALUE "N".
           88 WS-PRCAGR-IS-OPEN         VALUE "Y".
       01  WS-PRCBRK-OPEN-SWITCH   PIC X(1) VALUE "N".
           88 WS-PRCBRK-IS-OPEN         VALUE "Y".
       01  WS-PRC-ARG-PERSON-ID    PIC 9(6).
       01  WS-PRC-ARG-ITEM         PIC 9(6).
       01  WS-PRC-ARG-QTY          PIC 9(5).
       01  WS-PRC-ARG-DATE         PIC 9(8).
       01  WS-PRC-ARG-LIST-PRICE   PIC 9(5)V99.
       01  WS-PRC-PRICE            PIC 9(5)V99.
       01  WS-PRC-RULE             PIC X(1).
           88 WS-PRC-RULE-CONTRACT      VALUE "C".
           88 WS-PRC-RULE-BREAK         VALUE "Q".
           88 WS-PRC-RULE-LIST          VALUE "L".
       01  WS-PRC-RULE-TEXT        PIC X(24).
       01  WS-PRC-BEST-EFFECTIVE   PIC 9(8).
       01  WS-PRC-BEST-MIN-QTY     PIC 9(5).
       01  WS-PRC-REFERENCE        PIC X(10).
       01  WS-PRC-SCAN-SWITCH      PIC X(1).
           88 WS-PRC-SCAN-DONE          VALUE "Y".
       01  WS-PRC-FOUND-SWITCH     PIC X(1).
           88 WS-PRC-FOUND              VALUE "Y".
       01  WS-PRC-EDIT-QTY         PIC Z(4)9.
