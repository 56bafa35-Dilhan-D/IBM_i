      *Date: 2026-09-14 - FD for the shared stock-movement history.
      *                   SM-QTY is the size of the movement, the
      *                   type says which way it went; the on-hand
      *                   figure after the movement is kept so the
      *                   history can be checked against the master
      *                   without replaying it from the beginning.
      *Date: 2026-10-04 - Add type "T", goods a customer returned
      *                   in resaleable condition put back on the
      *                   shelf by the RETAUTH returns run under the
      *                   return authorization number.
       FD  STOCK-MOVEMENT-FILE.
       01  STOCK-MOVEMENT-RECORD.
           05 SM-TIMESTAMP      PIC X(21).
           05 SM-ITEM-NUMBER    PIC 9(6).
           05 SM-MOVE-TYPE      PIC X(1).
              88 SM-IS-RECEIPT       VALUE "R".
              88 SM-IS-SALE          VALUE "S".
              88 SM-IS-COUNT-UP      VALUE "C".
              88 SM-IS-COUNT-DOWN    VALUE "D".
              88 SM-IS-RETURN        VALUE "T".
           05 SM-QTY            PIC 9(7).
           05 SM-ON-HAND-AFTER  PIC S9(7) SIGN LEADING SEPARATE.
           05 SM-REFERENCE      PIC X(10).
           05 SM-OPERATOR       PIC X(8).
