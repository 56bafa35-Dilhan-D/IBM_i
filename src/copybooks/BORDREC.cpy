      *Date: 2026-09-15 - Shared backorder record: one per order
      *                   line whose full quantity did not ship.
      *                   The first 30 bytes are laid out like
      *                   ORDER-LINE-RECORD so a line moves onto the
      *                   file unchanged; the header fields ride
      *                   along because the order's header is long
      *                   gone by the night the goods finally ship.
      *                   Carried on BACKORD night after night by
      *                   SHIPMTCH, the way ORDLINEH carries held
      *                   lines, until the remainder ships or is
      *                   cancelled; aged by BOAGING.
      *Date: 2026-09-30 - Carry the order's sales rep on
      *                   BO-REP-CODE so the re-billed order is
      *                   credited to the rep who took it. Records
      *                   written before the field existed read
      *                   back blank and bill under the customer's
      *                   default rep.
       01  BACKORDER-RECORD.
           05 BO-ORDER-NUMBER      PIC 9(6).
           05 BO-LINE-NUMBER       PIC 9(6).
           05 BO-ITEM-NUMBER       PIC 9(6).
           05 BO-QTY               PIC 9(5).
           05 BO-UNIT-PRICE        PIC 9(5)V99.
           05 BO-PERSON-ID         PIC 9(6).
           05 BO-ORDER-DATE        PIC 9(8).
           05 BO-BACKORDER-DATE    PIC 9(8).
           05 BO-QTY-ORDERED       PIC 9(5).
           05 BO-REP-CODE          PIC X(4).
