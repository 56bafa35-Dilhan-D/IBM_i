      *                   item master; OL-UNIT-PRICE is the price as
      *                   keyed, kept for the edit trail - the
      *                   invoice run prices from the item master.
      *Date: 2026-09-16 - Add OL-QTY-ORDERED, the quantity as
      *                   ordered, which stays with the line when
      *                   SHIPMTCH cuts OL-QTY down to what shipped,
      *                   so a quantity-break price resolves on the
      *                   same quantity at entry, edit and invoice.
      *                   Lines written before the field existed
      *                   read it as spaces; ORDEDIT fills it from
      *                   OL-QTY. OL-UNIT-PRICE now carries the
      *                   price ORDEDIT resolved.
       01  ORDER-LINE-RECORD.
           05 OL-ORDER-NUMBER       PIC 9(6).
           05 OL-LINE-NUMBER        PIC 9(6).
           05 OL-ITEM-NUMBER        PIC 9(6).
           05 OL-QTY               PIC 9(5).
           05 OL-UNIT-PRICE        PIC 9(5)V99.
           05 OL-QTY-ORDERED       PIC 9(5).
