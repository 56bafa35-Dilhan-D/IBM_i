      *Date: 2026-09-03 - FD for the shared item master file.
      *Date: 2026-09-14 - Add the on-hand quantity, reorder point
      *                   and reorder quantity. On hand is signed:
      *                   an invoice that relieves more than the
      *                   shelf holds drives it negative, and the
      *                   nightly stock-status report shows the
      *                   oversell instead of hiding it at zero.
      *Date: 2026-10-05 - Add the age restriction: the lowest AGEBRKT
      *                   bracket (1 Mineur, 2 Jeune Majeur, 3
      *                   Majeur, 4 Senior) a customer must be in at
      *                   the order date to buy the item; zero is an
      *                   item anyone may buy.
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IT-ITEM-NUMBER    PIC 9(6).
           05 IT-DESCRIPTION    PIC X(30).
           05 IT-PRICE          PIC 9(5)V99.
           05 IT-QTY-ON-HAND    PIC S9(7).
           05 IT-REORDER-POINT  PIC 9(7).
           05 IT-REORDER-QTY    PIC 9(7).
           05 IT-AGE-MIN-BRACKET PIC 9(1).
