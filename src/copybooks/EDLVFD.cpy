      *Date: 2026-10-08 - FD for the shared e-delivery file. Records
      *                   are "|" delimited the way PORTFEED's are:
      *                     H|source|run date
      *                     D|person id|email|name|street|city|
      *                       state|ZIP|postal code|country
      *                     L|one line of the document, as printed
      *                     T|documents|records between H and T
      *                   A document is its D record and the L
      *                   records that follow it up to the next D
      *                   or the trailer.
       FD  EDELIVERY-FILE.
       01  EDELIVERY-LINE          PIC X(300).
