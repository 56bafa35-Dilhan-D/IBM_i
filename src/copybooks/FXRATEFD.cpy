      *Date: 2026-09-28 - Record layout for the FXRATE file. XR-RATE
      *                   is the base-currency value of one unit of
      *                   XR-CURRENCY-CODE (1.350000 for a pound
      *                   worth $1.35), in force from
      *                   XR-EFFECTIVE-DATE until the next entry for
      *                   the same currency.
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 XR-CURRENCY-CODE     PIC X(3).
           05 XR-EFFECTIVE-DATE    PIC 9(8).
           05 XR-RATE              PIC 9(3)V9(6).
