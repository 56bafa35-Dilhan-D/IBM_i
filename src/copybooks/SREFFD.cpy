           05 SR-POSTAL-RULE    PIC X(1).
              88 SR-POSTAL-NUMERIC     VALUE "N" " ".
              88 SR-POSTAL-FREE        VALUE "A".
      *Date: 2026-09-28 - Add SR-CURRENCY-CODE on country records:
      *                   the currency customers in that country are
      *                   invoiced and sent statements in (an
      *                   FXRATE currency code such as "CAD"). Blank
      *                   - as on old records and every state record
      *                   - means the base currency. Maintained
      *                   through MAINTREF.
           05 SR-CURRENCY-CODE  PIC X(3).
