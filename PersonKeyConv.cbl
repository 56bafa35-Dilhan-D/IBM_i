      *swapped in for PERSONMS once the counts balance; until the
      *swap, nothing built against the new shared PERSSEL SELECT
      *can open the master.
      *Date: 2026-10-08 - RETIRED. This converter reads the
      *                   pre-alternate-key master and writes the
      *                   current PERSONREC layout; it MUST NOT be
      *                   run against the master converted by
      *                   PERSCNTC (contact fields, 187-byte
      *                   record). Kept only as the record of how
      *                   the key conversion was done.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSKEYC.

