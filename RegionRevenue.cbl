      *up with a calculator off MAILSUMM. States with no region
      *assigned report under "??"; the period comes from REGNPARM,
      *defaulting to the current calendar month.
      *Date: 2026-09-17 - Early-payment discounts taken no longer
      *                   show as outstanding in the open balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNREV.

           END-IF.

       ADD-TO-STATE-SLOT.
      *    An early-payment discount settles its share of the
      *    invoice without cash; it is not outstanding.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
           ADD OI-AMOUNT      TO ST-REVENUE(ST-IDX).
           ADD OI-PAID-AMOUNT TO ST-PAYMENTS(ST-IDX).
           COMPUTE ST-OPEN-BALANCE(ST-IDX) =
               ST-OPEN-BALANCE(ST-IDX)
               + OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN.

       WRITE-REGION-REPORT.
      *    Sweep the state table region by region, PERSHHLD's
