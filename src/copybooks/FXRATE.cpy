      *Date: 2026-09-28 - Shared exchange-rate file for FILE-CONTROL:
      *                   one FXRATE record per currency and date a
      *                   rate takes effect, loaded by treasury like
      *                   TAXRATE. Used with FXRATEFD/FXRATEWS/
      *                   FXRATEP so ORDER-TOTAL, PAYAPPLY, ARSTMT
      *                   and DUNNING all convert at the same rate.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
