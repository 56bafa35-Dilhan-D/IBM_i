      *Date: 2026-09-28 - Working-storage fields for the shared
      *                   exchange-rate lookup, used with COPY
      *                   FXRATEP. Callers put the currency and the
      *                   date the rate is wanted for in the
      *                   WS-FX-ARG- fields and PERFORM
      *                   RESOLVE-EXCHANGE-RATE; WS-FX-RATE-KNOWN
      *                   answers, with the rate in WS-FX-RATE. A
      *                   blank currency is the base currency and
      *                   always converts at 1.
       01  WS-FXRATE-STATUS        PIC X(2).
       01  WS-FX-BASE-CURRENCY     PIC X(3) VALUE "USD".
       01  WS-FX-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-FX-RATES        VALUE "Y".
       01  WS-FX-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-FX-MAX               PIC 9(3) VALUE 300.
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 300 TIMES
                          INDEXED BY FX-IDX.
              10 XT-CURRENCY-CODE  PIC X(3).
              10 XT-EFFECTIVE-DATE PIC 9(8).
              10 XT-RATE           PIC 9(3)V9(6).
       01  WS-FX-ARG-CURRENCY      PIC X(3).
       01  WS-FX-ARG-DATE          PIC 9(8).
       01  WS-FX-BEST-EFFECTIVE    PIC 9(8).
       01  WS-FX-RATE              PIC 9(3)V9(6).
       01  WS-FX-FOUND-SWITCH      PIC X(1).
           88 WS-FX-RATE-KNOWN          VALUE "Y".
