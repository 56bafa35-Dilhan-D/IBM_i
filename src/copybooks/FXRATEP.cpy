      *Date: 2026-09-28 - Shared load/resolve paragraphs for the
      *                   exchange-rate table. Callers must also have
      *                   COPYed FXRATE/FXRATEFD/FXRATEWS and the
      *                   ERRLOG set, set WS-ERR-PROGRAM before
      *                   PERFORMing LOAD-EXCHANGE-RATES, and treat
      *                   a currency WS-FX-RATE-KNOWN leaves off as
      *                   one they cannot convert. A missing FXRATE
      *                   file just means only the base currency
      *                   converts.
       LOAD-EXCHANGE-RATES.
           MOVE "N" TO WS-FX-EOF-SWITCH.
           MOVE ZEROS TO WS-FX-COUNT.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-FXRATE-STATUS = "35"
               MOVE "Y" TO WS-FX-EOF-SWITCH
               DISPLAY "No FXRATE table - base currency only."
           ELSE
               IF WS-FXRATE-STATUS NOT = "00"
                   MOVE "FXRATE"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT"  TO WS-ERR-OPERATION
                   MOVE WS-FXRATE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FX-RATES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-FX-EOF-SWITCH
                   NOT AT END
                       IF WS-FX-COUNT < WS-FX-MAX
                           ADD 1 TO WS-FX-COUNT
                           MOVE XR-CURRENCY-CODE TO
                               XT-CURRENCY-CODE(WS-FX-COUNT)
                           MOVE XR-EFFECTIVE-DATE TO
                               XT-EFFECTIVE-DATE(WS-FX-COUNT)
                           MOVE XR-RATE TO XT-RATE(WS-FX-COUNT)
                       ELSE
                           DISPLAY "SKIPPED beyond exchange-rate "
                                   "table limit: " XR-CURRENCY-CODE
                       END-IF
               END-READ
               IF WS-FXRATE-STATUS NOT = "00" AND
                  WS-FXRATE-STATUS NOT = "10"
                   MOVE "FXRATE"      TO WS-ERR-FILE-NAME
                   MOVE "READ"        TO WS-ERR-OPERATION
                   MOVE WS-FXRATE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-FXRATE-STATUS NOT = "35"
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       RESOLVE-EXCHANGE-RATE.
      *    The rate in force on the argument date: the currency's
      *    entry with the latest effective date at or before it.
      *    The base currency (or a blank code) is always 1.
           MOVE ZEROS TO WS-FX-RATE.
           MOVE ZEROS TO WS-FX-BEST-EFFECTIVE.
           MOVE "N"   TO WS-FX-FOUND-SWITCH.
           IF WS-FX-ARG-CURRENCY = SPACES OR
              WS-FX-ARG-CURRENCY = WS-FX-BASE-CURRENCY
               MOVE 1   TO WS-FX-RATE
               MOVE "Y" TO WS-FX-FOUND-SWITCH
           ELSE
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > WS-FX-COUNT
                   IF XT-CURRENCY-CODE(FX-IDX) = WS-FX-ARG-CURRENCY
                      AND XT-EFFECTIVE-DATE(FX-IDX) <=
                          WS-FX-ARG-DATE
                      AND XT-EFFECTIVE-DATE(FX-IDX) >=
                          WS-FX-BEST-EFFECTIVE
                      AND XT-RATE(FX-IDX) > ZEROS
                       MOVE XT-EFFECTIVE-DATE(FX-IDX)
                           TO WS-FX-BEST-EFFECTIVE
                       MOVE XT-RATE(FX-IDX) TO WS-FX-RATE
                       MOVE "Y" TO WS-FX-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
