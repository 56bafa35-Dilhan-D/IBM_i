      *Date: 2026-09-24 - Shared dispute-code lookups. Requires the
      *                   calling program to have also COPYed
      *                   DSPCODE. An unknown code comes back not
      *                   valid with the description "UNKNOWN".
       LOOKUP-DISPUTE-REASON.
           MOVE "N" TO WS-DSP-CODE-SW.
           MOVE "UNKNOWN" TO WS-DSP-DESC.
           SET DR-IDX TO 1.
           SEARCH WS-DSP-REASON
               AT END
                   CONTINUE
               WHEN DR-CODE(DR-IDX) = WS-DSP-ARG-CODE
                   MOVE "Y" TO WS-DSP-CODE-SW
                   MOVE DR-DESC(DR-IDX) TO WS-DSP-DESC
           END-SEARCH.

       LOOKUP-DISPUTE-RESOLUTION.
           MOVE "N" TO WS-DSP-CODE-SW.
           MOVE "UNKNOWN" TO WS-DSP-DESC.
           SET DV-IDX TO 1.
           SEARCH WS-DSP-RESOLUTION
               AT END
                   CONTINUE
               WHEN DV-CODE(DV-IDX) = WS-DSP-ARG-CODE
                   MOVE "Y" TO WS-DSP-CODE-SW
                   MOVE DV-DESC(DV-IDX) TO WS-DSP-DESC
           END-SEARCH.
