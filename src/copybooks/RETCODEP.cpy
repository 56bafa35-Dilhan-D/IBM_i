      *Date: 2026-10-04 - Shared return-reason lookup. Requires the
      *                   calling program to have also COPYed
      *                   RETCODE. An unknown code comes back not
      *                   valid with the description "UNKNOWN".
       LOOKUP-RETURN-REASON.
           MOVE "N" TO WS-RET-CODE-SW.
           MOVE "UNKNOWN" TO WS-RET-DESC.
           SET RR-IDX TO 1.
           SEARCH WS-RET-REASON
               AT END
                   CONTINUE
               WHEN RR-CODE(RR-IDX) = WS-RET-ARG-CODE
                   MOVE "Y" TO WS-RET-CODE-SW
                   MOVE RR-DESC(RR-IDX) TO WS-RET-DESC
           END-SEARCH.
