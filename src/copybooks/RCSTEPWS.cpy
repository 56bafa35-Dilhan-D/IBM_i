      *Date: 2026-10-15 - Working-storage field for the shared
      *                   run-control step-name override, used with
      *                   COPY RCSTEPP.
       01  WS-RCSTEP-STATUS     PIC X(2).
