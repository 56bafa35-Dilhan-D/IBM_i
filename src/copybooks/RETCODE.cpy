      *Date: 2026-10-04 - Return reason codes carried on RETTRANS
      *                   return authorizations and the RETHIST
      *                   returns history, shared by the RETAUTH
      *                   returns run and its by-reason register so
      *                   both read the same list. Callers MOVE the
      *                   code to WS-RET-ARG-CODE and PERFORM
      *                   LOOKUP-RETURN-REASON (from RETCODEP);
      *                   WS-RET-CODE-VALID and WS-RET-DESC come
      *                   back. The register prints the reasons in
      *                   table order. Adding a code is a table
      *                   entry here.
       01  WS-RET-REASON-VALUES.
           05 FILLER               PIC X(22) VALUE
              "DFDEFECTIVE".
           05 FILLER               PIC X(22) VALUE
              "DMDAMAGED IN TRANSIT".
           05 FILLER               PIC X(22) VALUE
              "WIWRONG ITEM SHIPPED".
           05 FILLER               PIC X(22) VALUE
              "OSOVER-SHIPPED".
           05 FILLER               PIC X(22) VALUE
              "OEORDERED IN ERROR".
           05 FILLER               PIC X(22) VALUE
              "NNNO LONGER NEEDED".
           05 FILLER               PIC X(22) VALUE
              "OTOTHER".
       01  WS-RET-REASON-TABLE REDEFINES WS-RET-REASON-VALUES.
           05 WS-RET-REASON OCCURS 7 TIMES
                   INDEXED BY RR-IDX.
              10 RR-CODE           PIC X(2).
              10 RR-DESC           PIC X(20).
       01  WS-RET-REASON-COUNT     PIC 9(2) VALUE 7.

       01  WS-RET-ARG-CODE         PIC X(2).
       01  WS-RET-DESC             PIC X(20).
       01  WS-RET-CODE-SW          PIC X(1).
           88 WS-RET-CODE-VALID        VALUE "Y".
