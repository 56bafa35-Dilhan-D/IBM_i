      *Date: 2026-09-23 - Working-storage fields for the shared
      *                   accounting-period lookup, used with COPY
      *                   ACCTPERP. PERFORM LOAD-ACCOUNTING-PERIODS
      *                   once (WS-PER-CURRENT-PERIOD comes back as
      *                   the open period tonight's postings go to);
      *                   then put an item's own date in
      *                   WS-PER-ARG-DATE and PERFORM
      *                   RESOLVE-POSTING-PERIOD. The period it
      *                   posts to comes back in WS-PER-POST-PERIOD
      *                   and WS-PER-IS-PRIOR says it was dated in
      *                   a closed period and moved forward.
       01  WS-ACCTPER-STATUS    PIC X(2).
       01  WS-PER-EOF-SWITCH    PIC X(1).
           88 WS-PER-END-OF-FILE      VALUE "Y".
       01  WS-PER-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-PER-MAX           PIC 9(3) VALUE 240.
       01  WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 240 TIMES INDEXED BY PER-IDX.
              10 PER-PERIOD         PIC 9(6).
              10 PER-STATUS         PIC X(1).
                 88 PER-IS-CLOSED       VALUE "C".
       01  WS-PER-RUN-DATE      PIC 9(8).
       01  WS-PER-CURRENT-PERIOD PIC 9(6).
       01  WS-PER-ARG-DATE      PIC 9(8).
       01  WS-PER-ARG-PERIOD    PIC 9(6).
       01  WS-PER-POST-PERIOD   PIC 9(6).
       01  WS-PER-PRIOR-SW      PIC X(1).
           88 WS-PER-IS-PRIOR         VALUE "Y".
       01  WS-PER-CLOSED-SW     PIC X(1).
           88 WS-PER-ARG-CLOSED       VALUE "Y".
       01  WS-PER-FOUND-SW      PIC X(1).
           88 WS-PER-FOUND            VALUE "Y".
       01  WS-PER-HOP-COUNT     PIC 9(3).
       01  WS-PER-YEAR          PIC 9(4).
       01  WS-PER-MONTH         PIC 9(2).
