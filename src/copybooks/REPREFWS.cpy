      *Date: 2026-09-30 - Working-storage fields for the shared
      *                   sales-rep lookups, used with COPY REPREFP.
      *                   LOOKUP-REP-CODE checks the code in
      *                   WS-REP-ARG-CODE; RESOLVE-CUSTOMER-REP
      *                   takes the customer in WS-REP-ARG-PERSON-ID
      *                   and the region of their state in
      *                   WS-REP-ARG-TERRITORY. Either way the rep
      *                   comes back in WS-REP-CODE with its name
      *                   and rate; WS-REP-CODE stays blank when
      *                   no active rep applies.
       01  WS-SLSREP-STATUS        PIC X(2).
       01  WS-SLSREP-OPEN-SWITCH   PIC X(1) VALUE "N".
           88 WS-SLSREP-IS-OPEN         VALUE "Y".
       01  WS-REP-ARG-CODE         PIC X(4).
       01  WS-REP-ARG-PERSON-ID    PIC 9(6).
       01  WS-REP-ARG-TERRITORY    PIC X(2).
       01  WS-REP-FOUND-SWITCH     PIC X(1).
           88 WS-REP-KNOWN              VALUE "Y".
       01  WS-REP-CODE             PIC X(4).
       01  WS-REP-NAME             PIC X(30).
       01  WS-REP-TERRITORY        PIC X(2).
       01  WS-REP-COMM-PCT         PIC 9(2)V99.
       01  WS-REP-SOURCE           PIC X(1).
           88 WS-REP-FROM-ACCOUNT       VALUE "A".
           88 WS-REP-FROM-TERRITORY     VALUE "T".
       01  WS-REP-SCAN-SWITCH      PIC X(1).
           88 WS-REP-SCAN-DONE          VALUE "Y".
