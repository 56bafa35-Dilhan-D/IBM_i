      *Date: 2026-09-30 - Record layout for the sales-rep master.
      *                   SP-COMM-PCT is paid on cash collected and
      *                   clawed back at the same rate on
      *                   write-offs and credit memos. One active
      *                   rep per territory may be flagged as its
      *                   default, who takes the customers in that
      *                   territory with no rep of their own. An
      *                   inactive rep keeps the record so past
      *                   invoices still report under the name,
      *                   but takes no new orders.
       FD  SALES-REP-FILE.
       01  SALES-REP-RECORD.
           05 SP-REP-CODE          PIC X(4).
           05 SP-REP-NAME          PIC X(30).
           05 SP-PAYROLL-ID        PIC X(9).
           05 SP-TERRITORY         PIC X(2).
           05 SP-COMM-PCT          PIC 9(2)V99.
           05 SP-TERR-DEFAULT      PIC X(1).
              88 SP-IS-TERR-DEFAULT    VALUE "Y".
           05 SP-STATUS            PIC X(1).
              88 SP-IS-ACTIVE          VALUE "A".
              88 SP-IS-INACTIVE        VALUE "I".
