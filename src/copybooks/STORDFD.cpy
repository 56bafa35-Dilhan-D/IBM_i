      *Date: 2026-10-02 - Record layout for the standing-order
      *                   master. SO-SCHEDULE-DATE is the date the
      *                   next order falls due by the calendar;
      *                   SO-NEXT-RUN-DATE is the business day on or
      *                   after it (BDCAL), which is when the
      *                   generator actually writes the order. The
      *                   schedule rolls from the schedule date, not
      *                   the run date, so a holiday never shifts
      *                   every later order; a monthly or quarterly
      *                   order keeps the day of month of its start
      *                   date (the month end when the month is
      *                   shorter). Weekly "W", fortnightly "F",
      *                   monthly "M", quarterly "Q". An end date of
      *                   zero runs until stopped; an order past its
      *                   end date is marked ended "E". Suspended
      *                   "S" orders are kept but not generated.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-STANDING-ID       PIC 9(6).
           05 SO-PERSON-ID         PIC 9(6).
           05 SO-FREQUENCY         PIC X(1).
              88 SO-IS-WEEKLY          VALUE "W".
              88 SO-IS-FORTNIGHTLY     VALUE "F".
              88 SO-IS-MONTHLY         VALUE "M".
              88 SO-IS-QUARTERLY       VALUE "Q".
              88 SO-FREQUENCY-VALID    VALUE "W" "F" "M" "Q".
           05 SO-START-DATE        PIC 9(8).
           05 SO-SCHEDULE-DATE     PIC 9(8).
           05 SO-NEXT-RUN-DATE     PIC 9(8).
           05 SO-END-DATE          PIC 9(8).
           05 SO-STATUS            PIC X(1).
              88 SO-IS-ACTIVE          VALUE "A".
              88 SO-IS-SUSPENDED       VALUE "S".
              88 SO-IS-ENDED           VALUE "E".
           05 SO-LAST-RUN-DATE     PIC 9(8).
           05 SO-LAST-ORDER-NUMBER PIC 9(6).
           05 SO-LINE-COUNT        PIC 9(2).
           05 SO-LINE OCCURS 10 TIMES.
              10 SO-ITEM-NUMBER    PIC 9(6).
              10 SO-QTY            PIC 9(5).
