      *Date: 2026-09-23 - FD for the shared accounting-period file.
      *                   AP-STATUS-DATE/AP-STATUS-BY record when
      *                   and by which operator the period was last
      *                   closed or reopened.
       FD  ACCOUNTING-PERIOD-FILE.
       01  ACCOUNTING-PERIOD-RECORD.
           05 AP-PERIOD            PIC 9(6).
           05 AP-STATUS            PIC X(1).
              88 AP-IS-OPEN            VALUE "O".
              88 AP-IS-CLOSED          VALUE "C".
           05 AP-STATUS-DATE       PIC 9(8).
           05 AP-STATUS-BY         PIC X(8).
