      *Date: 2026-08-16 - FD for the shared person change-capture
      *                   file.
      *Date: 2026-10-10 - Add PD-IS-ERASE: PERSERAS has anonymized
      *                   the person, so PERSDB2 overwrites the DB2
      *                   row with the masked values and never
      *                   inserts one.
       FD  PERSON-DELTA-FILE.
       01  PERSON-DELTA-RECORD.
           05 PD-ACTION         PIC X(1).
              88 PD-IS-ADD           VALUE "A".
              88 PD-IS-CHANGE        VALUE "C".
              88 PD-IS-DELETE        VALUE "D".
              88 PD-IS-ERASE         VALUE "E".
           05 PD-PERSON-ID      PIC 9(6).
