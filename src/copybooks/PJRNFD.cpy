      *Date: 2026-10-09 - FD for the shared PERSON-MASTER field
      *                   journal. PJ-FIELD-NAME is the name in the
      *                   WS-PJRN-FIELD table (PJRNWS); the values
      *                   are the field's bytes as stored on the
      *                   master, so a rebuild lays them straight
      *                   back. An add journals old values blank,
      *                   a purge new values blank. PJ-PROGRAM and
      *                   PJ-OPERATOR are who keyed the change - for
      *                   a transaction PERSUPDT applied, the program
      *                   and operator that booked it.
      *Date: 2026-10-10 - Add PJ-IS-ERASE: PERSERAS blanks the old
      *                   and new values of the person's identifying
      *                   fields throughout the journal and records
      *                   the erasure itself as "X" entries, so the
      *                   as-of inquiry cannot rebuild what was
      *                   erased.
       FD  PERSON-JOURNAL-FILE.
       01  PERSON-JOURNAL-RECORD.
           05 PJ-TIMESTAMP      PIC X(21).
           05 PJ-PERSON-ID      PIC 9(6).
           05 PJ-ACTION         PIC X(1).
              88 PJ-IS-ADD           VALUE "A".
              88 PJ-IS-CHANGE        VALUE "C".
              88 PJ-IS-DELETE        VALUE "D".
              88 PJ-IS-MERGE         VALUE "M".
              88 PJ-IS-ERASE         VALUE "X".
           05 PJ-FIELD-NAME     PIC X(12).
           05 PJ-OLD-VALUE      PIC X(50).
           05 PJ-NEW-VALUE      PIC X(50).
           05 PJ-PROGRAM        PIC X(8).
           05 PJ-OPERATOR       PIC X(8).
