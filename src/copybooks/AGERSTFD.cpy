      *Date: 2026-10-05 - FD for the shared age-restriction
      *                   compliance log. AG-REFUSAL-TYPE says why:
      *                   under the item's minimum bracket at the
      *                   order date, or no usable birth date. The
      *                   derived age and bracket are those at the
      *                   order date, zero and blank when unknown.
       FD  AGE-REFUSAL-FILE.
       01  AGE-REFUSAL-RECORD.
           05 AG-TIMESTAMP      PIC X(21).
           05 AG-PROGRAM        PIC X(8).
           05 AG-OPERATOR       PIC X(8).
           05 AG-ORDER-NUMBER   PIC 9(6).
           05 AG-PERSON-ID      PIC 9(6).
           05 AG-ITEM-NUMBER    PIC 9(6).
           05 AG-ORDER-DATE     PIC 9(8).
           05 AG-BIRTH-DATE     PIC 9(8).
           05 AG-DERIVED-AGE    PIC 9(3).
           05 AG-AGE-BRACKET    PIC X(14).
           05 AG-MIN-BRACKET    PIC 9(1).
           05 AG-REFUSAL-TYPE   PIC X(1).
              88 AG-IS-UNDER-AGE     VALUE "A".
              88 AG-IS-NO-BIRTH-DATE VALUE "U".
