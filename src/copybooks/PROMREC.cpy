      *Date: 2026-09-25 - Promise-to-pay record for the PROMISE file:
      *                   one entry per promise a collector takes on
      *                   the COLLWORK worklist - the customer, the
      *                   amount and the date they promised to pay
      *                   by, and who took it. PROMCHK adds each
      *                   night's PAYGL cash for the customer to
      *                   PP-PAID-AMOUNT and moves the promise to
      *                   kept once it is covered, or to broken when
      *                   its date passes short. A broken promise
      *                   the collector has called back about is
      *                   marked followed up; a new promise taken
      *                   while one is open supersedes it. DUNNING
      *                   holds letters while a promise is open and
      *                   not yet due.
       01  PROMISE-RECORD.
           05 PP-PERSON-ID         PIC 9(6).
           05 PP-TAKEN-DATE        PIC 9(8).
           05 PP-PROMISE-DATE      PIC 9(8).
           05 PP-PROMISE-AMOUNT    PIC 9(7)V99.
           05 PP-OPERATOR          PIC X(8).
           05 PP-STATUS            PIC X(1).
              88 PP-IS-OPEN            VALUE "O".
              88 PP-IS-KEPT            VALUE "K".
              88 PP-IS-BROKEN          VALUE "B".
              88 PP-IS-FOLLOWED-UP     VALUE "F".
              88 PP-IS-SUPERSEDED      VALUE "S".
           05 PP-PAID-AMOUNT       PIC 9(7)V99.
           05 PP-CLOSED-DATE       PIC 9(8).
