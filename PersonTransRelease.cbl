      *                   instead of the raw calendar day - items
      *                   due on a Sunday or holiday no longer sit
      *                   mis-scheduled around a long weekend.
      *Date: 2026-10-08 - Widen the PERSON-TRANS record copies for
      *                   the phone, email and delivery preference.
      *Date: 2026-10-09 - Widen the PERSON-TRANS record copies for
      *                   the booking program and operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSRELS.

           COPY PERSTRNR.

       FD  PERSON-TRANS-FILE.
       01  PERSON-TRANS-OUT        PIC X(206).

       FD  PENDING-KEEP-FILE.
       01  PENDING-KEEP-RECORD     PIC X(206).

           COPY BDCALFD.

