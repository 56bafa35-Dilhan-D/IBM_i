      *                   disables cancel/re-date for the session;
      *                   the list still shows what loaded, marked
      *                   truncated.
      *Date: 2026-10-08 - Widen the PERSON-TRANS record copy for
      *                   the phone, email and delivery preference.
      *Date: 2026-10-09 - Widen the PERSON-TRANS record copy for
      *                   the booking program and operator, and show
      *                   them on the item detail.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMNT.

       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PE-IDX.
              10 PE-TRANS-IMAGE    PIC X(206).
              10 PE-STATE-SWITCH   PIC X(1).
                 88 PE-KEPT            VALUE " ".
                 88 PE-CANCELLED       VALUE "X".
               DISPLAY "Country:   " PT-COUNTRY-CODE
               DISPLAY "Birth:     " PT-BIRTH-DATE
               DISPLAY "Effective: " PT-EFFECTIVE-DATE
               DISPLAY "Booked by: " PT-SOURCE-PROGRAM " "
                       PT-OPERATOR
           END-IF.

       GET-ITEM-PICK.
