      *Date: 2026-09-17 - Working-storage fields for the shared
      *                   terms resolution, used with COPY TRMREFP.
      *                   Callers put the customer and invoice date
      *                   in the WS-TRM-ARG- fields and PERFORM
      *                   RESOLVE-CUSTOMER-TERMS; the terms code,
      *                   due date, discount cut-off date and
      *                   discount percent come back in WS-TRM-.
      *                   A customer with no account record, or on
      *                   a code no longer on TERMSREF, bills on
      *                   the house terms below.
       01  WS-TERMSREF-STATUS      PIC X(2).
       01  WS-CUSTACCT-STATUS      PIC X(2).
       01  WS-TERMSREF-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-TERMSREF-IS-OPEN       VALUE "Y".
       01  WS-CUSTACCT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTACCT-IS-OPEN       VALUE "Y".
       01  WS-TRM-HOUSE-CODE       PIC X(4) VALUE "N30".
       01  WS-TRM-HOUSE-NET-DAYS   PIC 9(3) VALUE 30.
       01  WS-TRM-ARG-PERSON-ID    PIC 9(6).
       01  WS-TRM-ARG-INVOICE-DATE PIC 9(8).
       01  WS-TRM-TERMS-CODE       PIC X(4).
       01  WS-TRM-NET-DAYS         PIC 9(3).
       01  WS-TRM-DISC-DAYS        PIC 9(3).
       01  WS-TRM-DISC-PCT         PIC 9(2)V99.
       01  WS-TRM-DUE-DATE         PIC 9(8).
       01  WS-TRM-DISC-DATE        PIC 9(8).
       01  WS-TRM-DATE-INTEGER     PIC 9(7).
