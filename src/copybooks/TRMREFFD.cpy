      *Date: 2026-09-17 - Record layouts for the TRMREF files. A
      *                   terms code is keyed as the customer sees
      *                   it on the invoice ("N30", "2N30" for 2%
      *                   10 net 30). A zero discount percent means
      *                   the code has no early-payment discount.
       FD  TERMS-CODE-FILE.
       01  TERMS-CODE-RECORD.
           05 TC-TERMS-CODE        PIC X(4).
           05 TC-DESCRIPTION       PIC X(20).
           05 TC-NET-DAYS          PIC 9(3).
           05 TC-DISC-PCT          PIC 9(2)V99.
           05 TC-DISC-DAYS         PIC 9(3).

      *Date: 2026-09-30 - Add CA-REP-CODE, the customer's default
      *                   SLSREP sales rep, maintained on MAINTREP.
      *                   An account record may now carry a rep
      *                   with a blank terms code, which bills on
      *                   the house terms exactly as no record did.
       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           05 CA-PERSON-ID         PIC 9(6).
           05 CA-TERMS-CODE        PIC X(4).
           05 CA-REP-CODE          PIC X(4).
