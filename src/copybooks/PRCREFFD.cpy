      *Date: 2026-09-16 - FDs for the shared pricing files. A zero
      *                   expiry date means the agreement or tier
      *                   runs until replaced.
       FD  PRICE-AGREEMENT-FILE.
       01  PRICE-AGREEMENT-RECORD.
           05 PA-KEY.
              10 PA-PERSON-ID      PIC 9(6).
              10 PA-ITEM-NUMBER    PIC 9(6).
              10 PA-EFFECTIVE-DATE PIC 9(8).
           05 PA-EXPIRY-DATE       PIC 9(8).
           05 PA-PRICE             PIC 9(5)V99.
           05 PA-CONTRACT-REF      PIC X(10).

       FD  PRICE-BREAK-FILE.
       01  PRICE-BREAK-RECORD.
           05 QB-KEY.
              10 QB-ITEM-NUMBER    PIC 9(6).
              10 QB-MIN-QTY        PIC 9(5).
           05 QB-PRICE             PIC 9(5)V99.
           05 QB-EFFECTIVE-DATE    PIC 9(8).
           05 QB-EXPIRY-DATE       PIC 9(8).
