      *Date: 2026-10-07 - Record layout for the dated-address file.
      *                   An end date of zero leaves the address in
      *                   force until it is ended or superseded by
      *                   a later effective date of the same type.
      *                   The undeliverable flag belongs to this
      *                   address alone: RETMAIL sets it when mail
      *                   to it comes back, and the readers then
      *                   pass over it to the next address in line.
       FD  PERSON-ADDRESS-FILE.
       01  PERSON-ADDRESS-RECORD.
           05 DA-KEY.
              10 DA-PERSON-ID      PIC 9(6).
              10 DA-ADDR-TYPE      PIC X(1).
                 88 DA-IS-BILLING      VALUE "B".
                 88 DA-IS-SHIPPING     VALUE "S".
                 88 DA-IS-SEASONAL     VALUE "V".
                 88 DA-TYPE-VALID      VALUE "B" "S" "V".
              10 DA-EFFECTIVE-FROM PIC 9(8).
           05 DA-EFFECTIVE-TO      PIC 9(8).
           05 DA-STREET            PIC A(30).
           05 DA-CITY              PIC X(20).
           05 DA-STATE-CODE        PIC A(2).
           05 DA-ZIP               PIC 9(5).
           05 DA-COUNTRY-CODE      PIC A(2).
           05 DA-POSTAL-CODE       PIC X(10).
           05 DA-MAIL-STATUS       PIC X(1).
              88 DA-MAIL-UNDELIVERABLE VALUE "U".
           05 DA-CHANGED-DATE      PIC 9(8).
           05 DA-OPERATOR          PIC X(8).
