      *Date: 2026-09-27 - Record layout for the TAXEXMPT exemption
      *                   certificates. The certificate covers sales
      *                   to the customer taxed in that state from
      *                   its effective date (zero: as soon as it is
      *                   on file) through its expiry date.
       FD  TAX-EXEMPT-FILE.
       01  TAX-EXEMPT-RECORD.
           05 TE-KEY.
              10 TE-PERSON-ID      PIC 9(6).
              10 TE-STATE-CODE     PIC X(2).
           05 TE-CERT-NUMBER       PIC X(15).
           05 TE-EXEMPT-TYPE       PIC X(1).
              88 TE-TYPE-RESALE        VALUE "R".
              88 TE-TYPE-NONPROFIT     VALUE "N".
              88 TE-TYPE-GOVERNMENT    VALUE "G".
              88 TE-TYPE-OTHER         VALUE "O".
              88 TE-TYPE-VALID         VALUE "R" "N" "G" "O".
           05 TE-EFFECTIVE-DATE    PIC 9(8).
           05 TE-EXPIRY-DATE       PIC 9(8).
