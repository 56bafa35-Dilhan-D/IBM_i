      *                   a US ZIP, zeros otherwise; the per-country
      *                   validation rule lives on the STCTREF
      *                   country record.
      *Date: 2026-10-08 - Add PM-PHONE, PM-EMAIL and the statement
      *                   delivery preference PM-DELIVERY-PREF -
      *                   paper ("P"), email ("E") or both ("B") -
      *                   captured through MAINTPRS, PERSCSVI and the
      *                   CUSTINTK intake and validated by the shared
      *                   CONTVALP routine. PM-PHONE holds digits
      *                   only, led by "+" on an international
      *                   number. PM-EMAIL-STATUS "B" marks an address
      *                   the mail vendor bounced; the EMAILBNC load
      *                   sets it and flips the preference back to
      *                   paper. Spaces read as no phone, no email,
      *                   paper delivery so old records behave
      *                   unchanged.
       01  PERSON-MASTER-RECORD.
           05 PM-PERSON-ID     PIC 9(6).
           05 PM-NAME          PIC A(20).
              88 PM-IS-DECEASED        VALUE "D".
              88 PM-CONTACT-SUPPRESSED VALUE "M" "C" "D".
           05 PM-POSTAL-CODE   PIC X(10).
           05 PM-PHONE         PIC X(16).
           05 PM-EMAIL         PIC X(50).
           05 PM-DELIVERY-PREF PIC X(1).
              88 PM-DELIVER-PAPER      VALUE " " "P".
              88 PM-DELIVER-EMAIL      VALUE "E".
              88 PM-DELIVER-BOTH       VALUE "B".
              88 PM-DELIVERS-BY-EMAIL  VALUE "E" "B".
           05 PM-EMAIL-STATUS  PIC X(1).
              88 PM-EMAIL-GOOD         VALUE " ".
              88 PM-EMAIL-BOUNCED      VALUE "B".
