      *                   for compatibility and carries the numeric
      *                   value when the code is a US ZIP. Old
      *                   files read back with a blank postal code.
      *Date: 2026-10-08 - Add PT-PHONE, PT-EMAIL and
      *                   PT-DELIVERY-PREF for the new PERSON-MASTER
      *                   contact fields. The writers validate them
      *                   through CONTVALP and PT-PHONE carries
      *                   the same digits-only form as PM-PHONE.
      *                   On a change, blanks leave the master's
      *                   values alone, so old files and writers
      *                   that don't know the fields change nothing.
      *Date: 2026-10-09 - Add PT-SOURCE-PROGRAM and PT-OPERATOR (record
      *                   now 206 bytes): the program and operator
      *                   that booked the transaction, so the
      *                   PERSJRNL field journal PERSUPDT writes
      *                   names who keyed a change rather than the
      *                   nightly run that applied it. Blank on
      *                   files from writers that don't stamp them.
       01  PERSON-TRANS-RECORD.
           05 PT-TRANS-CODE     PIC X(1).
              88 PT-IS-ADD              VALUE "A".
           05 PT-MERGE-FROM-ID  PIC 9(6).
           05 PT-EFFECTIVE-DATE PIC 9(8).
           05 PT-POSTAL-CODE    PIC X(10).
           05 PT-PHONE          PIC X(16).
           05 PT-EMAIL          PIC X(50).
           05 PT-DELIVERY-PREF  PIC X(1).
           05 PT-SOURCE-PROGRAM PIC X(8).
           05 PT-OPERATOR       PIC X(8).
