      *Date: 2026-10-12 - FDs for the shared inbound-file registry,
      *                   its release control file and the operator
      *                   profile the release is checked against.
      *                   IR-SOURCE is the DD name of the file (the
      *                   ORDEDIT header/line pair registers as one
      *                   set under ORDLINES). Header date and sender
      *                   sequence are zero when the sender supplies
      *                   none. Entry types: A accepted, R accepted
      *                   on an operator's release, D refused as a
      *                   duplicate, G sequence gap - the missing
      *                   sequence range is in IR-SEQ-FIRST/LAST.
       FD  INBOUND-REGISTRY-FILE.
       01  INBOUND-REGISTRY-RECORD.
           05 IR-SOURCE            PIC X(8).
           05 IR-ENTRY-TYPE        PIC X(1).
              88 IR-ACCEPTED           VALUE "A".
              88 IR-RELEASED           VALUE "R".
              88 IR-REFUSED            VALUE "D".
              88 IR-MISSING            VALUE "G".
           05 IR-PROGRAM           PIC X(8).
           05 IR-CYCLE-DATE        PIC 9(8).
           05 IR-HEADER-DATE       PIC 9(8).
           05 IR-SEQ-FIRST         PIC 9(9).
           05 IR-SEQ-LAST          PIC 9(9).
           05 IR-RECORD-COUNT      PIC 9(9).
           05 IR-AMOUNT-TOTAL      PIC 9(11)V99.
           05 IR-HASH-TOTAL        PIC 9(15).
           05 IR-TIMESTAMP         PIC X(21).
           05 IR-OPERATOR-ID       PIC X(8).
           05 IR-NOTE              PIC X(30).

      *    One release per refused file: the source and the record
      *    count shown on the refusal, and the releasing operator.
       FD  INBOUND-RELEASE-FILE.
       01  INBOUND-RELEASE-RECORD.
           05 IL-SOURCE            PIC X(8).
           05 IL-RECORD-COUNT      PIC 9(9).
           05 IL-OPERATOR-ID       PIC X(8).
           05 IL-REASON            PIC X(30).

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-RECORD.
           05 OP-OPERATOR-ID        PIC X(8).
           05 OP-PASSWORD           PIC X(8).
           05 OP-AUTH-LEVEL         PIC 9(1).
           05 OP-OPERATOR-NAME      PIC X(20).
