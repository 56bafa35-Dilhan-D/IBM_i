      *Date: 2026-10-12 - Working-storage fields for the shared
      *                   inbound-file registry, used with COPY
      *                   INFREGP. Callers set WS-IF-SOURCE and
      *                   WS-IF-CYCLE-DATE, PERFORM
      *                   START-INBOUND-FILE, pre-read the input
      *                   moving each record to WS-IF-HASH-RECORD
      *                   (length in WS-IF-HASH-LENGTH) and
      *                   PERFORMing TALLY-INBOUND-RECORD, add any
      *                   amount total,
      *                   header date and sender sequence range, then
      *                   PERFORM CHECK-INBOUND-FILE. On
      *                   WS-IF-FILE-DUPLICATE the step must skip its
      *                   work - RETURN-CODE is already 12. A sequence
      *                   gap is reported and sets RETURN-CODE 4; the
      *                   file itself is still processed. After the
      *                   work completes PERFORM REGISTER-INBOUND-FILE.
      *Date: 2026-10-15 - A step whose work is safe to repeat may
      *                   set WS-IF-RERUN-ALLOWED before the check:
      *                   a match on its own entry for the same
      *                   cycle date is then a rerun of that cycle,
      *                   WS-IF-FILE-RERUN, neither refused nor
      *                   registered a second time.
       01  WS-INFREG-STATUS     PIC X(2).
       01  WS-INFRLSE-STATUS    PIC X(2).
       01  WS-IF-PROF-STATUS    PIC X(2).
       01  WS-IF-SOURCE         PIC X(8).
       01  WS-IF-CYCLE-DATE     PIC 9(8).
       01  WS-IF-HEADER-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-IF-SEQ-FIRST      PIC 9(9) VALUE ZEROS.
       01  WS-IF-SEQ-LAST       PIC 9(9) VALUE ZEROS.
       01  WS-IF-RECORD-COUNT   PIC 9(9) VALUE ZEROS.
       01  WS-IF-AMOUNT-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       01  WS-IF-HASH-TOTAL     PIC 9(15) VALUE ZEROS.
       01  WS-IF-HASH-RECORD    PIC X(250).
       01  WS-IF-HASH-LENGTH    PIC 9(3) VALUE 250.
       01  WS-IF-HASH-SUB       PIC 9(3).
       01  WS-IF-CHAR-WORK.
           05 WS-IF-CHAR-BINARY PIC 9(4) COMP.
       01  WS-IF-CHAR-BYTES REDEFINES WS-IF-CHAR-WORK PIC X(2).

      *    Releasing a refused duplicate is a supervisor's call, the
      *    same OPERPROF level ORDRELSE needs to release a held order.
       01  WS-IF-RELEASE-AUTH   PIC 9(1) VALUE 5.
       01  WS-IF-DUPLICATE-RC   PIC 9(2) VALUE 12.
       01  WS-IF-GAP-RC         PIC 9(2) VALUE 4.

       01  WS-IF-VERDICT-SW     PIC X(1).
           88 WS-IF-FILE-ACCEPTED     VALUE "A".
           88 WS-IF-FILE-RELEASED     VALUE "R".
           88 WS-IF-FILE-DUPLICATE    VALUE "D".
           88 WS-IF-FILE-RERUN        VALUE "S".
       01  WS-IF-RERUN-SW       PIC X(1) VALUE "N".
           88 WS-IF-RERUN-ALLOWED     VALUE "Y".
       01  WS-IF-GAP-SW         PIC X(1).
           88 WS-IF-SEQUENCE-GAP      VALUE "Y".
       01  WS-IF-SPENT-SW       PIC X(1).
           88 WS-IF-RELEASE-SPENT     VALUE "Y".
       01  WS-IF-FOUND-SW       PIC X(1).
           88 WS-IF-RELEASE-FOUND     VALUE "Y".
       01  WS-IF-OPER-SW        PIC X(1).
           88 WS-IF-OPERATOR-ON-PROFILE VALUE "Y".
       01  WS-IF-EOF-SWITCH     PIC X(1).
           88 WS-IF-END-OF-FILE       VALUE "Y".
       01  WS-IF-HIGH-SEQ       PIC 9(9).
       01  WS-IF-MISSING-FIRST  PIC 9(9).
       01  WS-IF-MISSING-LAST   PIC 9(9).
       01  WS-IF-MATCH-TIMESTAMP PIC X(21).
       01  WS-IF-MATCH-CYCLE    PIC 9(8).
       01  WS-IF-RELEASE-OPER   PIC X(8).
       01  WS-IF-OPER-AUTH      PIC 9(1).
       01  WS-IF-REFUSAL        PIC X(30).
