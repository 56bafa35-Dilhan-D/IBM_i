      *Date: 2026-09-30 - Shared commission-detail record: one per
      *                   cash or credit event on an invoice that
      *                   earns or takes back a sales rep's
      *                   commission, appended nightly by COMMACCR
      *                   from the day's PAYGL and ADJGL feeds and
      *                   read monthly by COMMSTMT. Collected cash
      *                   ("P") earns commission; an NSF reversal
      *                   ("V"), a credit memo ("C") or a write-off
      *                   ("W") claws it back. CD-BASE-AMOUNT is the
      *                   base-currency amount commission is figured
      *                   on; the rep's rate is applied at statement
      *                   time. CD-POST-PERIOD is the accounting
      *                   period the event posted to. An event whose
      *                   invoice carries no rep is kept with a blank
      *                   CD-REP-CODE so the statement can show what
      *                   went unassigned.
       01  COMMISSION-DETAIL-RECORD.
           05 CD-ACTIVITY-DATE     PIC 9(8).
           05 CD-POST-PERIOD       PIC 9(6).
           05 CD-REP-CODE          PIC X(4).
           05 CD-INVOICE-NUMBER    PIC 9(6).
           05 CD-PERSON-ID         PIC 9(6).
           05 CD-SOURCE            PIC X(1).
              88 CD-IS-COLLECTED       VALUE "P".
              88 CD-IS-REVERSAL        VALUE "V".
              88 CD-IS-CREDIT-MEMO     VALUE "C".
              88 CD-IS-WRITE-OFF       VALUE "W".
              88 CD-IS-CLAWBACK        VALUE "V" "C" "W".
           05 CD-BASE-AMOUNT       PIC 9(7)V99.
