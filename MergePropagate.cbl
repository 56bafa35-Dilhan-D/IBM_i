      *                   ends the run with a TABLE FULL error the
      *                   way the other capped loads fail, so the
      *                   night stops instead of half-propagating.
      *Date: 2026-09-17 - Widen the register copies to the 80-byte
      *                   OPENINVR layout now that entries carry
      *                   their terms, due date and discount.
      *Date: 2026-09-18 - Widen the register copies to the 81-byte
      *                   OPENINVR layout now that entries carry a
      *                   dispute status.
      *Date: 2026-09-24 - Widen the OPENINV record copy for the
      *                   dispute reason, dates, assignee and
      *                   resolution fields.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy and the
      *                   held-order record for the sales rep code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGPROP.

           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  CURRENT-CLASS-FILE.
       01  CURRENT-CLASS-RECORD.
           05 HO-HELD-DATE          PIC 9(8).
           05 HO-HELD-BALANCE       PIC 9(9)V99.
           05 HO-RELEASE-FLAG       PIC X(1).
           05 HO-REP-CODE           PIC X(4).

       FD  HOLD-KEEP-FILE.
       01  HOLD-KEEP-RECORD        PIC X(44).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE       PIC X(80).
