      *                   assigned. Every file has its own SELECT
      *                   with a literal assignment name, like
      *                   every other program here.
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
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-07 - Widen the ADDRHIST copies to the 180-byte
      *                   ADDRHREC line now that it carries the
      *                   address type.
      *Date: 2026-10-08 - Widen the PERSON-MASTER and PERSON-TRANS
      *                   record copies for the phone, email and
      *                   delivery preference.
      *Date: 2026-10-09 - Widen the PERSON-TRANS record copies for
      *                   the booking program and operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSBKUP.

           COPY PERSONREC.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(187).

       FD  CURRENT-CLASS-FILE.
       01  CURRENT-CLASS-RECORD.
       01  CLASS-BACKUP-RECORD     PIC X(31).

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

       FD  ADDR-BACKUP-FILE.
       01  ADDR-BACKUP-RECORD      PIC X(180).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-LINE         PIC X(37).
       01  XREF-BACKUP-RECORD      PIC X(37).

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-LINE       PIC X(134).

       FD  OINV-BACKUP-FILE.
       01  OINV-BACKUP-RECORD      PIC X(134).

       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-LINE      PIC X(206).

       FD  PEND-BACKUP-FILE.
       01  PEND-BACKUP-RECORD      PIC X(206).

       FD  NEXT-ID-FILE.
       01  NEXT-ID-LINE            PIC X(6).
