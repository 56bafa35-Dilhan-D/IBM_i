      *print archive keeps serving reprints regardless. An entry
      *with no OI-PAID-DATE (written before the field existed)
      *retains on its invoice date instead.
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
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENARC.

           COPY OPENINVR.

       FD  KEEP-REGISTER-FILE.
       01  KEEP-REGISTER-RECORD    PIC X(134).

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD  PIC X(134).

       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
