      *                   onto OPENARCH. Records written before the
      *                   field existed read back blank and fall
      *                   back to the invoice date for retention.
      *Date: 2026-09-17 - Add the customer's terms as billed:
      *                   OI-TERMS-CODE, OI-DUE-DATE (invoice date
      *                   plus the net days), and the early-payment
      *                   discount window OI-DISC-DATE/OI-DISC-PCT,
      *                   stamped by ORDER-TOTAL off CUSTACCT and
      *                   TERMSREF. OI-DISC-TAKEN is the discount
      *                   PAYAPPLY allowed when the payment arrived
      *                   inside the window; it relieves the invoice
      *                   alongside OI-PAID-AMOUNT but is kept apart
      *                   so GLEXTRCT journals it to its own
      *                   account. ARAGING and DUNNING age from the
      *                   due date. Records written before the
      *                   fields existed read back blank and are
      *                   treated as due 30 days after the invoice
      *                   date with no discount.
      *Date: 2026-09-18 - Add OI-DISPUTE-STATUS so an invoice the
      *                   customer disputes can be held out of
      *                   collections: ARADJUST sets it with an "H"
      *                   transaction and clears it with "R", and
      *                   the FINCHRG finance-charge run skips any
      *                   customer with an invoice in dispute.
      *                   Finance-charge entries FINCHRG books carry
      *                   terms code "FCHG". A space reads not in
      *                   dispute so older records behave unchanged.
      *Date: 2026-09-24 - Carry the dispute itself: reason code,
      *                   date opened, who it is assigned to, and
      *                   the resolution code and date once it is
      *                   settled. Maintained from the MAINTDSP
      *                   dispute screen (and by ARADJUST "H"/"R");
      *                   a resolved dispute keeps status "R" so
      *                   the history stays on the entry. Records
      *                   written before the fields existed read
      *                   back blank.
      *Date: 2026-09-28 - Carry the invoice currency for customers
      *                   billed outside the base currency:
      *                   OI-CURRENCY-CODE (blank = base),
      *                   OI-FX-RATE the FXRATE rate on the invoice
      *                   date and OI-CURR-AMOUNT the total the
      *                   customer was billed in that currency.
      *                   OI-AMOUNT, OI-PAID-AMOUNT and
      *                   OI-DISC-TAKEN stay in base currency so
      *                   aging, the GL and every existing report
      *                   are unchanged; PAYAPPLY relieves a
      *                   foreign invoice at OI-FX-RATE and books
      *                   the difference to the cash as FX gain or
      *                   loss. Records written before the fields
      *                   existed read back blank as base currency.
      *Date: 2026-09-30 - Add OI-REP-CODE, the SLSREP sales rep the
      *                   invoice was sold under, stamped by
      *                   ORDER-TOTAL off the order header (or the
      *                   customer's default rep). COMMACCR credits
      *                   the cash collected against the invoice,
      *                   and claws back its write-offs and credit
      *                   memos, to that rep. Blank - finance
      *                   charges, customer credits and records
      *                   written before the field existed - earns
      *                   no commission.
       01  OPEN-INVOICE-RECORD.
           05 OI-INVOICE-NUMBER    PIC 9(6).
           05 OI-PERSON-ID         PIC 9(6).
              88 OI-IS-OPEN            VALUE "O".
              88 OI-IS-PAID            VALUE "P".
           05 OI-PAID-DATE         PIC 9(8).
           05 OI-TERMS-CODE        PIC X(4).
           05 OI-DUE-DATE          PIC 9(8).
           05 OI-DISC-DATE         PIC 9(8).
           05 OI-DISC-PCT          PIC 9(2)V99.
           05 OI-DISC-TAKEN        PIC 9(7)V99.
           05 OI-DISPUTE-STATUS    PIC X(1).
              88 OI-IN-DISPUTE         VALUE "D".
              88 OI-DISPUTE-SETTLED    VALUE "R".
           05 OI-DISPUTE-REASON    PIC X(2).
           05 OI-DISPUTE-OPENED    PIC 9(8).
           05 OI-DISPUTE-ASSIGNED  PIC X(8).
           05 OI-DISPUTE-RESOLUTION PIC X(2).
           05 OI-DISPUTE-RESOLVED  PIC 9(8).
           05 OI-CURRENCY-CODE     PIC X(3).
           05 OI-FX-RATE           PIC 9(3)V9(6).
           05 OI-CURR-AMOUNT       PIC 9(7)V99.
           05 OI-REP-CODE          PIC X(4).
