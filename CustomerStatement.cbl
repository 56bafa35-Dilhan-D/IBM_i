      *                   the city, the alphanumeric PM-POSTAL-CODE
      *                   on its own line, and a country line,
      *                   instead of the fixed US city/state/ZIP.
      *Date: 2026-09-17 - Print each invoice's due date, and take
      *                   the early-payment discounts PAYAPPLY
      *                   allowed off the ending balance on their
      *                   own total line, so a customer who paid
      *                   inside the discount window does not see
      *                   the discount as still owing.
      *Date: 2026-09-18 - Print the period's finance charges
      *                   (FINCHRG's "FCHG" register entries) on
      *                   their own total line instead of inside the
      *                   period's billing, and mark them on the
      *                   invoice detail.
      *Date: 2026-09-19 - Print the customer's unapplied credits
      *                   ("CRED", and "RFND" awaiting refund) as
      *                   a negative "Unapplied credits:" line
      *                   that comes off the ending balance,
      *                   instead of the held cash reading as a
      *                   payment applied to nothing.
      *Date: 2026-09-23 - Stamp a completion record on RUNCTL
      *                   against the period end when the
      *                   statements are done, so PERCLOSE can see
      *                   the month's statement run happened
      *                   before it closes the period.
      *Date: 2026-09-28 - Statement foreign-currency customers in
      *                   their own currency: invoices billed in it
      *                   show the billed amount, with payments and
      *                   discounts at the billing rate; other
      *                   entries convert at the period-end FXRATE
      *                   rate, and the header names the currency.
      *Date: 2026-10-06 - A customer who is still a minor on the
      *                   period end and has a guardian linked on
      *                   GUARDLNK (GRDLNK copybook set) is
      *                   statemented to the guardian's name and
      *                   address, with a "FOR" line naming the
      *                   customer; the statement stays on the
      *                   customer's account. Counted.
      *Date: 2026-10-07 - Statement to the address in effect on the
      *                   run date on the new PERSADDR dated-address
      *                   file (PADDR copybook set) - a seasonal
      *                   address while one is in force, else the
      *                   billing address, else the master address
      *                   as before; an address flagged
      *                   undeliverable is passed over. Counted.
      *Date: 2026-10-08 - Paperless statements: a customer whose
      *                   PM-DELIVERY-PREF asks for email, with an
      *                   address on file that has not bounced, has
      *                   the statement written to the EDELIVER file
      *                   for the email vendor (EDLV copybook set) -
      *                   instead of printing it, or as well as
      *                   printing it for "both". Do-not-mail and an
      *                   undeliverable address no longer suppress a
      *                   statement that can go by email. Counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY RUNCTL.

           COPY SREF.

           COPY FXRATE.

           COPY GRDLNK.

           COPY PADDR.

           COPY EDLV.

           COPY ERRLOG.

       DATA DIVISION.
       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE   PIC X(80).

           COPY RUNCTLFD.

           COPY SREFFD.

           COPY FXRATEFD.

           COPY GRDLNKFD.

           COPY PADDRFD.

           COPY EDLVFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY RUNCTLWS.
       COPY NAMEFMT.
       COPY SREFWS.
       COPY FXRATEWS.
       COPY GRDLNKWS.
       COPY PADDRWS.
       COPY EDLVWS.
       COPY AGEDOB.
       COPY AGECUTOF.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
              10 IT-INVOICE-DATE   PIC 9(8).
              10 IT-AMOUNT         PIC 9(7)V99.
              10 IT-PAID-AMOUNT    PIC 9(7)V99.
              10 IT-DUE-DATE       PIC 9(8).
              10 IT-DISC-TAKEN     PIC 9(7)V99.
              10 IT-CURRENCY-CODE  PIC X(3).
              10 IT-FX-RATE        PIC 9(3)V9(6).
              10 IT-CURR-AMOUNT    PIC 9(7)V99.
              10 IT-FINANCE-SW     PIC X(1).
                 88 IT-FINANCE-CHARGE   VALUE "Y".
              10 IT-CREDIT-SW      PIC X(1).
                 88 IT-CREDIT-ENTRY     VALUE "C" "R".
                 88 IT-REFUND-PENDING   VALUE "R".
              10 IT-DONE-SWITCH    PIC X(1).
                 88 IT-STATEMENTED      VALUE "Y".

       01  WS-NAME-PTR          PIC 9(2).
       01  WS-CITY-LINE         PIC X(60).

      *    A customer in a foreign-currency country is statemented in
      *    that currency: invoices billed in it at their own billing
      *    amounts and rate, anything else at the period-end rate.
       01  WS-STMT-CURRENCY     PIC X(3).
       01  WS-STMT-FX-RATE      PIC 9(3)V9(6).
       01  WS-STMT-FOREIGN-SW   PIC X(1).
           88 WS-STMT-IS-FOREIGN      VALUE "Y".
       01  WS-LINE-AMOUNT       PIC 9(7)V99.
       01  WS-LINE-PAID         PIC 9(7)V99.
       01  WS-LINE-DISC         PIC 9(7)V99.
       01  WS-COUNT-FOREIGN     PIC 9(5) VALUE ZEROS.

       01  WS-PRIOR-BALANCE     PIC S9(9)V99 COMP-3.
       01  WS-BILLED-AMOUNT     PIC 9(9)V99 COMP-3.
       01  WS-FINANCE-CHARGES   PIC 9(9)V99 COMP-3.
       01  WS-PAYMENTS-APPLIED  PIC 9(9)V99 COMP-3.
       01  WS-DISCOUNTS-TAKEN   PIC 9(9)V99 COMP-3.
       01  WS-UNAPPLIED-CREDITS PIC S9(9)V99 COMP-3.
       01  WS-ENDING-BALANCE    PIC S9(9)V99 COMP-3.
       01  WS-COUNT-STATEMENTS  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-INVOICES    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-SUPPRESSED  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-GUARDIAN    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-ALT-ADDRESS PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-EMAILED     PIC 9(5) VALUE ZEROS.

       01  WS-STMT-HEADING.
           05 FILLER            PIC X(20) VALUE
       01  WS-CUSTOMER-LINE.
           05 FILLER            PIC X(9) VALUE "CUSTOMER ".
           05 CU-PERSON-ID      PIC 9(6).
       01  WS-CURRENCY-LINE.
           05 FILLER            PIC X(11) VALUE "AMOUNTS IN ".
           05 CL-CURRENCY       PIC X(3).
           05 FILLER            PIC X(9) VALUE "  AT RATE".
           05 CL-RATE           PIC ZZ9.999999.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CL-BASE-CURRENCY  PIC X(3).
       01  WS-DETAIL-HEADING.
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(11) VALUE "DATE".
           05 FILLER            PIC X(11) VALUE "DUE".
           05 FILLER            PIC X(15) VALUE "AMOUNT".
           05 FILLER            PIC X(14) VALUE "PAID".
       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 DL-INVOICE-DATE   PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PAID           PIC Z,ZZZ,ZZ9.99.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "ARSTMT" TO WS-ERR-PROGRAM.
           PERFORM READ-STATEMENT-PARM.
           MOVE WS-PERIOD-END TO WS-DOB-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM OPEN-STATE-REF.
           PERFORM OPEN-GUARDIAN-LINKS.
           PERFORM OPEN-PERSON-ADDRESSES.
           MOVE "STMT"        TO WS-EDL-SOURCE.
           MOVE WS-PERIOD-END TO WS-EDL-RUN-DATE.
           PERFORM OPEN-EDELIVERY.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-REGISTER.
           PERFORM STATEMENT-EACH-CUSTOMER.
           PERFORM CLOSE-FILES.
           DISPLAY "Invoices read:      " WS-COUNT-INVOICES.
           DISPLAY "Statements printed: " WS-COUNT-STATEMENTS.
           DISPLAY "Sent by email:      " WS-COUNT-EMAILED.
           DISPLAY "Suppressed (undeliverable): "
                   WS-COUNT-SUPPRESSED.
           DISPLAY "Foreign-currency statements: " WS-COUNT-FOREIGN.
           DISPLAY "Addressed to a guardian: " WS-COUNT-GUARDIAN.
           DISPLAY "Sent to a dated address:  " WS-COUNT-ALT-ADDRESS.
      *    Stamp the run against the period it covered; PERCLOSE
      *    will not close a month until this step has run for it.
           MOVE WS-PERIOD-END   TO WS-RC-CYCLE-DATE.
           MOVE "ARSTMT" TO WS-RC-STEP-NAME.
           MOVE WS-COUNT-STATEMENTS TO WS-RC-COUNT-1.
           MOVE WS-PERIOD-START TO WS-RC-COUNT-2.
           MOVE ZEROS TO WS-RC-COUNT-3 WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-STATEMENT-PARM.
                   TO IT-INVOICE-DATE(WS-TABLE-COUNT)
               MOVE OI-AMOUNT      TO IT-AMOUNT(WS-TABLE-COUNT)
               MOVE OI-PAID-AMOUNT TO IT-PAID-AMOUNT(WS-TABLE-COUNT)
      *        Entries written before the terms fields existed read
      *        back blank: due 30 days out, no discount taken.
               IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
                   MOVE OI-DUE-DATE TO IT-DUE-DATE(WS-TABLE-COUNT)
               ELSE
                   COMPUTE IT-DUE-DATE(WS-TABLE-COUNT) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
                           + 30)
               END-IF
               IF OI-DISC-TAKEN IS NUMERIC
                   MOVE OI-DISC-TAKEN
                       TO IT-DISC-TAKEN(WS-TABLE-COUNT)
               ELSE
                   MOVE ZEROS TO IT-DISC-TAKEN(WS-TABLE-COUNT)
               END-IF
      *        Base-currency entries (and those written before the
      *        currency fields existed) carry no currency or rate.
               MOVE OI-CURRENCY-CODE
                   TO IT-CURRENCY-CODE(WS-TABLE-COUNT)
               IF OI-FX-RATE IS NUMERIC AND
                  OI-CURR-AMOUNT IS NUMERIC
                   MOVE OI-FX-RATE TO IT-FX-RATE(WS-TABLE-COUNT)
                   MOVE OI-CURR-AMOUNT
                       TO IT-CURR-AMOUNT(WS-TABLE-COUNT)
               ELSE
                   MOVE SPACES TO IT-CURRENCY-CODE(WS-TABLE-COUNT)
                   MOVE ZEROS  TO IT-FX-RATE(WS-TABLE-COUNT)
                                  IT-CURR-AMOUNT(WS-TABLE-COUNT)
               END-IF
               IF OI-TERMS-CODE = "FCHG"
                   MOVE "Y" TO IT-FINANCE-SW(WS-TABLE-COUNT)
               ELSE
                   MOVE "N" TO IT-FINANCE-SW(WS-TABLE-COUNT)
               END-IF
               EVALUATE OI-TERMS-CODE
                   WHEN "CRED"
                       MOVE "C" TO IT-CREDIT-SW(WS-TABLE-COUNT)
                   WHEN "RFND"
                       MOVE "R" TO IT-CREDIT-SW(WS-TABLE-COUNT)
                   WHEN OTHER
                       MOVE "N" TO IT-CREDIT-SW(WS-TABLE-COUNT)
               END-EVALUATE
               MOVE "N" TO IT-DONE-SWITCH(WS-TABLE-COUNT)
           ELSE
               DISPLAY "SKIPPED beyond statement table limit: "
       PRINT-ONE-STATEMENT.
           MOVE IT-PERSON-ID(IV-I) TO WS-STMT-PERSON-ID.
           PERFORM READ-STATEMENT-CUSTOMER.
           IF WS-CUSTOMER-ON-MASTER
               PERFORM RESOLVE-DELIVERY-CHANNEL
           ELSE
               MOVE "P" TO WS-EDL-CHANNEL
           END-IF.
           IF WS-EDL-SUPPRESSED
      *        No email to send it to and the address came back
      *        undeliverable (or the customer may not be mailed);
      *        mark the invoices worked and move on rather than
      *        mailing the same bad address again.
               ADD 1 TO WS-COUNT-SUPPRESSED
               MOVE IV-I TO WS-J-START
               PERFORM VARYING IV-J FROM WS-J-START BY 1

       PRINT-SELECTED-STATEMENT.
           ADD 1 TO WS-COUNT-STATEMENTS.
           IF WS-EDL-TO-EMAIL
               MOVE WS-STMT-PERSON-ID TO WS-EDL-PERSON-ID
               PERFORM START-EDELIVERY-DOCUMENT
               ADD 1 TO WS-COUNT-EMAILED
           END-IF.
           MOVE ZEROS TO WS-PRIOR-BALANCE.
           MOVE ZEROS TO WS-BILLED-AMOUNT.
           MOVE ZEROS TO WS-FINANCE-CHARGES.
           MOVE ZEROS TO WS-UNAPPLIED-CREDITS.
           MOVE ZEROS TO WS-PAYMENTS-APPLIED.
           MOVE ZEROS TO WS-DISCOUNTS-TAKEN.
           PERFORM RESOLVE-STATEMENT-CURRENCY.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE IV-I TO WS-J-START.
           PERFORM VARYING IV-J FROM WS-J-START BY 1
           PERFORM WRITE-STATEMENT-TOTALS.

       READ-STATEMENT-CUSTOMER.
      *    A minor's statement goes to their guardian: from here on
      *    the buffer holds the guardian's record, so the address,
      *    the undeliverable check and the currency are theirs. A
      *    customer who is themselves suppressed stays suppressed.
      *    The address in effect on the run date is then laid over
      *    the buffer, so a seasonal or billing address replaces
      *    the master's - and its undeliverable flag - for the
      *    statement.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           MOVE "N" TO WS-GRD-USE-SWITCH.
           MOVE WS-STMT-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-FOUND
           END-READ.
           IF WS-CUSTOMER-ON-MASTER AND NOT PM-CONTACT-SUPPRESSED
               PERFORM RESOLVE-RESPONSIBLE-PARTY
               IF WS-GRD-USE-GUARDIAN
                   ADD 1 TO WS-COUNT-GUARDIAN
               END-IF
               MOVE "M" TO WS-PAD-USE
               MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE
               PERFORM APPLY-ADDRESS-IN-EFFECT
               IF WS-PAD-APPLIED
                   ADD 1 TO WS-COUNT-ALT-ADDRESS
               END-IF
           END-IF.

       RESOLVE-STATEMENT-CURRENCY.
      *    The customer's country names the currency they are
      *    billed in; the statement converts at the rate in force on
      *    the period end. No rate for it statements in base.
           MOVE "N"    TO WS-STMT-FOREIGN-SW.
           MOVE SPACES TO WS-STMT-CURRENCY.
           MOVE 1      TO WS-STMT-FX-RATE.
           IF WS-CUSTOMER-ON-MASTER AND PM-COUNTRY-CODE NOT = SPACES
               MOVE PM-COUNTRY-CODE TO WS-SREF-ARG-CODE
               PERFORM LOOKUP-COUNTRY-CODE
               IF WS-SREF-KNOWN AND SR-CURRENCY-CODE NOT = SPACES
                  AND SR-CURRENCY-CODE NOT = WS-FX-BASE-CURRENCY
                   MOVE SR-CURRENCY-CODE TO WS-FX-ARG-CURRENCY
                   MOVE WS-PERIOD-END    TO WS-FX-ARG-DATE
                   PERFORM RESOLVE-EXCHANGE-RATE
                   IF WS-FX-RATE-KNOWN
                       MOVE "Y" TO WS-STMT-FOREIGN-SW
                       MOVE SR-CURRENCY-CODE TO WS-STMT-CURRENCY
                       MOVE WS-FX-RATE       TO WS-STMT-FX-RATE
                       ADD 1 TO WS-COUNT-FOREIGN
                   ELSE
                       DISPLAY "Customer " WS-STMT-PERSON-ID
                               " - no FXRATE rate for "
                               SR-CURRENCY-CODE
                               " - statemented in base currency."
                   END-IF
               END-IF
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE WS-PERIOD-START TO SH-PERIOD-START.
           MOVE WS-PERIOD-END   TO SH-PERIOD-END.
           MOVE WS-STMT-HEADING TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE WS-STMT-PERSON-ID TO CU-PERSON-ID.
           MOVE WS-CUSTOMER-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           IF WS-STMT-IS-FOREIGN
               MOVE WS-STMT-CURRENCY    TO CL-CURRENCY
               MOVE WS-STMT-FX-RATE     TO CL-RATE
               MOVE WS-FX-BASE-CURRENCY TO CL-BASE-CURRENCY
               MOVE WS-CURRENCY-LINE TO STATEMENT-REPORT-LINE
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF.
           IF WS-CUSTOMER-ON-MASTER
               PERFORM WRITE-ADDRESS-BLOCK
           ELSE
               MOVE "*** NOT ON PERSON-MASTER ***"
                   TO STATEMENT-REPORT-LINE
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF.
           MOVE WS-DETAIL-HEADING TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.

       WRITE-ADDRESS-BLOCK.
      *    The same name/address block PERSMAIL puts on a label:
               MOVE WS-NF-FULL-NAME TO STATEMENT-REPORT-LINE
           END-IF.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           IF WS-GRD-USE-GUARDIAN
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "FOR " DELIMITED BY SIZE
                      WS-GRD-WARD-NAME DELIMITED BY SIZE
                      INTO STATEMENT-REPORT-LINE
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF.
           MOVE PM-STREET TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           IF PM-COUNTRY-CODE = "US" OR PM-COUNTRY-CODE = SPACES
           END-IF.

       WRITE-ONE-STATEMENT-LINE.
      *    Every line of a statement comes through here, so the
      *    emailed copy is line for line the printed one.
           IF WS-EDL-TO-PAPER
               WRITE STATEMENT-REPORT-LINE
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "STMTRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"   TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           IF WS-EDL-TO-EMAIL
               MOVE STATEMENT-REPORT-LINE TO WS-EDL-TEXT
               PERFORM WRITE-EDELIVERY-TEXT
           END-IF.

       STATEMENT-ONE-INVOICE.
      *    Prior balance carries pre-period billings, the period's
      *    invoices are the new charges, the period's finance
      *    charges print on their own line, and every payment
      *    applied and discount allowed comes off - so prior +
      *    billed + finance charges - payments - discounts is
      *    exactly the customer's open balance on the register.
      *    An unapplied credit the customer holds is not a payment
      *    against anything yet; it prints as a negative balance of
      *    its own and comes off the ending balance.
           PERFORM CONVERT-STATEMENT-LINE.
           EVALUATE TRUE
               WHEN IT-CREDIT-ENTRY(IV-J)
                   SUBTRACT WS-LINE-PAID FROM WS-UNAPPLIED-CREDITS
                   ADD WS-LINE-AMOUNT TO WS-UNAPPLIED-CREDITS
                   IF IT-REFUND-PENDING(IV-J)
                       MOVE "refund pending" TO DL-NOTE
                   ELSE
                       MOVE "unapplied cr" TO DL-NOTE
                   END-IF
               WHEN IT-INVOICE-DATE(IV-J) < WS-PERIOD-START
                   ADD WS-LINE-AMOUNT TO WS-PRIOR-BALANCE
                   MOVE "prior"  TO DL-NOTE
               WHEN IT-FINANCE-CHARGE(IV-J)
                   ADD WS-LINE-AMOUNT TO WS-FINANCE-CHARGES
                   MOVE "finance chg" TO DL-NOTE
               WHEN OTHER
                   ADD WS-LINE-AMOUNT TO WS-BILLED-AMOUNT
                   MOVE "billed" TO DL-NOTE
           END-EVALUATE.
           IF NOT IT-CREDIT-ENTRY(IV-J)
               ADD WS-LINE-PAID TO WS-PAYMENTS-APPLIED
           END-IF.
           ADD WS-LINE-DISC TO WS-DISCOUNTS-TAKEN.
           IF WS-LINE-DISC > ZEROS
               MOVE "disc taken" TO DL-NOTE
           END-IF.
           MOVE IT-INVOICE-NUMBER(IV-J) TO DL-INVOICE-NUMBER.
           MOVE IT-INVOICE-DATE(IV-J)   TO DL-INVOICE-DATE.
           MOVE IT-DUE-DATE(IV-J)       TO DL-DUE-DATE.
           MOVE WS-LINE-AMOUNT          TO DL-AMOUNT.
           MOVE WS-LINE-PAID            TO DL-PAID.
           MOVE WS-DETAIL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.

       CONVERT-STATEMENT-LINE.
      *    Base customers see the register amounts. For a foreign
      *    customer an invoice billed in their currency shows what
      *    was billed and, since PAYAPPLY relieves at the billing
      *    rate, the payments and discount at that same rate; any
      *    other entry converts at the statement rate.
           IF NOT WS-STMT-IS-FOREIGN
               MOVE IT-AMOUNT(IV-J)      TO WS-LINE-AMOUNT
               MOVE IT-PAID-AMOUNT(IV-J) TO WS-LINE-PAID
               MOVE IT-DISC-TAKEN(IV-J)  TO WS-LINE-DISC
           ELSE
               IF IT-CURRENCY-CODE(IV-J) = WS-STMT-CURRENCY AND
                  IT-FX-RATE(IV-J) > ZEROS AND
                  IT-CURR-AMOUNT(IV-J) > ZEROS
                   MOVE IT-CURR-AMOUNT(IV-J) TO WS-LINE-AMOUNT
                   COMPUTE WS-LINE-PAID ROUNDED =
                       IT-PAID-AMOUNT(IV-J) / IT-FX-RATE(IV-J)
                   COMPUTE WS-LINE-DISC ROUNDED =
                       IT-DISC-TAKEN(IV-J) / IT-FX-RATE(IV-J)
               ELSE
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       IT-AMOUNT(IV-J) / WS-STMT-FX-RATE
                   COMPUTE WS-LINE-PAID ROUNDED =
                       IT-PAID-AMOUNT(IV-J) / WS-STMT-FX-RATE
                   COMPUTE WS-LINE-DISC ROUNDED =
                       IT-DISC-TAKEN(IV-J) / WS-STMT-FX-RATE
               END-IF
           END-IF.

       WRITE-STATEMENT-TOTALS.
           COMPUTE WS-ENDING-BALANCE =
               WS-PRIOR-BALANCE + WS-BILLED-AMOUNT
               + WS-FINANCE-CHARGES
               - WS-PAYMENTS-APPLIED - WS-DISCOUNTS-TAKEN
               + WS-UNAPPLIED-CREDITS.
           MOVE "Prior balance:"     TO TL-LABEL.
           MOVE WS-PRIOR-BALANCE     TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Billed this period:" TO TL-LABEL.
           MOVE WS-BILLED-AMOUNT     TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Finance charges:"   TO TL-LABEL.
           MOVE WS-FINANCE-CHARGES   TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Payments applied:"  TO TL-LABEL.
           MOVE WS-PAYMENTS-APPLIED  TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Discounts taken:"   TO TL-LABEL.
           MOVE WS-DISCOUNTS-TAKEN   TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Unapplied credits:" TO TL-LABEL.
           MOVE WS-UNAPPLIED-CREDITS TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "Ending balance:"    TO TL-LABEL.
           MOVE WS-ENDING-BALANCE    TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE.

       CLOSE-FILES.
           IF WS-OPENINV-STATUS NOT = "35"
           END-IF.
           CLOSE PERSON-MASTER-FILE.
           CLOSE STATEMENT-REPORT-FILE.
           PERFORM CLOSE-STATE-REF.
           PERFORM CLOSE-GUARDIAN-LINKS.
           PERFORM CLOSE-PERSON-ADDRESSES.
           PERFORM CLOSE-EDELIVERY.

       COPY NAMEFMTP.

       COPY RUNCTLP.

       COPY SREFP.

       COPY FXRATEP.

       COPY GRDLNKP.

       COPY PADDRP.

       COPY EDLVP.

       COPY AGEDOBP.

       COPY ERRLOGP.
