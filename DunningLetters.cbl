      *                   who must never be dunned; the overflow
      *                   now ends the run with a TABLE FULL error
      *                   like the other capped loads.
      *Date: 2026-09-17 - Age from the invoice's due date, the same
      *                   cut ARAGING now makes: severity 1 at 1-30
      *                   days past due, 2 at 31-60, 3 beyond that.
      *                   An invoice not yet due never raises a
      *                   letter, whatever the customer's terms. An
      *                   entry with no due date falls due 30 days
      *                   after its invoice date as before.
      *Date: 2026-09-19 - Pass over the unapplied-credit entries
      *                   ("CRED"/"RFND") on the register: a
      *                   credit owes nothing and is never dunned.
      *Date: 2026-09-24 - Leave invoices in dispute out of the
      *                   dunning roll-up so a disputed invoice
      *                   never draws a letter; count them.
      *Date: 2026-09-25 - Hold the letter for a customer with an
      *                   open promise to pay on the PROMISE file
      *                   whose pay-by date has not passed; count
      *                   them. A broken or lapsed promise no
      *                   longer holds anything.
      *Date: 2026-09-28 - Tell a foreign-currency customer the
      *                   past-due balance in their own currency at
      *                   the run-date FXRATE rate, with the code on
      *                   the balance line; CONTHIST keeps base.
      *Date: 2026-10-06 - A customer who is still a minor and has a
      *                   guardian linked on GUARDLNK (GRDLNK
      *                   copybook set) gets the letter addressed
      *                   to the guardian, with a "FOR" line naming
      *                   the customer; CONTHIST and the note stay
      *                   on the customer. Counted.
      *Date: 2026-10-07 - Address the letter to the address in
      *                   effect on the run date on the new PERSADDR
      *                   dated-address file (PADDR copybook set) -
      *                   a seasonal address while one is in force,
      *                   else the billing address, else the master
      *                   address as before; an address flagged
      *                   undeliverable is passed over. Counted.
      *Date: 2026-10-08 - Paperless letters: a customer whose
      *                   PM-DELIVERY-PREF asks for email, with an
      *                   address on file that has not bounced, has
      *                   the letter written to the EDELIVER file for
      *                   the email vendor (EDLV copybook set) -
      *                   instead of printing it, or as well as
      *                   printing it for "both". Do-not-mail and an
      *                   undeliverable address no longer suppress a
      *                   letter that can go by email; the contact
      *                   note says it went by email. Counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.

           SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           COPY PNOTE.

           COPY SREF.

           COPY FXRATE.

           COPY GRDLNK.

           COPY PADDR.

           COPY EDLV.

           COPY ERRLOG.

       DATA DIVISION.
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE    PIC X(52).

       FD  PROMISE-FILE.
           COPY PROMREC.

       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-LINE     PIC X(80).

           COPY PNOTEFD.

           COPY SREFFD.

           COPY FXRATEFD.

           COPY GRDLNKFD.

           COPY PADDRFD.

           COPY EDLVFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PNOTEWS.
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
       01  WS-SUPP-STATUS       PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-LTR-STATUS        PIC X(2).
       01  WS-PROM-STATUS       PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
           88 WS-END-OF-SUPPRESS      VALUE "Y".
       01  WS-HIST-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-HISTORY       VALUE "Y".
       01  WS-PROM-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-PROMISES      VALUE "Y".

       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-INVOICE-INTEGER   PIC 9(7).
       01  WS-DUE-DATE          PIC 9(8).
       01  WS-DAYS-OPEN         PIC S9(5).
       01  WS-OPEN-BALANCE      PIC 9(7)V99 COMP-3.
       01  WS-INV-SEVERITY      PIC 9(1).

      *    Customer roll-up: one slot per customer with an open
      *    invoice, carrying the total open balance and the worst
      *    aging bucket seen (1 = 1-30 days past due, 2 = 31-60,
      *    3 = over 60). Severity zero customers are current and get no
      *    letter.
       01  WS-CUST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CUSTOMERS     PIC 9(5) VALUE 2000.
              10 PT-LAST-DATE      PIC 9(8).
              10 PT-LETTER-COUNT   PIC 9(3).

      *    Customers holding an open promise to pay that is not
      *    yet due; their letters are held until the date passes.
       01  WS-PROMISED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-MAX-PROMISED      PIC 9(5) VALUE 2000.
       01  WS-PROMISED-TABLE.
           05 WS-PROMISED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PS-IDX.
              10 PS-PERSON-ID      PIC 9(6).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-PROMISED-SW       PIC X(1).
           88 WS-HAS-OPEN-PROMISE     VALUE "Y".

       01  WS-CONTACT-DETAIL.
           05 CH-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
       01  WS-COUNT-LETTERS     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-SUPPRESSED  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-CURRENT     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-DISPUTED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PROMISED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-FOREIGN     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-GUARDIAN    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-ALT-ADDRESS PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-EMAILED     PIC 9(5) VALUE ZEROS.

      *    A customer in a foreign-currency country is told what
      *    they owe in that currency at the run-date FXRATE rate;
      *    the contact history keeps the base balance.
       01  WS-LETTER-CURRENCY   PIC X(3).
       01  WS-LETTER-BALANCE    PIC 9(9)V99.

       01  WS-BALANCE-LINE.
           05 FILLER            PIC X(22) VALUE
              "TOTAL PAST-DUE OWING: ".
           05 BL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 BL-CURRENCY       PIC X(3).
       01  WS-PRIOR-LINE.
           05 FILLER            PIC X(34) VALUE
              "This follows our previous notice  ".
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
           PERFORM LOAD-SUPPRESSION-LIST.
           PERFORM LOAD-CONTACT-HISTORY.
           PERFORM LOAD-OPEN-PROMISES.
           PERFORM OPEN-FILES.
           PERFORM OPEN-STATE-REF.
           PERFORM LOAD-EXCHANGE-RATES.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DOB-RUN-DATE.
           PERFORM OPEN-GUARDIAN-LINKS.
           PERFORM OPEN-PERSON-ADDRESSES.
           MOVE "DUNN"               TO WS-EDL-SOURCE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-EDL-RUN-DATE.
           PERFORM OPEN-EDELIVERY.
           PERFORM ROLL-UP-REGISTER.
           PERFORM LETTER-EACH-CUSTOMER.
           PERFORM CLOSE-FILES.
           DISPLAY "Letters printed:  " WS-COUNT-LETTERS.
           DISPLAY "Sent by email:    " WS-COUNT-EMAILED.
           DISPLAY "Suppressed:       " WS-COUNT-SUPPRESSED.
           DISPLAY "Current, no letter: " WS-COUNT-CURRENT.
           DISPLAY "Invoices in dispute: " WS-COUNT-DISPUTED.
           DISPLAY "Held for a promise:  " WS-COUNT-PROMISED.
           DISPLAY "Foreign-currency letters: " WS-COUNT-FOREIGN.
           DISPLAY "Addressed to a guardian:  " WS-COUNT-GUARDIAN.
           DISPLAY "Sent to a dated address:  " WS-COUNT-ALT-ADDRESS.
           STOP RUN.

       LOAD-SUPPRESSION-LIST.
               MOVE 1 TO PT-LETTER-COUNT(WS-PRIOR-COUNT)
           END-IF.

       LOAD-OPEN-PROMISES.
      *    A promise still open on or before its pay-by date holds
      *    the letter; once PROMCHK finds it broken, or the date
      *    has passed, dunning picks the customer up again.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROM-STATUS = "35"
               MOVE "Y" TO WS-PROM-EOF-SWITCH
           ELSE
               IF WS-PROM-STATUS NOT = "00"
                   MOVE "PROMISE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-PROMISES
               READ PROMISE-FILE
                   AT END
                       MOVE "Y" TO WS-PROM-EOF-SWITCH
                   NOT AT END
                       IF PP-IS-OPEN AND
                          PP-PROMISE-DATE >= WS-RUN-DATE
                           PERFORM NOTE-ONE-OPEN-PROMISE
                       END-IF
               END-READ
               IF WS-PROM-STATUS NOT = "00" AND
                  WS-PROM-STATUS NOT = "10"
                   MOVE "PROMISE" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-PROM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PROM-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.

       NOTE-ONE-OPEN-PROMISE.
           IF WS-PROMISED-COUNT < WS-MAX-PROMISED
               ADD 1 TO WS-PROMISED-COUNT
               MOVE PP-PERSON-ID TO PS-PERSON-ID(WS-PROMISED-COUNT)
           ELSE
      *        Same as the suppression list: a promise that cannot
      *        be held would dun a customer who was told otherwise.
               MOVE "PROMISE"    TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**"         TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-FILES.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
      *                An invoice in dispute neither raises
      *                the letter nor counts in the balance owed.
                       EVALUATE TRUE
                           WHEN NOT OI-IS-OPEN OR
                                OI-TERMS-CODE = "CRED" OR
                                OI-TERMS-CODE = "RFND"
                               CONTINUE
                           WHEN OI-IN-DISPUTE
                               ADD 1 TO WS-COUNT-DISPUTED
                           WHEN OTHER
                               PERFORM ROLL-UP-ONE-INVOICE
                       END-EVALUATE
               END-READ
               IF WS-OPENINV-STATUS NOT = "00" AND
                  WS-OPENINV-STATUS NOT = "10"
           END-PERFORM.

       ROLL-UP-ONE-INVOICE.
      *    Same days-past-due cut ARAGING makes; a past-due bucket
      *    raises the customer's letter severity if it is the
      *    worst seen so far.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
               MOVE OI-DUE-DATE TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
           COMPUTE WS-INVOICE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           COMPUTE WS-DAYS-OPEN =
               WS-RUN-DATE-INTEGER - WS-INVOICE-INTEGER.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 0
                   MOVE 0 TO WS-INV-SEVERITY
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-INV-SEVERITY
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-INV-SEVERITY
               WHEN OTHER
                   MOVE 3 TO WS-INV-SEVERITY
                   MOVE "Y" TO WS-SUPPRESSED-SW
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PROMISED-SW.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PROMISED-COUNT
               IF PS-PERSON-ID(PS-IDX) = CT-PERSON-ID(CU-IDX)
                   MOVE "Y" TO WS-PROMISED-SW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-IS-SUPPRESSED
                   ADD 1 TO WS-COUNT-SUPPRESSED
               WHEN WS-HAS-OPEN-PROMISE
                   ADD 1 TO WS-COUNT-PROMISED
               WHEN OTHER
                   PERFORM PRINT-ONE-LETTER
           END-EVALUATE.

       PRINT-ONE-LETTER.
      *    Deceased stops the letter immediately regardless of the
      *    balance; do-not-contact suppresses the same way, and
      *    do-not-mail or a bounced address does too unless the
      *    letter can go by email.
           PERFORM READ-LETTER-CUSTOMER.
           IF WS-CUSTOMER-ON-MASTER
               PERFORM RESOLVE-DELIVERY-CHANNEL
           ELSE
               MOVE "P" TO WS-EDL-CHANNEL
           END-IF.
           IF WS-EDL-SUPPRESSED
               ADD 1 TO WS-COUNT-SUPPRESSED
           ELSE
               PERFORM PRINT-SELECTED-LETTER

       PRINT-SELECTED-LETTER.
           ADD 1 TO WS-COUNT-LETTERS.
           IF WS-EDL-TO-EMAIL
               MOVE CT-PERSON-ID(CU-IDX) TO WS-EDL-PERSON-ID
               PERFORM START-EDELIVERY-DOCUMENT
               ADD 1 TO WS-COUNT-EMAILED
           END-IF.
           PERFORM FIND-PRIOR-LETTER.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           EVALUATE CT-SEVERITY(CU-IDX)
               WHEN 1
                   MOVE "*** PAYMENT REMINDER ***"
               MOVE WS-PRIOR-LINE TO DUNNING-LETTER-LINE
               PERFORM WRITE-ONE-LETTER-LINE
           END-IF.
           PERFORM CONVERT-LETTER-BALANCE.
           MOVE WS-LETTER-BALANCE  TO BL-AMOUNT.
           MOVE WS-LETTER-CURRENCY TO BL-CURRENCY.
           MOVE WS-BALANCE-LINE TO DUNNING-LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           MOVE "Please remit promptly or contact collections."
           PERFORM WRITE-ONE-LETTER-LINE.
           PERFORM RECORD-LETTER-SENT.

       CONVERT-LETTER-BALANCE.
      *    The customer's country names their billing currency; no
      *    rate on file for it leaves the letter in base.
           MOVE SPACES TO WS-LETTER-CURRENCY.
           MOVE CT-OPEN-BALANCE(CU-IDX) TO WS-LETTER-BALANCE.
           IF WS-CUSTOMER-ON-MASTER AND PM-COUNTRY-CODE NOT = SPACES
               MOVE PM-COUNTRY-CODE TO WS-SREF-ARG-CODE
               PERFORM LOOKUP-COUNTRY-CODE
               IF WS-SREF-KNOWN AND SR-CURRENCY-CODE NOT = SPACES
                  AND SR-CURRENCY-CODE NOT = WS-FX-BASE-CURRENCY
                   MOVE SR-CURRENCY-CODE     TO WS-FX-ARG-CURRENCY
                   MOVE WS-CURRENT-DATE(1:8) TO WS-FX-ARG-DATE
                   PERFORM RESOLVE-EXCHANGE-RATE
                   IF WS-FX-RATE-KNOWN
                       MOVE SR-CURRENCY-CODE TO WS-LETTER-CURRENCY
                       COMPUTE WS-LETTER-BALANCE ROUNDED =
                           CT-OPEN-BALANCE(CU-IDX) / WS-FX-RATE
                       ADD 1 TO WS-COUNT-FOREIGN
                   END-IF
               END-IF
           END-IF.

       READ-LETTER-CUSTOMER.
      *    A minor's letter goes to their guardian, whose record the
      *    buffer then holds for the address, the undeliverable
      *    check and the currency. A customer who is themselves
      *    suppressed (or deceased) stays suppressed. The address
      *    in effect on the run date is then laid over the buffer,
      *    so a seasonal or billing address replaces the master's -
      *    and its undeliverable flag - for the letter.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           MOVE "N" TO WS-GRD-USE-SWITCH.
           MOVE CT-PERSON-ID(CU-IDX) TO PM-PERSON-ID.
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

       FIND-PRIOR-LETTER.
           MOVE "N"   TO WS-PRIOR-FOUND-SW.
                   MOVE WS-NF-FULL-NAME TO DUNNING-LETTER-LINE
               END-IF
               PERFORM WRITE-ONE-LETTER-LINE
               IF WS-GRD-USE-GUARDIAN
                   MOVE SPACES TO DUNNING-LETTER-LINE
                   STRING "FOR " DELIMITED BY SIZE
                          WS-GRD-WARD-NAME DELIMITED BY SIZE
                          INTO DUNNING-LETTER-LINE
                   PERFORM WRITE-ONE-LETTER-LINE
               END-IF
               MOVE PM-STREET TO DUNNING-LETTER-LINE
               PERFORM WRITE-ONE-LETTER-LINE
               MOVE SPACES TO WS-CITY-LINE
           END-IF.

       WRITE-ONE-LETTER-LINE.
      *    Every line of a letter comes through here, so the
      *    emailed copy is line for line the printed one.
           IF WS-EDL-TO-PAPER
               WRITE DUNNING-LETTER-LINE
               IF WS-LTR-STATUS NOT = "00"
                   MOVE "DUNLTRS" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"   TO WS-ERR-OPERATION
                   MOVE WS-LTR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           IF WS-EDL-TO-EMAIL
               MOVE DUNNING-LETTER-LINE TO WS-EDL-TEXT
               PERFORM WRITE-EDELIVERY-TEXT
           END-IF.

       RECORD-LETTER-SENT.
      *    phone rep's inquiry shows the letter went out.
           MOVE CT-PERSON-ID(CU-IDX) TO WS-NOTE-PERSON-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF WS-EDL-TO-EMAIL
               STRING "DUNNING LETTER SEVERITY "
                      CT-SEVERITY(CU-IDX) " SENT BY EMAIL"
                      DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
           ELSE
               STRING "DUNNING LETTER SEVERITY "
                      CT-SEVERITY(CU-IDX) " SENT"
                      DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
           END-IF.
           PERFORM APPEND-PERSON-NOTE.

       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE CONTACT-HISTORY-FILE.
           PERFORM CLOSE-STATE-REF.
           PERFORM CLOSE-GUARDIAN-LINKS.
           PERFORM CLOSE-PERSON-ADDRESSES.
           PERFORM CLOSE-EDELIVERY.

       COPY PNOTEP.

       COPY NAMEFMTP.

       COPY SREFP.

       COPY FXRATEP.

       COPY GRDLNKP.

       COPY PADDRP.

       COPY EDLVP.

       COPY AGEDOBP.

       COPY ERRLOGP.
