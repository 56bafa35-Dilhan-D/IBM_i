      *Date: 2026-09-29
      *Nightly account-summary feed for the customer web portal, run
      *as the last PAYCYCLE step so it carries the day's billing and
      *cash: one customer record per active person - the formatted
      *name and address off PERSON-MASTER, current balance, open
      *invoice count, last payment date and amount, and the mail and
      *contact-suppression flags - followed by an invoice record for
      *each open register entry with its due amount and aging bucket
      *(the ARAGING cut, honoring AGEMODE). The PORTFEED file is
      *"|" delimited with a header naming the feed type and a
      *trailer carrying the record count and total balance.
      *Inactive and deceased persons are never published; one that
      *was published before goes out as a delete. By default only
      *what changed since the prior night's PORTSNAP snapshot is
      *sent; a PORTPARM record of "F" (or no snapshot on file)
      *sends a full refresh. The snapshot is rewritten from
      *tonight's feed and also carries each customer's last payment
      *forward, since PAYGL only holds the day's cash.
      *Date: 2026-10-13 - Stamp RUNCTL under the CYCLDATE cycle
      *                   date instead of the run date, like the
      *                   other PAYCYCLE steps, so JOBGATE sees the
      *                   whole PAYCYCLE day under one date.
      *Date: 2026-10-15 - Widen the PAYGL record for the reopened
      *                   held-cash amount a "V" record now carries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT PAYMENT-GL-FILE ASSIGN TO "PAYGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT PORTAL-SNAPSHOT-FILE ASSIGN TO "PORTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PORTAL-PARM-FILE ASSIGN TO "PORTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AGING-MODE-FILE ASSIGN TO "AGEMODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.

           SELECT PORTAL-FEED-FILE ASSIGN TO "PORTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY BDCAL.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  PAYMENT-GL-FILE.
       01  PAYMENT-GL-RECORD.
           05 PG-TRANS-CODE        PIC X(1).
              88 PG-IS-REVERSAL        VALUE "V".
           05 PG-INVOICE-NUMBER    PIC 9(6).
           05 PG-AMOUNT            PIC 9(7)V99.
           05 PG-NSF-FEE           PIC 9(5)V99.
           05 PG-DISC-AMOUNT       PIC 9(7)V99.
           05 PG-CREDIT-AMOUNT     PIC 9(7)V99.
           05 PG-POST-PERIOD       PIC 9(6).
           05 PG-PRIOR-PERIOD      PIC X(1).
           05 PG-CURRENCY-CODE     PIC X(3).
           05 PG-CURR-AMOUNT       PIC 9(7)V99.
           05 PG-FX-GAIN           PIC 9(7)V99.
           05 PG-FX-LOSS           PIC 9(7)V99.
           05 PG-REOPEN-AMOUNT     PIC 9(7)V99.

      *    One record per customer published last night: the date
      *    of that feed and the summary image it was sent with.
       FD  PORTAL-SNAPSHOT-FILE.
       01  PORTAL-SNAPSHOT-RECORD.
           05 PS-PERSON-ID         PIC 9(6).
           05 PS-SNAP-DATE         PIC 9(8).
           05 PS-SUMMARY           PIC X(223).

       FD  PORTAL-PARM-FILE.
       01  PORTAL-PARM-RECORD.
           05 PP-FEED-MODE         PIC X(1).
              88 PP-FULL-REFRESH       VALUE "F" "f".

       FD  AGING-MODE-FILE.
       01  AGING-MODE-RECORD.
           05 AM-AGING-MODE        PIC X(1).
              88 AM-BUSINESS-DAYS       VALUE "B".

       FD  PORTAL-FEED-FILE.
       01  PORTAL-FEED-LINE        PIC X(300).

           COPY BDCALFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

      *    Everything about a customer is released under their
      *    person ID: "1" the master record, "2" each open register
      *    entry, "3" tonight's cash, "4" last night's snapshot.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-SOURCE            PIC X(1).
              88 SW-IS-MASTER          VALUE "1".
              88 SW-IS-ITEM            VALUE "2".
              88 SW-IS-PAYMENT         VALUE "3".
              88 SW-IS-PRIOR           VALUE "4".
           05 SW-DATA              PIC X(231).
           05 SW-MASTER-VIEW REDEFINES SW-DATA.
              10 SM-NAME           PIC X(20).
              10 SM-STREET         PIC X(30).
              10 SM-CITY           PIC X(20).
              10 SM-STATE-CODE     PIC X(2).
              10 SM-ZIP            PIC 9(5).
              10 SM-POSTAL-CODE    PIC X(10).
              10 SM-COUNTRY-CODE   PIC X(2).
              10 SM-MAIL-STATUS    PIC X(1).
              10 SM-CONTACT-PREF   PIC X(1).
              10 FILLER            PIC X(140).
           05 SW-ITEM-VIEW REDEFINES SW-DATA.
              10 SI-INVOICE-NUMBER PIC 9(6).
              10 SI-INVOICE-DATE   PIC 9(8).
              10 SI-DUE-DATE       PIC 9(8).
              10 SI-DUE-AMOUNT     PIC S9(7)V99 COMP-3.
              10 SI-BUCKET         PIC X(8).
              10 SI-DISPUTE-SW     PIC X(1).
              10 FILLER            PIC X(195).
           05 SW-PAYMENT-VIEW REDEFINES SW-DATA.
              10 SP-PAY-AMOUNT     PIC 9(7)V99.
              10 FILLER            PIC X(222).
           05 SW-PRIOR-VIEW REDEFINES SW-DATA.
              10 SR-SNAP-DATE      PIC 9(8).
              10 SR-SUMMARY        PIC X(223).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY BDCALWS.
       COPY RUNCTLWS.
       COPY NAMEFMT.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-SNAP-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-MODE-STATUS       PIC X(2).
       01  WS-FEED-STATUS       PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-SORT          VALUE "Y".

       01  WS-FEED-MODE         PIC X(1) VALUE "D".
           88 WS-FULL-REFRESH         VALUE "F".
       01  WS-PRIOR-SNAP-SWITCH PIC X(1) VALUE "N".
           88 WS-HAVE-PRIOR-SNAP      VALUE "Y".
       01  WS-PRIOR-SNAP-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-AGING-MODE        PIC X(1) VALUE SPACE.
           88 WS-AGE-IN-BUSINESS-DAYS VALUE "B".

      *    Tonight's applied cash by invoice; OPENINV names the
      *    customer each one belongs to as the register is
      *    released.
       01  WS-PAY-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PAY-MAX           PIC 9(5) VALUE 3000.
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 3000 TIMES INDEXED BY PY-IDX.
              10 PT-INVOICE-NUMBER PIC 9(6).
              10 PT-AMOUNT         PIC 9(7)V99.
              10 PT-MATCHED-SW     PIC X(1).
                 88 PT-MATCHED         VALUE "Y".

       01  WS-DUE-DATE          PIC 9(8).
       01  WS-DUE-INTEGER       PIC 9(7).
       01  WS-DAYS-PAST-DUE     PIC S9(5).
       01  WS-OPEN-BALANCE      PIC S9(7)V99 COMP-3.

      *    The customer being assembled in the output procedure.
       01  WS-FIRST-PERSON-SW   PIC X(1) VALUE "Y".
           88 WS-FIRST-PERSON         VALUE "Y".
       01  WS-CURR-PERSON-ID    PIC 9(6).
       01  WS-ON-MASTER-SW      PIC X(1).
           88 WS-PERSON-PUBLISHABLE   VALUE "Y".
       01  WS-HAS-PRIOR-SW      PIC X(1).
           88 WS-PERSON-HAS-PRIOR     VALUE "Y".
       01  WS-NIGHT-CASH        PIC 9(9)V99 COMP-3.
       01  WS-ACTION-CODE       PIC X(1).
       01  WS-NAME-FIRST        PIC X(20).
       01  WS-NAME-REST         PIC X(20).
       01  WS-NAME-PTR          PIC 9(2).

       01  WS-ITEM-COUNT        PIC 9(3).
       01  WS-ITEM-MAX          PIC 9(3) VALUE 500.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES INDEXED BY IT-IDX.
              10 IT-INVOICE-NUMBER PIC 9(6).
              10 IT-INVOICE-DATE   PIC 9(8).
              10 IT-DUE-DATE       PIC 9(8).
              10 IT-DUE-AMOUNT     PIC S9(7)V99 COMP-3.
              10 IT-BUCKET         PIC X(8).
              10 IT-DISPUTE-SW     PIC X(1).

      *    What the portal is told about a customer tonight (NS-)
      *    and what it was told last night (OS-); a customer whose
      *    two images agree is left out of a delta feed.
       01  WS-NEW-SUMMARY.
           05 NS-FULL-NAME      PIC X(45).
           05 NS-STREET         PIC X(30).
           05 NS-CITY           PIC X(20).
           05 NS-STATE-CODE     PIC X(2).
           05 NS-POSTAL-CODE    PIC X(10).
           05 NS-COUNTRY-CODE   PIC X(2).
           05 NS-MAIL-STATUS    PIC X(1).
           05 NS-CONTACT-PREF   PIC X(1).
           05 NS-BALANCE        PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 NS-CURRENT        PIC 9(9)V99.
           05 NS-PAST-1-30      PIC 9(9)V99.
           05 NS-PAST-31-60     PIC 9(9)V99.
           05 NS-PAST-OVER-60   PIC 9(9)V99.
           05 NS-DISPUTED       PIC 9(9)V99.
           05 NS-CREDITS        PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 NS-OPEN-COUNT     PIC 9(4).
           05 NS-INVOICE-HASH   PIC 9(12).
           05 NS-LAST-PAY-DATE  PIC 9(8).
           05 NS-LAST-PAY-AMOUNT PIC 9(7)V99.
       01  WS-OLD-SUMMARY.
           05 OS-FULL-NAME      PIC X(45).
           05 OS-STREET         PIC X(30).
           05 OS-CITY           PIC X(20).
           05 OS-STATE-CODE     PIC X(2).
           05 OS-POSTAL-CODE    PIC X(10).
           05 OS-COUNTRY-CODE   PIC X(2).
           05 OS-MAIL-STATUS    PIC X(1).
           05 OS-CONTACT-PREF   PIC X(1).
           05 OS-BALANCE        PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 OS-CURRENT        PIC 9(9)V99.
           05 OS-PAST-1-30      PIC 9(9)V99.
           05 OS-PAST-31-60     PIC 9(9)V99.
           05 OS-PAST-OVER-60   PIC 9(9)V99.
           05 OS-DISPUTED       PIC 9(9)V99.
           05 OS-CREDITS        PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 OS-OPEN-COUNT     PIC 9(4).
           05 OS-INVOICE-HASH   PIC 9(12).
           05 OS-LAST-PAY-DATE  PIC 9(8).
           05 OS-LAST-PAY-AMOUNT PIC 9(7)V99.

      *    Edited fields the delimited records are strung from.
       01  WS-ED-AMOUNT         PIC -(9)9.99.
       01  WS-ED-COUNT          PIC Z(8)9.
       01  WS-ED-TOTAL          PIC -(11)9.99.
       01  WS-POSTAL-TEXT       PIC X(10).
       01  WS-FEED-POINTER      PIC 9(3).

       01  WS-COUNT-MASTER      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NOT-PUBLISHED PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REGISTER    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-PAYMENTS    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-UNMATCHED-PAY PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-PRIOR       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-ADDED       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CHANGED     PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-UNCHANGED   PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-DELETED     PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-ITEMS-SENT  PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-FEED-RECORDS PIC 9(9) VALUE ZEROS.
       01  WS-FEED-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PORTFEED" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-PORTAL-PARM.
           PERFORM READ-AGING-MODE.
           IF WS-AGE-IN-BUSINESS-DAYS
               PERFORM LOAD-BUSINESS-CALENDAR
           END-IF.
           PERFORM LOAD-NIGHT-PAYMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PERSON-ID
               ON ASCENDING KEY SW-SOURCE
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS SORT-OUTPUT.
           IF WS-FULL-REFRESH
               DISPLAY "Feed type:            FULL REFRESH"
           ELSE
               DISPLAY "Feed type:            DELTA"
           END-IF.
           DISPLAY "Persons read:         " WS-COUNT-MASTER.
           DISPLAY "Not published:        " WS-COUNT-NOT-PUBLISHED.
           DISPLAY "Register entries:     " WS-COUNT-REGISTER.
           DISPLAY "Customers added:      " WS-COUNT-ADDED.
           DISPLAY "Customers changed:    " WS-COUNT-CHANGED.
           DISPLAY "Customers unchanged:  " WS-COUNT-UNCHANGED.
           DISPLAY "Customers deleted:    " WS-COUNT-DELETED.
           DISPLAY "Invoice records sent: " WS-COUNT-ITEMS-SENT.
           DISPLAY "Payments unmatched:   " WS-COUNT-UNMATCHED-PAY.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "PORTFEED"  TO WS-RC-STEP-NAME.
           COMPUTE WS-RC-COUNT-1 = WS-COUNT-ADDED + WS-COUNT-CHANGED.
           MOVE WS-COUNT-FEED-RECORDS TO WS-RC-COUNT-2.
           MOVE WS-COUNT-DELETED      TO WS-RC-COUNT-3.
           MOVE WS-COUNT-UNCHANGED    TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-PORTAL-PARM.
      *    One control record: "F" sends every published customer
      *    instead of the night's changes. No record means delta.
           OPEN INPUT PORTAL-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PORTAL-PARM-FILE
                   NOT AT END
                       IF PP-FULL-REFRESH
                           MOVE "F" TO WS-FEED-MODE
                       END-IF
               END-READ
               CLOSE PORTAL-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "PORTPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       READ-AGING-MODE.
      *    The same control record ARAGING reads, so the buckets a
      *    customer sees online match the aging report.
           OPEN INPUT AGING-MODE-FILE.
           IF WS-MODE-STATUS = "00"
               READ AGING-MODE-FILE
                   NOT AT END
                       MOVE AM-AGING-MODE TO WS-AGING-MODE
               END-READ
               CLOSE AGING-MODE-FILE
           END-IF.

       LOAD-NIGHT-PAYMENTS.
      *    Cash PAYAPPLY applied tonight; a returned check does not
      *    change when the customer last paid. The cash is what the
      *    customer sent, so a foreign payment's exchange gain or
      *    loss is put back on the base relief.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PAYMENT-GL-FILE.
           IF WS-PAY-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               DISPLAY "No PAYGL - no payments tonight."
           ELSE
               IF WS-PAY-STATUS NOT = "00"
                   MOVE "PAYGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PAY-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAYMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF NOT PG-IS-REVERSAL AND
                          PG-AMOUNT IS NUMERIC AND
                          PG-AMOUNT > ZEROS
                           PERFORM NOTE-ONE-PAYMENT
                       END-IF
               END-READ
               IF WS-PAY-STATUS NOT = "00" AND
                  WS-PAY-STATUS NOT = "10"
                   MOVE "PAYGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-PAY-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-GL-FILE
           END-IF.

       NOTE-ONE-PAYMENT.
           ADD 1 TO WS-COUNT-PAYMENTS.
           IF WS-PAY-COUNT < WS-PAY-MAX
               ADD 1 TO WS-PAY-COUNT
               MOVE PG-INVOICE-NUMBER TO PT-INVOICE-NUMBER(WS-PAY-COUNT)
               MOVE PG-AMOUNT         TO PT-AMOUNT(WS-PAY-COUNT)
               IF PG-FX-GAIN IS NUMERIC AND PG-FX-LOSS IS NUMERIC
                   COMPUTE PT-AMOUNT(WS-PAY-COUNT) =
                       PG-AMOUNT + PG-FX-GAIN - PG-FX-LOSS
               END-IF
               MOVE "N" TO PT-MATCHED-SW(WS-PAY-COUNT)
           ELSE
               DISPLAY "SKIPPED beyond portal payment table limit: "
                       "invoice " PG-INVOICE-NUMBER
           END-IF.

       SORT-INPUT.
           PERFORM RELEASE-PERSON-MASTER.
           PERFORM RELEASE-REGISTER.
           PERFORM RELEASE-PRIOR-SNAPSHOT.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAY-COUNT
               IF NOT PT-MATCHED(PY-IDX)
                   ADD 1 TO WS-COUNT-UNMATCHED-PAY
               END-IF
           END-PERFORM.

       RELEASE-PERSON-MASTER.
      *    Only a person the portal may show is released; anyone
      *    else who was published before drops out as a delete.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-MASTER
                       IF PM-RECORD-ACTIVE AND NOT PM-IS-DECEASED
                           PERFORM RELEASE-ONE-PERSON
                       ELSE
                           ADD 1 TO WS-COUNT-NOT-PUBLISHED
                       END-IF
               END-READ
               IF WS-PM-STATUS NOT = "00" AND
                  WS-PM-STATUS NOT = "10"
                   MOVE "PERSONMS"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE PERSON-MASTER-FILE.

       RELEASE-ONE-PERSON.
           MOVE SPACES          TO SORT-WORK-RECORD.
           MOVE PM-PERSON-ID    TO SW-PERSON-ID.
           MOVE "1"             TO SW-SOURCE.
           MOVE PM-NAME         TO SM-NAME.
           MOVE PM-STREET       TO SM-STREET.
           MOVE PM-CITY         TO SM-CITY.
           MOVE PM-STATE-CODE   TO SM-STATE-CODE.
           MOVE PM-ZIP          TO SM-ZIP.
           MOVE PM-POSTAL-CODE  TO SM-POSTAL-CODE.
           MOVE PM-COUNTRY-CODE TO SM-COUNTRY-CODE.
           MOVE PM-MAIL-STATUS  TO SM-MAIL-STATUS.
           MOVE PM-CONTACT-PREF TO SM-CONTACT-PREF.
           RELEASE SORT-WORK-RECORD.

       RELEASE-REGISTER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-REGISTER
                       PERFORM RELEASE-ENTRY-PAYMENTS
                       IF NOT OI-IS-PAID
                           PERFORM RELEASE-ONE-ITEM
                       END-IF
               END-READ
               IF WS-OPENINV-STATUS NOT = "00" AND
                  WS-OPENINV-STATUS NOT = "10"
                   MOVE "OPENINV" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       RELEASE-ENTRY-PAYMENTS.
      *    The register entry tonight's cash relieved names whose
      *    payment it was, paid off or not.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAY-COUNT
               IF PT-INVOICE-NUMBER(PY-IDX) = OI-INVOICE-NUMBER
                  AND NOT PT-MATCHED(PY-IDX)
                   MOVE "Y" TO PT-MATCHED-SW(PY-IDX)
                   MOVE SPACES       TO SORT-WORK-RECORD
                   MOVE OI-PERSON-ID TO SW-PERSON-ID
                   MOVE "3"          TO SW-SOURCE
                   MOVE PT-AMOUNT(PY-IDX) TO SP-PAY-AMOUNT
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-PERFORM.

       RELEASE-ONE-ITEM.
      *    Due amount and bucket exactly as ARAGING ages them: from
      *    the due date (30 days after the invoice on entries
      *    written before terms existed); customer credits carry a
      *    negative balance and age in no bucket.
           MOVE SPACES            TO SORT-WORK-RECORD.
           MOVE OI-PERSON-ID      TO SW-PERSON-ID.
           MOVE "2"               TO SW-SOURCE.
           MOVE OI-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
           MOVE OI-INVOICE-DATE   TO SI-INVOICE-DATE.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
               MOVE OI-DUE-DATE TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
           MOVE WS-DUE-DATE TO SI-DUE-DATE.
           IF OI-IN-DISPUTE
               MOVE "D" TO SI-DISPUTE-SW
           ELSE
               MOVE "N" TO SI-DISPUTE-SW
           END-IF.
           MOVE WS-OPEN-BALANCE TO SI-DUE-AMOUNT.
           EVALUATE TRUE
               WHEN OI-TERMS-CODE = "CRED"
                   MOVE "CREDIT" TO SI-BUCKET
               WHEN OI-TERMS-CODE = "RFND"
                   MOVE "REFUND" TO SI-BUCKET
               WHEN OTHER
                   PERFORM AGE-ONE-ITEM
           END-EVALUATE.
           RELEASE SORT-WORK-RECORD.

       AGE-ONE-ITEM.
           IF WS-AGE-IN-BUSINESS-DAYS
               MOVE WS-DUE-DATE TO WS-BD-FROM-DATE
               MOVE WS-RUN-DATE TO WS-BD-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BD-DAY-COUNT TO WS-DAYS-PAST-DUE
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DATE-INTEGER - WS-DUE-INTEGER
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE "CURRENT" TO SI-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE "1-30"    TO SI-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE "31-60"   TO SI-BUCKET
               WHEN OTHER
                   MOVE "OVER 60" TO SI-BUCKET
           END-EVALUATE.

       RELEASE-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PORTAL-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE "PORTSNAP"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "Y" TO WS-PRIOR-SNAP-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PORTAL-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PS-PERSON-ID IS NUMERIC
                           ADD 1 TO WS-COUNT-PRIOR
                           MOVE PS-SNAP-DATE TO WS-PRIOR-SNAP-DATE
                           MOVE SPACES       TO SORT-WORK-RECORD
                           MOVE PS-PERSON-ID TO SW-PERSON-ID
                           MOVE "4"          TO SW-SOURCE
                           MOVE PS-SNAP-DATE TO SR-SNAP-DATE
                           MOVE PS-SUMMARY   TO SR-SUMMARY
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
               IF WS-SNAP-STATUS NOT = "00" AND
                  WS-SNAP-STATUS NOT = "10"
                   MOVE "PORTSNAP" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE PORTAL-SNAPSHOT-FILE
           END-IF.
      *    With nothing to compare against, tonight has to be a
      *    full refresh.
           IF NOT WS-HAVE-PRIOR-SNAP
               DISPLAY "No prior PORTSNAP - sending a full refresh."
               MOVE "F" TO WS-FEED-MODE
           END-IF.

       SORT-OUTPUT.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-FEED-HEADER.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-PERSON
               PERFORM FINISH-ONE-PERSON
           END-IF.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE PORTAL-SNAPSHOT-FILE.
           CLOSE PORTAL-FEED-FILE.

       OPEN-OUTPUT-FILES.
      *    The prior snapshot was read and closed by the input
      *    procedure; it is replaced here with tonight's feed.
           OPEN OUTPUT PORTAL-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "PORTSNAP"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT PORTAL-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "PORTFEED"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-FEED-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       TAKE-ONE-RECORD.
           IF WS-FIRST-PERSON OR SW-PERSON-ID NOT = WS-CURR-PERSON-ID
               IF NOT WS-FIRST-PERSON
                   PERFORM FINISH-ONE-PERSON
               END-IF
               PERFORM START-ONE-PERSON
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-MASTER
                   PERFORM TAKE-MASTER-RECORD
               WHEN SW-IS-ITEM
                   PERFORM TAKE-ONE-ITEM
               WHEN SW-IS-PAYMENT
                   ADD SP-PAY-AMOUNT TO WS-NIGHT-CASH
               WHEN SW-IS-PRIOR
                   MOVE "Y" TO WS-HAS-PRIOR-SW
                   MOVE SR-SUMMARY TO WS-OLD-SUMMARY
           END-EVALUATE.

       START-ONE-PERSON.
           MOVE "N" TO WS-FIRST-PERSON-SW.
           MOVE SW-PERSON-ID TO WS-CURR-PERSON-ID.
           MOVE "N" TO WS-ON-MASTER-SW.
           MOVE "N" TO WS-HAS-PRIOR-SW.
           MOVE ZEROS TO WS-NIGHT-CASH.
           MOVE ZEROS TO WS-ITEM-COUNT.
           MOVE SPACES TO WS-NEW-SUMMARY.
           MOVE SPACES TO WS-OLD-SUMMARY.
           MOVE ZEROS TO NS-BALANCE NS-CURRENT NS-PAST-1-30
                         NS-PAST-31-60 NS-PAST-OVER-60 NS-DISPUTED
                         NS-CREDITS NS-OPEN-COUNT NS-INVOICE-HASH
                         NS-LAST-PAY-DATE NS-LAST-PAY-AMOUNT.

       TAKE-MASTER-RECORD.
      *    The same name block the statements and labels print,
      *    family name first through FORMAT-FULL-NAME; a US
      *    address publishes its ZIP as the postal code.
           MOVE "Y" TO WS-ON-MASTER-SW.
           MOVE SPACES TO WS-NAME-FIRST WS-NAME-REST.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING SM-NAME DELIMITED BY ALL " "
               INTO WS-NAME-FIRST
               WITH POINTER WS-NAME-PTR
           END-UNSTRING.
           IF WS-NAME-PTR <= LENGTH OF SM-NAME
               MOVE SM-NAME(WS-NAME-PTR:) TO WS-NAME-REST
           END-IF.
           IF WS-NAME-REST = SPACES
               MOVE SM-NAME TO NS-FULL-NAME
           ELSE
               MOVE WS-NAME-REST  TO WS-NF-PART1
               MOVE WS-NAME-FIRST TO WS-NF-PART2
               MOVE ", "          TO WS-NF-SEPARATOR
               PERFORM FORMAT-FULL-NAME
               MOVE WS-NF-FULL-NAME TO NS-FULL-NAME
           END-IF.
           MOVE SM-STREET       TO NS-STREET.
           MOVE SM-CITY         TO NS-CITY.
           MOVE SM-STATE-CODE   TO NS-STATE-CODE.
           MOVE SM-COUNTRY-CODE TO NS-COUNTRY-CODE.
           IF SM-COUNTRY-CODE = "US" OR SM-COUNTRY-CODE = SPACES
               MOVE SM-ZIP TO NS-POSTAL-CODE
           ELSE
               MOVE SM-POSTAL-CODE TO NS-POSTAL-CODE
           END-IF.
           MOVE SM-MAIL-STATUS  TO NS-MAIL-STATUS.
           MOVE SM-CONTACT-PREF TO NS-CONTACT-PREF.

       TAKE-ONE-ITEM.
           ADD SI-DUE-AMOUNT     TO NS-BALANCE.
           ADD SI-INVOICE-NUMBER TO NS-INVOICE-HASH.
           EVALUATE TRUE
               WHEN SI-BUCKET = "CREDIT" OR SI-BUCKET = "REFUND"
                   ADD SI-DUE-AMOUNT TO NS-CREDITS
               WHEN SI-DISPUTE-SW = "D"
                   ADD 1 TO NS-OPEN-COUNT
                   ADD SI-DUE-AMOUNT TO NS-DISPUTED
               WHEN SI-BUCKET = "CURRENT"
                   ADD 1 TO NS-OPEN-COUNT
                   ADD SI-DUE-AMOUNT TO NS-CURRENT
               WHEN SI-BUCKET = "1-30"
                   ADD 1 TO NS-OPEN-COUNT
                   ADD SI-DUE-AMOUNT TO NS-PAST-1-30
               WHEN SI-BUCKET = "31-60"
                   ADD 1 TO NS-OPEN-COUNT
                   ADD SI-DUE-AMOUNT TO NS-PAST-31-60
               WHEN OTHER
                   ADD 1 TO NS-OPEN-COUNT
                   ADD SI-DUE-AMOUNT TO NS-PAST-OVER-60
           END-EVALUATE.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE SI-INVOICE-NUMBER TO
                   IT-INVOICE-NUMBER(WS-ITEM-COUNT)
               MOVE SI-INVOICE-DATE TO IT-INVOICE-DATE(WS-ITEM-COUNT)
               MOVE SI-DUE-DATE     TO IT-DUE-DATE(WS-ITEM-COUNT)
               MOVE SI-DUE-AMOUNT   TO IT-DUE-AMOUNT(WS-ITEM-COUNT)
               MOVE SI-BUCKET       TO IT-BUCKET(WS-ITEM-COUNT)
               MOVE SI-DISPUTE-SW   TO IT-DISPUTE-SW(WS-ITEM-COUNT)
           ELSE
               DISPLAY "SKIPPED beyond portal invoice table limit: "
                       "customer " SW-PERSON-ID
                       " invoice " SI-INVOICE-NUMBER
           END-IF.

       FINISH-ONE-PERSON.
      *    A customer still publishable goes out as an add when the
      *    portal has never seen them (or on a full refresh) and as
      *    a change when anything they would see has moved; one
      *    that no longer qualifies is deleted from the portal.
           IF WS-PERSON-PUBLISHABLE
               IF WS-NIGHT-CASH > ZEROS
                   MOVE WS-RUN-DATE   TO NS-LAST-PAY-DATE
                   MOVE WS-NIGHT-CASH TO NS-LAST-PAY-AMOUNT
               ELSE
                   IF WS-PERSON-HAS-PRIOR AND
                      OS-LAST-PAY-DATE IS NUMERIC AND
                      OS-LAST-PAY-AMOUNT IS NUMERIC
                       MOVE OS-LAST-PAY-DATE   TO NS-LAST-PAY-DATE
                       MOVE OS-LAST-PAY-AMOUNT TO NS-LAST-PAY-AMOUNT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-FULL-REFRESH OR NOT WS-PERSON-HAS-PRIOR
                       MOVE "A" TO WS-ACTION-CODE
                       ADD 1 TO WS-COUNT-ADDED
                       PERFORM WRITE-CUSTOMER-RECORDS
                   WHEN WS-NEW-SUMMARY NOT = WS-OLD-SUMMARY
                       MOVE "C" TO WS-ACTION-CODE
                       ADD 1 TO WS-COUNT-CHANGED
                       PERFORM WRITE-CUSTOMER-RECORDS
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-UNCHANGED
               END-EVALUATE
               PERFORM WRITE-SNAPSHOT-RECORD
           ELSE
               IF WS-PERSON-HAS-PRIOR AND NOT WS-FULL-REFRESH
                   ADD 1 TO WS-COUNT-DELETED
                   PERFORM WRITE-DELETE-RECORD
               END-IF
           END-IF.

       WRITE-CUSTOMER-RECORDS.
           ADD NS-BALANCE TO WS-FEED-BALANCE.
           MOVE SPACES TO PORTAL-FEED-LINE.
           MOVE 1 TO WS-FEED-POINTER.
           MOVE NS-BALANCE TO WS-ED-AMOUNT.
           STRING "C|" WS-ACTION-CODE "|" WS-CURR-PERSON-ID "|"
                  FUNCTION TRIM(NS-FULL-NAME) "|"
                  FUNCTION TRIM(NS-STREET) "|"
                  FUNCTION TRIM(NS-CITY) "|"
                  NS-STATE-CODE "|"
                  FUNCTION TRIM(NS-POSTAL-CODE) "|"
                  NS-COUNTRY-CODE "|"
                  FUNCTION TRIM(WS-ED-AMOUNT) "|"
                  DELIMITED BY SIZE
                  INTO PORTAL-FEED-LINE WITH POINTER WS-FEED-POINTER
           END-STRING.
           MOVE NS-OPEN-COUNT TO WS-ED-COUNT.
           MOVE NS-LAST-PAY-AMOUNT TO WS-ED-AMOUNT.
           STRING FUNCTION TRIM(WS-ED-COUNT) "|"
                  NS-LAST-PAY-DATE "|"
                  FUNCTION TRIM(WS-ED-AMOUNT) "|"
                  NS-MAIL-STATUS "|" NS-CONTACT-PREF
                  DELIMITED BY SIZE
                  INTO PORTAL-FEED-LINE WITH POINTER WS-FEED-POINTER
           END-STRING.
           PERFORM WRITE-ONE-FEED-LINE.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-ITEM-COUNT
               PERFORM WRITE-ONE-INVOICE-RECORD
           END-PERFORM.

       WRITE-ONE-INVOICE-RECORD.
           ADD 1 TO WS-COUNT-ITEMS-SENT.
           MOVE SPACES TO PORTAL-FEED-LINE.
           MOVE IT-DUE-AMOUNT(IT-IDX) TO WS-ED-AMOUNT.
           STRING "I|" WS-CURR-PERSON-ID "|"
                  IT-INVOICE-NUMBER(IT-IDX) "|"
                  IT-INVOICE-DATE(IT-IDX) "|"
                  IT-DUE-DATE(IT-IDX) "|"
                  FUNCTION TRIM(WS-ED-AMOUNT) "|"
                  FUNCTION TRIM(IT-BUCKET(IT-IDX)) "|"
                  IT-DISPUTE-SW(IT-IDX)
                  DELIMITED BY SIZE INTO PORTAL-FEED-LINE
           END-STRING.
           PERFORM WRITE-ONE-FEED-LINE.

       WRITE-DELETE-RECORD.
           MOVE SPACES TO PORTAL-FEED-LINE.
           STRING "C|D|" WS-CURR-PERSON-ID
                  DELIMITED BY SIZE INTO PORTAL-FEED-LINE
           END-STRING.
           PERFORM WRITE-ONE-FEED-LINE.

       WRITE-FEED-HEADER.
           MOVE SPACES TO PORTAL-FEED-LINE.
           IF WS-FULL-REFRESH
               STRING "H|FULL|" WS-RUN-DATE "|" WS-PRIOR-SNAP-DATE
                      DELIMITED BY SIZE INTO PORTAL-FEED-LINE
               END-STRING
           ELSE
               STRING "H|DELTA|" WS-RUN-DATE "|" WS-PRIOR-SNAP-DATE
                      DELIMITED BY SIZE INTO PORTAL-FEED-LINE
               END-STRING
           END-IF.
           WRITE PORTAL-FEED-LINE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "PORTFEED" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-FEED-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-FEED-TRAILER.
      *    The count is every record between the header and the
      *    trailer; the balance totals the customer records sent.
           MOVE SPACES TO PORTAL-FEED-LINE.
           MOVE WS-COUNT-FEED-RECORDS TO WS-ED-COUNT.
           MOVE WS-FEED-BALANCE       TO WS-ED-TOTAL.
           STRING "T|" FUNCTION TRIM(WS-ED-COUNT) "|"
                  FUNCTION TRIM(WS-ED-TOTAL)
                  DELIMITED BY SIZE INTO PORTAL-FEED-LINE
           END-STRING.
           WRITE PORTAL-FEED-LINE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "PORTFEED" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-FEED-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-ONE-FEED-LINE.
           ADD 1 TO WS-COUNT-FEED-RECORDS.
           WRITE PORTAL-FEED-LINE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "PORTFEED" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-FEED-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-SNAPSHOT-RECORD.
           MOVE WS-CURR-PERSON-ID TO PS-PERSON-ID.
           MOVE WS-RUN-DATE       TO PS-SNAP-DATE.
           MOVE WS-NEW-SUMMARY    TO PS-SUMMARY.
           WRITE PORTAL-SNAPSHOT-RECORD.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "PORTSNAP" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COPY NAMEFMTP.

       COPY BDCALP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
