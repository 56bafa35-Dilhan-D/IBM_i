      *                   order was held), so a released hold
      *                   invoices with the lines it was taken
      *                   with instead of silently vanishing.
      *Date: 2026-09-14 - Relieve ITEMMAST stock for every line
      *                   priced from the item master, and append a
      *                   sale movement to the STKMOVE history per
      *                   line, so on-hand reflects what was billed
      *                   and a count discrepancy can be traced back
      *                   to the invoice that caused it.
      *Date: 2026-09-15 - Read ORDHDRB/ORDLINEB from the SHIPMTCH
      *                   ship-confirmation match instead of the
      *                   credit-checked files, so each line bills
      *                   (and relieves stock for) the quantity the
      *                   warehouse actually shipped; the unshipped
      *                   remainder is carried on BACKORD and bills
      *                   under a new order number when it ships.
      *Date: 2026-09-16 - Price each line through the shared PRCREF
      *                   rules instead of the bare IT-PRICE: a
      *                   customer contract price in force on the
      *                   order date, else the quantity-break tier
      *                   the quantity ordered reaches, else list.
      *                   The item line on the invoice names the
      *                   rule that applied (contract reference or
      *                   break tier), so a questioned price can be
      *                   explained from the invoice itself.
      *Date: 2026-09-17 - Stamp each OPENINV entry with the
      *                   customer's payment terms off CUSTACCT and
      *                   TERMSREF (shared TRMREF set): terms code,
      *                   due date, and the early-payment discount
      *                   percent and cut-off date. The invoice
      *                   prints a terms line under the order total
      *                   so the customer sees the same due date
      *                   the register ages from.
      *Date: 2026-09-18 - Book each OPENINV entry out of dispute
      *                   (OI-DISPUTE-STATUS space).
      *Date: 2026-09-23 - Stamp each ORDREG entry with the
      *                   accounting period it bills into: an
      *                   order dated in a month closed on ACCTPER
      *                   bills into the open period and is
      *                   flagged PRIOR PERIOD for GLEXTRCT.
      *Date: 2026-09-24 - Clear the new OPENINV dispute fields on
      *                   each register entry written.
      *Date: 2026-09-27 - Bill no sales tax to a customer holding an
      *                   exemption certificate (TAXEXMPT, shared TAXEXM
      *                   set) for the order's state, in force on the
      *                   order date: the invoice prints the
      *                   certificate and the TAXDETL record, now 60
      *                   bytes, carries a zero tax with the
      *                   certificate number and exemption type for
      *                   TAXREMIT.
      *Date: 2026-09-28 - Invoice customers in their own currency:
      *                   the country's STCTREF currency (shared SREF
      *                   set) at the FXRATE rate on the invoice date
      *                   (shared FXRATE set). A foreign order's line
      *                   prices, tax and total print in that
      *                   currency with the rate and base equivalent;
      *                   ORDREG, TAXDETL and the OPENINV amount
      *                   stay in base, OPENINV also carrying the
      *                   currency, rate and currency total.
      *Date: 2026-09-30 - Bill each order under its sales rep: the
      *                   rep on the order header, or for an order
      *                   that arrives without one the customer's
      *                   default rep (shared REPREF set - the
      *                   CUSTACCT rep, else the default rep of the
      *                   customer's STCTREF territory). The rep
      *                   goes on the ORDREG entry and on OPENINV
      *                   for the COMMACCR commission feed.
      *Date: 2026-10-01 - Write a SALESHST sales-history record per
      *                   billed line (item, quantity, unit price and
      *                   revenue before tax, in base currency) for
      *                   the monthly SLSANAL sales analysis.
      *Date: 2026-10-04 - Widen the TAXDETL record for the entry type
      *                   and credit date RETAUTH writes on the tax
      *                   credited for returned goods; an invoice's
      *                   own row carries them blank.
      *Date: 2026-10-07 - Bill and tax from the customer's dated
      *                   addresses on the new PERSADDR file (PADDR
      *                   copybook set) in effect on the order date:
      *                   the invoice address block is the billing
      *                   address, and the tax state - and with it
      *                   the rate, exemption and TAXDETL state - is
      *                   the shipping address's, else the billing
      *                   address's. A separate shipping address
      *                   prints as a SHIP TO line. No dated address
      *                   leaves the master address doing both, as
      *                   before.
      *Date: 2026-10-08 - Widen the PERSON-MASTER record copy for
      *                   the phone, email and delivery preference.
      *Date: 2026-10-15 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date as step ORDTOTAL,
      *                   like the other PAYCYCLE steps, so JOBGATE
      *                   does not count a PAYCYCLE day whose billing
      *                   abended as completed. A cycle already
      *                   completed is skipped; an abended one still
      *                   resumes from its checkpoint.
      *Date: 2026-10-15 - Hold each line's ITEMMAST relief, STKMOVE
      *                   sale movement and SALESHST record until
      *                   the order closes out and post them just
      *                   ahead of its checkpoint, so a restart that
      *                   reprices an unfinished order no longer
      *                   relieves its stock or records its sales a
      *                   second time.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHDR-STATUS.

           SELECT ORDER-LINES-FILE ASSIGN TO "ORDLINEB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLINE-STATUS.

           COPY PERSSEL.

           COPY PRCREF.

           COPY TRMREF.

           SELECT INVOICE-REPORT-FILE ASSIGN TO "INVOICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHST-STATUS.

           COPY ITMREF.

           COPY STKMOV.

           COPY ACCTPER.

           COPY TAXEXM.

           COPY SREF.

           COPY FXRATE.

           COPY REPREF.

           COPY PADDR.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  ORDER-LINES-FILE.
           COPY ORDLINER.
       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY PRCREFFD.

           COPY TRMREFFD.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-LAST-ORDER-NBR   PIC 9(6).
           05 TD-RATE               PIC 9V999.
           05 TD-TAXABLE-BASE       PIC 9(7)V99.
           05 TD-TAX-AMOUNT         PIC 9(7)V99.
           05 TD-EXEMPT-CERT        PIC X(15).
           05 TD-EXEMPT-TYPE        PIC X(1).
           05 TD-ENTRY-TYPE         PIC X(1).
           05 TD-CREDIT-DATE        PIC 9(8).

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD.
           05 IA-LINE-SEQ           PIC 9(4).
           05 IA-PRINT-LINE         PIC X(80).

       FD  SALES-HISTORY-FILE.
           COPY SLSHREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05 TR-STATE-CODE         PIC X(2).

           COPY ITMREFFD.

           COPY STKMOVFD.

           COPY ACCTPERFD.

           COPY TAXEXMFD.

           COPY SREFFD.

           COPY FXRATEFD.

           COPY REPREFFD.

           COPY PADDRFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY STKMOVWS.
       COPY PRCREFWS.
       COPY TRMREFWS.
       COPY ACCTPERWS.
       COPY TAXEXMWS.
       COPY SREFWS.
       COPY FXRATEWS.
       COPY REPREFWS.
       COPY PADDRWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-ORDHDR-STATUS        PIC X(2).
       01  WS-ORDLINE-STATUS       PIC X(2).
       01  WS-PM-STATUS            PIC X(2).
       01  WS-OPENINV-STATUS       PIC X(2).
       01  WS-TAXDTL-STATUS        PIC X(2).
       01  WS-ARCH-STATUS          PIC X(2).
       01  WS-SLSHST-STATUS        PIC X(2).
       01  WS-ARCH-LINE-SEQ        PIC 9(4) VALUE ZEROS.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-CURRENT-ORDER        PIC 9(6) VALUE ZEROS.
       01  WS-ORDER-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-ORDER-PERSON-ID      PIC 9(6) VALUE ZEROS.
       01  WS-ORDER-REP-CODE       PIC X(4) VALUE SPACES.
       01  WS-CUSTOMER-NAME        PIC X(20).
       01  WS-CUSTOMER-FOUND       PIC X(1).
           88 WS-CUSTOMER-ON-MASTER      VALUE "Y".
       01  WS-CUSTOMER-SAVE-RECORD PIC X(187).
       01  WS-SHIP-TO-SWITCH       PIC X(1) VALUE "N".
           88 WS-SHIPS-ELSEWHERE         VALUE "Y".
       01  WS-HEADER-FOUND         PIC X(1).
           88 WS-HEADER-ON-FILE          VALUE "Y".
       01  WS-ORDER-SKIP-SWITCH    PIC X(1) VALUE "N".
           88 WS-ORDER-SKIPPED           VALUE "Y".
       01  WS-SKIPPED-ORDER-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-EXEMPT-ORDER-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-FOREIGN-ORDER-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-FX-NO-RATE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-ORDER-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-ORDER-FX-RATE        PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-FOREIGN-SWITCH       PIC X(1) VALUE "N".
           88 WS-ORDER-IS-FOREIGN        VALUE "Y".

       01  WS-DEFAULT-TAX-RATE     PIC V999 VALUE .070.
       01  WS-TAX-RATE             PIC V999 VALUE .070.
       01  WS-ORDER-TAX            PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-ORDER-BASE           PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-GRAND-TOTAL          PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-BASE-ORDER-TOTAL     PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-BASE-ORDER-TAX       PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-BASE-ORDER-BASE      PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-ORDER-COUNT          PIC 9(5) VALUE ZEROS.

              10 HT-ORDER-NUMBER   PIC 9(6).
              10 HT-PERSON-ID      PIC 9(6).
              10 HT-ORDER-DATE     PIC 9(8).
              10 HT-REP-CODE       PIC X(4).

      *    The current order's stock relief and sales-history
      *    rows, held until the order closes out so they post with
      *    its checkpoint; an order with more lines than the table
      *    holds posts each full table as it fills.
       01  WS-LINE-POST-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-LINE-POSTS       PIC 9(3) VALUE 500.
       01  WS-LINE-POST-TABLE.
           05 WS-LINE-POST OCCURS 500 TIMES
                   INDEXED BY LP-IDX.
              10 LP-RELIEVE-SW     PIC X(1).
                 88 LP-RELIEVES-STOCK  VALUE "Y".
              10 LP-ITEM-NUMBER    PIC 9(6).
              10 LP-QTY            PIC 9(5).
              10 LP-SALES-RECORD   PIC X(62).

       01  WS-HEADING-1.
           05 FILLER               PIC X(40) VALUE
           05 AD-STATE             PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-ZIP               PIC 9(5).
       01  WS-SHIP-TO-LINE.
           05 FILLER               PIC X(9) VALUE "SHIP TO  ".
           05 ST-STREET            PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ST-CITY              PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ST-STATE             PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ST-ZIP               PIC 9(5).
       01  WS-EXEMPT-LINE.
           05 FILLER               PIC X(31) VALUE
              "SALES TAX EXEMPT - CERTIFICATE ".
           05 EX-CERT-NUMBER       PIC X(15).
           05 FILLER               PIC X(7) VALUE " STATE ".
           05 EX-STATE-CODE        PIC X(2).
       01  WS-CURRENCY-LINE.
           05 FILLER               PIC X(10) VALUE "PRICES IN ".
           05 CL-CURRENCY          PIC X(3).
           05 FILLER               PIC X(9) VALUE " - RATE ".
           05 CL-RATE              PIC ZZ9.999999.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CL-BASE-CURRENCY     PIC X(3).
           05 FILLER               PIC X(9) VALUE " PER UNIT".

       01  WS-LINE-PRICE           PIC 9(5)V99.
       01  WS-ITEM-DESC-LINE.
           05 IDL-ITEM-NUMBER      PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IDL-DESCRIPTION      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IDL-PRICE-RULE       PIC X(24).
       01  WS-DETAIL-LINE.
           05 DL-QTY               PIC ZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              "ORDER TOTAL:".
           05 OT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 OT-CURRENCY          PIC X(3).
       01  WS-BASE-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
              "BASE EQUIVALENT:".
           05 BT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 BT-CURRENCY          PIC X(3).
       01  WS-TERMS-LINE.
           05 FILLER               PIC X(7) VALUE "TERMS: ".
           05 TM-TERMS-CODE        PIC X(4).
           05 FILLER               PIC X(7) VALUE "  DUE: ".
           05 TM-DUE-DATE          PIC 9(8).
           05 TM-DISCOUNT-TEXT     PIC X(34).
       01  WS-TERMS-DISC-LINE.
           05 FILLER               PIC X(4) VALUE "  - ".
           05 TD-DISC-PCT          PIC Z9.99.
           05 FILLER               PIC X(13) VALUE "% IF PAID BY ".
           05 TD-DISC-DATE         PIC 9(8).
       01  WS-GRAND-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
              "GRAND TOTAL:".
           05 RG-ORDER-DATE        PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RG-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RG-POST-PERIOD       PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RG-PRIOR-FLAG        PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RG-REP-CODE          PIC X(4).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ORDTOTAL" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "ORDTOTAL already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               GOBACK
           END-IF.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-FILES.
           PERFORM OPEN-ITEM-MASTER-FOR-UPDATE.
           IF NOT WS-ITEM-FILE-IS-OPEN
               DISPLAY "No ITEMMAST master - lines price as keyed."
           END-IF.
           PERFORM OPEN-STOCK-MOVEMENTS.
           PERFORM OPEN-PRICE-FILES.
           PERFORM OPEN-TERMS-FILES.
           PERFORM OPEN-EXEMPTION-FILE.
           PERFORM OPEN-STATE-REF.
           PERFORM OPEN-REP-FILE.
           PERFORM OPEN-PERSON-ADDRESSES.
           PERFORM LOAD-ACCOUNTING-PERIODS.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-ORDER-HEADERS.
           PERFORM UNTIL WS-END-OF-ORDERS
               READ ORDER-LINES-FILE
               IF WS-ORDLINE-STATUS NOT = "00" AND
                  WS-ORDLINE-STATUS NOT = "10"
                   MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
                   MOVE "ORDLINEB"    TO WS-ERR-FILE-NAME
                   MOVE "READ"        TO WS-ERR-OPERATION
                   MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           PERFORM RESET-CHECKPOINT.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM CLOSE-FILES.
           MOVE WS-ORDER-COUNT         TO WS-RC-COUNT-1.
           MOVE WS-LINE-COUNT          TO WS-RC-COUNT-2.
           MOVE WS-SKIPPED-ORDER-COUNT TO WS-RC-COUNT-3.
           MOVE WS-FOREIGN-ORDER-COUNT TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           GOBACK.

       READ-CHECKPOINT.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
               MOVE "ORDHDRB"     TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT"  TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           OPEN INPUT ORDER-LINES-FILE.
           IF WS-ORDLINE-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
               MOVE "ORDLINEB"    TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT"  TO WS-ERR-OPERATION
               MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
               MOVE WS-TAXDTL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-SLSHST-STATUS = "05" OR WS-SLSHST-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
               MOVE "SALESHST"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           WRITE INVOICE-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
                               HT-PERSON-ID(WS-HEADER-COUNT)
                           MOVE OH-ORDER-DATE TO
                               HT-ORDER-DATE(WS-HEADER-COUNT)
                           MOVE OH-REP-CODE TO
                               HT-REP-CODE(WS-HEADER-COUNT)
                       ELSE
                           DISPLAY "SKIPPED beyond header table "
                                   "limit: order " OH-ORDER-NUMBER
               IF WS-ORDHDR-STATUS NOT = "00" AND
                  WS-ORDHDR-STATUS NOT = "10"
                   MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
                   MOVE "ORDHDRB"     TO WS-ERR-FILE-NAME
                   MOVE "READ"        TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           MOVE ZEROS TO WS-ORDER-TOTAL.
           MOVE ZEROS TO WS-ORDER-TAX.
           MOVE ZEROS TO WS-ORDER-BASE.
           MOVE ZEROS TO WS-LINE-POST-COUNT.
           PERFORM LOOKUP-ORDER-HEADER.
           IF NOT WS-HEADER-ON-FILE
      *        No credit-checked header means the order is on hold
               MOVE ZEROS TO WS-ARCH-LINE-SEQ
               PERFORM READ-ORDER-CUSTOMER
               PERFORM RESOLVE-TAX-RATE
               PERFORM CHECK-TAX-EXEMPTION
               PERFORM RESOLVE-CUSTOMER-CURRENCY
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-INVOICE-LINE
               MOVE WS-CURRENT-ORDER TO OH-HDG-NUMBER
                   MOVE WS-ADDRESS-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
               IF WS-SHIPS-ELSEWHERE
                   MOVE WS-SHIP-TO-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
               IF WS-EXM-IS-EXEMPT
                   MOVE WS-EXM-CERT-NUMBER TO EX-CERT-NUMBER
                   MOVE WS-ORDER-STATE     TO EX-STATE-CODE
                   MOVE WS-EXEMPT-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
               IF WS-ORDER-IS-FOREIGN
                   MOVE WS-ORDER-CURRENCY   TO CL-CURRENCY
                   MOVE WS-ORDER-FX-RATE    TO CL-RATE
                   MOVE WS-FX-BASE-CURRENCY TO CL-BASE-CURRENCY
                   MOVE WS-CURRENCY-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
               MOVE WS-HEADING-2 TO WS-PRINT-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF.
           MOVE "N"   TO WS-HEADER-FOUND.
           MOVE ZEROS TO WS-ORDER-DATE.
           MOVE ZEROS TO WS-ORDER-PERSON-ID.
           MOVE SPACES TO WS-ORDER-REP-CODE.
           SET OH-IDX TO 1.
           SEARCH WS-HEADER-ENTRY
               VARYING OH-IDX
                   MOVE HT-PERSON-ID(OH-IDX)
                       TO WS-ORDER-PERSON-ID
                   MOVE HT-ORDER-DATE(OH-IDX) TO WS-ORDER-DATE
                   MOVE HT-REP-CODE(OH-IDX)   TO WS-ORDER-REP-CODE
           END-SEARCH.

       READ-ORDER-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           MOVE "** UNKNOWN **" TO WS-CUSTOMER-NAME.
           MOVE SPACES TO WS-ORDER-STATE.
           MOVE "N" TO WS-SHIP-TO-SWITCH.
           IF WS-ORDER-PERSON-ID NOT = ZEROS
               MOVE WS-ORDER-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-FOUND
                       MOVE PM-NAME TO WS-CUSTOMER-NAME
                       PERFORM RESOLVE-ORDER-ADDRESSES
               END-READ
           END-IF.

       RESOLVE-ORDER-ADDRESSES.
      *    Goods are taxed where they ship: the shipping address in
      *    effect on the order date, else the billing address, else
      *    the master's. The buffer is then put back and the billing
      *    address laid over it, so the invoice block and the
      *    currency come from where the bill goes.
           IF WS-ORDER-DATE > ZEROS
               MOVE WS-ORDER-DATE TO WS-PAD-ARG-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE
           END-IF.
           MOVE PERSON-MASTER-RECORD TO WS-CUSTOMER-SAVE-RECORD.
           MOVE "S" TO WS-PAD-USE.
           PERFORM APPLY-ADDRESS-IN-EFFECT.
           MOVE PM-STATE-CODE TO WS-ORDER-STATE.
           IF WS-PAD-APPLIED-TYPE = "S"
               MOVE "Y"           TO WS-SHIP-TO-SWITCH
               MOVE PM-STREET     TO ST-STREET
               MOVE PM-CITY       TO ST-CITY
               MOVE PM-STATE-CODE TO ST-STATE
               MOVE PM-ZIP        TO ST-ZIP
           END-IF.
           MOVE WS-CUSTOMER-SAVE-RECORD TO PERSON-MASTER-RECORD.
           MOVE "B" TO WS-PAD-USE.
           PERFORM APPLY-ADDRESS-IN-EFFECT.

       RESOLVE-TAX-RATE.
      *    The rate that applied on the order date: among the
      *    customer's state's entries, the one with the latest
               END-IF
           END-PERFORM.

       CHECK-TAX-EXEMPTION.
      *    A customer with an exemption certificate for the state
      *    the order is taxed in, in force on the order date, is
      *    billed no tax: the lines price at a zero rate and the
      *    certificate goes on the invoice and the TAXDETL record.
      *    An expired certificate taxes the order as usual.
           MOVE WS-ORDER-PERSON-ID TO WS-EXM-ARG-PERSON-ID.
           MOVE WS-ORDER-STATE     TO WS-EXM-ARG-STATE.
           MOVE WS-ORDER-DATE      TO WS-EXM-ARG-DATE.
           PERFORM RESOLVE-TAX-EXEMPTION.
           IF WS-EXM-IS-EXEMPT
               MOVE ZEROS TO WS-TAX-RATE
               ADD 1 TO WS-EXEMPT-ORDER-COUNT
           END-IF.

       RESOLVE-CUSTOMER-CURRENCY.
      *    A customer whose country bills in a foreign currency is
      *    priced and invoiced in it at the FXRATE rate on the
      *    invoice date. No rate loaded for that date bills the
      *    order in the base currency rather than guessing one.
           MOVE "N"    TO WS-FOREIGN-SWITCH.
           MOVE SPACES TO WS-ORDER-CURRENCY.
           MOVE ZEROS  TO WS-ORDER-FX-RATE.
           IF WS-CUSTOMER-ON-MASTER AND PM-COUNTRY-CODE NOT = SPACES
               MOVE PM-COUNTRY-CODE TO WS-SREF-ARG-CODE
               PERFORM LOOKUP-COUNTRY-CODE
               IF WS-SREF-KNOWN AND SR-CURRENCY-CODE NOT = SPACES
                  AND SR-CURRENCY-CODE NOT = WS-FX-BASE-CURRENCY
                   MOVE SR-CURRENCY-CODE     TO WS-FX-ARG-CURRENCY
                   MOVE WS-CURRENT-DATE(1:8) TO WS-FX-ARG-DATE
                   PERFORM RESOLVE-EXCHANGE-RATE
                   IF WS-FX-RATE-KNOWN
                       MOVE "Y" TO WS-FOREIGN-SWITCH
                       MOVE SR-CURRENCY-CODE TO WS-ORDER-CURRENCY
                       MOVE WS-FX-RATE       TO WS-ORDER-FX-RATE
                       ADD 1 TO WS-FOREIGN-ORDER-COUNT
                   ELSE
                       ADD 1 TO WS-FX-NO-RATE-COUNT
                       DISPLAY "Order " WS-CURRENT-ORDER " - no "
                               "FXRATE rate for " SR-CURRENCY-CODE
                               " - billed in base currency."
                   END-IF
               END-IF
           END-IF.

       PRICE-ORDER-LINE.
      *    ON SIZE ERROR clauses catch an order line large enough to
      *    overflow these fields; the run keeps going on the rest of
      *    the file, but the overflow is flagged instead of silently
      *    truncating an amount on the invoice.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM HOLD-NEW-LINE-POST.
           PERFORM PRICE-FROM-ITEM-MASTER.
           COMPUTE WS-EXTENDED-PRICE = OL-QTY * WS-LINE-PRICE
               ON SIZE ERROR
                   MOVE "ORDBASE OVF" TO WS-ERR-OPERATION
                   PERFORM WRITE-OVERFLOW-WARNING
           END-ADD.
           MOVE OL-QTY            TO DL-QTY.
           MOVE WS-LINE-PRICE     TO DL-UNIT-PRICE.
           MOVE WS-EXTENDED-PRICE TO DL-EXTENDED.
           PERFORM WRITE-INVOICE-LINE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM HOLD-SALES-HISTORY.

       HOLD-NEW-LINE-POST.
           IF WS-LINE-POST-COUNT >= WS-MAX-LINE-POSTS
               DISPLAY "Order " WS-CURRENT-ORDER " exceeds "
                       WS-MAX-LINE-POSTS " lines - posting its "
                       "stock and sales so far early."
               PERFORM POST-ORDER-LINES
           END-IF.
           ADD 1 TO WS-LINE-POST-COUNT.
           SET LP-IDX TO WS-LINE-POST-COUNT.
           MOVE "N"    TO LP-RELIEVE-SW(LP-IDX).
           MOVE ZEROS  TO LP-ITEM-NUMBER(LP-IDX) LP-QTY(LP-IDX).
           MOVE SPACES TO LP-SALES-RECORD(LP-IDX).

       HOLD-SALES-HISTORY.
      *    One sales-history record per billed line for the monthly
      *    sales analysis: what was sold, how many, and the line's
      *    revenue before tax. A foreign order's line is carried in
      *    base currency at the order's rate, the same way its
      *    OPENINV entry is, so the analysis adds up in one
      *    currency.
           MOVE WS-CURRENT-ORDER     TO SH-INVOICE-NUMBER.
           MOVE "S"                  TO SH-RECORD-TYPE.
           MOVE WS-CURRENT-DATE(1:8) TO SH-INVOICE-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO SH-ACTIVITY-DATE.
           MOVE WS-ORDER-PERSON-ID   TO SH-PERSON-ID.
           MOVE OL-LINE-NUMBER       TO SH-LINE-NUMBER.
           MOVE OL-ITEM-NUMBER       TO SH-ITEM-NUMBER.
           MOVE OL-QTY               TO SH-QTY.
           MOVE WS-LINE-PRICE        TO SH-UNIT-PRICE.
           MOVE WS-EXTENDED-PRICE    TO SH-REVENUE.
           IF WS-ORDER-IS-FOREIGN
               COMPUTE SH-UNIT-PRICE ROUNDED =
                   WS-LINE-PRICE * WS-ORDER-FX-RATE
                   ON SIZE ERROR
                       MOVE "SHPRICE OVF" TO WS-ERR-OPERATION
                       PERFORM WRITE-OVERFLOW-WARNING
               END-COMPUTE
               COMPUTE SH-REVENUE ROUNDED =
                   WS-EXTENDED-PRICE * WS-ORDER-FX-RATE
                   ON SIZE ERROR
                       MOVE "SHREV OVF" TO WS-ERR-OPERATION
                       PERFORM WRITE-OVERFLOW-WARNING
               END-COMPUTE
           END-IF.
           MOVE SALES-HISTORY-RECORD
               TO LP-SALES-RECORD(WS-LINE-POST-COUNT).

       POST-ORDER-LINES.
      *    The order's held rows, in line order: stock comes off
      *    the shelf from the item's record as it stands now, so
      *    two lines for one item both land.
           PERFORM VARYING LP-IDX FROM 1 BY 1
                   UNTIL LP-IDX > WS-LINE-POST-COUNT
               IF LP-RELIEVES-STOCK(LP-IDX)
                   MOVE LP-ITEM-NUMBER(LP-IDX) TO WS-ITEM-ARG-NUMBER
                   PERFORM LOOKUP-ITEM-NUMBER
                   IF WS-ITEM-KNOWN
                       PERFORM RELIEVE-ITEM-STOCK
                   END-IF
               END-IF
               PERFORM WRITE-SALES-HISTORY
           END-PERFORM.
           MOVE ZEROS TO WS-LINE-POST-COUNT.

       WRITE-SALES-HISTORY.
           WRITE SALES-HISTORY-RECORD FROM LP-SALES-RECORD(LP-IDX).
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
               MOVE "SALESHST"    TO WS-ERR-FILE-NAME
               MOVE "WRITE"       TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       PRICE-FROM-ITEM-MASTER.
      *    The master's current price wins over whatever was keyed
           MOVE OL-ITEM-NUMBER TO WS-ITEM-ARG-NUMBER.
           PERFORM LOOKUP-ITEM-NUMBER.
           IF WS-ITEM-KNOWN
               MOVE WS-ORDER-PERSON-ID  TO WS-PRC-ARG-PERSON-ID
               MOVE OL-ITEM-NUMBER      TO WS-PRC-ARG-ITEM
               IF OL-QTY-ORDERED IS NUMERIC AND
                  OL-QTY-ORDERED > ZEROS
                   MOVE OL-QTY-ORDERED TO WS-PRC-ARG-QTY
               ELSE
                   MOVE OL-QTY TO WS-PRC-ARG-QTY
               END-IF
               MOVE WS-ORDER-DATE       TO WS-PRC-ARG-DATE
               MOVE WS-ITEM-FOUND-PRICE TO WS-PRC-ARG-LIST-PRICE
               PERFORM RESOLVE-LINE-PRICE
               MOVE WS-PRC-PRICE        TO WS-LINE-PRICE
               IF WS-ORDER-IS-FOREIGN
                   COMPUTE WS-LINE-PRICE ROUNDED =
                       WS-PRC-PRICE / WS-ORDER-FX-RATE
               END-IF
               MOVE WS-PRC-RULE-TEXT    TO IDL-PRICE-RULE
               MOVE WS-ITEM-FOUND-DESC  TO IDL-DESCRIPTION
               MOVE "Y" TO LP-RELIEVE-SW(WS-LINE-POST-COUNT)
               MOVE OL-ITEM-NUMBER
                   TO LP-ITEM-NUMBER(WS-LINE-POST-COUNT)
               MOVE OL-QTY TO LP-QTY(WS-LINE-POST-COUNT)
           ELSE
               MOVE OL-UNIT-PRICE TO WS-LINE-PRICE
               MOVE "** NOT ON ITEM MASTER **" TO IDL-DESCRIPTION
               MOVE "AS KEYED" TO IDL-PRICE-RULE
           END-IF.

       RELIEVE-ITEM-STOCK.
      *    The lookup left the item's record in the FD area; take
      *    the billed quantity off the shelf and record the sale on
      *    the movement history under the invoice number. On hand
      *    may go negative - that is an oversell for the stock-
      *    status report to show, not a reason to stop billing.
           SUBTRACT LP-QTY(LP-IDX) FROM IT-QTY-ON-HAND.
           REWRITE ITEM-MASTER-RECORD.
           IF WS-ITEM-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
               MOVE "ITEMMAST"    TO WS-ERR-FILE-NAME
               MOVE "REWRITE"     TO WS-ERR-OPERATION
               MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE LP-ITEM-NUMBER(LP-IDX) TO WS-MOVE-ITEM-NUMBER.
           MOVE "S"              TO WS-MOVE-TYPE.
           MOVE LP-QTY(LP-IDX)   TO WS-MOVE-QTY.
           MOVE IT-QTY-ON-HAND   TO WS-MOVE-ON-HAND.
           MOVE WS-CURRENT-ORDER TO WS-MOVE-REFERENCE.
           PERFORM WRITE-STOCK-MOVEMENT.

       FINISH-CURRENT-ORDER.
      *    Close the order out: per-order total on the invoice, a
      *    register entry, and a checkpoint marking the order done.
           END-IF.

       CLOSE-OUT-CURRENT-ORDER.
      *    A foreign order's lines and totals are in its currency;
      *    the register, the OPENINV amount, TAXDETL and the grand
      *    total carry the base-currency equivalent, the tax and
      *    the taxable base converted separately so they still add
      *    up to the invoice amount.
           MOVE WS-ORDER-TOTAL TO OT-AMOUNT.
           MOVE SPACES TO OT-CURRENCY.
           IF WS-ORDER-IS-FOREIGN
               MOVE WS-ORDER-CURRENCY TO OT-CURRENCY
               COMPUTE WS-BASE-ORDER-BASE ROUNDED =
                   WS-ORDER-BASE * WS-ORDER-FX-RATE
                   ON SIZE ERROR
                       MOVE "BASECONV OVF" TO WS-ERR-OPERATION
                       PERFORM WRITE-OVERFLOW-WARNING
               END-COMPUTE
               COMPUTE WS-BASE-ORDER-TAX ROUNDED =
                   WS-ORDER-TAX * WS-ORDER-FX-RATE
                   ON SIZE ERROR
                       MOVE "TAXCONV OVF" TO WS-ERR-OPERATION
                       PERFORM WRITE-OVERFLOW-WARNING
               END-COMPUTE
               COMPUTE WS-BASE-ORDER-TOTAL =
                   WS-BASE-ORDER-BASE + WS-BASE-ORDER-TAX
                   ON SIZE ERROR
                       MOVE "TOTCONV OVF" TO WS-ERR-OPERATION
                       PERFORM WRITE-OVERFLOW-WARNING
               END-COMPUTE
           ELSE
               MOVE WS-ORDER-BASE  TO WS-BASE-ORDER-BASE
               MOVE WS-ORDER-TAX   TO WS-BASE-ORDER-TAX
               MOVE WS-ORDER-TOTAL TO WS-BASE-ORDER-TOTAL
           END-IF.
           ADD WS-BASE-ORDER-TOTAL TO WS-GRAND-TOTAL
               ON SIZE ERROR
                   MOVE "GRANDTOT OVF" TO WS-ERR-OPERATION
                   PERFORM WRITE-OVERFLOW-WARNING
           END-ADD.
           MOVE WS-ORDER-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-INVOICE-LINE.
           IF WS-ORDER-IS-FOREIGN
               MOVE WS-BASE-ORDER-TOTAL TO BT-AMOUNT
               MOVE WS-FX-BASE-CURRENCY TO BT-CURRENCY
               MOVE WS-BASE-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF.
           PERFORM WRITE-TERMS-LINE.
           MOVE WS-CURRENT-ORDER   TO RG-ORDER-NUMBER.
           MOVE WS-ORDER-PERSON-ID TO RG-PERSON-ID.
           MOVE WS-ORDER-DATE      TO RG-ORDER-DATE.
           MOVE WS-BASE-ORDER-TOTAL TO RG-AMOUNT.
           PERFORM RESOLVE-ORDER-REP.
           MOVE WS-ORDER-REP-CODE  TO RG-REP-CODE.
      *    An order dated in a month finance has closed bills into
      *    the open period and is flagged for GLEXTRCT.
           MOVE WS-ORDER-DATE      TO WS-PER-ARG-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
           MOVE WS-PER-POST-PERIOD TO RG-POST-PERIOD.
           IF WS-PER-IS-PRIOR
               MOVE "PRIOR PERIOD" TO RG-PRIOR-FLAG
           ELSE
               MOVE SPACES TO RG-PRIOR-FLAG
           END-IF.
           WRITE ORDER-REGISTER-LINE FROM WS-REGISTER-DETAIL.
           IF WS-REG-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
           END-IF.
           PERFORM WRITE-OPEN-INVOICE.
           PERFORM WRITE-TAX-DETAIL.
           PERFORM POST-ORDER-LINES.
           MOVE WS-CURRENT-ORDER TO WS-LAST-ORDER-DONE.
           PERFORM WRITE-CHECKPOINT.

       RESOLVE-ORDER-REP.
      *    An order keyed before reps were carried, re-billed off
      *    an old backorder, or entered with no rep on file bills
      *    under whoever the customer would be sold under today.
           IF WS-ORDER-REP-CODE = SPACES
               MOVE SPACES TO WS-REP-ARG-TERRITORY
               MOVE WS-ORDER-STATE TO WS-SREF-ARG-CODE
               PERFORM LOOKUP-STATE-CODE
               IF WS-SREF-KNOWN
                   MOVE SR-REGION-CODE TO WS-REP-ARG-TERRITORY
               END-IF
               MOVE WS-ORDER-PERSON-ID TO WS-REP-ARG-PERSON-ID
               PERFORM RESOLVE-CUSTOMER-REP
               MOVE WS-REP-CODE TO WS-ORDER-REP-CODE
           END-IF.

       WRITE-TERMS-LINE.
      *    The customer's terms resolve once per invoice; the same
      *    due date and discount window go on the register entry.
           MOVE WS-ORDER-PERSON-ID   TO WS-TRM-ARG-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TRM-ARG-INVOICE-DATE.
           PERFORM RESOLVE-CUSTOMER-TERMS.
           MOVE WS-TRM-TERMS-CODE TO TM-TERMS-CODE.
           MOVE WS-TRM-DUE-DATE   TO TM-DUE-DATE.
           MOVE SPACES TO TM-DISCOUNT-TEXT.
           IF WS-TRM-DISC-PCT > ZEROS
               MOVE WS-TRM-DISC-PCT  TO TD-DISC-PCT
               MOVE WS-TRM-DISC-DATE TO TD-DISC-DATE
               MOVE WS-TERMS-DISC-LINE TO TM-DISCOUNT-TEXT
           END-IF.
           MOVE WS-TERMS-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-OPEN-INVOICE.
      *    Book the billed order on the open-invoice register,
      *    dated the day it was invoiced, for PAYAPPLY to relieve.
           MOVE WS-CURRENT-ORDER   TO OI-INVOICE-NUMBER.
           MOVE WS-ORDER-PERSON-ID TO OI-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO OI-INVOICE-DATE.
           MOVE WS-BASE-ORDER-TOTAL TO OI-AMOUNT.
           MOVE ZEROS              TO OI-PAID-AMOUNT.
           MOVE "O"                TO OI-STATUS.
           MOVE ZEROS              TO OI-PAID-DATE.
           MOVE WS-TRM-TERMS-CODE  TO OI-TERMS-CODE.
           MOVE WS-TRM-DUE-DATE    TO OI-DUE-DATE.
           MOVE WS-TRM-DISC-DATE   TO OI-DISC-DATE.
           MOVE WS-TRM-DISC-PCT    TO OI-DISC-PCT.
           MOVE ZEROS              TO OI-DISC-TAKEN.
           MOVE SPACE              TO OI-DISPUTE-STATUS.
           MOVE SPACES             TO OI-DISPUTE-REASON.
           MOVE ZEROS              TO OI-DISPUTE-OPENED.
           MOVE SPACES             TO OI-DISPUTE-ASSIGNED.
           MOVE SPACES             TO OI-DISPUTE-RESOLUTION.
           MOVE ZEROS              TO OI-DISPUTE-RESOLVED.
           IF WS-ORDER-IS-FOREIGN
               MOVE WS-ORDER-CURRENCY TO OI-CURRENCY-CODE
               MOVE WS-ORDER-FX-RATE  TO OI-FX-RATE
               MOVE WS-ORDER-TOTAL    TO OI-CURR-AMOUNT
           ELSE
               MOVE SPACES            TO OI-CURRENCY-CODE
               MOVE ZEROS             TO OI-FX-RATE
               MOVE ZEROS             TO OI-CURR-AMOUNT
           END-IF.
           MOVE WS-ORDER-REP-CODE  TO OI-REP-CODE.
           WRITE OPEN-INVOICE-RECORD.
           IF WS-OPENINV-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
      *    One tax-detail record per invoice: the state and rate
      *    the order priced under, its taxable base, and the tax
      *    collected - dated like the OPENINV entry so the
      *    remittance report can cut the same period. An exempt
      *    order carries its certificate number and exemption type
      *    so the remittance report can show it as exempt sales.
           MOVE WS-CURRENT-ORDER     TO TD-INVOICE-NUMBER.
           MOVE WS-ORDER-PERSON-ID   TO TD-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO TD-INVOICE-DATE.
           MOVE WS-ORDER-STATE       TO TD-STATE-CODE.
           MOVE WS-TAX-RATE          TO TD-RATE.
           MOVE WS-BASE-ORDER-BASE   TO TD-TAXABLE-BASE.
           MOVE WS-BASE-ORDER-TAX    TO TD-TAX-AMOUNT.
           MOVE WS-EXM-CERT-NUMBER   TO TD-EXEMPT-CERT.
           MOVE WS-EXM-TYPE          TO TD-EXEMPT-TYPE.
           MOVE SPACES               TO TD-ENTRY-TYPE.
           MOVE ZEROS                TO TD-CREDIT-DATE.
           WRITE TAX-DETAIL-RECORD.
           IF WS-TAXDTL-STATUS NOT = "00"
               MOVE "ORDER-TOTAL" TO WS-ERR-PROGRAM
           DISPLAY "Orders invoiced: " WS-ORDER-COUNT.
           DISPLAY "Orders skipped (no header): "
                   WS-SKIPPED-ORDER-COUNT.
           DISPLAY "Orders billed tax exempt: "
                   WS-EXEMPT-ORDER-COUNT.
           DISPLAY "Orders billed in foreign currency: "
                   WS-FOREIGN-ORDER-COUNT.
           DISPLAY "Foreign orders with no FXRATE rate: "
                   WS-FX-NO-RATE-COUNT.

       CLOSE-FILES.
           CLOSE ORDER-LINES-FILE.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE TAX-DETAIL-FILE.
           CLOSE INVOICE-ARCHIVE-FILE.
           CLOSE SALES-HISTORY-FILE.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-STOCK-MOVEMENTS.
           PERFORM CLOSE-PRICE-FILES.
           PERFORM CLOSE-TERMS-FILES.
           PERFORM CLOSE-EXEMPTION-FILE.
           PERFORM CLOSE-STATE-REF.
           PERFORM CLOSE-REP-FILE.
           PERFORM CLOSE-PERSON-ADDRESSES.

       COPY ITMREFP.

       COPY STKMOVP.

       COPY PRCREFP.

       COPY TRMREFP.

       COPY ACCTPERP.

       COPY TAXEXMP.

       COPY SREFP.

       COPY FXRATEP.

       COPY REPREFP.

       COPY PADDRP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
