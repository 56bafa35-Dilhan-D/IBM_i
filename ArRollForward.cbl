      *Date: 2026-09-22
      *Daily AR roll-forward at the end of PAYCYCLE: walks the
      *open-invoice register from the balance it stood at after the
      *last run (the ARSNAP snapshot this step leaves behind) through
      *the day's activity - invoices billed (ORDREG), cash applied,
      *held as credit and discounted (PAYGL), NSF reversals, revoked
      *discounts and NSF fees (PAYGL), credit/debit memos and write-
      *offs (ADJGL), credits refunded (CREDGL), finance charges
      *(FCHGL, month-end run only) and paid entries OPENARC moved
      *onto OPENARCH - to a computed ending balance. The computed
      *figure is proved against a fresh total of OPENINV and against
      *the AR control GLEXTRCT journaled on GLEXTR (opening balance
      *plus the AR and unapplied-cash journals, since the register
      *nets customer credits against what is owed). Every invoice
      *whose own walk does not arrive at its register balance is
      *listed on ARROLRPT and the step ends with condition code 4;
      *the snapshot is then replaced with tonight's register so the
      *next run starts from what is actually on file.
      *Date: 2026-09-23 - Widen the PAYGL, ADJGL and GLEXTR
      *                   records for the posting period and
      *                   prior-period flag they now carry.
      *Date: 2026-09-24 - Widen the OPENINV record copy for the
      *                   dispute reason, dates, assignee and
      *                   resolution fields.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-28 - Widen the PAYGL record for the currency,
      *                   currency amount and FX gain/loss fields.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, so JOBGATE can tell a PAYCYCLE
      *                   day completed. The step does not skip on
      *                   an earlier stamp: FINCHRG runs it
      *                   again after the finance charges post.
      *Date: 2026-10-15 - Take the RUNCTL step name from the optional
      *                   RCSTEP record when one is supplied, so
      *                   FINCHRG's finance-charge run stamps under
      *                   its own name and never stands in for the
      *                   PAYCYCLE ARROLLFW JOBGATE looks for.
      *Date: 2026-10-15 - A bounced check whose payment was partly
      *                   held as a customer credit moves its
      *                   invoice only by the part that applied;
      *                   the held part comes back out of "Cash
      *                   held as credit" and is proved in the
      *                   credit pool against the credits PAYAPPLY
      *                   reclaimed or reopened for it.
      *Date: 2026-10-15 - Held cash a bounced check reopened as
      *                   owed comes on the "V" record apart, in
      *                   PG-REOPEN-AMOUNT: it walks with the NSF
      *                   reversals and is proved in the credit pool
      *                   against the "NSF" entry PAYAPPLY opened
      *                   for it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARROLLFW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-SNAPSHOT-FILE ASSIGN TO "ARSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT ORDER-REGISTER-FILE ASSIGN TO "ORDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDREG-STATUS.

           SELECT PAYMENT-GL-FILE ASSIGN TO "PAYGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT ADJUSTMENT-GL-FILE ASSIGN TO "ADJGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJGL-STATUS.

           SELECT FINANCE-GL-FILE ASSIGN TO "FCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCHGL-STATUS.

           SELECT CREDIT-GL-FILE ASSIGN TO "CREDGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDGL-STATUS.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "OPENARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO "ARROLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY CYCDT.

           COPY RUNCTL.

           COPY RCSTEP.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
      *    One header record carrying the date the snapshot was
      *    taken, then one record per register entry with the
      *    balance it had at that moment.
       FD  AR-SNAPSHOT-FILE.
       01  AR-SNAPSHOT-RECORD.
           05 AS-RECORD-TYPE       PIC X(1).
              88 AS-IS-HEADER          VALUE "H".
              88 AS-IS-DETAIL          VALUE "D".
           05 AS-DETAIL-FIELDS.
              10 AS-INVOICE-NUMBER PIC 9(6).
              10 AS-PERSON-ID      PIC 9(6).
              10 AS-TERMS-CODE     PIC X(4).
              10 AS-BALANCE        PIC S9(9)V99.
           05 AS-HEADER-FIELDS REDEFINES AS-DETAIL-FIELDS.
              10 AS-SNAP-DATE      PIC 9(8).
              10 FILLER            PIC X(19).

       FD  ORDER-REGISTER-FILE.
       01  ORDER-REGISTER-LINE     PIC X(80).

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

       FD  ADJUSTMENT-GL-FILE.
       01  ADJUSTMENT-GL-RECORD.
           05 AG-ADJUST-DATE       PIC 9(8).
           05 AG-TRANS-CODE        PIC X(1).
           05 AG-INVOICE-NUMBER    PIC 9(6).
           05 AG-AMOUNT            PIC 9(7)V99.
           05 AG-POST-PERIOD       PIC 9(6).
           05 AG-PRIOR-PERIOD      PIC X(1).

       FD  FINANCE-GL-FILE.
       01  FINANCE-GL-RECORD.
           05 FG-CHARGE-DATE       PIC 9(8).
           05 FG-INVOICE-NUMBER    PIC 9(6).
           05 FG-PERSON-ID         PIC 9(6).
           05 FG-AMOUNT            PIC 9(7)V99.

       FD  CREDIT-GL-FILE.
       01  CREDIT-GL-RECORD.
           05 CG-ACTIVITY-DATE     PIC 9(8).
           05 CG-TRANS-CODE        PIC X(1).
              88 CG-IS-APPLIED         VALUE "A".
              88 CG-IS-REFUND          VALUE "F".
           05 CG-CREDIT-NUMBER     PIC 9(6).
           05 CG-INVOICE-NUMBER    PIC 9(6).
           05 CG-PERSON-ID         PIC 9(6).
           05 CG-AMOUNT            PIC 9(7)V99.

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD  PIC X(134).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-JOURNAL-DATE      PIC 9(8).
           05 GL-ACCOUNT           PIC X(8).
           05 GL-DEBIT-CREDIT      PIC X(1).
           05 GL-AMOUNT            PIC 9(9)V99.
           05 GL-SOURCE            PIC X(8).
           05 GL-PERIOD            PIC 9(6).
           05 GL-PRIOR-PERIOD      PIC X(1).

       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE        PIC X(110).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY RCSTEPFD.

           COPY ERRLOGFD.

      *    Everything that moves an invoice is released under its
      *    invoice number: "S" the snapshot balance, "M" a day's
      *    posting (SW-STREAM is the walk line it rolls into), "C"
      *    the register balance tonight, "A" the archived balance.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-INVOICE-NUMBER    PIC 9(6).
           05 SW-SOURCE            PIC X(1).
              88 SW-IS-SNAPSHOT        VALUE "S".
              88 SW-IS-MOVEMENT        VALUE "M".
              88 SW-IS-CURRENT         VALUE "C".
              88 SW-IS-ARCHIVE         VALUE "A".
           05 SW-STREAM            PIC 9(2).
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-TERMS-CODE        PIC X(4).
           05 SW-AMOUNT            PIC S9(9)V99 COMP-3.
           05 SW-REGISTER-IMAGE    PIC X(134).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY RCSTEPWS.
       01  WS-SNAP-STATUS       PIC X(2).
       01  WS-ORDREG-STATUS     PIC X(2).
       01  WS-PAY-STATUS        PIC X(2).
       01  WS-ADJGL-STATUS      PIC X(2).
       01  WS-FCHGL-STATUS      PIC X(2).
       01  WS-CREDGL-STATUS     PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-ARCH-STATUS       PIC X(2).
       01  WS-EXTR-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-SORT          VALUE "Y".
       01  WS-PRIOR-SNAP-SWITCH PIC X(1) VALUE "N".
           88 WS-HAVE-PRIOR-SNAP      VALUE "Y".
       01  WS-PRIOR-SNAP-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-GLEXTR-SWITCH     PIC X(1) VALUE "N".
           88 WS-HAVE-GLEXTR          VALUE "Y".

      *    Same fixed columns as ORDER-TOTAL's register detail;
      *    only lines with a numeric order number are invoices.
       01  WS-ORDREG-DETAIL.
           05 OR-ORDER-NUMBER   PIC X(6).
           05 FILLER            PIC X(2).
           05 OR-PERSON-ID      PIC X(6).
           05 FILLER            PIC X(2).
           05 OR-ORDER-DATE     PIC X(8).
           05 FILLER            PIC X(2).
           05 OR-AMOUNT-TEXT    PIC X(14).

       01  WS-NSF-FEE-NUMBER    PIC 9(6).
       01  WS-APPLIED-AMOUNT    PIC S9(9)V99 COMP-3.
       01  WS-ENTRY-BALANCE     PIC S9(9)V99 COMP-3.

      *    The walk. Each line carries what the subledger feeds
      *    say moved the register and what GLEXTRCT journaled to
      *    AR and unapplied cash under the matching GL source.
      *     1 billed          2 cash applied    3 cash held
      *     4 discounts       5 NSF reversals   6 disc revoked
      *     7 NSF fees        8 credit memos    9 debit memos
      *    10 write-offs     11 finance chgs   12 refunds
      *    13 archived       14 other GL activity
       01  WS-WALK-TABLE.
           05 WL-ENTRY OCCURS 14 TIMES INDEXED BY WL-IDX.
              10 WL-LABEL          PIC X(28).
              10 WL-GL-SOURCE      PIC X(8).
              10 WL-SUBLEDGER      PIC S9(11)V99 COMP-3.
              10 WL-GL             PIC S9(11)V99 COMP-3.
       01  WS-WALK-LINES        PIC 9(2) VALUE 14.

       01  WS-OPENING-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COMPUTED-ENDING   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REGISTER-ENDING   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-CONTROL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-MOVEMENT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REGISTER-DIFF     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-DIFF           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-LINE-DIFF         PIC S9(11)V99 COMP-3.
       01  WS-GL-EFFECT         PIC S9(11)V99 COMP-3.

      *    One invoice's walk, built up across its sorted records.
       01  WS-PREV-INVOICE      PIC 9(6).
       01  WS-FIRST-SWITCH      PIC X(1) VALUE "Y".
           88 WS-FIRST-INVOICE        VALUE "Y".
       01  WS-KEY-PERSON-ID     PIC 9(6).
       01  WS-KEY-TERMS-CODE    PIC X(4).
       01  WS-KEY-OPENING       PIC S9(11)V99 COMP-3.
       01  WS-KEY-ACTIVITY      PIC S9(11)V99 COMP-3.
       01  WS-KEY-ENDING        PIC S9(11)V99 COMP-3.
       01  WS-KEY-ARCHIVED      PIC S9(11)V99 COMP-3.
       01  WS-KEY-DIFF          PIC S9(11)V99 COMP-3.
       01  WS-KEY-SNAP-SWITCH   PIC X(1).
           88 WS-KEY-IN-SNAPSHOT      VALUE "Y".
       01  WS-KEY-CURR-SWITCH   PIC X(1).
           88 WS-KEY-ON-REGISTER      VALUE "Y".
       01  WS-KEY-ARCH-SWITCH   PIC X(1).
           88 WS-KEY-ARCHIVED-SW      VALUE "Y".
       01  WS-KEY-MOVED-SWITCH  PIC X(1).
           88 WS-KEY-HAD-ACTIVITY     VALUE "Y".

      *    PAYGL does not carry the number of the "CRED" entry an
      *    overpayment opened, so new credits are proved as a pool:
      *    the cash PAYAPPLY held must equal what the new credit
      *    entries opened with. Held cash a bounced check takes
      *    back leaves the pool again and must equal what the
      *    customer's existing credits were reclaimed by. Held
      *    cash already used reopens as an "NSF" entry owing it,
      *    proved in the same pool.
       01  WS-NEW-CREDIT-DIFF   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RECLAIM-SWITCH    PIC X(1) VALUE "N".
           88 WS-CREDITS-RECLAIMED    VALUE "Y".
       01  WS-NEW-CREDIT-COUNT  PIC 9(3) VALUE ZEROS.
       01  WS-NEW-CREDIT-MAX    PIC 9(3) VALUE 100.
       01  WS-NEW-CREDIT-TABLE.
           05 NC-ENTRY OCCURS 100 TIMES INDEXED BY NC-IDX.
              10 NC-INVOICE-NUMBER PIC 9(6).
              10 NC-PERSON-ID      PIC 9(6).
              10 NC-OPENED         PIC S9(9)V99 COMP-3.
              10 NC-ENDING         PIC S9(9)V99 COMP-3.
              10 NC-TERMS-CODE     PIC X(4).
              10 NC-NOTE           PIC X(20).

       01  WS-COUNT-SNAPSHOT    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-POSTINGS    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REGISTER    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-ARCHIVED    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CONTRIB     PIC 9(7) VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(32) VALUE
              "AR ROLL-FORWARD AND GL PROOF".
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 H1-RUN-DATE       PIC X(8).
           05 FILLER            PIC X(15) VALUE "  OPENING AS OF".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 H1-SNAP-DATE      PIC X(8).
       01  WS-CONTRIB-HEADING.
           05 FILLER            PIC X(8)  VALUE "INVOICE".
           05 FILLER            PIC X(8)  VALUE "PERSON".
           05 FILLER            PIC X(6)  VALUE "TERMS".
           05 FILLER            PIC X(16) VALUE "        OPENING ".
           05 FILLER            PIC X(16) VALUE "       ACTIVITY ".
           05 FILLER            PIC X(16) VALUE "   REGISTER NOW ".
           05 FILLER            PIC X(16) VALUE "     DIFFERENCE ".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "NOTE".
       01  WS-CONTRIB-DETAIL.
           05 CD-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-TERMS-CODE     PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-OPENING        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-ACTIVITY       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-ENDING         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-NOTE           PIC X(20).
       01  WS-WALK-HEADING.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "      SUBLEDGER  ".
           05 FILLER            PIC X(17) VALUE "    GL JOURNALS  ".
           05 FILLER            PIC X(15) VALUE "     DIFFERENCE".
       01  WS-WALK-DETAIL.
           05 WD-LABEL          PIC X(28).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SUBLEDGER      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-GL             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-DETAIL.
           05 RD-LABEL          PIC X(30).
           05 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(30).
           05 SL-COUNT          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "ARROLLFW" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ARROLLFW" TO WS-RC-STEP-NAME.
           PERFORM RESOLVE-RUN-STEP-NAME.
           PERFORM RECORD-STEP-START.
           PERFORM SET-UP-WALK-LINES.
           PERFORM TOTAL-GL-CONTROL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-INVOICE-NUMBER
               ON ASCENDING KEY SW-SOURCE
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS SORT-OUTPUT.
           DISPLAY "Register entries:     " WS-COUNT-REGISTER.
           DISPLAY "Postings walked:      " WS-COUNT-POSTINGS.
           DISPLAY "Entries archived:     " WS-COUNT-ARCHIVED.
           DISPLAY "Contributing entries: " WS-COUNT-CONTRIB.
           MOVE WS-COUNT-REGISTER TO WS-RC-COUNT-1.
           MOVE WS-COUNT-POSTINGS TO WS-RC-COUNT-2.
           MOVE WS-COUNT-ARCHIVED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-CONTRIB TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           IF NOT WS-HAVE-PRIOR-SNAP
               DISPLAY "No prior ARSNAP - opening balance established."
           ELSE
               IF WS-REGISTER-DIFF NOT = ZEROS OR
                  WS-GL-DIFF NOT = ZEROS
                   DISPLAY "AR ROLL-FORWARD DOES NOT PROVE - SEE "
                           "ARROLRPT."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "AR roll-forward proves to the register "
                           "and the GL."
               END-IF
           END-IF.
           STOP RUN.

       SET-UP-WALK-LINES.
           INITIALIZE WS-WALK-TABLE.
           MOVE "Invoices billed"        TO WL-LABEL(1).
           MOVE "BILLING "               TO WL-GL-SOURCE(1).
           MOVE "Cash applied"           TO WL-LABEL(2).
           MOVE "CASHRCPT"               TO WL-GL-SOURCE(2).
           MOVE "Cash held as credit"    TO WL-LABEL(3).
           MOVE "UNAPPCSH"               TO WL-GL-SOURCE(3).
           MOVE "Early-pay discounts"    TO WL-LABEL(4).
           MOVE "EARLYPAY"               TO WL-GL-SOURCE(4).
           MOVE "NSF reversals"          TO WL-LABEL(5).
           MOVE "NSFREVSL"               TO WL-GL-SOURCE(5).
           MOVE "Discounts revoked"      TO WL-LABEL(6).
           MOVE "DISCREVK"               TO WL-GL-SOURCE(6).
           MOVE "NSF fees"               TO WL-LABEL(7).
           MOVE "NSFFEE  "               TO WL-GL-SOURCE(7).
           MOVE "Credit memos"           TO WL-LABEL(8).
           MOVE "CREDMEMO"               TO WL-GL-SOURCE(8).
           MOVE "Debit memos"            TO WL-LABEL(9).
           MOVE "DEBTMEMO"               TO WL-GL-SOURCE(9).
           MOVE "Write-offs"             TO WL-LABEL(10).
           MOVE "WRITEOFF"               TO WL-GL-SOURCE(10).
           MOVE "Finance charges"        TO WL-LABEL(11).
           MOVE "FINCHRG "               TO WL-GL-SOURCE(11).
           MOVE "Credits refunded"       TO WL-LABEL(12).
           MOVE "REFUND  "               TO WL-GL-SOURCE(12).
           MOVE "Archived by OPENARC"    TO WL-LABEL(13).
           MOVE SPACES                   TO WL-GL-SOURCE(13).
           MOVE "Other GL activity"      TO WL-LABEL(14).
           MOVE SPACES                   TO WL-GL-SOURCE(14).

       TOTAL-GL-CONTROL.
      *    The register nets customer credits against what is
      *    owed, so its GL control is AR less unapplied cash: a
      *    debit to either raises it, a credit lowers it. Credits
      *    applied move both sides and net to nothing.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-EXTR-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               DISPLAY "No GLEXTR - nothing journaled to prove to."
           ELSE
               IF WS-EXTR-STATUS NOT = "00"
                   MOVE "GLEXTR"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-EXTR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "Y" TO WS-GLEXTR-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF (GL-ACCOUNT = "AR      " OR
                           GL-ACCOUNT = "UNAPPLD ") AND
                          GL-AMOUNT IS NUMERIC
                           PERFORM NOTE-ONE-GL-JOURNAL
                       END-IF
               END-READ
               IF WS-EXTR-STATUS NOT = "00" AND
                  WS-EXTR-STATUS NOT = "10"
                   MOVE "GLEXTR" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-EXTR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-EXTR-STATUS NOT = "35"
               CLOSE GL-EXTRACT-FILE
           END-IF.

       NOTE-ONE-GL-JOURNAL.
           IF GL-DEBIT-CREDIT = "D"
               MOVE GL-AMOUNT TO WS-GL-EFFECT
           ELSE
               COMPUTE WS-GL-EFFECT = ZERO - GL-AMOUNT
           END-IF.
           ADD WS-GL-EFFECT TO WS-GL-MOVEMENT.
           SET WL-IDX TO 1.
           SEARCH WL-ENTRY VARYING WL-IDX
               AT END
                   ADD WS-GL-EFFECT TO WL-GL(14)
               WHEN WL-IDX > 12
                   ADD WS-GL-EFFECT TO WL-GL(14)
               WHEN WL-GL-SOURCE(WL-IDX) = GL-SOURCE
                   ADD WS-GL-EFFECT TO WL-GL(WL-IDX)
           END-SEARCH.

       SORT-INPUT.
           PERFORM RELEASE-PRIOR-SNAPSHOT.
           PERFORM RELEASE-ORDER-REGISTER.
           PERFORM RELEASE-PAYMENTS.
           PERFORM RELEASE-ADJUSTMENTS.
           PERFORM RELEASE-FINANCE-CHARGES.
           PERFORM RELEASE-CREDIT-ACTIVITY.
           PERFORM RELEASE-CURRENT-REGISTER.
           PERFORM RELEASE-ARCHIVE.

       RELEASE-PRIOR-SNAPSHOT.
      *    No snapshot means this is the first run: tonight's
      *    register becomes the opening balance and nothing is
      *    proved until tomorrow.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT AR-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE "ARSNAP"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "Y" TO WS-PRIOR-SNAP-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ AR-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AS-IS-HEADER
                               MOVE AS-SNAP-DATE
                                   TO WS-PRIOR-SNAP-DATE
                           WHEN AS-IS-DETAIL
                               PERFORM RELEASE-ONE-SNAPSHOT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-SNAP-STATUS NOT = "00" AND
                  WS-SNAP-STATUS NOT = "10"
                   MOVE "ARSNAP" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE AR-SNAPSHOT-FILE
           END-IF.

       RELEASE-ONE-SNAPSHOT.
           ADD 1 TO WS-COUNT-SNAPSHOT.
           ADD AS-BALANCE TO WS-OPENING-BALANCE.
           MOVE AS-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
           MOVE "S"               TO SW-SOURCE.
           MOVE ZEROS             TO SW-STREAM.
           MOVE AS-PERSON-ID      TO SW-PERSON-ID.
           MOVE AS-TERMS-CODE     TO SW-TERMS-CODE.
           MOVE AS-BALANCE        TO SW-AMOUNT.
           MOVE SPACES            TO SW-REGISTER-IMAGE.
           RELEASE SORT-WORK-RECORD.

       RELEASE-ONE-MOVEMENT.
      *    SW-INVOICE-NUMBER, SW-STREAM and SW-AMOUNT are set by
      *    the caller. Stream zero moves the invoice but nets to
      *    nothing on the register as a whole (credits applied).
           ADD 1 TO WS-COUNT-POSTINGS.
           MOVE "M"    TO SW-SOURCE.
           MOVE ZEROS  TO SW-PERSON-ID.
           MOVE SPACES TO SW-TERMS-CODE.
           MOVE SPACES TO SW-REGISTER-IMAGE.
           IF SW-STREAM > ZEROS
               ADD SW-AMOUNT TO WL-SUBLEDGER(SW-STREAM)
           END-IF.
           RELEASE SORT-WORK-RECORD.

       RELEASE-ORDER-REGISTER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-REGISTER-FILE.
           IF WS-ORDREG-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ORDREG-STATUS NOT = "00"
                   MOVE "ORDREG"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ORDREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       MOVE ORDER-REGISTER-LINE TO WS-ORDREG-DETAIL
                       IF OR-ORDER-NUMBER IS NUMERIC
                           MOVE OR-ORDER-NUMBER TO SW-INVOICE-NUMBER
                           MOVE 1 TO SW-STREAM
                           COMPUTE SW-AMOUNT =
                               FUNCTION NUMVAL(OR-AMOUNT-TEXT)
                           PERFORM RELEASE-ONE-MOVEMENT
                       END-IF
               END-READ
               IF WS-ORDREG-STATUS NOT = "00" AND
                  WS-ORDREG-STATUS NOT = "10"
                   MOVE "ORDREG" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-ORDREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ORDREG-STATUS NOT = "35"
               CLOSE ORDER-REGISTER-FILE
           END-IF.

       RELEASE-PAYMENTS.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PAYMENT-GL-FILE.
           IF WS-PAY-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
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
                       IF PG-AMOUNT IS NUMERIC
                           IF PG-IS-REVERSAL
                               PERFORM RELEASE-ONE-REVERSAL
                           ELSE
                               PERFORM RELEASE-ONE-PAYMENT
                           END-IF
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

       RELEASE-ONE-PAYMENT.
      *    The part held as a customer credit never touched the
      *    invoice; it opened a new "CRED" entry and is proved in
      *    the new-credit pool instead.
           MOVE PG-AMOUNT TO WS-APPLIED-AMOUNT.
           IF PG-CREDIT-AMOUNT IS NUMERIC AND
              PG-CREDIT-AMOUNT > ZEROS
               SUBTRACT PG-CREDIT-AMOUNT FROM WS-APPLIED-AMOUNT
               SUBTRACT PG-CREDIT-AMOUNT FROM WL-SUBLEDGER(3)
               ADD PG-CREDIT-AMOUNT TO WS-NEW-CREDIT-DIFF
           END-IF.
           MOVE PG-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
           IF WS-APPLIED-AMOUNT NOT = ZEROS
               MOVE 2 TO SW-STREAM
               COMPUTE SW-AMOUNT = ZERO - WS-APPLIED-AMOUNT
               PERFORM RELEASE-ONE-MOVEMENT
           END-IF.
           IF PG-DISC-AMOUNT IS NUMERIC AND
              PG-DISC-AMOUNT > ZEROS
               MOVE 4 TO SW-STREAM
               COMPUTE SW-AMOUNT = ZERO - PG-DISC-AMOUNT
               PERFORM RELEASE-ONE-MOVEMENT
           END-IF.

       RELEASE-ONE-REVERSAL.
      *    The NSF fee books as its own register entry, numbered
      *    as the bounced invoice with its lead digit forced to 9.
      *    The part of the check that had been held as a credit
      *    never sat on the invoice; it comes back out of the
      *    credit pool instead, and so does held cash the customer
      *    had used, reopened as an "NSF" entry PAYGL cannot name.
           MOVE PG-AMOUNT TO WS-APPLIED-AMOUNT.
           IF PG-CREDIT-AMOUNT IS NUMERIC AND
              PG-CREDIT-AMOUNT > ZEROS
               SUBTRACT PG-CREDIT-AMOUNT FROM WS-APPLIED-AMOUNT
               ADD PG-CREDIT-AMOUNT TO WL-SUBLEDGER(3)
               SUBTRACT PG-CREDIT-AMOUNT FROM WS-NEW-CREDIT-DIFF
               MOVE "Y" TO WS-RECLAIM-SWITCH
           END-IF.
           IF PG-REOPEN-AMOUNT IS NUMERIC AND
              PG-REOPEN-AMOUNT > ZEROS
               SUBTRACT PG-REOPEN-AMOUNT FROM WS-APPLIED-AMOUNT
               ADD PG-REOPEN-AMOUNT TO WL-SUBLEDGER(5)
               SUBTRACT PG-REOPEN-AMOUNT FROM WS-NEW-CREDIT-DIFF
           END-IF.
           MOVE PG-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
           IF WS-APPLIED-AMOUNT NOT = ZEROS
               MOVE 5 TO SW-STREAM
               MOVE WS-APPLIED-AMOUNT TO SW-AMOUNT
               PERFORM RELEASE-ONE-MOVEMENT
           END-IF.
           IF PG-DISC-AMOUNT IS NUMERIC AND
              PG-DISC-AMOUNT > ZEROS
               MOVE PG-INVOICE-NUMBER TO SW-INVOICE-NUMBER
               MOVE 6 TO SW-STREAM
               MOVE PG-DISC-AMOUNT TO SW-AMOUNT
               PERFORM RELEASE-ONE-MOVEMENT
           END-IF.
           IF PG-NSF-FEE IS NUMERIC AND
              PG-NSF-FEE > ZEROS
               MOVE PG-INVOICE-NUMBER TO WS-NSF-FEE-NUMBER
               MOVE "9" TO WS-NSF-FEE-NUMBER(1:1)
               MOVE WS-NSF-FEE-NUMBER TO SW-INVOICE-NUMBER
               MOVE 7 TO SW-STREAM
               MOVE PG-NSF-FEE TO SW-AMOUNT
               PERFORM RELEASE-ONE-MOVEMENT
           END-IF.

       RELEASE-ADJUSTMENTS.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ADJUSTMENT-GL-FILE.
           IF WS-ADJGL-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ADJGL-STATUS NOT = "00"
                   MOVE "ADJGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ADJGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADJUSTMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       MOVE AG-INVOICE-NUMBER TO SW-INVOICE-NUMBER
                       EVALUATE AG-TRANS-CODE
                           WHEN "C"
                               MOVE 8 TO SW-STREAM
                               COMPUTE SW-AMOUNT = ZERO - AG-AMOUNT
                               PERFORM RELEASE-ONE-MOVEMENT
                           WHEN "D"
                               MOVE 9 TO SW-STREAM
                               MOVE AG-AMOUNT TO SW-AMOUNT
                               PERFORM RELEASE-ONE-MOVEMENT
                           WHEN "W"
                               MOVE 10 TO SW-STREAM
                               COMPUTE SW-AMOUNT = ZERO - AG-AMOUNT
                               PERFORM RELEASE-ONE-MOVEMENT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-ADJGL-STATUS NOT = "00" AND
                  WS-ADJGL-STATUS NOT = "10"
                   MOVE "ADJGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-ADJGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ADJGL-STATUS NOT = "35"
               CLOSE ADJUSTMENT-GL-FILE
           END-IF.

       RELEASE-FINANCE-CHARGES.
      *    FCHGL exists only on the month-end finance-charge run.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT FINANCE-GL-FILE.
           IF WS-FCHGL-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-FCHGL-STATUS NOT = "00"
                   MOVE "FCHGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-FCHGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ FINANCE-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF FG-AMOUNT IS NUMERIC
                           MOVE FG-INVOICE-NUMBER
                               TO SW-INVOICE-NUMBER
                           MOVE 11 TO SW-STREAM
                           MOVE FG-AMOUNT TO SW-AMOUNT
                           PERFORM RELEASE-ONE-MOVEMENT
                       END-IF
               END-READ
               IF WS-FCHGL-STATUS NOT = "00" AND
                  WS-FCHGL-STATUS NOT = "10"
                   MOVE "FCHGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-FCHGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-FCHGL-STATUS NOT = "35"
               CLOSE FINANCE-GL-FILE
           END-IF.

       RELEASE-CREDIT-ACTIVITY.
      *    A credit applied lowers the invoice and raises the
      *    credit entry by the same amount; a refund pays the
      *    credit entry's negative balance back up to zero.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CREDIT-GL-FILE.
           IF WS-CREDGL-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-CREDGL-STATUS NOT = "00"
                   MOVE "CREDGL"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CREDGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CREDIT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF CG-AMOUNT IS NUMERIC
                           PERFORM RELEASE-ONE-CREDIT-ACTIVITY
                       END-IF
               END-READ
               IF WS-CREDGL-STATUS NOT = "00" AND
                  WS-CREDGL-STATUS NOT = "10"
                   MOVE "CREDGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-CREDGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-CREDGL-STATUS NOT = "35"
               CLOSE CREDIT-GL-FILE
           END-IF.

       RELEASE-ONE-CREDIT-ACTIVITY.
           EVALUATE TRUE
               WHEN CG-IS-APPLIED
                   MOVE CG-INVOICE-NUMBER TO SW-INVOICE-NUMBER
                   MOVE ZEROS TO SW-STREAM
                   COMPUTE SW-AMOUNT = ZERO - CG-AMOUNT
                   PERFORM RELEASE-ONE-MOVEMENT
                   MOVE CG-CREDIT-NUMBER TO SW-INVOICE-NUMBER
                   MOVE ZEROS TO SW-STREAM
                   MOVE CG-AMOUNT TO SW-AMOUNT
                   PERFORM RELEASE-ONE-MOVEMENT
               WHEN CG-IS-REFUND
                   MOVE CG-CREDIT-NUMBER TO SW-INVOICE-NUMBER
                   MOVE 12 TO SW-STREAM
                   MOVE CG-AMOUNT TO SW-AMOUNT
                   PERFORM RELEASE-ONE-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RELEASE-CURRENT-REGISTER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               DISPLAY "No OPENINV - register reads empty."
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
                       PERFORM COMPUTE-ENTRY-BALANCE
                       ADD WS-ENTRY-BALANCE TO WS-REGISTER-ENDING
                       MOVE "C" TO SW-SOURCE
                       PERFORM RELEASE-ONE-REGISTER-IMAGE
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

       RELEASE-ARCHIVE.
      *    OPENARCH holds every entry OPENARC ever moved; only the
      *    ones that were on the register at the last snapshot and
      *    are gone tonight count as archived in this walk.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT INVOICE-ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ARCH-STATUS NOT = "00"
                   MOVE "OPENARCH"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ INVOICE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       MOVE INVOICE-ARCHIVE-RECORD
                           TO OPEN-INVOICE-RECORD
                       PERFORM COMPUTE-ENTRY-BALANCE
                       MOVE "A" TO SW-SOURCE
                       PERFORM RELEASE-ONE-REGISTER-IMAGE
               END-READ
               IF WS-ARCH-STATUS NOT = "00" AND
                  WS-ARCH-STATUS NOT = "10"
                   MOVE "OPENARCH" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-ARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE INVOICE-ARCHIVE-FILE
           END-IF.

       COMPUTE-ENTRY-BALANCE.
      *    Records written before the discount field existed carry
      *    none taken.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
           COMPUTE WS-ENTRY-BALANCE =
               OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN.

       RELEASE-ONE-REGISTER-IMAGE.
           MOVE OI-INVOICE-NUMBER   TO SW-INVOICE-NUMBER.
           MOVE ZEROS               TO SW-STREAM.
           MOVE OI-PERSON-ID        TO SW-PERSON-ID.
           MOVE OI-TERMS-CODE       TO SW-TERMS-CODE.
           MOVE WS-ENTRY-BALANCE    TO SW-AMOUNT.
           MOVE OPEN-INVOICE-RECORD TO SW-REGISTER-IMAGE.
           RELEASE SORT-WORK-RECORD.

       SORT-OUTPUT.
           PERFORM OPEN-OUTPUT-FILES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM WALK-ONE-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-INVOICE
               PERFORM FINISH-ONE-INVOICE
           END-IF.
           PERFORM PROVE-NEW-CREDITS.
           PERFORM WRITE-ROLL-FORWARD.
           CLOSE AR-SNAPSHOT-FILE.
           CLOSE ROLL-REPORT-FILE.

       OPEN-OUTPUT-FILES.
      *    The prior snapshot was read and closed by the input
      *    procedure; it is replaced here with tonight's register.
           OPEN OUTPUT AR-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "ARSNAP"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE SPACES TO AR-SNAPSHOT-RECORD.
           MOVE "H" TO AS-RECORD-TYPE.
           MOVE WS-CURRENT-DATE(1:8) TO AS-SNAP-DATE.
           PERFORM WRITE-ONE-SNAPSHOT.
           OPEN OUTPUT ROLL-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "ARROLRPT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           IF WS-HAVE-PRIOR-SNAP
               MOVE WS-PRIOR-SNAP-DATE TO H1-SNAP-DATE
           ELSE
               MOVE "NONE" TO H1-SNAP-DATE
           END-IF.
           WRITE ROLL-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE "CONTRIBUTING INVOICES" TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE FROM WS-CONTRIB-HEADING.

       WALK-ONE-RECORD.
           IF WS-FIRST-INVOICE
               MOVE "N" TO WS-FIRST-SWITCH
               PERFORM START-ONE-INVOICE
           ELSE
               IF SW-INVOICE-NUMBER NOT = WS-PREV-INVOICE
                   PERFORM FINISH-ONE-INVOICE
                   PERFORM START-ONE-INVOICE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-SNAPSHOT
                   MOVE "Y" TO WS-KEY-SNAP-SWITCH
                   ADD SW-AMOUNT TO WS-KEY-OPENING
                   MOVE SW-PERSON-ID  TO WS-KEY-PERSON-ID
                   MOVE SW-TERMS-CODE TO WS-KEY-TERMS-CODE
               WHEN SW-IS-MOVEMENT
                   MOVE "Y" TO WS-KEY-MOVED-SWITCH
                   ADD SW-AMOUNT TO WS-KEY-ACTIVITY
               WHEN SW-IS-CURRENT
                   MOVE "Y" TO WS-KEY-CURR-SWITCH
                   ADD SW-AMOUNT TO WS-KEY-ENDING
                   MOVE SW-PERSON-ID  TO WS-KEY-PERSON-ID
                   MOVE SW-TERMS-CODE TO WS-KEY-TERMS-CODE
                   PERFORM WRITE-CURRENT-SNAPSHOT
               WHEN SW-IS-ARCHIVE
                   MOVE "Y" TO WS-KEY-ARCH-SWITCH
                   ADD SW-AMOUNT TO WS-KEY-ARCHIVED
                   IF WS-KEY-PERSON-ID = ZEROS
                       MOVE SW-PERSON-ID  TO WS-KEY-PERSON-ID
                       MOVE SW-TERMS-CODE TO WS-KEY-TERMS-CODE
                   END-IF
           END-EVALUATE.

       START-ONE-INVOICE.
           MOVE SW-INVOICE-NUMBER TO WS-PREV-INVOICE.
           MOVE ZEROS  TO WS-KEY-PERSON-ID.
           MOVE SPACES TO WS-KEY-TERMS-CODE.
           MOVE ZEROS  TO WS-KEY-OPENING.
           MOVE ZEROS  TO WS-KEY-ACTIVITY.
           MOVE ZEROS  TO WS-KEY-ENDING.
           MOVE ZEROS  TO WS-KEY-ARCHIVED.
           MOVE "N" TO WS-KEY-SNAP-SWITCH.
           MOVE "N" TO WS-KEY-CURR-SWITCH.
           MOVE "N" TO WS-KEY-ARCH-SWITCH.
           MOVE "N" TO WS-KEY-MOVED-SWITCH.

       FINISH-ONE-INVOICE.
      *    An entry on the last snapshot that is gone from the
      *    register tonight and sits on OPENARCH left through the
      *    retention job; its archived balance walks off the
      *    register. Archive records for entries long gone are
      *    history and take no part.
           IF WS-KEY-IN-SNAPSHOT AND NOT WS-KEY-ON-REGISTER AND
              WS-KEY-ARCHIVED-SW
               ADD 1 TO WS-COUNT-ARCHIVED
               SUBTRACT WS-KEY-ARCHIVED FROM WS-KEY-ACTIVITY
               SUBTRACT WS-KEY-ARCHIVED FROM WL-SUBLEDGER(13)
           END-IF.
           IF NOT WS-KEY-IN-SNAPSHOT AND NOT WS-KEY-ON-REGISTER AND
              NOT WS-KEY-HAD-ACTIVITY
               CONTINUE
           ELSE
               IF NOT WS-KEY-IN-SNAPSHOT AND WS-KEY-ON-REGISTER AND
                  (WS-KEY-TERMS-CODE = "CRED" OR
                   (WS-KEY-TERMS-CODE = "NSF" AND
                    WS-PREV-INVOICE(1:1) NOT = "9"))
                   PERFORM NOTE-NEW-CREDIT
               ELSE
                   COMPUTE WS-KEY-DIFF = WS-KEY-OPENING
                       + WS-KEY-ACTIVITY - WS-KEY-ENDING
      *            An existing credit PAYAPPLY reclaimed for a
      *            bounced check moved with no posting of its own;
      *            it is proved in the credit pool.
                   IF WS-KEY-DIFF < ZEROS AND WS-CREDITS-RECLAIMED
                      AND WS-KEY-TERMS-CODE = "CRED" AND
                      WS-KEY-IN-SNAPSHOT AND WS-KEY-ON-REGISTER
                       PERFORM NOTE-RECLAIMED-CREDIT
                   ELSE
                       IF WS-KEY-DIFF NOT = ZEROS AND
                          WS-HAVE-PRIOR-SNAP
                           PERFORM WRITE-CONTRIBUTING-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-NEW-CREDIT.
      *    What the credit opened with is tonight's balance less
      *    anything CREDAPPL already did with it. An "NSF" entry not
      *    numbered as a fee is held cash reopened as owed.
           COMPUTE WS-KEY-DIFF = WS-KEY-ENDING - WS-KEY-ACTIVITY.
           ADD WS-KEY-DIFF TO WS-NEW-CREDIT-DIFF.
           IF WS-NEW-CREDIT-COUNT < WS-NEW-CREDIT-MAX
               ADD 1 TO WS-NEW-CREDIT-COUNT
               SET NC-IDX TO WS-NEW-CREDIT-COUNT
               MOVE WS-PREV-INVOICE  TO NC-INVOICE-NUMBER(NC-IDX)
               MOVE WS-KEY-PERSON-ID TO NC-PERSON-ID(NC-IDX)
               MOVE WS-KEY-DIFF      TO NC-OPENED(NC-IDX)
               MOVE WS-KEY-ENDING    TO NC-ENDING(NC-IDX)
               MOVE WS-KEY-TERMS-CODE TO NC-TERMS-CODE(NC-IDX)
               IF WS-KEY-TERMS-CODE = "NSF"
                   MOVE "REOPENED AS OWED" TO NC-NOTE(NC-IDX)
               ELSE
                   MOVE "NEW CREDIT"     TO NC-NOTE(NC-IDX)
               END-IF
           END-IF.

       NOTE-RECLAIMED-CREDIT.
      *    What was reclaimed is how far tonight's balance stands
      *    above the opening plus its posted activity.
           COMPUTE WS-KEY-DIFF = ZERO - WS-KEY-DIFF.
           ADD WS-KEY-DIFF TO WS-NEW-CREDIT-DIFF.
           IF WS-NEW-CREDIT-COUNT < WS-NEW-CREDIT-MAX
               ADD 1 TO WS-NEW-CREDIT-COUNT
               SET NC-IDX TO WS-NEW-CREDIT-COUNT
               MOVE WS-PREV-INVOICE  TO NC-INVOICE-NUMBER(NC-IDX)
               MOVE WS-KEY-PERSON-ID TO NC-PERSON-ID(NC-IDX)
               MOVE WS-KEY-OPENING   TO NC-OPENED(NC-IDX)
               MOVE WS-KEY-ENDING    TO NC-ENDING(NC-IDX)
               MOVE WS-KEY-TERMS-CODE TO NC-TERMS-CODE(NC-IDX)
               MOVE "CREDIT RECLAIMED" TO NC-NOTE(NC-IDX)
           END-IF.

       WRITE-CONTRIBUTING-INVOICE.
           ADD 1 TO WS-COUNT-CONTRIB.
           MOVE WS-PREV-INVOICE   TO CD-INVOICE-NUMBER.
           MOVE WS-KEY-PERSON-ID  TO CD-PERSON-ID.
           MOVE WS-KEY-TERMS-CODE TO CD-TERMS-CODE.
           MOVE WS-KEY-OPENING    TO CD-OPENING.
           MOVE WS-KEY-ACTIVITY   TO CD-ACTIVITY.
           MOVE WS-KEY-ENDING     TO CD-ENDING.
           MOVE WS-KEY-DIFF       TO CD-DIFFERENCE.
           EVALUATE TRUE
               WHEN NOT WS-KEY-IN-SNAPSHOT AND
                    NOT WS-KEY-HAD-ACTIVITY
                   MOVE "NEW - NO POSTING" TO CD-NOTE
               WHEN NOT WS-KEY-ON-REGISTER AND WS-KEY-ARCHIVED-SW
                   MOVE "ARCHIVED" TO CD-NOTE
               WHEN NOT WS-KEY-ON-REGISTER
                   MOVE "NOT ON REGISTER" TO CD-NOTE
               WHEN NOT WS-KEY-HAD-ACTIVITY
                   MOVE "CHANGED - NO POSTING" TO CD-NOTE
               WHEN OTHER
                   MOVE "POSTING MISMATCH" TO CD-NOTE
           END-EVALUATE.
           PERFORM WRITE-CONTRIB-LINE.

       WRITE-CONTRIB-LINE.
           WRITE ROLL-REPORT-LINE FROM WS-CONTRIB-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "ARROLRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       PROVE-NEW-CREDITS.
      *    WS-NEW-CREDIT-DIFF started as the cash held on PAYGL
      *    and had each new credit's opening (a negative balance)
      *    added; anything left over did not land where PAYAPPLY
      *    said it held it, and every new credit is listed.
           IF WS-NEW-CREDIT-DIFF NOT = ZEROS AND WS-HAVE-PRIOR-SNAP
               PERFORM VARYING NC-IDX FROM 1 BY 1
                       UNTIL NC-IDX > WS-NEW-CREDIT-COUNT
                   ADD 1 TO WS-COUNT-CONTRIB
                   MOVE NC-INVOICE-NUMBER(NC-IDX)
                       TO CD-INVOICE-NUMBER
                   MOVE NC-PERSON-ID(NC-IDX) TO CD-PERSON-ID
                   MOVE NC-TERMS-CODE(NC-IDX) TO CD-TERMS-CODE
                   MOVE NC-OPENED(NC-IDX) TO CD-OPENING
                   COMPUTE CD-ACTIVITY =
                       NC-ENDING(NC-IDX) - NC-OPENED(NC-IDX)
                   MOVE NC-ENDING(NC-IDX) TO CD-ENDING
                   MOVE ZEROS TO CD-DIFFERENCE
                   MOVE NC-NOTE(NC-IDX) TO CD-NOTE
                   PERFORM WRITE-CONTRIB-LINE
               END-PERFORM
               MOVE SPACES TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE "New credits vs cash held:" TO RD-LABEL
               MOVE WS-NEW-CREDIT-DIFF TO RD-AMOUNT
               WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL
               IF WS-NEW-CREDIT-COUNT >= WS-NEW-CREDIT-MAX
                   MOVE "  (first 100 new credits listed)"
                       TO ROLL-REPORT-LINE
                   WRITE ROLL-REPORT-LINE
               END-IF
           END-IF.

       WRITE-CURRENT-SNAPSHOT.
           MOVE SPACES TO AR-SNAPSHOT-RECORD.
           MOVE "D"           TO AS-RECORD-TYPE.
           MOVE SW-INVOICE-NUMBER TO AS-INVOICE-NUMBER.
           MOVE SW-PERSON-ID  TO AS-PERSON-ID.
           MOVE SW-TERMS-CODE TO AS-TERMS-CODE.
           MOVE SW-AMOUNT     TO AS-BALANCE.
           PERFORM WRITE-ONE-SNAPSHOT.

       WRITE-ONE-SNAPSHOT.
           WRITE AR-SNAPSHOT-RECORD.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "ARSNAP" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-ROLL-FORWARD.
      *    Computed ending = opening + everything the feeds say
      *    moved the register. It must equal a fresh total of the
      *    register and the opening plus what GLEXTRCT journaled.
           COMPUTE WS-COMPUTED-ENDING = WS-OPENING-BALANCE.
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WS-WALK-LINES
               ADD WL-SUBLEDGER(WL-IDX) TO WS-COMPUTED-ENDING
           END-PERFORM.
           COMPUTE WS-GL-CONTROL =
               WS-OPENING-BALANCE + WS-GL-MOVEMENT.
           IF WS-HAVE-PRIOR-SNAP
               COMPUTE WS-REGISTER-DIFF =
                   WS-COMPUTED-ENDING - WS-REGISTER-ENDING
               COMPUTE WS-GL-DIFF =
                   WS-COMPUTED-ENDING - WS-GL-CONTROL
           END-IF.
           IF WS-COUNT-CONTRIB = ZEROS
               MOVE "  (none)" TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           END-IF.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE "ROLL-FORWARD" TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE FROM WS-WALK-HEADING.
           MOVE "Opening balance"  TO WD-LABEL.
           MOVE WS-OPENING-BALANCE TO WD-SUBLEDGER.
           MOVE WS-OPENING-BALANCE TO WD-GL.
           MOVE ZEROS              TO WD-DIFFERENCE.
           WRITE ROLL-REPORT-LINE FROM WS-WALK-DETAIL.
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WS-WALK-LINES
               COMPUTE WS-LINE-DIFF =
                   WL-SUBLEDGER(WL-IDX) - WL-GL(WL-IDX)
               MOVE WL-LABEL(WL-IDX)     TO WD-LABEL
               MOVE WL-SUBLEDGER(WL-IDX) TO WD-SUBLEDGER
               MOVE WL-GL(WL-IDX)        TO WD-GL
               MOVE WS-LINE-DIFF         TO WD-DIFFERENCE
               WRITE ROLL-REPORT-LINE FROM WS-WALK-DETAIL
           END-PERFORM.
           MOVE "Computed ending balance" TO WD-LABEL.
           MOVE WS-COMPUTED-ENDING TO WD-SUBLEDGER.
           MOVE WS-GL-CONTROL      TO WD-GL.
           COMPUTE WS-LINE-DIFF = WS-COMPUTED-ENDING - WS-GL-CONTROL.
           MOVE WS-LINE-DIFF       TO WD-DIFFERENCE.
           WRITE ROLL-REPORT-LINE FROM WS-WALK-DETAIL.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE "Computed ending balance:" TO RD-LABEL.
           MOVE WS-COMPUTED-ENDING         TO RD-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "Register (OPENINV) total:" TO RD-LABEL.
           MOVE WS-REGISTER-ENDING         TO RD-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "  Difference to register:" TO RD-LABEL.
           MOVE WS-REGISTER-DIFF           TO RD-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "GL AR control (GLEXTR):"  TO RD-LABEL.
           MOVE WS-GL-CONTROL              TO RD-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE "  Difference to GL:"      TO RD-LABEL.
           MOVE WS-GL-DIFF                 TO RD-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-DETAIL.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE "Snapshot entries read:"   TO SL-LABEL.
           MOVE WS-COUNT-SNAPSHOT          TO SL-COUNT.
           WRITE ROLL-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Postings walked:"         TO SL-LABEL.
           MOVE WS-COUNT-POSTINGS          TO SL-COUNT.
           WRITE ROLL-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Register entries:"        TO SL-LABEL.
           MOVE WS-COUNT-REGISTER          TO SL-COUNT.
           WRITE ROLL-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Entries archived:"        TO SL-LABEL.
           MOVE WS-COUNT-ARCHIVED          TO SL-COUNT.
           WRITE ROLL-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Contributing entries:"    TO SL-LABEL.
           MOVE WS-COUNT-CONTRIB           TO SL-COUNT.
           WRITE ROLL-REPORT-LINE FROM WS-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN NOT WS-HAVE-PRIOR-SNAP
                   MOVE "NO PRIOR SNAPSHOT - OPENING BALANCE SET."
                       TO ROLL-REPORT-LINE
               WHEN WS-REGISTER-DIFF = ZEROS AND WS-GL-DIFF = ZEROS
                   MOVE "ROLL-FORWARD PROVES TO REGISTER AND GL."
                       TO ROLL-REPORT-LINE
               WHEN OTHER
                   MOVE "ROLL-FORWARD DOES NOT PROVE - SEE ABOVE."
                       TO ROLL-REPORT-LINE
           END-EVALUATE.
           WRITE ROLL-REPORT-LINE.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY RCSTEPP.

       COPY ERRLOGP.
