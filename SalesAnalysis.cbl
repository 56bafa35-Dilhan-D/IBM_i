      *Date: 2026-10-01
      *Monthly sales analysis off the SALESHST sales history. The
      *SLSPARM control record names the period (YYYYMM; the current
      *month without one), how many items to rank (default 20) and
      *how many months without a sale make an item slow-moving
      *(default 6). Sales are netted of the returns and credit
      *memos against them: a return comes off the item it names, and
      *a credit memo, which names only the invoice, is spread over
      *that invoice's lines in proportion to their revenue. Both
      *count in the month the original invoice was billed, so a
      *credit never makes a month look worse than the sale it
      *reverses. History dated after the period end is left out, so
      *a rerun for a past month reproduces what it showed at the
      *time. The SLSANRPT report lists the top items by net revenue
      *and by net quantity for the month, each customer's month,
      *quarter and year to date beside the same periods last year,
      *and the items on ITEMMAST with no sale in the slow-moving
      *window or never sold at all. A credit memo whose invoice has
      *no sale lines on the history cannot be spread and is totaled
      *separately; the run ends with return code 4 when there are
      *any. Stamps RUNCTL against the period end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSANAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHST-STATUS.

           SELECT SALES-PARM-FILE ASSIGN TO "SLSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY ITMREF.

           COPY PERSSEL.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO "SLSANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
           COPY SLSHREC.

       FD  SALES-PARM-FILE.
       01  SALES-PARM-RECORD.
           05 SA-PERIOD            PIC 9(6).
           05 SA-TOP-COUNT         PIC 9(3).
           05 SA-IDLE-MONTHS       PIC 9(3).

           COPY ITMREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-LINE    PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-INVOICE-NUMBER    PIC 9(6).
           05 SW-TYPE-SEQ          PIC 9(1).
           05 SW-LINE-NUMBER       PIC 9(6).
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-INVOICE-DATE      PIC 9(8).
           05 SW-RECORD-TYPE       PIC X(1).
              88 SW-IS-SALE            VALUE "S".
              88 SW-IS-RETURN          VALUE "R".
              88 SW-IS-CREDIT-MEMO     VALUE "C".
              88 SW-IS-DEDUCTION       VALUE "R" "C".
           05 SW-ITEM-NUMBER       PIC 9(6).
           05 SW-QTY               PIC 9(5).
           05 SW-REVENUE           PIC 9(7)V99.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY RUNCTLWS.
       COPY ITMREFWS.
       01  WS-SLSHST-STATUS     PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-HISTORY       VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-SORT          VALUE "Y".
       01  WS-ITEM-EOF-SWITCH   PIC X(1) VALUE "N".
           88 WS-END-OF-ITEMS         VALUE "Y".
       01  WS-PM-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PERSON-MASTER-OPEN   VALUE "Y".

      *    The period and the windows cut from it.
       01  WS-PERIOD            PIC 9(6).
       01  WS-PERIOD-END        PIC 9(8).
       01  WS-PERIOD-YEAR       PIC 9(4).
       01  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-QTR-INDEX         PIC 9(1).
       01  WS-QTR-START         PIC 9(6).
       01  WS-LY-PERIOD         PIC 9(6).
       01  WS-LY-QTR-START      PIC 9(6).
       01  WS-LY-YEAR           PIC 9(4).
       01  WS-TOP-COUNT         PIC 9(3) VALUE 20.
       01  WS-IDLE-MONTHS       PIC 9(3) VALUE 6.
       01  WS-MONTH-SERIAL      PIC 9(6).
       01  WS-IDLE-YEAR         PIC 9(4).
       01  WS-IDLE-MONTH        PIC 9(2).
       01  WS-IDLE-CUTOFF       PIC 9(6).

      *    The period and year of the invoice a history record
      *    belongs to, which decides the bucket it counts in.
       01  WS-BUCKET-PERIOD     PIC 9(6).
       01  WS-BUCKET-YEAR       PIC 9(4).
       01  WS-LAST-SALE-PERIOD  PIC 9(6).

      *    Every item on the master with its activity, loaded in
      *    item-number order so a history record finds its item by
      *    a binary search.
       01  WS-ITEM-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-ITEM-MAX          PIC 9(5) VALUE 5000.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   ASCENDING KEY IS SI-ITEM-NUMBER
                   INDEXED BY SI-IDX.
              10 SI-ITEM-NUMBER    PIC 9(6).
              10 SI-DESCRIPTION    PIC X(30).
              10 SI-ON-HAND        PIC S9(7).
              10 SI-MTD-REVENUE    PIC S9(9)V99 COMP-3.
              10 SI-MTD-QTY        PIC S9(7) COMP-3.
              10 SI-YTD-REVENUE    PIC S9(9)V99 COMP-3.
              10 SI-YTD-QTY        PIC S9(7) COMP-3.
              10 SI-LAST-SALE-DATE PIC 9(8).
              10 SI-ACTIVE-SW      PIC X(1).
                 88 SI-HAD-ACTIVITY    VALUE "Y".
              10 SI-RANKED-SW      PIC X(1).
                 88 SI-RANKED          VALUE "Y".

      *    An amount on its way to an item's totals.
       01  WS-POST-ITEM         PIC 9(6).
       01  WS-POST-REVENUE      PIC S9(9)V99 COMP-3.
       01  WS-POST-QTY          PIC S9(7) COMP-3.

      *    The sale lines of the invoice in hand, held so a credit
      *    memo against it can be spread over them.
       01  WS-CURRENT-INVOICE   PIC 9(6).
       01  WS-FIRST-INVOICE-SW  PIC X(1) VALUE "Y".
           88 WS-FIRST-INVOICE        VALUE "Y".
       01  WS-LINE-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-LINE-MAX          PIC 9(3) VALUE 200.
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 200 TIMES INDEXED BY HL-IDX.
              10 HL-ITEM-NUMBER    PIC 9(6).
              10 HL-REVENUE        PIC 9(7)V99.
       01  WS-INVOICE-REVENUE   PIC 9(9)V99 COMP-3.
       01  WS-CREDIT-LEFT       PIC S9(9)V99 COMP-3.
       01  WS-CREDIT-SHARE      PIC S9(9)V99 COMP-3.

      *    Ranking.
       01  WS-RANK              PIC 9(3).
       01  WS-BEST-IDX          PIC 9(5).
       01  WS-SCAN-IDX          PIC 9(5).
       01  WS-RANK-BY           PIC X(1).
           88 WS-RANK-BY-REVENUE      VALUE "R".
           88 WS-RANK-BY-QTY          VALUE "Q".

      *    The customer being totaled in the second pass.
       01  WS-FIRST-PERSON-SW   PIC X(1) VALUE "Y".
           88 WS-FIRST-PERSON         VALUE "Y".
       01  WS-CURR-PERSON-ID    PIC 9(6).
       01  WS-SIGNED-REVENUE    PIC S9(9)V99 COMP-3.
       01  WS-CUSTOMER-TOTALS.
           05 CT-MTD            PIC S9(9)V99 COMP-3.
           05 CT-LY-MTD         PIC S9(9)V99 COMP-3.
           05 CT-QTD            PIC S9(9)V99 COMP-3.
           05 CT-LY-QTD         PIC S9(9)V99 COMP-3.
           05 CT-YTD            PIC S9(9)V99 COMP-3.
           05 CT-LY-YTD         PIC S9(9)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05 GT-MTD            PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 GT-LY-MTD         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 GT-QTD            PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 GT-LY-QTD         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 GT-YTD            PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 GT-LY-YTD         PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-COUNT-SELECTED    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CUSTOMERS   PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-IDLE        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-UNMATCHED   PIC 9(7) VALUE ZEROS.
       01  WS-UNMATCHED-CREDIT  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-NOT-ON-MASTER PIC 9(7) VALUE ZEROS.
       01  WS-NOT-ON-MASTER-REV PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-LINES-DROPPED PIC 9(7) VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(30) VALUE
              "SALES ANALYSIS".
           05 FILLER            PIC X(8)  VALUE "PERIOD ".
           05 H1-PERIOD         PIC 9(6).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "RUN DATE ".
           05 H1-RUN-DATE       PIC 9(8).
       01  WS-SECTION-HEADING.
           05 SH-TITLE          PIC X(60).
       01  WS-ITEM-HEADING.
           05 FILLER            PIC X(6)  VALUE "RANK".
           05 FILLER            PIC X(8)  VALUE "ITEM".
           05 FILLER            PIC X(32) VALUE "DESCRIPTION".
           05 FILLER            PIC X(11) VALUE "    MTD QTY".
           05 FILLER            PIC X(16) VALUE
              "     MTD REVENUE".
           05 FILLER            PIC X(11) VALUE "    YTD QTY".
           05 FILLER            PIC X(16) VALUE
              "     YTD REVENUE".
       01  WS-ITEM-DETAIL.
           05 ID-RANK           PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ID-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ID-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ID-MTD-QTY        PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ID-MTD-REVENUE    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ID-YTD-QTY        PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ID-YTD-REVENUE    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-CUST-HEADING.
           05 FILLER            PIC X(8)  VALUE "CUSTOMER".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(15) VALUE "            MTD".
           05 FILLER            PIC X(15) VALUE "   MTD LAST YR".
           05 FILLER            PIC X(15) VALUE "            QTD".
           05 FILLER            PIC X(15) VALUE "   QTD LAST YR".
           05 FILLER            PIC X(15) VALUE "            YTD".
           05 FILLER            PIC X(15) VALUE "   YTD LAST YR".
       01  WS-CUST-DETAIL.
           05 CD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-NAME           PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-MTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05 CD-LY-MTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05 CD-QTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05 CD-LY-QTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05 CD-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05 CD-LY-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-IDLE-HEADING.
           05 FILLER            PIC X(8)  VALUE "ITEM".
           05 FILLER            PIC X(32) VALUE "DESCRIPTION".
           05 FILLER            PIC X(12) VALUE "LAST SOLD".
           05 FILLER            PIC X(10) VALUE "   ON HAND".
       01  WS-IDLE-DETAIL.
           05 IL-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 IL-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 IL-LAST-SOLD      PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 IL-ON-HAND        PIC Z,ZZZ,ZZ9-.
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(50).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "SLSANAL" TO WS-ERR-PROGRAM.
           PERFORM READ-SALES-PARM.
           PERFORM SET-PERIOD-WINDOWS.
           PERFORM LOAD-ITEM-TABLE.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-INVOICE-NUMBER
               ON ASCENDING KEY SW-TYPE-SEQ
               ON ASCENDING KEY SW-LINE-NUMBER
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS ITEM-SORT-OUTPUT.
           MOVE "R" TO WS-RANK-BY.
           MOVE "TOP ITEMS BY NET REVENUE FOR THE MONTH"
               TO SH-TITLE.
           PERFORM WRITE-ITEM-RANKING.
           MOVE "Q" TO WS-RANK-BY.
           MOVE "TOP ITEMS BY NET QUANTITY FOR THE MONTH"
               TO SH-TITLE.
           PERFORM WRITE-ITEM-RANKING.
           PERFORM OPEN-PERSON-MASTER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PERSON-ID
               ON ASCENDING KEY SW-INVOICE-NUMBER
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS CUSTOMER-SORT-OUTPUT.
           IF WS-PERSON-MASTER-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.
           PERFORM WRITE-IDLE-ITEMS.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE ANALYSIS-REPORT-FILE.
           DISPLAY "History records in range: " WS-COUNT-SELECTED.
           DISPLAY "Items on master:          " WS-ITEM-COUNT.
           DISPLAY "Customers compared:       " WS-COUNT-CUSTOMERS.
           DISPLAY "Slow-moving items:        " WS-COUNT-IDLE.
           DISPLAY "Credits not spread:       " WS-COUNT-UNMATCHED.
           DISPLAY "Lines for unknown items:  "
                   WS-COUNT-NOT-ON-MASTER.
           IF WS-COUNT-UNMATCHED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-PERIOD-END      TO WS-RC-CYCLE-DATE.
           MOVE "SLSANAL"          TO WS-RC-STEP-NAME.
           MOVE WS-COUNT-SELECTED  TO WS-RC-COUNT-1.
           MOVE WS-PERIOD          TO WS-RC-COUNT-2.
           MOVE WS-COUNT-CUSTOMERS TO WS-RC-COUNT-3.
           MOVE WS-COUNT-UNMATCHED TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-SALES-PARM.
      *    One control record; a missing or zero field takes its
      *    default (current month, top 20, six idle months).
           MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT SALES-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ SALES-PARM-FILE
                   NOT AT END
                       IF SA-PERIOD IS NUMERIC AND
                          SA-PERIOD > ZEROS
                           MOVE SA-PERIOD TO WS-PERIOD
                       END-IF
                       IF SA-TOP-COUNT IS NUMERIC AND
                          SA-TOP-COUNT > ZEROS
                           MOVE SA-TOP-COUNT TO WS-TOP-COUNT
                       END-IF
                       IF SA-IDLE-MONTHS IS NUMERIC AND
                          SA-IDLE-MONTHS > ZEROS
                           MOVE SA-IDLE-MONTHS TO WS-IDLE-MONTHS
                       END-IF
               END-READ
               CLOSE SALES-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "SLSPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       SET-PERIOD-WINDOWS.
      *    Calendar quarters and years. The slow-moving cutoff is
      *    the last month before the window: with six months and a
      *    period of 202610, an item last sold in 202604 or earlier
      *    is slow.
           MOVE WS-PERIOD TO WS-PERIOD-END(1:6).
           MOVE "31"      TO WS-PERIOD-END(7:2).
           COMPUTE WS-PERIOD-YEAR  = WS-PERIOD / 100.
           COMPUTE WS-PERIOD-MONTH = WS-PERIOD - WS-PERIOD-YEAR * 100.
           COMPUTE WS-QTR-INDEX = (WS-PERIOD-MONTH - 1) / 3.
           COMPUTE WS-QTR-START =
               WS-PERIOD-YEAR * 100 + WS-QTR-INDEX * 3 + 1.
           COMPUTE WS-LY-YEAR      = WS-PERIOD-YEAR - 1.
           COMPUTE WS-LY-PERIOD    = WS-PERIOD - 100.
           COMPUTE WS-LY-QTR-START = WS-QTR-START - 100.
           COMPUTE WS-MONTH-SERIAL =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
               - WS-IDLE-MONTHS.
           COMPUTE WS-IDLE-YEAR  = WS-MONTH-SERIAL / 12.
           COMPUTE WS-IDLE-MONTH =
               WS-MONTH-SERIAL - WS-IDLE-YEAR * 12 + 1.
           COMPUTE WS-IDLE-CUTOFF = WS-IDLE-YEAR * 100 + WS-IDLE-MONTH.

       LOAD-ITEM-TABLE.
      *    The master is read in key order, which is the order the
      *    binary search needs. A missing master leaves the table
      *    empty; every history line then counts as an unknown item.
           OPEN INPUT ITEM-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-ITEM-STATUS = "00"
                   CONTINUE
               WHEN WS-ITEM-STATUS = "35"
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
                   DISPLAY "No ITEMMAST master - items are not "
                           "ranked."
               WHEN OTHER
                   MOVE "ITEMMAST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           IF NOT WS-END-OF-ITEMS
               MOVE ZEROS TO IT-ITEM-NUMBER
               START ITEM-MASTER-FILE
                   KEY IS GREATER THAN OR EQUAL TO IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF-SWITCH
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-ITEMS
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-ITEM
               END-READ
               IF WS-ITEM-STATUS NOT = "00" AND
                  WS-ITEM-STATUS NOT = "10"
                   MOVE "ITEMMAST"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ITEM-STATUS NOT = "35"
               CLOSE ITEM-MASTER-FILE
           END-IF.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
               DISPLAY "Item table full at " WS-ITEM-MAX
                       " - item " IT-ITEM-NUMBER
                       " and above not analysed."
               MOVE "Y" TO WS-ITEM-EOF-SWITCH
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE IT-ITEM-NUMBER TO SI-ITEM-NUMBER(WS-ITEM-COUNT)
               MOVE IT-DESCRIPTION TO SI-DESCRIPTION(WS-ITEM-COUNT)
               MOVE IT-QTY-ON-HAND TO SI-ON-HAND(WS-ITEM-COUNT)
               MOVE ZEROS TO SI-MTD-REVENUE(WS-ITEM-COUNT)
                             SI-MTD-QTY(WS-ITEM-COUNT)
                             SI-YTD-REVENUE(WS-ITEM-COUNT)
                             SI-YTD-QTY(WS-ITEM-COUNT)
                             SI-LAST-SALE-DATE(WS-ITEM-COUNT)
               MOVE "N" TO SI-ACTIVE-SW(WS-ITEM-COUNT)
               MOVE "N" TO SI-RANKED-SW(WS-ITEM-COUNT)
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT ANALYSIS-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SLSANRPT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-PERIOD            TO H1-PERIOD.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-HEADING-1.

       OPEN-PERSON-MASTER.
           OPEN INPUT PERSON-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-PM-STATUS = "00"
                   MOVE "Y" TO WS-PM-OPEN-SWITCH
               WHEN WS-PM-STATUS = "35"
                   DISPLAY "No PERSON-MASTER - customers print "
                           "unnamed."
               WHEN OTHER
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       SORT-INPUT.
      *    Both passes read the same history; anything that
      *    happened after the period end is left out.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           OPEN INPUT SALES-HISTORY-FILE.
           EVALUATE TRUE
               WHEN WS-SLSHST-STATUS = "00"
                   CONTINUE
               WHEN WS-SLSHST-STATUS = "35"
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                   DISPLAY "No sales history on file."
               WHEN OTHER
                   MOVE "SALESHST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           PERFORM UNTIL WS-END-OF-HISTORY
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                   NOT AT END
                       IF SH-ACTIVITY-DATE NOT > WS-PERIOD-END
                           PERFORM RELEASE-ONE-HISTORY
                       END-IF
               END-READ
               IF WS-SLSHST-STATUS NOT = "00" AND
                  WS-SLSHST-STATUS NOT = "10"
                   MOVE "SALESHST" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-SLSHST-STATUS NOT = "35"
               CLOSE SALES-HISTORY-FILE
           END-IF.

       RELEASE-ONE-HISTORY.
      *    Within an invoice the sale lines sort ahead of its
      *    returns and credit memos, so a credit finds the lines it
      *    is spread over already held.
           ADD 1 TO WS-COUNT-SELECTED.
           MOVE SH-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
           EVALUATE TRUE
               WHEN SH-IS-SALE
                   MOVE 1 TO SW-TYPE-SEQ
               WHEN SH-IS-RETURN
                   MOVE 2 TO SW-TYPE-SEQ
               WHEN OTHER
                   MOVE 3 TO SW-TYPE-SEQ
           END-EVALUATE.
           MOVE SH-LINE-NUMBER    TO SW-LINE-NUMBER.
           MOVE SH-PERSON-ID      TO SW-PERSON-ID.
           MOVE SH-INVOICE-DATE   TO SW-INVOICE-DATE.
           MOVE SH-RECORD-TYPE    TO SW-RECORD-TYPE.
           MOVE SH-ITEM-NUMBER    TO SW-ITEM-NUMBER.
           MOVE SH-QTY            TO SW-QTY.
           MOVE SH-REVENUE        TO SW-REVENUE.
           RELEASE SORT-WORK-RECORD.

       ITEM-SORT-OUTPUT.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-ITEM-RECORD
               END-RETURN
           END-PERFORM.

       TAKE-ONE-ITEM-RECORD.
           IF WS-FIRST-INVOICE OR
              SW-INVOICE-NUMBER NOT = WS-CURRENT-INVOICE
               MOVE "N" TO WS-FIRST-INVOICE-SW
               MOVE SW-INVOICE-NUMBER TO WS-CURRENT-INVOICE
               MOVE ZEROS TO WS-LINE-COUNT
               MOVE ZEROS TO WS-INVOICE-REVENUE
           END-IF.
           COMPUTE WS-BUCKET-PERIOD = SW-INVOICE-DATE / 100.
           COMPUTE WS-BUCKET-YEAR   = SW-INVOICE-DATE / 10000.
           EVALUATE TRUE
               WHEN SW-IS-SALE
                   PERFORM TAKE-SALE-LINE
               WHEN SW-IS-RETURN
                   MOVE SW-ITEM-NUMBER TO WS-POST-ITEM
                   COMPUTE WS-POST-REVENUE = 0 - SW-REVENUE
                   COMPUTE WS-POST-QTY     = 0 - SW-QTY
                   PERFORM POST-TO-ITEM
               WHEN OTHER
                   PERFORM SPREAD-CREDIT-MEMO
           END-EVALUATE.

       TAKE-SALE-LINE.
           MOVE SW-ITEM-NUMBER TO WS-POST-ITEM.
           MOVE SW-REVENUE     TO WS-POST-REVENUE.
           MOVE SW-QTY         TO WS-POST-QTY.
           PERFORM POST-TO-ITEM.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE SW-ITEM-NUMBER TO HL-ITEM-NUMBER(WS-LINE-COUNT)
               MOVE SW-REVENUE     TO HL-REVENUE(WS-LINE-COUNT)
               ADD SW-REVENUE      TO WS-INVOICE-REVENUE
           ELSE
               ADD 1 TO WS-COUNT-LINES-DROPPED
           END-IF.

       SPREAD-CREDIT-MEMO.
      *    Each line takes its share of the credit in proportion to
      *    its revenue; the last line takes whatever is left, so
      *    the shares always add back to the credit exactly.
           IF WS-LINE-COUNT = ZEROS OR WS-INVOICE-REVENUE = ZEROS
               ADD 1 TO WS-COUNT-UNMATCHED
               ADD SW-REVENUE TO WS-UNMATCHED-CREDIT
           ELSE
               MOVE SW-REVENUE TO WS-CREDIT-LEFT
               PERFORM VARYING HL-IDX FROM 1 BY 1
                       UNTIL HL-IDX > WS-LINE-COUNT
                   IF HL-IDX = WS-LINE-COUNT
                       MOVE WS-CREDIT-LEFT TO WS-CREDIT-SHARE
                   ELSE
                       COMPUTE WS-CREDIT-SHARE ROUNDED =
                           SW-REVENUE * HL-REVENUE(HL-IDX)
                           / WS-INVOICE-REVENUE
                       SUBTRACT WS-CREDIT-SHARE FROM WS-CREDIT-LEFT
                   END-IF
                   MOVE HL-ITEM-NUMBER(HL-IDX) TO WS-POST-ITEM
                   COMPUTE WS-POST-REVENUE = 0 - WS-CREDIT-SHARE
                   MOVE ZEROS TO WS-POST-QTY
                   PERFORM POST-TO-ITEM
               END-PERFORM
           END-IF.

       POST-TO-ITEM.
           IF WS-ITEM-COUNT = ZEROS
               ADD 1 TO WS-COUNT-NOT-ON-MASTER
               ADD WS-POST-REVENUE TO WS-NOT-ON-MASTER-REV
           ELSE
               SEARCH ALL WS-ITEM-ENTRY
                   AT END
                       ADD 1 TO WS-COUNT-NOT-ON-MASTER
                       ADD WS-POST-REVENUE TO WS-NOT-ON-MASTER-REV
                   WHEN SI-ITEM-NUMBER(SI-IDX) = WS-POST-ITEM
                       PERFORM POST-TO-ITEM-ENTRY
               END-SEARCH
           END-IF.

       POST-TO-ITEM-ENTRY.
      *    The bucket is the month of the invoice, not of the
      *    return or credit. The last-sale date runs over the whole
      *    history for the slow-moving list.
           IF WS-BUCKET-PERIOD = WS-PERIOD
               ADD WS-POST-REVENUE TO SI-MTD-REVENUE(SI-IDX)
               ADD WS-POST-QTY     TO SI-MTD-QTY(SI-IDX)
               MOVE "Y" TO SI-ACTIVE-SW(SI-IDX)
           END-IF.
           IF WS-BUCKET-YEAR = WS-PERIOD-YEAR AND
              WS-BUCKET-PERIOD NOT > WS-PERIOD
               ADD WS-POST-REVENUE TO SI-YTD-REVENUE(SI-IDX)
               ADD WS-POST-QTY     TO SI-YTD-QTY(SI-IDX)
           END-IF.
           IF SW-IS-SALE AND
              SW-INVOICE-DATE > SI-LAST-SALE-DATE(SI-IDX)
               MOVE SW-INVOICE-DATE TO SI-LAST-SALE-DATE(SI-IDX)
           END-IF.

       WRITE-ITEM-RANKING.
      *    Repeated passes over the table, each taking the best item
      *    not yet listed; only items with activity in the month
      *    are ranked.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE ANALYSIS-REPORT-LINE FROM WS-ITEM-HEADING.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
               MOVE "N" TO SI-RANKED-SW(WS-SCAN-IDX)
           END-PERFORM.
           MOVE ZEROS TO WS-RANK.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-RANK NOT < WS-TOP-COUNT OR
                         WS-BEST-IDX = ZEROS
               PERFORM FIND-NEXT-BEST-ITEM
               IF WS-BEST-IDX NOT = ZEROS
                   ADD 1 TO WS-RANK
                   MOVE "Y" TO SI-RANKED-SW(WS-BEST-IDX)
                   PERFORM WRITE-ITEM-DETAIL
               END-IF
           END-PERFORM.
           IF WS-RANK = ZEROS
               MOVE "  NO ITEM SALES IN THE PERIOD"
                   TO ANALYSIS-REPORT-LINE
               WRITE ANALYSIS-REPORT-LINE
           END-IF.

       FIND-NEXT-BEST-ITEM.
           MOVE ZEROS TO WS-BEST-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
               IF SI-HAD-ACTIVITY(WS-SCAN-IDX) AND
                  NOT SI-RANKED(WS-SCAN-IDX)
                   IF WS-BEST-IDX = ZEROS
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-RANK-BY-REVENUE
                           IF SI-MTD-REVENUE(WS-SCAN-IDX) >
                              SI-MTD-REVENUE(WS-BEST-IDX)
                               MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           END-IF
                       ELSE
                           IF SI-MTD-QTY(WS-SCAN-IDX) >
                              SI-MTD-QTY(WS-BEST-IDX)
                               MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ITEM-DETAIL.
           MOVE WS-RANK                     TO ID-RANK.
           MOVE SI-ITEM-NUMBER(WS-BEST-IDX) TO ID-ITEM-NUMBER.
           MOVE SI-DESCRIPTION(WS-BEST-IDX) TO ID-DESCRIPTION.
           MOVE SI-MTD-QTY(WS-BEST-IDX)     TO ID-MTD-QTY.
           MOVE SI-MTD-REVENUE(WS-BEST-IDX) TO ID-MTD-REVENUE.
           MOVE SI-YTD-QTY(WS-BEST-IDX)     TO ID-YTD-QTY.
           MOVE SI-YTD-REVENUE(WS-BEST-IDX) TO ID-YTD-REVENUE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-ITEM-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SLSANRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CUSTOMER-SORT-OUTPUT.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           MOVE "CUSTOMER SALES - THIS YEAR AGAINST LAST YEAR"
               TO SH-TITLE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE ANALYSIS-REPORT-LINE FROM WS-CUST-HEADING.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-CUSTOMER-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-PERSON
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.
           MOVE "TOTAL"            TO CD-NAME.
           MOVE ZEROS              TO CD-PERSON-ID.
           MOVE GT-MTD             TO CD-MTD.
           MOVE GT-LY-MTD          TO CD-LY-MTD.
           MOVE GT-QTD             TO CD-QTD.
           MOVE GT-LY-QTD          TO CD-LY-QTD.
           MOVE GT-YTD             TO CD-YTD.
           MOVE GT-LY-YTD          TO CD-LY-YTD.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-CUST-DETAIL.

       TAKE-ONE-CUSTOMER-RECORD.
           IF WS-FIRST-PERSON OR SW-PERSON-ID NOT = WS-CURR-PERSON-ID
               IF NOT WS-FIRST-PERSON
                   PERFORM FINISH-ONE-CUSTOMER
               END-IF
               MOVE "N" TO WS-FIRST-PERSON-SW
               MOVE SW-PERSON-ID TO WS-CURR-PERSON-ID
               INITIALIZE WS-CUSTOMER-TOTALS
           END-IF.
           COMPUTE WS-BUCKET-PERIOD = SW-INVOICE-DATE / 100.
           COMPUTE WS-BUCKET-YEAR   = SW-INVOICE-DATE / 10000.
           IF SW-IS-DEDUCTION
               COMPUTE WS-SIGNED-REVENUE = 0 - SW-REVENUE
           ELSE
               MOVE SW-REVENUE TO WS-SIGNED-REVENUE
           END-IF.
           IF WS-BUCKET-PERIOD = WS-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-MTD
           END-IF.
           IF WS-BUCKET-PERIOD NOT < WS-QTR-START AND
              WS-BUCKET-PERIOD NOT > WS-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-QTD
           END-IF.
           IF WS-BUCKET-YEAR = WS-PERIOD-YEAR AND
              WS-BUCKET-PERIOD NOT > WS-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-YTD
           END-IF.
           IF WS-BUCKET-PERIOD = WS-LY-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-LY-MTD
           END-IF.
           IF WS-BUCKET-PERIOD NOT < WS-LY-QTR-START AND
              WS-BUCKET-PERIOD NOT > WS-LY-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-LY-QTD
           END-IF.
           IF WS-BUCKET-YEAR = WS-LY-YEAR AND
              WS-BUCKET-PERIOD NOT > WS-LY-PERIOD
               ADD WS-SIGNED-REVENUE TO CT-LY-YTD
           END-IF.

       FINISH-ONE-CUSTOMER.
      *    A customer with nothing this year or last in any of the
      *    six columns is not listed.
           IF CT-MTD = ZEROS AND CT-LY-MTD = ZEROS AND
              CT-QTD = ZEROS AND CT-LY-QTD = ZEROS AND
              CT-YTD = ZEROS AND CT-LY-YTD = ZEROS
               CONTINUE
           ELSE
               ADD 1 TO WS-COUNT-CUSTOMERS
               MOVE WS-CURR-PERSON-ID TO CD-PERSON-ID
               MOVE "*** NOT ON MASTER ***" TO CD-NAME
               IF WS-PERSON-MASTER-OPEN
                   MOVE WS-CURR-PERSON-ID TO PM-PERSON-ID
                   READ PERSON-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PM-NAME TO CD-NAME
                   END-READ
               END-IF
               MOVE CT-MTD    TO CD-MTD
               MOVE CT-LY-MTD TO CD-LY-MTD
               MOVE CT-QTD    TO CD-QTD
               MOVE CT-LY-QTD TO CD-LY-QTD
               MOVE CT-YTD    TO CD-YTD
               MOVE CT-LY-YTD TO CD-LY-YTD
               ADD CT-MTD    TO GT-MTD
               ADD CT-LY-MTD TO GT-LY-MTD
               ADD CT-QTD    TO GT-QTD
               ADD CT-LY-QTD TO GT-LY-QTD
               ADD CT-YTD    TO GT-YTD
               ADD CT-LY-YTD TO GT-LY-YTD
               WRITE ANALYSIS-REPORT-LINE FROM WS-CUST-DETAIL
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "SLSANRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       WRITE-IDLE-ITEMS.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           MOVE SPACES TO SH-TITLE.
           STRING "SLOW-MOVING ITEMS - NO SALE SINCE "
                  WS-IDLE-CUTOFF DELIMITED BY SIZE
                  " OR NEVER SOLD" DELIMITED BY SIZE
               INTO SH-TITLE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE ANALYSIS-REPORT-LINE FROM WS-IDLE-HEADING.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
               COMPUTE WS-LAST-SALE-PERIOD =
                   SI-LAST-SALE-DATE(WS-SCAN-IDX) / 100
               IF WS-LAST-SALE-PERIOD NOT > WS-IDLE-CUTOFF
                   PERFORM WRITE-IDLE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-COUNT-IDLE = ZEROS
               MOVE "  NO SLOW-MOVING ITEMS" TO ANALYSIS-REPORT-LINE
               WRITE ANALYSIS-REPORT-LINE
           END-IF.

       WRITE-IDLE-DETAIL.
           ADD 1 TO WS-COUNT-IDLE.
           MOVE SI-ITEM-NUMBER(WS-SCAN-IDX) TO IL-ITEM-NUMBER.
           MOVE SI-DESCRIPTION(WS-SCAN-IDX) TO IL-DESCRIPTION.
           IF SI-LAST-SALE-DATE(WS-SCAN-IDX) = ZEROS
               MOVE "NEVER SOLD" TO IL-LAST-SOLD
           ELSE
               MOVE SI-LAST-SALE-DATE(WS-SCAN-IDX) TO IL-LAST-SOLD
           END-IF.
           MOVE SI-ON-HAND(WS-SCAN-IDX) TO IL-ON-HAND.
           WRITE ANALYSIS-REPORT-LINE FROM WS-IDLE-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SLSANRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           MOVE "NET REVENUE ON ITEMS NOT ON ITEMMAST" TO TL-LABEL.
           MOVE WS-NOT-ON-MASTER-REV TO TL-AMOUNT.
           WRITE ANALYSIS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CREDIT MEMOS WITH NO SALE LINES (NOT SPREAD)"
               TO TL-LABEL.
           COMPUTE TL-AMOUNT = 0 - WS-UNMATCHED-CREDIT.
           WRITE ANALYSIS-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-COUNT-LINES-DROPPED > ZEROS
               DISPLAY "Invoice lines past " WS-LINE-MAX
                       " not given a credit share: "
                       WS-COUNT-LINES-DROPPED
           END-IF.

       COPY RUNCTLP.

       COPY ERRLOGP.
