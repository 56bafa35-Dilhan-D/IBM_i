      *Date: 2026-09-14
      *Nightly stock-status and reorder report: reads ITEMMAST end
      *to end and lists every item at or below its reorder point
      *with the quantity to reorder, flags items sold below zero
      *(billed but not on the shelf), and values the inventory on
      *hand at the current IT-PRICE. Writes STKRPT; ends CC 4 when
      *anything needs reordering so the scheduler can page the
      *buyer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITMREF.

           SELECT STOCK-REPORT-FILE ASSIGN TO "STKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY ITMREFFD.

       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-LINE       PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-ITEMS         VALUE "Y".
       01  WS-CURRENT-DATE      PIC X(21).

       01  WS-COUNT-ITEMS       PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REORDER     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-OVERSOLD    PIC 9(5) VALUE ZEROS.
       01  WS-ITEM-VALUE        PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-VALUE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-UNITS       PIC S9(9) COMP-3 VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(32) VALUE
              "STOCK STATUS AND REORDER REPORT".
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 H1-RUN-DATE       PIC X(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(8)  VALUE "ITEM".
           05 FILLER            PIC X(32) VALUE "DESCRIPTION".
           05 FILLER            PIC X(11) VALUE "   ON HAND".
           05 FILLER            PIC X(11) VALUE "   REORDER".
           05 FILLER            PIC X(11) VALUE "     ORDER".
           05 FILLER            PIC X(13) VALUE "        VALUE".
       01  WS-STOCK-DETAIL.
           05 SD-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-ON-HAND        PIC -,---,--9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-REORDER-POINT  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-REORDER-QTY    PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-VALUE          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SD-NOTE           PIC X(9).
       01  WS-VALUE-LINE.
           05 VL-LABEL          PIC X(24).
           05 VL-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "STKSTAT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-FILES.
           MOVE ZEROS TO IT-ITEM-NUMBER.
           START ITEM-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-ITEMS
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPORT-ONE-ITEM
               END-READ
               IF WS-ITEM-STATUS NOT = "00" AND
                  WS-ITEM-STATUS NOT = "10"
                   MOVE "ITEMMAST"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM WRITE-STOCK-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "Items read:        " WS-COUNT-ITEMS.
           DISPLAY "Items to reorder:  " WS-COUNT-REORDER.
           DISPLAY "Items oversold:    " WS-COUNT-OVERSOLD.
           IF WS-COUNT-REORDER > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No ITEMMAST master - nothing to report."
           ELSE
               IF WS-ITEM-STATUS NOT = "00"
                   MOVE "ITEMMAST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE "Y" TO WS-ITEM-OPEN-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT STOCK-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "STKRPT"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           WRITE STOCK-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO STOCK-REPORT-LINE.
           WRITE STOCK-REPORT-LINE.
           WRITE STOCK-REPORT-LINE FROM WS-HEADING-2.

       REPORT-ONE-ITEM.
      *    Value what is physically on hand at the current price; a
      *    negative on-hand carries no value but is listed as an
      *    oversell. An item at or below its reorder point lists
      *    with its reorder quantity; items comfortably stocked
      *    only count toward the valuation.
           ADD 1 TO WS-COUNT-ITEMS.
           MOVE ZEROS TO WS-ITEM-VALUE.
           IF IT-QTY-ON-HAND > ZEROS
               COMPUTE WS-ITEM-VALUE = IT-QTY-ON-HAND * IT-PRICE
               ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
           END-IF.
           ADD IT-QTY-ON-HAND TO WS-TOTAL-UNITS.
           MOVE SPACES TO SD-NOTE.
           IF IT-QTY-ON-HAND < ZEROS
               ADD 1 TO WS-COUNT-OVERSOLD
               MOVE "OVERSOLD" TO SD-NOTE
           END-IF.
           IF IT-QTY-ON-HAND <= IT-REORDER-POINT
               ADD 1 TO WS-COUNT-REORDER
               IF SD-NOTE = SPACES
                   MOVE "REORDER" TO SD-NOTE
               END-IF
               MOVE IT-ITEM-NUMBER   TO SD-ITEM-NUMBER
               MOVE IT-DESCRIPTION   TO SD-DESCRIPTION
               MOVE IT-QTY-ON-HAND   TO SD-ON-HAND
               MOVE IT-REORDER-POINT TO SD-REORDER-POINT
               MOVE IT-REORDER-QTY   TO SD-REORDER-QTY
               MOVE WS-ITEM-VALUE    TO SD-VALUE
               WRITE STOCK-REPORT-LINE FROM WS-STOCK-DETAIL
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "STKRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"  TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       WRITE-STOCK-SUMMARY.
           MOVE SPACES TO STOCK-REPORT-LINE.
           WRITE STOCK-REPORT-LINE.
           MOVE "Items on master:"    TO SL-LABEL.
           MOVE WS-COUNT-ITEMS       TO SL-COUNT.
           WRITE STOCK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Items to reorder:"   TO SL-LABEL.
           MOVE WS-COUNT-REORDER     TO SL-COUNT.
           WRITE STOCK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Items oversold:"     TO SL-LABEL.
           MOVE WS-COUNT-OVERSOLD    TO SL-COUNT.
           WRITE STOCK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Units on hand:"      TO VL-LABEL.
           MOVE WS-TOTAL-UNITS       TO VL-AMOUNT.
           WRITE STOCK-REPORT-LINE FROM WS-VALUE-LINE.
           MOVE "Inventory value:"    TO VL-LABEL.
           MOVE WS-TOTAL-VALUE       TO VL-AMOUNT.
           WRITE STOCK-REPORT-LINE FROM WS-VALUE-LINE.

       CLOSE-FILES.
           PERFORM CLOSE-ITEM-MASTER.
           CLOSE STOCK-REPORT-FILE.

       COPY ITMREFP.

       COPY ERRLOGP.
