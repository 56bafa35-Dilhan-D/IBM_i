      *Date: 2026-09-15
      *Ship-confirmation match, run between ORDCREDT and ORDER-TOTAL:
      *reads the warehouse's SHIPCONF file of quantities actually
      *shipped per order line and cuts the credit-checked lines
      *down to what went out the door, so the invoice run bills
      *shipped goods only. The unshipped remainder of a line goes
      *to the BACKORD backorder file, which carries night after
      *night the way ORDLINEH carries held lines; a later
      *confirmation against a carried backorder bills it under a
      *new invoice number drawn from ORDNXID (the original order
      *number is already on OPENINV), and a cancel confirmation
      *drops the remainder. ORDER-TOTAL reads the ORDHDRB/ORDLINEB
      *files written here. Every line's outcome goes on SHIPRPT.
      *With no SHIPCONF on file every line bills as ordered and the
      *carried backorders wait, so a site not yet returning
      *confirmations invoices exactly as before.
      *Date: 2026-09-16 - Carry the quantity ordered through to the
      *                   billed line and the backorder, so the
      *                   invoice run resolves a quantity-break
      *                   price on what the customer ordered, not
      *                   on the part that happened to ship.
      *Date: 2026-09-30 - Widen the order header for the sales rep
      *                   and carry it onto the backorder, so a
      *                   re-billed backorder goes out under the
      *                   rep who took the original order.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMTCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHDR-STATUS.

           SELECT ORDER-LINES-FILE ASSIGN TO "ORDLINEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLINE-STATUS.

           SELECT SHIP-CONFIRM-FILE ASSIGN TO "SHIPCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT BILL-HEADER-FILE ASSIGN TO "ORDHDRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BHDR-STATUS.

           SELECT BILL-LINES-FILE ASSIGN TO "ORDLINEB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLINE-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORD-STATUS.

           SELECT BACKORDER-KEEP-FILE ASSIGN TO "BOKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOKEEP-STATUS.

           SELECT NEXT-ORDER-FILE ASSIGN TO "ORDNXID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NXORD-STATUS.

           SELECT SHIP-REPORT-FILE ASSIGN TO "SHIPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HEADER-FILE.
       01  ORDER-HEADER-RECORD.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  ORDER-LINES-FILE.
           COPY ORDLINER.

       FD  SHIP-CONFIRM-FILE.
       01  SHIP-CONFIRM-RECORD.
           05 SC-ORDER-NUMBER       PIC 9(6).
           05 SC-LINE-NUMBER        PIC 9(6).
           05 SC-QTY-SHIPPED        PIC 9(5).
           05 SC-ACTION             PIC X(1).
              88 SC-CANCEL-REMAINDER    VALUE "X".

       FD  BILL-HEADER-FILE.
       01  BILL-HEADER-RECORD      PIC X(24).

       FD  BILL-LINES-FILE.
       01  BILL-LINE-RECORD        PIC X(35).

       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  BACKORDER-KEEP-FILE.
       01  BACKORDER-KEEP-RECORD   PIC X(61).

       FD  NEXT-ORDER-FILE.
       01  NEXT-ORDER-RECORD.
           05 NO-NEXT-ORDER-NUMBER PIC 9(6).

       FD  SHIP-REPORT-FILE.
       01  SHIP-REPORT-LINE        PIC X(100).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-ORDLINE-STATUS    PIC X(2).
       01  WS-CONF-STATUS       PIC X(2).
       01  WS-BHDR-STATUS       PIC X(2).
       01  WS-BLINE-STATUS      PIC X(2).
       01  WS-BORD-STATUS       PIC X(2).
       01  WS-BOKEEP-STATUS     PIC X(2).
       01  WS-NXORD-STATUS      PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-CONFIRM-SWITCH    PIC X(1) VALUE "Y".
           88 WS-CONFIRMS-ON-FILE     VALUE "Y".

      *    The night's confirmations by order and line; each is
      *    marked used as it matches, and what is left unmatched at
      *    the end is reported for the warehouse.
       01  WS-CONF-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CONFIRMS      PIC 9(5) VALUE 3000.
       01  WS-CONFIRM-TABLE.
           05 WS-CONFIRM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CF-IDX.
              10 CT-ORDER-NUMBER   PIC 9(6).
              10 CT-LINE-NUMBER    PIC 9(6).
              10 CT-QTY-SHIPPED    PIC 9(5).
              10 CT-ACTION         PIC X(1).
              10 CT-USED-SW        PIC X(1).
       01  WS-CONF-FOUND-SW     PIC X(1).
           88 WS-CONF-FOUND           VALUE "Y".
       01  WS-FOUND-QTY         PIC 9(5).
       01  WS-FOUND-ACTION      PIC X(1).
           88 WS-FOUND-CANCEL         VALUE "X".

      *    Tonight's credit-checked headers, for the person and
      *    order date a new backorder has to carry.
       01  WS-HEADER-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-HEADERS       PIC 9(3) VALUE 500.
       01  WS-HEADER-TABLE.
           05 WS-HEADER-ENTRY OCCURS 500 TIMES
                   INDEXED BY HD-IDX.
              10 HT-ORDER-NUMBER   PIC 9(6).
              10 HT-PERSON-ID      PIC 9(6).
              10 HT-ORDER-DATE     PIC 9(8).
              10 HT-REP-CODE       PIC X(4).
       01  WS-HEADER-FOUND-SW   PIC X(1).
           88 WS-HEADER-FOUND         VALUE "Y".

      *    Backorders shipping tonight bill under a fresh number,
      *    one per original order.
       01  WS-REBILL-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-REBILLS       PIC 9(3) VALUE 500.
       01  WS-REBILL-TABLE.
           05 WS-REBILL-ENTRY OCCURS 500 TIMES
                   INDEXED BY RB-IDX.
              10 RT-ORIGINAL-ORDER PIC 9(6).
              10 RT-INVOICE-ORDER  PIC 9(6).
       01  WS-REBILL-ORDER      PIC 9(6).
       01  WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE ZEROS.

       01  WS-SHIP-QTY          PIC 9(5).
       01  WS-REMAIN-QTY        PIC 9(5).
       01  WS-PERSON-ID         PIC 9(6).
       01  WS-ORDER-DATE        PIC 9(8).

       01  WS-COUNT-FULL        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-PART        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-NONE        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BO-SHIPPED  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BO-CARRIED  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-CANCELLED   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-UNMATCHED   PIC 9(5) VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(40) VALUE
              "SHIP CONFIRMATION AND BACKORDER REPORT".
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 H1-RUN-DATE       PIC X(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(8)  VALUE "ORDER".
           05 FILLER            PIC X(8)  VALUE "LINE".
           05 FILLER            PIC X(8)  VALUE "ITEM".
           05 FILLER            PIC X(8)  VALUE " ORDERED".
           05 FILLER            PIC X(8)  VALUE " SHIPPED".
           05 FILLER            PIC X(8)  VALUE "  BACKRD".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "OUTCOME".
       01  WS-SHIP-DETAIL.
           05 SD-ORDER-NUMBER   PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-LINE-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-ORDERED        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-SHIPPED        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-BACKORDERED    PIC ZZ,ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 SD-OUTCOME        PIC X(30).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(28).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "SHIPMTCH" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "SHIPMTCH" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "SHIPMTCH already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-SHIP-CONFIRMATIONS.
           PERFORM OPEN-FILES.
           PERFORM COPY-BILL-HEADERS.
           PERFORM MATCH-NEW-LINES.
           PERFORM MATCH-CARRIED-BACKORDERS.
           PERFORM REPORT-UNMATCHED-CONFIRMS.
           PERFORM WRITE-SHIP-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM COPY-BACKORDERS-BACK.
           IF WS-NEXT-ORDER-NUMBER NOT = ZEROS
               PERFORM REWRITE-NEXT-ORDER-NUMBER
           END-IF.
           DISPLAY "Lines shipped in full:  " WS-COUNT-FULL.
           DISPLAY "Lines part shipped:     " WS-COUNT-PART.
           DISPLAY "Lines not shipped:      " WS-COUNT-NONE.
           DISPLAY "Backorders shipped:     " WS-COUNT-BO-SHIPPED.
           DISPLAY "Backorders carried:     " WS-COUNT-BO-CARRIED.
           DISPLAY "Remainders cancelled:   " WS-COUNT-CANCELLED.
           DISPLAY "Confirmations unmatched:" WS-COUNT-UNMATCHED.
           MOVE WS-COUNT-FULL TO WS-RC-COUNT-1.
           MOVE WS-COUNT-PART TO WS-RC-COUNT-2.
           MOVE WS-COUNT-NONE TO WS-RC-COUNT-3.
           MOVE WS-COUNT-UNMATCHED TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           IF WS-COUNT-UNMATCHED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-SHIP-CONFIRMATIONS.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT SHIP-CONFIRM-FILE.
           IF WS-CONF-STATUS = "35"
               MOVE "N" TO WS-CONFIRM-SWITCH
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               DISPLAY "No SHIPCONF file - lines bill as ordered."
           ELSE
               IF WS-CONF-STATUS NOT = "00"
                   MOVE "SHIPCONF"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CONF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ SHIP-CONFIRM-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-CONFIRMATION
               END-READ
               IF WS-CONF-STATUS NOT = "00" AND
                  WS-CONF-STATUS NOT = "10"
                   MOVE "SHIPCONF" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-CONF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-CONF-STATUS NOT = "35"
               CLOSE SHIP-CONFIRM-FILE
           END-IF.

       LOAD-ONE-CONFIRMATION.
           IF SC-QTY-SHIPPED IS NOT NUMERIC
               MOVE ZEROS TO SC-QTY-SHIPPED
           END-IF.
           IF WS-CONF-COUNT < WS-MAX-CONFIRMS
               ADD 1 TO WS-CONF-COUNT
               MOVE SC-ORDER-NUMBER TO CT-ORDER-NUMBER(WS-CONF-COUNT)
               MOVE SC-LINE-NUMBER  TO CT-LINE-NUMBER(WS-CONF-COUNT)
               MOVE SC-QTY-SHIPPED  TO CT-QTY-SHIPPED(WS-CONF-COUNT)
               MOVE SC-ACTION       TO CT-ACTION(WS-CONF-COUNT)
               MOVE "N"             TO CT-USED-SW(WS-CONF-COUNT)
           ELSE
               MOVE "SHIPCONF"   TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       OPEN-FILES.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS NOT = "00" AND
              WS-ORDHDR-STATUS NOT = "35"
               MOVE "ORDHDRC"    TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT BILL-HEADER-FILE.
           IF WS-BHDR-STATUS NOT = "00"
               MOVE "ORDHDRB"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-BHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT BILL-LINES-FILE.
           IF WS-BLINE-STATUS NOT = "00"
               MOVE "ORDLINEB"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-BLINE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT BACKORDER-KEEP-FILE.
           IF WS-BOKEEP-STATUS NOT = "00"
               MOVE "BOKEEP"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-BOKEEP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT SHIP-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SHIPRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           WRITE SHIP-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO SHIP-REPORT-LINE.
           WRITE SHIP-REPORT-LINE.
           WRITE SHIP-REPORT-LINE FROM WS-HEADING-2.

       COPY-BILL-HEADERS.
      *    Every credit-checked header passes to the invoice run; an
      *    order none of whose lines shipped simply has no lines
      *    there and prints nothing. The headers are also kept in
      *    storage for the backorders the lines may create.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           IF WS-ORDHDR-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-HEADER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM COPY-ONE-BILL-HEADER
               END-READ
               IF WS-ORDHDR-STATUS NOT = "00" AND
                  WS-ORDHDR-STATUS NOT = "10"
                   MOVE "ORDHDRC" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ORDHDR-STATUS NOT = "35"
               CLOSE ORDER-HEADER-FILE
           END-IF.

       COPY-ONE-BILL-HEADER.
           PERFORM WRITE-BILL-HEADER.
           IF WS-HEADER-COUNT < WS-MAX-HEADERS
               ADD 1 TO WS-HEADER-COUNT
               MOVE OH-ORDER-NUMBER TO HT-ORDER-NUMBER(WS-HEADER-COUNT)
               MOVE OH-PERSON-ID    TO HT-PERSON-ID(WS-HEADER-COUNT)
               MOVE OH-ORDER-DATE   TO HT-ORDER-DATE(WS-HEADER-COUNT)
               MOVE OH-REP-CODE     TO HT-REP-CODE(WS-HEADER-COUNT)
           ELSE
               DISPLAY "SKIPPED beyond header table limit: order "
                       OH-ORDER-NUMBER
           END-IF.

       MATCH-NEW-LINES.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ORDER-LINES-FILE.
           IF WS-ORDLINE-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ORDLINE-STATUS NOT = "00"
                   MOVE "ORDLINEC"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ORDER-LINES-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MATCH-ONE-NEW-LINE
               END-READ
               IF WS-ORDLINE-STATUS NOT = "00" AND
                  WS-ORDLINE-STATUS NOT = "10"
                   MOVE "ORDLINEC" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ORDLINE-STATUS NOT = "35"
               CLOSE ORDER-LINES-FILE
           END-IF.

       MATCH-ONE-NEW-LINE.
      *    A line whose order has no header is passed on untouched:
      *    ORDER-TOTAL already skips and reports those. Otherwise
      *    the confirmed quantity bills (never more than ordered),
      *    and the rest is backordered unless the warehouse
      *    cancelled it. No confirmation at all means nothing has
      *    shipped yet.
           IF OL-QTY-ORDERED IS NOT NUMERIC OR
              OL-QTY-ORDERED = ZEROS
               MOVE OL-QTY TO OL-QTY-ORDERED
           END-IF.
           PERFORM FIND-ORDER-HEADER.
           IF NOT WS-HEADER-FOUND OR NOT WS-CONFIRMS-ON-FILE
               PERFORM WRITE-BILL-LINE
           ELSE
               MOVE OL-ORDER-NUMBER TO SD-ORDER-NUMBER
               MOVE OL-LINE-NUMBER  TO SD-LINE-NUMBER
               MOVE OL-ITEM-NUMBER  TO SD-ITEM-NUMBER
               MOVE OL-QTY          TO SD-ORDERED
               PERFORM FIND-CONFIRMATION
               PERFORM SPLIT-SHIPPED-QTY
               MOVE WS-SHIP-QTY   TO SD-SHIPPED
               MOVE WS-REMAIN-QTY TO SD-BACKORDERED
               EVALUATE TRUE
                   WHEN WS-REMAIN-QTY = ZEROS
                       ADD 1 TO WS-COUNT-FULL
                       MOVE "SHIPPED IN FULL" TO SD-OUTCOME
                   WHEN WS-FOUND-CANCEL
                       ADD 1 TO WS-COUNT-CANCELLED
                       MOVE ZEROS TO SD-BACKORDERED
                       MOVE "REMAINDER CANCELLED" TO SD-OUTCOME
                   WHEN WS-SHIP-QTY = ZEROS
                       ADD 1 TO WS-COUNT-NONE
                       MOVE "NOT SHIPPED - BACKORDERED"
                           TO SD-OUTCOME
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-PART
                       MOVE "PART SHIPPED - REST BACKORDERED"
                           TO SD-OUTCOME
               END-EVALUATE
               IF WS-SHIP-QTY > ZEROS
                   MOVE WS-SHIP-QTY TO OL-QTY
                   PERFORM WRITE-BILL-LINE
               END-IF
               IF WS-REMAIN-QTY > ZEROS AND NOT WS-FOUND-CANCEL
                   MOVE SD-ORDER-NUMBER      TO BO-ORDER-NUMBER
                   MOVE SD-LINE-NUMBER       TO BO-LINE-NUMBER
                   MOVE OL-ITEM-NUMBER       TO BO-ITEM-NUMBER
                   MOVE WS-REMAIN-QTY        TO BO-QTY
                   MOVE OL-UNIT-PRICE        TO BO-UNIT-PRICE
                   MOVE HT-PERSON-ID(HD-IDX) TO BO-PERSON-ID
                   MOVE HT-ORDER-DATE(HD-IDX) TO BO-ORDER-DATE
                   MOVE HT-REP-CODE(HD-IDX)   TO BO-REP-CODE
                   MOVE WS-CURRENT-DATE(1:8) TO BO-BACKORDER-DATE
                   MOVE OL-QTY-ORDERED       TO BO-QTY-ORDERED
                   PERFORM WRITE-BACKORDER-KEEP
               END-IF
               PERFORM WRITE-SHIP-DETAIL
           END-IF.

       MATCH-CARRIED-BACKORDERS.
      *    Carried backorders are matched after tonight's lines so
      *    the re-billed orders, numbered above anything ORDENTRY
      *    has handed out, reach ORDER-TOTAL in ascending order
      *    behind the day's orders.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BORD-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-BORD-STATUS NOT = "00"
                   MOVE "BACKORD"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-BORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MATCH-ONE-BACKORDER
               END-READ
               IF WS-BORD-STATUS NOT = "00" AND
                  WS-BORD-STATUS NOT = "10"
                   MOVE "BACKORD" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-BORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-BORD-STATUS NOT = "35"
               CLOSE BACKORDER-FILE
           END-IF.

       MATCH-ONE-BACKORDER.
           MOVE BO-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE BO-LINE-NUMBER  TO OL-LINE-NUMBER.
           MOVE BO-ITEM-NUMBER  TO OL-ITEM-NUMBER.
           MOVE BO-QTY          TO OL-QTY.
           MOVE BO-UNIT-PRICE   TO OL-UNIT-PRICE.
           MOVE BO-QTY-ORDERED  TO OL-QTY-ORDERED.
           MOVE "N" TO WS-CONF-FOUND-SW.
           MOVE SPACE TO WS-FOUND-ACTION.
           IF WS-CONFIRMS-ON-FILE
               PERFORM FIND-CONFIRMATION
           END-IF.
           IF NOT WS-CONF-FOUND
               ADD 1 TO WS-COUNT-BO-CARRIED
               PERFORM WRITE-BACKORDER-KEEP
           ELSE
               MOVE BO-ORDER-NUMBER TO SD-ORDER-NUMBER
               MOVE BO-LINE-NUMBER  TO SD-LINE-NUMBER
               MOVE BO-ITEM-NUMBER  TO SD-ITEM-NUMBER
               MOVE BO-QTY          TO SD-ORDERED
               PERFORM SPLIT-SHIPPED-QTY
               MOVE WS-SHIP-QTY   TO SD-SHIPPED
               MOVE WS-REMAIN-QTY TO SD-BACKORDERED
               IF WS-SHIP-QTY > ZEROS
                   ADD 1 TO WS-COUNT-BO-SHIPPED
                   PERFORM FIND-REBILL-ORDER
                   MOVE WS-REBILL-ORDER TO OL-ORDER-NUMBER
                   MOVE WS-SHIP-QTY     TO OL-QTY
                   PERFORM WRITE-BILL-LINE
                   MOVE SPACES TO SD-OUTCOME
                   STRING "BACKORDER BILLED AS " DELIMITED BY SIZE
                          WS-REBILL-ORDER DELIMITED BY SIZE
                       INTO SD-OUTCOME
               END-IF
               EVALUATE TRUE
                   WHEN WS-REMAIN-QTY = ZEROS
                       CONTINUE
                   WHEN WS-FOUND-CANCEL
                       ADD 1 TO WS-COUNT-CANCELLED
                       MOVE ZEROS TO SD-BACKORDERED
                       IF WS-SHIP-QTY = ZEROS
                           MOVE "BACKORDER CANCELLED" TO SD-OUTCOME
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-BO-CARRIED
                       MOVE WS-REMAIN-QTY TO BO-QTY
                       PERFORM WRITE-BACKORDER-KEEP
                       IF WS-SHIP-QTY = ZEROS
                           MOVE "BACKORDER STILL OPEN" TO SD-OUTCOME
                       END-IF
               END-EVALUATE
               PERFORM WRITE-SHIP-DETAIL
           END-IF.

       FIND-ORDER-HEADER.
           MOVE "N" TO WS-HEADER-FOUND-SW.
           SET HD-IDX TO 1.
           SEARCH WS-HEADER-ENTRY
               VARYING HD-IDX
               AT END
                   CONTINUE
               WHEN HD-IDX > WS-HEADER-COUNT
                   CONTINUE
               WHEN HT-ORDER-NUMBER(HD-IDX) = OL-ORDER-NUMBER
                   MOVE "Y" TO WS-HEADER-FOUND-SW
           END-SEARCH.

       FIND-CONFIRMATION.
      *    A line may be confirmed more than once in a night (two
      *    trucks); every unused confirmation for it adds up.
           MOVE "N"   TO WS-CONF-FOUND-SW.
           MOVE ZEROS TO WS-FOUND-QTY.
           MOVE SPACE TO WS-FOUND-ACTION.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CONF-COUNT
               IF CT-ORDER-NUMBER(CF-IDX) = OL-ORDER-NUMBER AND
                  CT-LINE-NUMBER(CF-IDX)  = OL-LINE-NUMBER AND
                  CT-USED-SW(CF-IDX) = "N"
                   MOVE "Y" TO WS-CONF-FOUND-SW
                   MOVE "Y" TO CT-USED-SW(CF-IDX)
                   ADD CT-QTY-SHIPPED(CF-IDX) TO WS-FOUND-QTY
                   IF CT-ACTION(CF-IDX) = "X"
                       MOVE "X" TO WS-FOUND-ACTION
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-SHIPPED-QTY.
           IF WS-FOUND-QTY > OL-QTY
               MOVE OL-QTY TO WS-SHIP-QTY
           ELSE
               MOVE WS-FOUND-QTY TO WS-SHIP-QTY
           END-IF.
           COMPUTE WS-REMAIN-QTY = OL-QTY - WS-SHIP-QTY.

       FIND-REBILL-ORDER.
      *    First backorder of an original order to ship tonight
      *    draws the next order number and writes a header for it,
      *    carrying the customer and the original order date (the
      *    date the tax rate is looked up under).
           MOVE ZEROS TO WS-REBILL-ORDER.
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > WS-REBILL-COUNT
               IF RT-ORIGINAL-ORDER(RB-IDX) = BO-ORDER-NUMBER
                   MOVE RT-INVOICE-ORDER(RB-IDX) TO WS-REBILL-ORDER
               END-IF
           END-PERFORM.
           IF WS-REBILL-ORDER = ZEROS
               IF WS-NEXT-ORDER-NUMBER = ZEROS
                   PERFORM READ-NEXT-ORDER-NUMBER
               END-IF
               MOVE WS-NEXT-ORDER-NUMBER TO WS-REBILL-ORDER
               ADD 1 TO WS-NEXT-ORDER-NUMBER
               IF WS-REBILL-COUNT < WS-MAX-REBILLS
                   ADD 1 TO WS-REBILL-COUNT
                   MOVE BO-ORDER-NUMBER
                       TO RT-ORIGINAL-ORDER(WS-REBILL-COUNT)
                   MOVE WS-REBILL-ORDER
                       TO RT-INVOICE-ORDER(WS-REBILL-COUNT)
               ELSE
                   MOVE "BACKORD"    TO WS-ERR-FILE-NAME
                   MOVE "TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**" TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE WS-REBILL-ORDER TO OH-ORDER-NUMBER
               MOVE BO-PERSON-ID    TO OH-PERSON-ID
               MOVE BO-ORDER-DATE   TO OH-ORDER-DATE
               MOVE BO-REP-CODE     TO OH-REP-CODE
               PERFORM WRITE-BILL-HEADER
           END-IF.

       READ-NEXT-ORDER-NUMBER.
      *    The ORDNXID control record ORDENTRY numbers orders from;
      *    read once here, written back once at the end.
           MOVE 1 TO WS-NEXT-ORDER-NUMBER.
           OPEN INPUT NEXT-ORDER-FILE.
           IF WS-NXORD-STATUS = "00"
               READ NEXT-ORDER-FILE
                   NOT AT END
                       IF NO-NEXT-ORDER-NUMBER IS NUMERIC AND
                          NO-NEXT-ORDER-NUMBER > ZEROS
                           MOVE NO-NEXT-ORDER-NUMBER
                               TO WS-NEXT-ORDER-NUMBER
                       END-IF
               END-READ
               CLOSE NEXT-ORDER-FILE
           ELSE
               IF WS-NXORD-STATUS NOT = "35"
                   MOVE "ORDNXID"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-NXORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       REWRITE-NEXT-ORDER-NUMBER.
           OPEN OUTPUT NEXT-ORDER-FILE.
           IF WS-NXORD-STATUS NOT = "00"
               MOVE "ORDNXID"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NXORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-NEXT-ORDER-NUMBER TO NO-NEXT-ORDER-NUMBER.
           WRITE NEXT-ORDER-RECORD.
           CLOSE NEXT-ORDER-FILE.

       REPORT-UNMATCHED-CONFIRMS.
      *    A confirmation that matched no line tonight and no
      *    carried backorder is reported for the warehouse - most
      *    often a mistyped order or line number.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CONF-COUNT
               IF CT-USED-SW(CF-IDX) = "N"
                   ADD 1 TO WS-COUNT-UNMATCHED
                   MOVE CT-ORDER-NUMBER(CF-IDX) TO SD-ORDER-NUMBER
                   MOVE CT-LINE-NUMBER(CF-IDX)  TO SD-LINE-NUMBER
                   MOVE ZEROS TO SD-ITEM-NUMBER
                   MOVE ZEROS TO SD-ORDERED
                   MOVE CT-QTY-SHIPPED(CF-IDX) TO SD-SHIPPED
                   MOVE ZEROS TO SD-BACKORDERED
                   MOVE "CONFIRMATION - NO OPEN LINE" TO SD-OUTCOME
                   PERFORM WRITE-SHIP-DETAIL
               END-IF
           END-PERFORM.

       WRITE-BILL-HEADER.
           WRITE BILL-HEADER-RECORD FROM ORDER-HEADER-RECORD.
           IF WS-BHDR-STATUS NOT = "00"
               MOVE "ORDHDRB" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-BHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-BILL-LINE.
           WRITE BILL-LINE-RECORD FROM ORDER-LINE-RECORD.
           IF WS-BLINE-STATUS NOT = "00"
               MOVE "ORDLINEB" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-BLINE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-BACKORDER-KEEP.
           WRITE BACKORDER-KEEP-RECORD FROM BACKORDER-RECORD.
           IF WS-BOKEEP-STATUS NOT = "00"
               MOVE "BOKEEP" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-BOKEEP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-SHIP-DETAIL.
           WRITE SHIP-REPORT-LINE FROM WS-SHIP-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SHIPRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-SHIP-SUMMARY.
           MOVE SPACES TO SHIP-REPORT-LINE.
           WRITE SHIP-REPORT-LINE.
           MOVE "Lines shipped in full:"   TO SL-LABEL.
           MOVE WS-COUNT-FULL             TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Lines part shipped:"      TO SL-LABEL.
           MOVE WS-COUNT-PART             TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Lines not shipped:"       TO SL-LABEL.
           MOVE WS-COUNT-NONE             TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Backorders shipped:"      TO SL-LABEL.
           MOVE WS-COUNT-BO-SHIPPED       TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Backorders carried:"      TO SL-LABEL.
           MOVE WS-COUNT-BO-CARRIED       TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Remainders cancelled:"    TO SL-LABEL.
           MOVE WS-COUNT-CANCELLED        TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Confirmations unmatched:" TO SL-LABEL.
           MOVE WS-COUNT-UNMATCHED        TO SL-COUNT.
           WRITE SHIP-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-FILES.
           CLOSE BILL-HEADER-FILE.
           CLOSE BILL-LINES-FILE.
           CLOSE BACKORDER-KEEP-FILE.
           CLOSE SHIP-REPORT-FILE.

       COPY-BACKORDERS-BACK.
      *    The staged backorders replace BACKORD, the same
      *    read-then-replace ORDCREDT makes on ORDLINEH, so an
      *    abend mid-run never truncates the carried lines.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT BACKORDER-KEEP-FILE.
           IF WS-BOKEEP-STATUS NOT = "00"
               MOVE "BOKEEP"     TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-BOKEEP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT BACKORDER-FILE.
           IF WS-BORD-STATUS NOT = "00"
               MOVE "BACKORD"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-BORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BACKORDER-KEEP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE BACKORDER-RECORD
                           FROM BACKORDER-KEEP-RECORD
                       IF WS-BORD-STATUS NOT = "00"
                           MOVE "BACKORD" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-BORD-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
               END-READ
               IF WS-BOKEEP-STATUS NOT = "00" AND
                  WS-BOKEEP-STATUS NOT = "10"
                   MOVE "BOKEEP" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-BOKEEP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE BACKORDER-KEEP-FILE.
           CLOSE BACKORDER-FILE.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
