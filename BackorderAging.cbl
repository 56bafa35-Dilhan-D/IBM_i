      *Date: 2026-09-15
      *Backorder aging report: reads the BACKORD file of order-line
      *remainders SHIPMTCH carries until the warehouse ships or
      *cancels them, sorts it by customer and item, and lists each
      *open backorder with its age in days since it was first
      *backordered, the open quantity and its value at the billed
      *unit price. Each customer gets a subtotal by age bucket and
      *the report ends with grand totals, so customer service can
      *chase the oldest shortfalls first. Writes BOAGRPT; ends CC 4
      *when anything is in the oldest bucket.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORD-STATUS.

           COPY PERSSEL.

           SELECT AGING-REPORT-FILE ASSIGN TO "BOAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE       PIC X(110).

           COPY ERRLOGFD.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-ITEM-NUMBER       PIC 9(6).
           05 SW-ORDER-NUMBER      PIC 9(6).
           05 SW-LINE-NUMBER       PIC 9(6).
           05 SW-QTY               PIC 9(5).
           05 SW-UNIT-PRICE        PIC 9(5)V99.
           05 SW-BACKORDER-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       01  WS-BORD-STATUS       PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-TODAY             PIC 9(8).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-PM-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PM-IS-OPEN           VALUE "Y".

       01  WS-AGE-DAYS          PIC S9(7).
       01  WS-LINE-VALUE        PIC S9(11)V99 COMP-3.
       01  WS-BUCKET            PIC 9(1).
       01  WS-PREV-PERSON-ID    PIC 9(6) VALUE ZEROS.
       01  WS-FIRST-SWITCH      PIC X(1) VALUE "Y".
           88 WS-FIRST-CUSTOMER       VALUE "Y".
       01  WS-CUSTOMER-NAME     PIC X(20).

      *    Age buckets: 1 = 0-14 days, 2 = 15-30, 3 = 31-60,
      *    4 = over 60. One set per customer, one for the run.
       01  WS-CUSTOMER-BUCKETS.
           05 WS-CUST-BUCKET OCCURS 4 TIMES
                   PIC S9(11)V99 COMP-3.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET OCCURS 4 TIMES
                   PIC S9(11)V99 COMP-3.
       01  WS-BKT-IDX           PIC 9(1).
       01  WS-CUST-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-GRAND-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-LINES       PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-CUSTOMERS   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-OLDEST      PIC 9(5) VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(24) VALUE
              "BACKORDER AGING REPORT".
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 H1-RUN-DATE       PIC X(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(8)  VALUE "PERSON".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(8)  VALUE "ITEM".
           05 FILLER            PIC X(8)  VALUE "ORDER".
           05 FILLER            PIC X(8)  VALUE "LINE".
           05 FILLER            PIC X(10) VALUE "BACKORDRD".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(8)  VALUE "     QTY".
           05 FILLER            PIC X(14) VALUE "         VALUE".
       01  WS-DETAIL-LINE.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-ORDER-NUMBER   PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-LINE-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-BACKORDER-DATE PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-AGE-DAYS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-VALUE          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-BUCKET-LINE.
           05 BL-LABEL          PIC X(20).
           05 FILLER            PIC X(7) VALUE " 0-14: ".
           05 BL-BUCKET-1       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE " 15-30: ".
           05 BL-BUCKET-2       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE " 31-60: ".
           05 BL-BUCKET-3       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE " OVER60:".
           05 BL-BUCKET-4       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(20).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "BOAGING" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           INITIALIZE WS-GRAND-BUCKETS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PERSON-ID
               ON ASCENDING KEY SW-ITEM-NUMBER
               ON ASCENDING KEY SW-BACKORDER-DATE
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS SORT-OUTPUT.
           DISPLAY "Backorder lines:   " WS-COUNT-LINES.
           DISPLAY "Customers:         " WS-COUNT-CUSTOMERS.
           DISPLAY "Over 60 days:      " WS-COUNT-OLDEST.
           IF WS-COUNT-OLDEST > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SORT-INPUT.
      *    Fed by hand rather than SORT USING so a missing BACKORD
      *    (no backorders ever carried) reports empty instead of
      *    failing the sort.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BORD-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No BACKORD file - no backorders to age."
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
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM RELEASE-ONE-BACKORDER
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

       RELEASE-ONE-BACKORDER.
           MOVE BO-PERSON-ID      TO SW-PERSON-ID.
           MOVE BO-ITEM-NUMBER    TO SW-ITEM-NUMBER.
           MOVE BO-ORDER-NUMBER   TO SW-ORDER-NUMBER.
           MOVE BO-LINE-NUMBER    TO SW-LINE-NUMBER.
           MOVE BO-QTY            TO SW-QTY.
           MOVE BO-UNIT-PRICE     TO SW-UNIT-PRICE.
           MOVE BO-BACKORDER-DATE TO SW-BACKORDER-DATE.
           RELEASE SORT-WORK-RECORD.

       SORT-OUTPUT.
           PERFORM OPEN-REPORT-FILES.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM AGE-ONE-BACKORDER
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-CUSTOMER
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM CLOSE-REPORT-FILES.

       OPEN-REPORT-FILES.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PM-OPEN-SWITCH
           ELSE
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "BOAGRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-2.

       AGE-ONE-BACKORDER.
           IF WS-FIRST-CUSTOMER OR SW-PERSON-ID NOT = WS-PREV-PERSON-ID
               IF NOT WS-FIRST-CUSTOMER
                   PERFORM WRITE-CUSTOMER-TOTAL
               END-IF
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE SW-PERSON-ID TO WS-PREV-PERSON-ID
               ADD 1 TO WS-COUNT-CUSTOMERS
               INITIALIZE WS-CUSTOMER-BUCKETS
               PERFORM LOOK-UP-CUSTOMER-NAME
           END-IF.
           ADD 1 TO WS-COUNT-LINES.
           MOVE ZEROS TO WS-AGE-DAYS.
           IF SW-BACKORDER-DATE IS NUMERIC AND
              SW-BACKORDER-DATE > ZEROS AND
              SW-BACKORDER-DATE < WS-TODAY
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(SW-BACKORDER-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 14
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
                   ADD 1 TO WS-COUNT-OLDEST
           END-EVALUATE.
           COMPUTE WS-LINE-VALUE = SW-QTY * SW-UNIT-PRICE.
           ADD WS-LINE-VALUE TO WS-CUST-BUCKET(WS-BUCKET).
           ADD WS-LINE-VALUE TO WS-GRAND-BUCKET(WS-BUCKET).
           MOVE SW-PERSON-ID      TO DL-PERSON-ID.
           MOVE WS-CUSTOMER-NAME  TO DL-NAME.
           MOVE SW-ITEM-NUMBER    TO DL-ITEM-NUMBER.
           MOVE SW-ORDER-NUMBER   TO DL-ORDER-NUMBER.
           MOVE SW-LINE-NUMBER    TO DL-LINE-NUMBER.
           MOVE SW-BACKORDER-DATE TO DL-BACKORDER-DATE.
           MOVE WS-AGE-DAYS       TO DL-AGE-DAYS.
           MOVE SW-QTY            TO DL-QTY.
           MOVE WS-LINE-VALUE     TO DL-VALUE.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "BOAGRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       LOOK-UP-CUSTOMER-NAME.
           MOVE "** UNKNOWN **" TO WS-CUSTOMER-NAME.
           IF WS-PM-IS-OPEN
               MOVE SW-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.

       WRITE-CUSTOMER-TOTAL.
           MOVE ZEROS TO WS-CUST-TOTAL.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               ADD WS-CUST-BUCKET(WS-BKT-IDX) TO WS-CUST-TOTAL
           END-PERFORM.
           MOVE "  CUSTOMER BUCKETS"  TO BL-LABEL.
           MOVE WS-CUST-BUCKET(1)     TO BL-BUCKET-1.
           MOVE WS-CUST-BUCKET(2)     TO BL-BUCKET-2.
           MOVE WS-CUST-BUCKET(3)     TO BL-BUCKET-3.
           MOVE WS-CUST-BUCKET(4)     TO BL-BUCKET-4.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.
           MOVE "  CUSTOMER TOTAL"    TO TL-LABEL.
           MOVE WS-CUST-TOTAL         TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       WRITE-GRAND-TOTAL.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               ADD WS-GRAND-BUCKET(WS-BKT-IDX) TO WS-GRAND-TOTAL
           END-PERFORM.
           MOVE "ALL BACKORDERS"      TO BL-LABEL.
           MOVE WS-GRAND-BUCKET(1)    TO BL-BUCKET-1.
           MOVE WS-GRAND-BUCKET(2)    TO BL-BUCKET-2.
           MOVE WS-GRAND-BUCKET(3)    TO BL-BUCKET-3.
           MOVE WS-GRAND-BUCKET(4)    TO BL-BUCKET-4.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.
           MOVE "BACKORDER VALUE"     TO TL-LABEL.
           MOVE WS-GRAND-TOTAL        TO TL-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Backorder lines:"    TO SL-LABEL.
           MOVE WS-COUNT-LINES        TO SL-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Customers:"          TO SL-LABEL.
           MOVE WS-COUNT-CUSTOMERS    TO SL-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Over 60 days:"       TO SL-LABEL.
           MOVE WS-COUNT-OLDEST       TO SL-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-REPORT-FILES.
           IF WS-PM-IS-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.

       COPY ERRLOGP.
