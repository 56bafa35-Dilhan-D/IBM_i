      *Date: 2026-09-14
      *Stock-receipt posting: reads the warehouse's STKRECV file of
      *deliveries (item, quantity received, receipt date and the
      *delivery reference) and adds each quantity to the item's
      *on-hand on ITEMMAST, appending a receipt movement to the
      *STKMOVE history. A receipt for an item not on the master, or
      *with a zero or non-numeric quantity, is not posted; it goes
      *on the STKRRPT receipt report for the warehouse to correct
      *and resend.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRECPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITMREF.

           COPY STKMOV.

           SELECT STOCK-RECEIPT-FILE ASSIGN TO "STKRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO "STKRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY ITMREFFD.

           COPY STKMOVFD.

       FD  STOCK-RECEIPT-FILE.
       01  STOCK-RECEIPT-RECORD.
           05 RT-ITEM-NUMBER       PIC 9(6).
           05 RT-QTY               PIC 9(7).
           05 RT-RECEIPT-DATE      PIC 9(8).
           05 RT-REFERENCE         PIC X(10).

       FD  RECEIPT-REPORT-FILE.
       01  RECEIPT-REPORT-LINE     PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ITMREFWS.
       COPY STKMOVWS.
       01  WS-RECV-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-RECEIPTS      VALUE "Y".

       01  WS-COUNT-READ        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-POSTED      PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REJECTED    PIC 9(5) VALUE ZEROS.
       01  WS-QTY-POSTED        PIC 9(9) VALUE ZEROS.

       01  WS-RECEIPT-DETAIL.
           05 RD-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ON-HAND        PIC -,---,--9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-REFERENCE      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NOTE           PIC X(24).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "STKRECPT" TO WS-ERR-PROGRAM.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-RECEIPTS
               READ STOCK-RECEIPT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM POST-ONE-RECEIPT
               END-READ
               IF WS-RECV-STATUS NOT = "00" AND
                  WS-RECV-STATUS NOT = "10"
                   MOVE "STKRECV" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-RECV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM WRITE-RECEIPT-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "Receipts read:     " WS-COUNT-READ.
           DISPLAY "Receipts posted:   " WS-COUNT-POSTED.
           DISPLAY "Receipts rejected: " WS-COUNT-REJECTED.
           IF WS-COUNT-REJECTED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           PERFORM OPEN-ITEM-MASTER-FOR-UPDATE.
           IF NOT WS-ITEM-FILE-IS-OPEN
               MOVE "ITEMMAST"  TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O"  TO WS-ERR-OPERATION
               MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-STOCK-MOVEMENTS.
           OPEN INPUT STOCK-RECEIPT-FILE.
           IF WS-RECV-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No STKRECV receipts - nothing to post."
           ELSE
               IF WS-RECV-STATUS NOT = "00"
                   MOVE "STKRECV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-RECV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT RECEIPT-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "STKRRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "STOCK RECEIPTS POSTED TO ITEMMAST"
               TO RECEIPT-REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE.
           MOVE SPACES TO RECEIPT-REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE.

       POST-ONE-RECEIPT.
           ADD 1 TO WS-COUNT-READ.
           MOVE RT-ITEM-NUMBER TO RD-ITEM-NUMBER.
           MOVE SPACES         TO RD-DESCRIPTION.
           MOVE RT-REFERENCE   TO RD-REFERENCE.
           MOVE ZEROS          TO RD-ON-HAND.
           EVALUATE TRUE
               WHEN RT-ITEM-NUMBER IS NOT NUMERIC
                   MOVE ZEROS TO RD-ITEM-NUMBER
                   MOVE ZEROS TO RD-QTY
                   MOVE "BAD ITEM NUMBER" TO RD-NOTE
                   PERFORM REJECT-RECEIPT
               WHEN RT-QTY IS NOT NUMERIC OR RT-QTY = ZEROS
                   MOVE ZEROS TO RD-QTY
                   MOVE "BAD QUANTITY" TO RD-NOTE
                   PERFORM REJECT-RECEIPT
               WHEN OTHER
                   MOVE RT-QTY TO RD-QTY
                   MOVE RT-ITEM-NUMBER TO WS-ITEM-ARG-NUMBER
                   PERFORM LOOKUP-ITEM-NUMBER
                   IF WS-ITEM-KNOWN
                       PERFORM ADD-RECEIPT-TO-STOCK
                   ELSE
                       MOVE "NOT ON ITEM MASTER" TO RD-NOTE
                       PERFORM REJECT-RECEIPT
                   END-IF
           END-EVALUATE.

       ADD-RECEIPT-TO-STOCK.
           ADD RT-QTY TO IT-QTY-ON-HAND.
           REWRITE ITEM-MASTER-RECORD.
           IF WS-ITEM-STATUS NOT = "00"
               MOVE "ITEMMAST" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE RT-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.
           MOVE "R"            TO WS-MOVE-TYPE.
           MOVE RT-QTY         TO WS-MOVE-QTY.
           MOVE IT-QTY-ON-HAND TO WS-MOVE-ON-HAND.
           MOVE RT-REFERENCE   TO WS-MOVE-REFERENCE.
           PERFORM WRITE-STOCK-MOVEMENT.
           ADD 1 TO WS-COUNT-POSTED.
           ADD RT-QTY TO WS-QTY-POSTED.
           MOVE IT-DESCRIPTION TO RD-DESCRIPTION.
           MOVE IT-QTY-ON-HAND TO RD-ON-HAND.
           MOVE "POSTED" TO RD-NOTE.
           PERFORM WRITE-RECEIPT-DETAIL.

       REJECT-RECEIPT.
           ADD 1 TO WS-COUNT-REJECTED.
           PERFORM WRITE-RECEIPT-DETAIL.

       WRITE-RECEIPT-DETAIL.
           WRITE RECEIPT-REPORT-LINE FROM WS-RECEIPT-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "STKRRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-RECEIPT-SUMMARY.
           MOVE SPACES TO RECEIPT-REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE.
           MOVE "Receipts read:"     TO SL-LABEL.
           MOVE WS-COUNT-READ       TO SL-COUNT.
           WRITE RECEIPT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Receipts posted:"   TO SL-LABEL.
           MOVE WS-COUNT-POSTED     TO SL-COUNT.
           WRITE RECEIPT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Receipts rejected:" TO SL-LABEL.
           MOVE WS-COUNT-REJECTED   TO SL-COUNT.
           WRITE RECEIPT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Units received:"    TO SL-LABEL.
           MOVE WS-QTY-POSTED       TO SL-COUNT.
           WRITE RECEIPT-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-FILES.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-STOCK-MOVEMENTS.
           IF WS-RECV-STATUS NOT = "35"
               CLOSE STOCK-RECEIPT-FILE
           END-IF.
           CLOSE RECEIPT-REPORT-FILE.

       COPY ITMREFP.

       COPY STKMOVP.

       COPY ERRLOGP.
