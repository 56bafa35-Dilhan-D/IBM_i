      *Date: 2026-10-04
      *Sales returns: posts the day's RETTRANS return authorizations
      *against the invoices they name. Each authorization gives the
      *invoice, the line as printed on it (the first item on the
      *invoice is line 1), the customer, the item and quantity
      *coming back, a reason code from RETCODE and whether the goods
      *can be resold. It is validated against the INVARCH invoice
      *archive - the invoice must have been billed to that customer
      *with that item on that line, and the quantity, together with
      *what earlier returns on the RETHIST returns history already
      *took back, cannot exceed what was billed. An approved return
      *writes its own credit memo: a "C" transaction on ADJTRANS
      *for the billed price plus the tax originally charged, taken
      *in proportion from the invoice's TAXDETL record, which the
      *ARADJUST step applies to OPENINV later in the cycle. The tax
      *credited goes back onto TAXDETL as a return row so TAXREMIT
      *takes it off the tax owed for the month the credit is made,
      *and the return goes to SALESHST as an "R" record against the
      *item for SLSANAL. Resaleable goods go back on the shelf on
      *ITEMMAST with a "T" movement on STKMOVE. The RETREG register
      *lists every authorization, approved or rejected with why,
      *then the approved returns by reason code and item, so sales
      *can see what comes back and why. Ends with return code 4
      *when anything was rejected.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRANS-FILE ASSIGN TO "RETTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTRN-STATUS.

           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHST-STATUS.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT TAX-DETAIL-FILE ASSIGN TO "TAXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-STATUS.

           SELECT ADJUSTMENT-TRANS-FILE ASSIGN TO "ADJTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHST-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO "RETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           COPY ITMREF.

           COPY STKMOV.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRANS-FILE.
       01  RETURN-TRANS-RECORD.
           05 RA-RETURN-NUMBER     PIC 9(6).
           05 RA-INVOICE-NUMBER    PIC 9(6).
           05 RA-LINE-NUMBER       PIC 9(4).
           05 RA-PERSON-ID         PIC 9(6).
           05 RA-ITEM-NUMBER       PIC 9(6).
           05 RA-QTY               PIC 9(5).
           05 RA-REASON-CODE       PIC X(2).
           05 RA-RESALEABLE        PIC X(1).
           05 RA-RETURN-DATE       PIC 9(8).
           05 RA-OPERATOR-ID       PIC X(8).

      *    One record per approved return, appended for good: what
      *    came back against which invoice line, and what it was
      *    credited. The next run totals it per invoice line so an
      *    invoice line cannot be returned twice over.
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05 RH-RETURN-NUMBER     PIC 9(6).
           05 RH-INVOICE-NUMBER    PIC 9(6).
           05 RH-LINE-NUMBER       PIC 9(4).
           05 RH-PERSON-ID         PIC 9(6).
           05 RH-ITEM-NUMBER       PIC 9(6).
           05 RH-QTY               PIC 9(5).
           05 RH-REASON-CODE       PIC X(2).
           05 RH-RESALEABLE        PIC X(1).
           05 RH-RETURN-DATE       PIC 9(8).
           05 RH-UNIT-PRICE        PIC 9(5)V99.
           05 RH-CREDIT-BASE       PIC 9(7)V99.
           05 RH-CREDIT-TAX        PIC 9(7)V99.
           05 RH-OPERATOR-ID       PIC X(8).

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD.
           05 IA-INVOICE-NUMBER     PIC 9(6).
           05 IA-LINE-SEQ           PIC 9(4).
           05 IA-PRINT-LINE         PIC X(80).

       FD  TAX-DETAIL-FILE.
       01  TAX-DETAIL-RECORD.
           05 TD-INVOICE-NUMBER     PIC 9(6).
           05 TD-PERSON-ID          PIC 9(6).
           05 TD-INVOICE-DATE       PIC 9(8).
           05 TD-STATE-CODE         PIC X(2).
           05 TD-RATE               PIC 9V999.
           05 TD-TAXABLE-BASE       PIC 9(7)V99.
           05 TD-TAX-AMOUNT         PIC 9(7)V99.
           05 TD-EXEMPT-CERT        PIC X(15).
           05 TD-EXEMPT-TYPE        PIC X(1).
           05 TD-ENTRY-TYPE         PIC X(1).
              88 TD-IS-RETURN-CREDIT    VALUE "R".
           05 TD-CREDIT-DATE        PIC 9(8).

       FD  ADJUSTMENT-TRANS-FILE.
       01  ADJUSTMENT-TRANS-RECORD.
           05 AJ-TRANS-CODE        PIC X(1).
           05 AJ-INVOICE-NUMBER    PIC 9(6).
           05 AJ-AMOUNT            PIC 9(7)V99.
           05 AJ-OPERATOR-ID       PIC X(8).
           05 AJ-REASON            PIC X(20).
           05 AJ-EFFECTIVE-DATE    PIC 9(8).
           05 AJ-SOURCE            PIC X(1).

       FD  SALES-HISTORY-FILE.
           COPY SLSHREC.

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-LINE    PIC X(120).

           COPY ITMREFFD.

           COPY STKMOVFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY ITMREFWS.
       COPY STKMOVWS.
       COPY RETCODE.
       01  WS-RETTRN-STATUS     PIC X(2).
       01  WS-RETHST-STATUS     PIC X(2).
       01  WS-ARCH-STATUS       PIC X(2).
       01  WS-TAXDTL-STATUS     PIC X(2).
       01  WS-ADJ-STATUS        PIC X(2).
       01  WS-SLSHST-STATUS     PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-EOF-SWITCH        PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".

      *    The day's authorizations, table-loaded like ARADJUST's
      *    adjustments; the archive, tax detail and history each
      *    stream past the table once.
       01  WS-RET-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-MAX-RETURNS       PIC 9(3) VALUE 200.
       01  WS-RETURN-TABLE.
           05 WS-RETURN-ENTRY OCCURS 200 TIMES
                   INDEXED BY RE-IDX.
              10 RE-RETURN-NUMBER  PIC 9(6).
              10 RE-INVOICE-NUMBER PIC 9(6).
              10 RE-LINE-NUMBER    PIC 9(4).
              10 RE-PERSON-ID      PIC 9(6).
              10 RE-ITEM-NUMBER    PIC 9(6).
              10 RE-QTY            PIC 9(5).
              10 RE-REASON-CODE    PIC X(2).
              10 RE-RESALEABLE     PIC X(1).
                 88 RE-IS-RESALEABLE   VALUE "Y".
              10 RE-RETURN-DATE    PIC 9(8).
              10 RE-OPERATOR-ID    PIC X(8).
              10 RE-STATE-SWITCH   PIC X(1).
                 88 RE-PENDING         VALUE "P".
                 88 RE-APPROVED        VALUE "A".
                 88 RE-REJECTED        VALUE "R".
              10 RE-REJECT-REASON  PIC X(30).
              10 RE-PRIOR-QTY      PIC 9(7).
              10 RE-INVOICE-SW     PIC X(1).
                 88 RE-INVOICE-ON-ARCHIVE VALUE "Y".
              10 RE-LINE-SW        PIC X(1).
                 88 RE-LINE-ON-ARCHIVE    VALUE "Y".
              10 RE-ARCH-PERSON-ID PIC 9(6).
              10 RE-ARCH-ITEM      PIC 9(6).
              10 RE-ARCH-QTY       PIC 9(5).
              10 RE-ARCH-PRICE     PIC 9(5)V99.
              10 RE-ARCH-FX-RATE   PIC 9(3)V9(6).
              10 RE-TAX-SW         PIC X(1).
                 88 RE-TAX-ON-FILE     VALUE "Y".
              10 RE-INVOICE-DATE   PIC 9(8).
              10 RE-TAX-STATE      PIC X(2).
              10 RE-TAX-RATE       PIC 9V999.
              10 RE-TAX-BASE       PIC 9(7)V99.
              10 RE-TAX-AMOUNT     PIC 9(7)V99.
              10 RE-EXEMPT-CERT    PIC X(15).
              10 RE-EXEMPT-TYPE    PIC X(1).
              10 RE-UNIT-PRICE     PIC 9(5)V99.
              10 RE-CREDIT-BASE    PIC 9(7)V99.
              10 RE-CREDIT-TAX     PIC 9(7)V99.
              10 RE-RESTOCK-NOTE   PIC X(12).
       01  WS-SCAN-IDX          PIC 9(3).
       01  WS-EARLIER-QTY       PIC 9(7).

      *    The archived print lines are read through the layouts
      *    ORDER-TOTAL printed them with: the customer line, the
      *    foreign-currency line, and each billed line's item line
      *    followed by its quantity/price detail line.
       01  WS-ARCH-LINE         PIC X(80).
       01  WS-ARCH-CUSTOMER-VIEW REDEFINES WS-ARCH-LINE.
           05 AC-LABEL          PIC X(9).
           05 AC-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(65).
       01  WS-ARCH-CURRENCY-VIEW REDEFINES WS-ARCH-LINE.
           05 AX-LABEL          PIC X(10).
           05 AX-CURRENCY       PIC X(3).
           05 FILLER            PIC X(9).
           05 AX-RATE           PIC ZZ9.999999.
           05 FILLER            PIC X(48).
       01  WS-ARCH-ITEM-VIEW REDEFINES WS-ARCH-LINE.
           05 AI-LABEL          PIC X(5).
           05 AI-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(69).
       01  WS-ARCH-DETAIL-VIEW REDEFINES WS-ARCH-LINE.
           05 AD-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(4).
           05 AD-UNIT-PRICE     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(61).
       01  WS-ARCH-INVOICE      PIC 9(6) VALUE ZEROS.
       01  WS-ARCH-WANTED-SW    PIC X(1) VALUE "N".
           88 WS-ARCH-WANTED          VALUE "Y".
       01  WS-ARCH-PERSON-ID    PIC 9(6).
       01  WS-ARCH-FX-RATE      PIC 9(3)V9(6).
       01  WS-ARCH-LINE-POS     PIC 9(4).
       01  WS-ARCH-ITEM         PIC 9(6).
       01  WS-ARCH-QTY          PIC 9(5).
       01  WS-ARCH-PRICE        PIC 9(5)V99.
       01  WS-DETAIL-DUE-SW     PIC X(1).
           88 WS-DETAIL-DUE           VALUE "Y".

      *    Approved returns by reason and item for the register's
      *    summary section.
       01  WS-CELL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MAX-CELLS         PIC 9(3) VALUE 300.
       01  WS-REASON-CELLS.
           05 WS-REASON-CELL OCCURS 300 TIMES
                   INDEXED BY RC-IDX.
              10 RS-REASON-CODE    PIC X(2).
              10 RS-ITEM-NUMBER    PIC 9(6).
              10 RS-COUNT          PIC 9(5).
              10 RS-QTY            PIC 9(7).
              10 RS-CREDIT         PIC 9(9)V99.
       01  WS-REASON-COUNT      PIC 9(5).
       01  WS-REASON-QTY        PIC 9(7).
       01  WS-REASON-CREDIT     PIC 9(9)V99.

       01  WS-COUNT-READ        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-APPROVED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-REJECTED    PIC 9(5) VALUE ZEROS.
       01  WS-QTY-RESTOCKED     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-CREDIT-BASE PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDIT-TAX  PIC 9(9)V99 VALUE ZEROS.

       01  WS-AJ-REASON.
           05 FILLER            PIC X(10) VALUE "RETURN RA ".
           05 AR-RETURN-NUMBER  PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AR-REASON-CODE    PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
       01  WS-MOVE-REF.
           05 FILLER            PIC X(2) VALUE "RA".
           05 MR-RETURN-NUMBER  PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.

       01  WS-HEADING-1.
           05 FILLER            PIC X(40) VALUE
              "RETURNS REGISTER".
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 HD-RUN-DATE       PIC 9(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(8)  VALUE "RA".
           05 FILLER            PIC X(7)  VALUE "INVOICE".
           05 FILLER            PIC X(7)  VALUE "  LINE".
           05 FILLER            PIC X(8)  VALUE "  CUST".
           05 FILLER            PIC X(8)  VALUE "  ITEM".
           05 FILLER            PIC X(8)  VALUE "     QTY".
           05 FILLER            PIC X(4)  VALUE "  RC".
           05 FILLER            PIC X(15) VALUE "         CREDIT".
           05 FILLER            PIC X(12) VALUE "         TAX".
           05 FILLER            PIC X(8)  VALUE "  NOTE".
       01  WS-DETAIL-LINE.
           05 DL-RETURN-NUMBER  PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-LINE-NUMBER    PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE    PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-CREDIT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-TAX            PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-NOTE           PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-RESTOCK-NOTE   PIC X(12).
       01  WS-REASON-HEADING.
           05 FILLER            PIC X(7) VALUE "REASON ".
           05 RH-HDG-CODE       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RH-HDG-DESC       PIC X(20).
       01  WS-ITEM-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 IL-ITEM-NUMBER    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 IL-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 IL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 IL-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 IL-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(28).
           05 SL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "RETAUTH" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "RETAUTH" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "RETAUTH already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-RETURNS.
           PERFORM OPEN-OUTPUT-FILES.
           IF WS-RET-COUNT > ZEROS
               PERFORM TOTAL-EARLIER-RETURNS
               PERFORM READ-INVOICE-ARCHIVE
               PERFORM READ-ORIGINAL-TAX-DETAIL
               PERFORM OPEN-POSTING-FILES
               PERFORM VARYING RE-IDX FROM 1 BY 1
                       UNTIL RE-IDX > WS-RET-COUNT
                   PERFORM JUDGE-ONE-RETURN
                   IF RE-PENDING(RE-IDX)
                       PERFORM APPROVE-ONE-RETURN
                   ELSE
                       ADD 1 TO WS-COUNT-REJECTED
                   END-IF
                   PERFORM WRITE-RETURN-DETAIL
               END-PERFORM
               PERFORM CLOSE-POSTING-FILES
           END-IF.
           PERFORM WRITE-REASON-SUMMARY.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-STOCK-MOVEMENTS.
           CLOSE RETURN-REGISTER-FILE.
           DISPLAY "Returns read:     " WS-COUNT-READ.
           DISPLAY "Returns approved: " WS-COUNT-APPROVED.
           DISPLAY "Returns rejected: " WS-COUNT-REJECTED.
           MOVE WS-COUNT-READ TO WS-RC-COUNT-1.
           MOVE WS-COUNT-APPROVED TO WS-RC-COUNT-2.
           MOVE WS-COUNT-REJECTED TO WS-RC-COUNT-3.
           MOVE ZEROS TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           IF WS-COUNT-REJECTED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-RETURNS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RETURN-TRANS-FILE.
           IF WS-RETTRN-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No RETTRANS returns - nothing to post."
           ELSE
               IF WS-RETTRN-STATUS NOT = "00"
                   MOVE "RETTRANS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-RETTRN-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ RETURN-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-RETURN
               END-READ
               IF WS-RETTRN-STATUS NOT = "00" AND
                  WS-RETTRN-STATUS NOT = "10"
                   MOVE "RETTRANS" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-RETTRN-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-RETTRN-STATUS NOT = "35"
               CLOSE RETURN-TRANS-FILE
           END-IF.

       LOAD-ONE-RETURN.
           ADD 1 TO WS-COUNT-READ.
           IF WS-RET-COUNT >= WS-MAX-RETURNS
      *        As in ARADJUST: stopping loudly beats silently
      *        dropping a customer's credit.
               MOVE "RETTRANS"   TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-RET-COUNT
               SET RE-IDX TO WS-RET-COUNT
               INITIALIZE WS-RETURN-ENTRY(RE-IDX)
               MOVE RA-RETURN-NUMBER  TO RE-RETURN-NUMBER(RE-IDX)
               MOVE RA-INVOICE-NUMBER TO RE-INVOICE-NUMBER(RE-IDX)
               MOVE RA-LINE-NUMBER    TO RE-LINE-NUMBER(RE-IDX)
               MOVE RA-PERSON-ID      TO RE-PERSON-ID(RE-IDX)
               MOVE RA-ITEM-NUMBER    TO RE-ITEM-NUMBER(RE-IDX)
               MOVE RA-QTY            TO RE-QTY(RE-IDX)
               MOVE RA-REASON-CODE    TO RE-REASON-CODE(RE-IDX)
               MOVE RA-RESALEABLE     TO RE-RESALEABLE(RE-IDX)
               MOVE RA-OPERATOR-ID    TO RE-OPERATOR-ID(RE-IDX)
               IF RA-RETURN-DATE IS NUMERIC AND
                  RA-RETURN-DATE > ZEROS
                   MOVE RA-RETURN-DATE TO RE-RETURN-DATE(RE-IDX)
               ELSE
                   MOVE WS-CURRENT-DATE(1:8)
                       TO RE-RETURN-DATE(RE-IDX)
               END-IF
               MOVE "P" TO RE-STATE-SWITCH(RE-IDX)
               PERFORM EDIT-ONE-RETURN
           END-IF.

       EDIT-ONE-RETURN.
      *    Field edits before any file is consulted; a reject here
      *    is reported and never looked up.
           MOVE RA-REASON-CODE TO WS-RET-ARG-CODE.
           PERFORM LOOKUP-RETURN-REASON.
           EVALUATE TRUE
               WHEN RA-RETURN-NUMBER IS NOT NUMERIC OR
                    RA-RETURN-NUMBER = ZEROS
                   MOVE "BAD RA NUMBER" TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-INVOICE-NUMBER IS NOT NUMERIC OR
                    RA-INVOICE-NUMBER = ZEROS
                   MOVE "BAD INVOICE NUMBER"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-LINE-NUMBER IS NOT NUMERIC OR
                    RA-LINE-NUMBER = ZEROS
                   MOVE "BAD LINE NUMBER" TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-PERSON-ID IS NOT NUMERIC OR
                    RA-PERSON-ID = ZEROS
                   MOVE "BAD CUSTOMER ID" TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-ITEM-NUMBER IS NOT NUMERIC OR
                    RA-ITEM-NUMBER = ZEROS
                   MOVE "BAD ITEM NUMBER" TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-QTY IS NOT NUMERIC OR RA-QTY = ZEROS
                   MOVE "BAD QUANTITY" TO RE-REJECT-REASON(RE-IDX)
               WHEN NOT WS-RET-CODE-VALID
                   MOVE "UNKNOWN REASON CODE"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN RA-RESALEABLE NOT = "Y" AND
                    RA-RESALEABLE NOT = "N"
                   MOVE "RESALEABLE FLAG NOT Y OR N"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RE-REJECT-REASON(RE-IDX) NOT = SPACES
               MOVE "R" TO RE-STATE-SWITCH(RE-IDX)
           END-IF.

       OPEN-OUTPUT-FILES.
           PERFORM OPEN-ITEM-MASTER-FOR-UPDATE.
           PERFORM OPEN-STOCK-MOVEMENTS.
           OPEN OUTPUT RETURN-REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "RETREG"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO HD-RUN-DATE.
           WRITE RETURN-REGISTER-LINE FROM WS-HEADING-1.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE FROM WS-HEADING-2.

       TOTAL-EARLIER-RETURNS.
      *    What earlier runs already took back on each invoice line
      *    named today, and any authorization number already used.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RETURN-HISTORY-FILE.
           IF WS-RETHST-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-RETHST-STATUS NOT = "00"
                   MOVE "RETHIST"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-RETHST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ RETURN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-EARLIER-RETURN
               END-READ
               IF WS-RETHST-STATUS NOT = "00" AND
                  WS-RETHST-STATUS NOT = "10"
                   MOVE "RETHIST" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-RETHST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-RETHST-STATUS NOT = "35"
               CLOSE RETURN-HISTORY-FILE
           END-IF.

       NOTE-EARLIER-RETURN.
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RET-COUNT
               IF RE-PENDING(RE-IDX)
                   IF RH-RETURN-NUMBER = RE-RETURN-NUMBER(RE-IDX)
                       MOVE "R" TO RE-STATE-SWITCH(RE-IDX)
                       MOVE "RA NUMBER ALREADY PROCESSED"
                           TO RE-REJECT-REASON(RE-IDX)
                   END-IF
                   IF RH-INVOICE-NUMBER = RE-INVOICE-NUMBER(RE-IDX)
                      AND RH-LINE-NUMBER = RE-LINE-NUMBER(RE-IDX)
                       ADD RH-QTY TO RE-PRIOR-QTY(RE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       READ-INVOICE-ARCHIVE.
      *    One pass of the archive. Within an invoice the lines
      *    are in print order, so counting the item lines gives
      *    each billed line's position as the customer sees it.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT INVOICE-ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No INVARCH invoice archive on file."
           ELSE
               IF WS-ARCH-STATUS NOT = "00"
                   MOVE "INVARCH"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ INVOICE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ARCHIVE-LINE
               END-READ
               IF WS-ARCH-STATUS NOT = "00" AND
                  WS-ARCH-STATUS NOT = "10"
                   MOVE "INVARCH" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-ARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE INVOICE-ARCHIVE-FILE
           END-IF.

       TAKE-ARCHIVE-LINE.
           IF IA-INVOICE-NUMBER NOT = WS-ARCH-INVOICE
               PERFORM START-ARCHIVED-INVOICE
           END-IF.
           IF WS-ARCH-WANTED
               MOVE IA-PRINT-LINE TO WS-ARCH-LINE
               EVALUATE TRUE
                   WHEN WS-DETAIL-DUE
                       MOVE "N" TO WS-DETAIL-DUE-SW
                       MOVE AD-QTY        TO WS-ARCH-QTY
                       MOVE AD-UNIT-PRICE TO WS-ARCH-PRICE
                       PERFORM MATCH-ARCHIVED-LINE
                   WHEN AC-LABEL = "CUSTOMER " AND
                        AC-PERSON-ID IS NUMERIC
                       MOVE AC-PERSON-ID TO WS-ARCH-PERSON-ID
                   WHEN AX-LABEL = "PRICES IN "
                       MOVE AX-RATE TO WS-ARCH-FX-RATE
                   WHEN AI-LABEL = "ITEM " AND
                        AI-ITEM-NUMBER IS NUMERIC
                       ADD 1 TO WS-ARCH-LINE-POS
                       MOVE AI-ITEM-NUMBER TO WS-ARCH-ITEM
                       MOVE "Y" TO WS-DETAIL-DUE-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       START-ARCHIVED-INVOICE.
           MOVE IA-INVOICE-NUMBER TO WS-ARCH-INVOICE.
           MOVE "N"   TO WS-ARCH-WANTED-SW.
           MOVE "N"   TO WS-DETAIL-DUE-SW.
           MOVE ZEROS TO WS-ARCH-PERSON-ID.
           MOVE ZEROS TO WS-ARCH-FX-RATE.
           MOVE ZEROS TO WS-ARCH-LINE-POS.
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RET-COUNT
               IF RE-INVOICE-NUMBER(RE-IDX) = WS-ARCH-INVOICE
                   MOVE "Y" TO WS-ARCH-WANTED-SW
                   MOVE "Y" TO RE-INVOICE-SW(RE-IDX)
               END-IF
           END-PERFORM.

       MATCH-ARCHIVED-LINE.
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RET-COUNT
               IF RE-INVOICE-NUMBER(RE-IDX) = WS-ARCH-INVOICE AND
                  RE-LINE-NUMBER(RE-IDX) = WS-ARCH-LINE-POS
                   MOVE "Y" TO RE-LINE-SW(RE-IDX)
                   MOVE WS-ARCH-PERSON-ID TO RE-ARCH-PERSON-ID(RE-IDX)
                   MOVE WS-ARCH-ITEM      TO RE-ARCH-ITEM(RE-IDX)
                   MOVE WS-ARCH-QTY       TO RE-ARCH-QTY(RE-IDX)
                   MOVE WS-ARCH-PRICE     TO RE-ARCH-PRICE(RE-IDX)
                   MOVE WS-ARCH-FX-RATE   TO RE-ARCH-FX-RATE(RE-IDX)
               END-IF
           END-PERFORM.

       READ-ORIGINAL-TAX-DETAIL.
      *    The invoice's own TAXDETL row - not an earlier return's
      *    credit row - gives the tax actually charged, the state
      *    and rate it was charged under, and the invoice date.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TAX-DETAIL-FILE.
           IF WS-TAXDTL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-TAXDTL-STATUS NOT = "00"
                   MOVE "TAXDETL"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-TAXDTL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ TAX-DETAIL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT TD-IS-RETURN-CREDIT
                           PERFORM MATCH-TAX-DETAIL
                       END-IF
               END-READ
               IF WS-TAXDTL-STATUS NOT = "00" AND
                  WS-TAXDTL-STATUS NOT = "10"
                   MOVE "TAXDETL" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-TAXDTL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-TAXDTL-STATUS NOT = "35"
               CLOSE TAX-DETAIL-FILE
           END-IF.

       MATCH-TAX-DETAIL.
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RET-COUNT
               IF RE-INVOICE-NUMBER(RE-IDX) = TD-INVOICE-NUMBER
                   MOVE "Y" TO RE-TAX-SW(RE-IDX)
                   MOVE TD-INVOICE-DATE TO RE-INVOICE-DATE(RE-IDX)
                   MOVE TD-STATE-CODE   TO RE-TAX-STATE(RE-IDX)
                   MOVE TD-RATE         TO RE-TAX-RATE(RE-IDX)
                   MOVE TD-TAXABLE-BASE TO RE-TAX-BASE(RE-IDX)
                   MOVE TD-TAX-AMOUNT   TO RE-TAX-AMOUNT(RE-IDX)
                   MOVE TD-EXEMPT-CERT  TO RE-EXEMPT-CERT(RE-IDX)
                   MOVE TD-EXEMPT-TYPE  TO RE-EXEMPT-TYPE(RE-IDX)
               END-IF
           END-PERFORM.

       OPEN-POSTING-FILES.
           OPEN EXTEND ADJUSTMENT-TRANS-FILE.
           IF WS-ADJ-STATUS = "05" OR WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-TRANS-FILE
           END-IF.
           IF WS-ADJ-STATUS NOT = "00"
               MOVE "ADJTRANS"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-ADJ-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND TAX-DETAIL-FILE.
           IF WS-TAXDTL-STATUS = "05" OR WS-TAXDTL-STATUS = "35"
               OPEN OUTPUT TAX-DETAIL-FILE
           END-IF.
           IF WS-TAXDTL-STATUS NOT = "00"
               MOVE "TAXDETL"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-TAXDTL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-SLSHST-STATUS = "05" OR WS-SLSHST-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "SALESHST"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF WS-RETHST-STATUS = "05" OR WS-RETHST-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF.
           IF WS-RETHST-STATUS NOT = "00"
               MOVE "RETHIST"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-RETHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       JUDGE-ONE-RETURN.
      *    Against the archive: billed to this customer, this item
      *    on this line, and no more coming back than was billed
      *    less what earlier returns (earlier runs and earlier
      *    authorizations today) already took back.
           IF RE-PENDING(RE-IDX)
               PERFORM TOTAL-EARLIER-TODAY
           END-IF.
           EVALUATE TRUE
               WHEN NOT RE-PENDING(RE-IDX)
                   CONTINUE
               WHEN NOT RE-INVOICE-ON-ARCHIVE(RE-IDX)
                   MOVE "INVOICE NOT ON INVARCH"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN NOT RE-LINE-ON-ARCHIVE(RE-IDX)
                   MOVE "NO SUCH LINE ON THE INVOICE"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN RE-ARCH-PERSON-ID(RE-IDX) NOT =
                    RE-PERSON-ID(RE-IDX)
                   MOVE "NOT SOLD TO THIS CUSTOMER"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN RE-ARCH-ITEM(RE-IDX) NOT = RE-ITEM-NUMBER(RE-IDX)
                   MOVE "ITEM NOT BILLED ON THAT LINE"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN RE-PRIOR-QTY(RE-IDX) + WS-EARLIER-QTY
                    + RE-QTY(RE-IDX) > RE-ARCH-QTY(RE-IDX)
                   MOVE "MORE THAN WAS BILLED"
                       TO RE-REJECT-REASON(RE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RE-REJECT-REASON(RE-IDX) NOT = SPACES
               MOVE "R" TO RE-STATE-SWITCH(RE-IDX)
           END-IF.

       TOTAL-EARLIER-TODAY.
           MOVE ZEROS TO WS-EARLIER-QTY.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX >= RE-IDX
               IF RE-RETURN-NUMBER(WS-SCAN-IDX) =
                  RE-RETURN-NUMBER(RE-IDX)
                   MOVE "DUPLICATE RA NUMBER IN RUN"
                       TO RE-REJECT-REASON(RE-IDX)
               END-IF
               IF RE-APPROVED(WS-SCAN-IDX) AND
                  RE-INVOICE-NUMBER(WS-SCAN-IDX) =
                  RE-INVOICE-NUMBER(RE-IDX) AND
                  RE-LINE-NUMBER(WS-SCAN-IDX) =
                  RE-LINE-NUMBER(RE-IDX)
                   ADD RE-QTY(WS-SCAN-IDX) TO WS-EARLIER-QTY
               END-IF
           END-PERFORM.
           IF RE-REJECT-REASON(RE-IDX) NOT = SPACES
               MOVE "R" TO RE-STATE-SWITCH(RE-IDX)
           END-IF.

       APPROVE-ONE-RETURN.
      *    The credit is the billed price for the quantity back, in
      *    base currency at the rate the invoice was billed at,
      *    plus the same share of the tax the invoice was charged.
           MOVE "A" TO RE-STATE-SWITCH(RE-IDX).
           ADD 1 TO WS-COUNT-APPROVED.
           IF RE-ARCH-FX-RATE(RE-IDX) > ZEROS
               COMPUTE RE-UNIT-PRICE(RE-IDX) ROUNDED =
                   RE-ARCH-PRICE(RE-IDX) * RE-ARCH-FX-RATE(RE-IDX)
               COMPUTE RE-CREDIT-BASE(RE-IDX) ROUNDED =
                   RE-QTY(RE-IDX) * RE-ARCH-PRICE(RE-IDX)
                   * RE-ARCH-FX-RATE(RE-IDX)
           ELSE
               MOVE RE-ARCH-PRICE(RE-IDX) TO RE-UNIT-PRICE(RE-IDX)
               COMPUTE RE-CREDIT-BASE(RE-IDX) =
                   RE-QTY(RE-IDX) * RE-ARCH-PRICE(RE-IDX)
           END-IF.
           IF RE-TAX-ON-FILE(RE-IDX) AND RE-TAX-BASE(RE-IDX) > ZEROS
               COMPUTE RE-CREDIT-TAX(RE-IDX) ROUNDED =
                   RE-CREDIT-BASE(RE-IDX) * RE-TAX-AMOUNT(RE-IDX)
                   / RE-TAX-BASE(RE-IDX)
           ELSE
               MOVE ZEROS TO RE-CREDIT-TAX(RE-IDX)
           END-IF.
           IF NOT RE-TAX-ON-FILE(RE-IDX)
      *        Billed before tax detail was kept: the sale is dated
      *        to the return, and there is no tax row to credit.
               MOVE RE-RETURN-DATE(RE-IDX) TO RE-INVOICE-DATE(RE-IDX)
           END-IF.
           ADD RE-CREDIT-BASE(RE-IDX) TO WS-TOTAL-CREDIT-BASE.
           ADD RE-CREDIT-TAX(RE-IDX)  TO WS-TOTAL-CREDIT-TAX.
           PERFORM WRITE-CREDIT-MEMO.
           IF RE-TAX-ON-FILE(RE-IDX)
               PERFORM WRITE-TAX-CREDIT
           END-IF.
           PERFORM WRITE-SALES-RETURN.
           PERFORM RESTOCK-RETURNED-ITEM.
           PERFORM WRITE-RETURN-HISTORY.
           PERFORM ADD-TO-REASON-CELL.

       WRITE-CREDIT-MEMO.
      *    A "C" credit memo for ARADJUST to apply to the invoice,
      *    marked as raised by this run so ARADJUST leaves the
      *    sales history to the item-level return written here.
           MOVE "C"                        TO AJ-TRANS-CODE.
           MOVE RE-INVOICE-NUMBER(RE-IDX)  TO AJ-INVOICE-NUMBER.
           COMPUTE AJ-AMOUNT =
               RE-CREDIT-BASE(RE-IDX) + RE-CREDIT-TAX(RE-IDX).
           MOVE RE-OPERATOR-ID(RE-IDX)     TO AJ-OPERATOR-ID.
           MOVE RE-RETURN-NUMBER(RE-IDX)   TO AR-RETURN-NUMBER.
           MOVE RE-REASON-CODE(RE-IDX)     TO AR-REASON-CODE.
           MOVE WS-AJ-REASON               TO AJ-REASON.
           MOVE RE-RETURN-DATE(RE-IDX)     TO AJ-EFFECTIVE-DATE.
           MOVE "R"                        TO AJ-SOURCE.
           WRITE ADJUSTMENT-TRANS-RECORD.
           IF WS-ADJ-STATUS NOT = "00"
               MOVE "ADJTRANS" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-ADJ-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-TAX-CREDIT.
      *    The tax given back, under the invoice's own state, rate
      *    and certificate, dated to the day it was credited.
           MOVE RE-INVOICE-NUMBER(RE-IDX) TO TD-INVOICE-NUMBER.
           MOVE RE-PERSON-ID(RE-IDX)      TO TD-PERSON-ID.
           MOVE RE-INVOICE-DATE(RE-IDX)   TO TD-INVOICE-DATE.
           MOVE RE-TAX-STATE(RE-IDX)      TO TD-STATE-CODE.
           MOVE RE-TAX-RATE(RE-IDX)       TO TD-RATE.
           MOVE RE-CREDIT-BASE(RE-IDX)    TO TD-TAXABLE-BASE.
           MOVE RE-CREDIT-TAX(RE-IDX)     TO TD-TAX-AMOUNT.
           MOVE RE-EXEMPT-CERT(RE-IDX)    TO TD-EXEMPT-CERT.
           MOVE RE-EXEMPT-TYPE(RE-IDX)    TO TD-EXEMPT-TYPE.
           MOVE "R"                       TO TD-ENTRY-TYPE.
           MOVE RE-RETURN-DATE(RE-IDX)    TO TD-CREDIT-DATE.
           WRITE TAX-DETAIL-RECORD.
           IF WS-TAXDTL-STATUS NOT = "00"
               MOVE "TAXDETL" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-TAXDTL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-SALES-RETURN.
           MOVE RE-INVOICE-NUMBER(RE-IDX) TO SH-INVOICE-NUMBER.
           MOVE "R"                       TO SH-RECORD-TYPE.
           MOVE RE-INVOICE-DATE(RE-IDX)   TO SH-INVOICE-DATE.
           MOVE RE-RETURN-DATE(RE-IDX)    TO SH-ACTIVITY-DATE.
           MOVE RE-PERSON-ID(RE-IDX)      TO SH-PERSON-ID.
           MOVE RE-LINE-NUMBER(RE-IDX)    TO SH-LINE-NUMBER.
           MOVE RE-ITEM-NUMBER(RE-IDX)    TO SH-ITEM-NUMBER.
           MOVE RE-QTY(RE-IDX)            TO SH-QTY.
           MOVE RE-UNIT-PRICE(RE-IDX)     TO SH-UNIT-PRICE.
           MOVE RE-CREDIT-BASE(RE-IDX)    TO SH-REVENUE.
           WRITE SALES-HISTORY-RECORD.
           IF WS-SLSHST-STATUS NOT = "00"
               MOVE "SALESHST" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-SLSHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       RESTOCK-RETURNED-ITEM.
      *    Only goods that can be sold again go back on the shelf;
      *    the rest are credited and written off the books.
           MOVE SPACES TO RE-RESTOCK-NOTE(RE-IDX).
           IF RE-IS-RESALEABLE(RE-IDX)
               MOVE RE-ITEM-NUMBER(RE-IDX) TO WS-ITEM-ARG-NUMBER
               PERFORM LOOKUP-ITEM-NUMBER
               IF WS-ITEM-KNOWN
                   ADD RE-QTY(RE-IDX) TO IT-QTY-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                   IF WS-ITEM-STATUS NOT = "00"
                       MOVE "ITEMMAST" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-ITEM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE RE-ITEM-NUMBER(RE-IDX)   TO WS-MOVE-ITEM-NUMBER
                   MOVE "T"                      TO WS-MOVE-TYPE
                   MOVE RE-QTY(RE-IDX)           TO WS-MOVE-QTY
                   MOVE IT-QTY-ON-HAND           TO WS-MOVE-ON-HAND
                   MOVE RE-RETURN-NUMBER(RE-IDX) TO MR-RETURN-NUMBER
                   MOVE WS-MOVE-REF              TO WS-MOVE-REFERENCE
                   MOVE RE-OPERATOR-ID(RE-IDX)   TO WS-ERR-OPERATOR
                   PERFORM WRITE-STOCK-MOVEMENT
                   ADD RE-QTY(RE-IDX) TO WS-QTY-RESTOCKED
                   MOVE "RESTOCKED" TO RE-RESTOCK-NOTE(RE-IDX)
               ELSE
                   MOVE "NOT RESTOCKD" TO RE-RESTOCK-NOTE(RE-IDX)
               END-IF
           ELSE
               MOVE "NOT RESALE" TO RE-RESTOCK-NOTE(RE-IDX)
           END-IF.

       WRITE-RETURN-HISTORY.
           MOVE RE-RETURN-NUMBER(RE-IDX)  TO RH-RETURN-NUMBER.
           MOVE RE-INVOICE-NUMBER(RE-IDX) TO RH-INVOICE-NUMBER.
           MOVE RE-LINE-NUMBER(RE-IDX)    TO RH-LINE-NUMBER.
           MOVE RE-PERSON-ID(RE-IDX)      TO RH-PERSON-ID.
           MOVE RE-ITEM-NUMBER(RE-IDX)    TO RH-ITEM-NUMBER.
           MOVE RE-QTY(RE-IDX)            TO RH-QTY.
           MOVE RE-REASON-CODE(RE-IDX)    TO RH-REASON-CODE.
           MOVE RE-RESALEABLE(RE-IDX)     TO RH-RESALEABLE.
           MOVE RE-RETURN-DATE(RE-IDX)    TO RH-RETURN-DATE.
           MOVE RE-UNIT-PRICE(RE-IDX)     TO RH-UNIT-PRICE.
           MOVE RE-CREDIT-BASE(RE-IDX)    TO RH-CREDIT-BASE.
           MOVE RE-CREDIT-TAX(RE-IDX)     TO RH-CREDIT-TAX.
           MOVE RE-OPERATOR-ID(RE-IDX)    TO RH-OPERATOR-ID.
           WRITE RETURN-HISTORY-RECORD.
           IF WS-RETHST-STATUS NOT = "00"
               MOVE "RETHIST" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RETHST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       ADD-TO-REASON-CELL.
           SET RC-IDX TO 1.
           SEARCH WS-REASON-CELL
               VARYING RC-IDX
               AT END
                   PERFORM OPEN-NEW-REASON-CELL
               WHEN RC-IDX > WS-CELL-COUNT
                   PERFORM OPEN-NEW-REASON-CELL
               WHEN RS-REASON-CODE(RC-IDX) = RE-REASON-CODE(RE-IDX)
                    AND RS-ITEM-NUMBER(RC-IDX) =
                        RE-ITEM-NUMBER(RE-IDX)
                   ADD 1 TO RS-COUNT(RC-IDX)
                   ADD RE-QTY(RE-IDX) TO RS-QTY(RC-IDX)
                   ADD RE-CREDIT-BASE(RE-IDX) TO RS-CREDIT(RC-IDX)
           END-SEARCH.

       OPEN-NEW-REASON-CELL.
           IF WS-CELL-COUNT < WS-MAX-CELLS
               ADD 1 TO WS-CELL-COUNT
               MOVE RE-REASON-CODE(RE-IDX)
                   TO RS-REASON-CODE(WS-CELL-COUNT)
               MOVE RE-ITEM-NUMBER(RE-IDX)
                   TO RS-ITEM-NUMBER(WS-CELL-COUNT)
               MOVE 1 TO RS-COUNT(WS-CELL-COUNT)
               MOVE RE-QTY(RE-IDX) TO RS-QTY(WS-CELL-COUNT)
               MOVE RE-CREDIT-BASE(RE-IDX)
                   TO RS-CREDIT(WS-CELL-COUNT)
           ELSE
               DISPLAY "SKIPPED beyond reason summary table limit: "
                       RE-REASON-CODE(RE-IDX) " "
                       RE-ITEM-NUMBER(RE-IDX)
           END-IF.

       WRITE-RETURN-DETAIL.
           MOVE RE-RETURN-NUMBER(RE-IDX)  TO DL-RETURN-NUMBER.
           MOVE RE-INVOICE-NUMBER(RE-IDX) TO DL-INVOICE-NUMBER.
           MOVE RE-LINE-NUMBER(RE-IDX)    TO DL-LINE-NUMBER.
           MOVE RE-PERSON-ID(RE-IDX)      TO DL-PERSON-ID.
           MOVE RE-ITEM-NUMBER(RE-IDX)    TO DL-ITEM-NUMBER.
           MOVE RE-QTY(RE-IDX)            TO DL-QTY.
           MOVE RE-REASON-CODE(RE-IDX)    TO DL-REASON-CODE.
           MOVE RE-CREDIT-BASE(RE-IDX)    TO DL-CREDIT.
           MOVE RE-CREDIT-TAX(RE-IDX)     TO DL-TAX.
           MOVE RE-RESTOCK-NOTE(RE-IDX)   TO DL-RESTOCK-NOTE.
           IF RE-APPROVED(RE-IDX)
               MOVE "APPROVED - CREDIT MEMO RAISED" TO DL-NOTE
           ELSE
               MOVE RE-REJECT-REASON(RE-IDX) TO DL-NOTE
           END-IF.
           WRITE RETURN-REGISTER-LINE FROM WS-DETAIL-LINE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "RETREG" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-REASON-SUMMARY.
      *    The approved returns by reason, in the RETCODE order,
      *    each reason's items beneath it with the units back and
      *    the credit given before tax.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           MOVE "RETURNS BY REASON CODE" TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           PERFORM VARYING RR-IDX FROM 1 BY 1
                   UNTIL RR-IDX > WS-RET-REASON-COUNT
               PERFORM WRITE-ONE-REASON
           END-PERFORM.

       WRITE-ONE-REASON.
           MOVE ZEROS TO WS-REASON-COUNT.
           MOVE ZEROS TO WS-REASON-QTY.
           MOVE ZEROS TO WS-REASON-CREDIT.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-CELL-COUNT
               IF RS-REASON-CODE(RC-IDX) = RR-CODE(RR-IDX)
                   IF WS-REASON-COUNT = ZEROS
                       MOVE SPACES TO RETURN-REGISTER-LINE
                       WRITE RETURN-REGISTER-LINE
                       MOVE RR-CODE(RR-IDX) TO RH-HDG-CODE
                       MOVE RR-DESC(RR-IDX) TO RH-HDG-DESC
                       WRITE RETURN-REGISTER-LINE
                           FROM WS-REASON-HEADING
                   END-IF
                   ADD RS-COUNT(RC-IDX)  TO WS-REASON-COUNT
                   ADD RS-QTY(RC-IDX)    TO WS-REASON-QTY
                   ADD RS-CREDIT(RC-IDX) TO WS-REASON-CREDIT
                   MOVE RS-ITEM-NUMBER(RC-IDX) TO IL-ITEM-NUMBER
                   MOVE RS-ITEM-NUMBER(RC-IDX) TO WS-ITEM-ARG-NUMBER
                   PERFORM LOOKUP-ITEM-NUMBER
                   IF WS-ITEM-KNOWN
                       MOVE WS-ITEM-FOUND-DESC TO IL-DESCRIPTION
                   ELSE
                       MOVE "** NOT ON ITEM MASTER **"
                           TO IL-DESCRIPTION
                   END-IF
                   MOVE RS-COUNT(RC-IDX)  TO IL-COUNT
                   MOVE RS-QTY(RC-IDX)    TO IL-QTY
                   MOVE RS-CREDIT(RC-IDX) TO IL-CREDIT
                   WRITE RETURN-REGISTER-LINE FROM WS-ITEM-LINE
               END-IF
           END-PERFORM.
           IF WS-REASON-COUNT > ZEROS
               MOVE SPACES TO IL-DESCRIPTION
               MOVE "REASON TOTAL" TO IL-DESCRIPTION
               MOVE ZEROS TO IL-ITEM-NUMBER
               MOVE WS-REASON-COUNT  TO IL-COUNT
               MOVE WS-REASON-QTY    TO IL-QTY
               MOVE WS-REASON-CREDIT TO IL-CREDIT
               WRITE RETURN-REGISTER-LINE FROM WS-ITEM-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           MOVE "Returns read:"           TO SL-LABEL.
           MOVE WS-COUNT-READ            TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE "Returns approved:"       TO SL-LABEL.
           MOVE WS-COUNT-APPROVED        TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE "Returns rejected:"       TO SL-LABEL.
           MOVE WS-COUNT-REJECTED        TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE "Units restocked:"        TO SL-LABEL.
           MOVE WS-QTY-RESTOCKED         TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE "Credited before tax:"    TO SL-LABEL.
           MOVE WS-TOTAL-CREDIT-BASE     TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE "Tax credited:"           TO SL-LABEL.
           MOVE WS-TOTAL-CREDIT-TAX      TO SL-AMOUNT.
           WRITE RETURN-REGISTER-LINE FROM WS-SUMMARY-LINE.

       CLOSE-POSTING-FILES.
           CLOSE ADJUSTMENT-TRANS-FILE.
           CLOSE TAX-DETAIL-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE RETURN-HISTORY-FILE.

       COPY ITMREFP.

       COPY STKMOVP.

       COPY RETCODEP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
