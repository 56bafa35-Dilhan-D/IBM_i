      *Date: 2026-09-21
      *Bank reconciliation for the payment cycle: imports the bank's
      *daily statement file (deposits, returned items and bank fees)
      *and matches each statement deposit to the deposit batch
      *LOCKBOX settled (DEPBATCH, by deposit number and amount) and
      *each returned item to the "V" reversal PAYAPPLY backed out of
      *the register (the PAYGL feed, by invoice reference and
      *amount). BANKRPT lists what matched, what is on our side with
      *no bank entry yet, and what the bank shows that we have not
      *booked; bank fees print in their own section for the journal.
      *Anything still unmatched is written to the BANKOUTS carry
      *file and offered again every run until it clears, so the
      *month-end close reads one report instead of someone ticking
      *off the bank PDF by hand. Items outstanding past the stale
      *limit end the run with condition code 4.
      *Date: 2026-09-23 - Widen the PAYGL record for the posting
      *                   period and prior-period flag it now
      *                   carries.
      *Date: 2026-09-28 - Widen the PAYGL record for the currency
      *                   fields; a returned foreign-currency check
      *                   is expected back at its cash value (the
      *                   relief plus FX gain, less FX loss).
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
      *Date: 2026-10-15 - Widen the PAYGL record for the reopened
      *                   held-cash amount a "V" record now carries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT DEPOSIT-BATCH-FILE ASSIGN TO "DEPBATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT PAYMENT-GL-FILE ASSIGN TO "PAYGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO "BANKOUTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BS-ITEM-TYPE         PIC X(1).
              88 BS-IS-DEPOSIT         VALUE "D".
              88 BS-IS-RETURN          VALUE "R".
              88 BS-IS-FEE             VALUE "F".
           05 BS-POST-DATE         PIC 9(8).
           05 BS-REFERENCE         PIC 9(6).
           05 BS-AMOUNT            PIC 9(9)V99.
           05 BS-DESCRIPTION       PIC X(30).

       FD  DEPOSIT-BATCH-FILE.
       01  DEPOSIT-BATCH-RECORD.
           05 DB-DEPOSIT-DATE      PIC 9(8).
           05 DB-DEPOSIT-NUMBER    PIC 9(6).
           05 DB-AMOUNT            PIC 9(9)V99.
           05 DB-VERDICT           PIC X(1).

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

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           05 BO-SIDE              PIC X(1).
              88 BO-OUR-SIDE           VALUE "O".
              88 BO-BANK-SIDE          VALUE "B".
           05 BO-ITEM-TYPE         PIC X(1).
           05 BO-ITEM-DATE         PIC 9(8).
           05 BO-REFERENCE         PIC 9(6).
           05 BO-AMOUNT            PIC 9(9)V99.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE       PIC X(80).

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-STMT-STATUS       PIC X(2).
       01  WS-DEP-STATUS        PIC X(2).
       01  WS-PAYGL-STATUS      PIC X(2).
       01  WS-OUTS-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-FILE          VALUE "Y".

      *    An item outstanding longer than this many days is stale:
      *    it prints flagged and the run ends with condition code 4.
       01  WS-STALE-DAYS        PIC 9(3) VALUE 5.
       01  WS-DAYS-OUT          PIC S9(5).

      *    Our side: tonight's deposits and reversals plus whatever
      *    the bank had not yet shown on earlier runs.
       01  WS-OUR-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-MAX-ITEMS         PIC 9(4) VALUE 1000.
       01  WS-OUR-TABLE.
           05 WS-OUR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY OT-IDX.
              10 OT-ITEM-TYPE      PIC X(1).
              10 OT-ITEM-DATE      PIC 9(8).
              10 OT-REFERENCE      PIC 9(6).
              10 OT-AMOUNT         PIC 9(9)V99.
              10 OT-CARRIED-SW     PIC X(1).
                 88 OT-CARRIED         VALUE "Y".
              10 OT-MATCH-SW       PIC X(1).
                 88 OT-MATCHED         VALUE "Y".

      *    The bank's side: today's statement deposits and returns
      *    plus its earlier entries we had not booked.
       01  WS-BANK-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BK-IDX.
              10 BK-ITEM-TYPE      PIC X(1).
              10 BK-ITEM-DATE      PIC 9(8).
              10 BK-REFERENCE      PIC 9(6).
              10 BK-AMOUNT         PIC 9(9)V99.
              10 BK-CARRIED-SW     PIC X(1).
                 88 BK-CARRIED         VALUE "Y".
              10 BK-MATCH-SW       PIC X(1).
                 88 BK-MATCHED         VALUE "Y".

      *    Bank fees have nothing on our side to match; they are
      *    listed for the journal and are not carried.
       01  WS-FEE-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-MAX-FEES          PIC 9(3) VALUE 200.
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 200 TIMES
                   INDEXED BY FE-IDX.
              10 FT-POST-DATE      PIC 9(8).
              10 FT-AMOUNT         PIC 9(9)V99.
              10 FT-DESCRIPTION    PIC X(30).

       01  WS-COUNT-MATCHED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-OURS-OPEN   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-BANK-OPEN   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-STALE       PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-CARRIED-IN  PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-MATCHED     PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-OURS-OPEN   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-BANK-OPEN   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-FEES        PIC 9(11)V99 VALUE ZEROS.
       01  WS-DIFFERS-SW        PIC X(1).
           88 WS-AMOUNT-DIFFERS       VALUE "Y".

       01  WS-RECON-DETAIL.
           05 RL-TYPE           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-REFERENCE      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-OUR-DATE       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-BANK-DATE      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-DAYS           PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-NOTE           PIC X(20).
       01  WS-COLUMN-HEADING.
           05 FILLER            PIC X(32)
                  VALUE "TYPE      REF             AMOUNT".
           05 FILLER            PIC X(48)
                  VALUE "  OURS      BANK      DAYS  NOTE".
       01  WS-FEE-DETAIL.
           05 FL-POST-DATE      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FL-DESCRIPTION    PIC X(30).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(28).
           05 SL-COUNT          PIC ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05 AL-LABEL          PIC X(28).
           05 AL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "BANKRECN" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "BANKRECN" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "BANKRECN already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM LOAD-CARRIED-ITEMS.
           PERFORM LOAD-DEPOSIT-BATCHES.
           PERFORM LOAD-RETURNED-ITEMS.
           PERFORM LOAD-BANK-STATEMENT.
           PERFORM OPEN-REPORT-FILE.
           PERFORM MATCH-BANK-ITEMS.
           PERFORM WRITE-UNMATCHED-OURS.
           PERFORM WRITE-UNMATCHED-BANK.
           PERFORM WRITE-FEE-SECTION.
           PERFORM WRITE-CARRY-FORWARD.
           PERFORM WRITE-RECON-SUMMARY.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "Items matched:      " WS-COUNT-MATCHED.
           DISPLAY "Ours outstanding:   " WS-COUNT-OURS-OPEN.
           DISPLAY "Bank outstanding:   " WS-COUNT-BANK-OPEN.
           MOVE WS-COUNT-MATCHED TO WS-RC-COUNT-1.
           MOVE WS-COUNT-OURS-OPEN TO WS-RC-COUNT-2.
           MOVE WS-COUNT-BANK-OPEN TO WS-RC-COUNT-3.
           MOVE WS-COUNT-STALE TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           IF WS-COUNT-STALE > ZEROS
               DISPLAY "STALE ITEMS - " WS-COUNT-STALE
                       " outstanding past the limit; see BANKRPT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CARRIED-ITEMS.
      *    Read the carry file whole before it is replaced at the
      *    end of the run, the read-then-replace shape LOCKBOX uses
      *    on its suspense.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OUTSTANDING-FILE.
           IF WS-OUTS-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-OUTS-STATUS NOT = "00"
                   MOVE "BANKOUTS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OUTS-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OUTSTANDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-CARRIED-IN
                       IF BO-OUR-SIDE
                           PERFORM ADD-CARRIED-OUR-ITEM
                       ELSE
                           PERFORM ADD-CARRIED-BANK-ITEM
                       END-IF
               END-READ
               IF WS-OUTS-STATUS NOT = "00" AND
                  WS-OUTS-STATUS NOT = "10"
                   MOVE "BANKOUTS" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-OUTS-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-OUTS-STATUS NOT = "35"
               CLOSE OUTSTANDING-FILE
           END-IF.

       ADD-CARRIED-OUR-ITEM.
           PERFORM OPEN-OUR-SLOT.
           MOVE BO-ITEM-TYPE TO OT-ITEM-TYPE(WS-OUR-COUNT).
           MOVE BO-ITEM-DATE TO OT-ITEM-DATE(WS-OUR-COUNT).
           MOVE BO-REFERENCE TO OT-REFERENCE(WS-OUR-COUNT).
           MOVE BO-AMOUNT    TO OT-AMOUNT(WS-OUR-COUNT).
           MOVE "Y" TO OT-CARRIED-SW(WS-OUR-COUNT).

       ADD-CARRIED-BANK-ITEM.
           PERFORM OPEN-BANK-SLOT.
           MOVE BO-ITEM-TYPE TO BK-ITEM-TYPE(WS-BANK-COUNT).
           MOVE BO-ITEM-DATE TO BK-ITEM-DATE(WS-BANK-COUNT).
           MOVE BO-REFERENCE TO BK-REFERENCE(WS-BANK-COUNT).
           MOVE BO-AMOUNT    TO BK-AMOUNT(WS-BANK-COUNT).
           MOVE "Y" TO BK-CARRIED-SW(WS-BANK-COUNT).

       OPEN-OUR-SLOT.
      *    A table past its cap stops the run loudly: an item
      *    dropped here would vanish from the carry file for good.
           IF WS-OUR-COUNT >= WS-MAX-ITEMS
               MOVE "BANKOUTS"   TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-OUR-COUNT.
           MOVE "N" TO OT-CARRIED-SW(WS-OUR-COUNT).
           MOVE "N" TO OT-MATCH-SW(WS-OUR-COUNT).

       OPEN-BANK-SLOT.
           IF WS-BANK-COUNT >= WS-MAX-ITEMS
               MOVE "BANKSTMT"   TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-BANK-COUNT.
           MOVE "N" TO BK-CARRIED-SW(WS-BANK-COUNT).
           MOVE "N" TO BK-MATCH-SW(WS-BANK-COUNT).

       LOAD-DEPOSIT-BATCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DEPOSIT-BATCH-FILE.
           IF WS-DEP-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No deposit batches tonight."
           ELSE
               IF WS-DEP-STATUS NOT = "00"
                   MOVE "DEPBATCH"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-DEP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ DEPOSIT-BATCH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM OPEN-OUR-SLOT
                       MOVE "D" TO OT-ITEM-TYPE(WS-OUR-COUNT)
                       MOVE DB-DEPOSIT-DATE
                           TO OT-ITEM-DATE(WS-OUR-COUNT)
                       MOVE DB-DEPOSIT-NUMBER
                           TO OT-REFERENCE(WS-OUR-COUNT)
                       MOVE DB-AMOUNT TO OT-AMOUNT(WS-OUR-COUNT)
               END-READ
               IF WS-DEP-STATUS NOT = "00" AND
                  WS-DEP-STATUS NOT = "10"
                   MOVE "DEPBATCH" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-DEP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-DEP-STATUS NOT = "35"
               CLOSE DEPOSIT-BATCH-FILE
           END-IF.

       LOAD-RETURNED-ITEMS.
      *    Only reversals PAYAPPLY actually backed out ride PAYGL;
      *    one still in suspense is not on our books yet.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAYMENT-GL-FILE.
           IF WS-PAYGL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-PAYGL-STATUS NOT = "00"
                   MOVE "PAYGL"      TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PAYGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAYMENT-GL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF PG-IS-REVERSAL
                           PERFORM OPEN-OUR-SLOT
                           MOVE "R" TO OT-ITEM-TYPE(WS-OUR-COUNT)
                           MOVE WS-RUN-DATE
                               TO OT-ITEM-DATE(WS-OUR-COUNT)
                           MOVE PG-INVOICE-NUMBER
                               TO OT-REFERENCE(WS-OUR-COUNT)
                           MOVE PG-AMOUNT TO OT-AMOUNT(WS-OUR-COUNT)
      *                    A foreign check comes back at the cash it
      *                    was worth, not the invoice relief.
                           IF PG-FX-GAIN IS NUMERIC AND
                              PG-FX-LOSS IS NUMERIC
                               COMPUTE OT-AMOUNT(WS-OUR-COUNT) =
                                   PG-AMOUNT + PG-FX-GAIN - PG-FX-LOSS
                           END-IF
                       END-IF
               END-READ
               IF WS-PAYGL-STATUS NOT = "00" AND
                  WS-PAYGL-STATUS NOT = "10"
                   MOVE "PAYGL" TO WS-ERR-FILE-NAME
                   MOVE "READ"  TO WS-ERR-OPERATION
                   MOVE WS-PAYGL-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PAYGL-STATUS NOT = "35"
               CLOSE PAYMENT-GL-FILE
           END-IF.

       LOAD-BANK-STATEMENT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF WS-STMT-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No bank statement - outstanding items carry."
           ELSE
               IF WS-STMT-STATUS NOT = "00"
                   MOVE "BANKSTMT"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-STMT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-STATEMENT-ITEM
               END-READ
               IF WS-STMT-STATUS NOT = "00" AND
                  WS-STMT-STATUS NOT = "10"
                   MOVE "BANKSTMT" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-STMT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-STMT-STATUS NOT = "35"
               CLOSE BANK-STATEMENT-FILE
           END-IF.

       LOAD-ONE-STATEMENT-ITEM.
           EVALUATE TRUE
               WHEN BS-IS-DEPOSIT OR BS-IS-RETURN
                   PERFORM OPEN-BANK-SLOT
                   MOVE BS-ITEM-TYPE TO BK-ITEM-TYPE(WS-BANK-COUNT)
                   MOVE BS-POST-DATE TO BK-ITEM-DATE(WS-BANK-COUNT)
                   MOVE BS-REFERENCE TO BK-REFERENCE(WS-BANK-COUNT)
                   MOVE BS-AMOUNT    TO BK-AMOUNT(WS-BANK-COUNT)
               WHEN BS-IS-FEE
                   IF WS-FEE-COUNT < WS-MAX-FEES
                       ADD 1 TO WS-FEE-COUNT
                       MOVE BS-POST-DATE TO FT-POST-DATE(WS-FEE-COUNT)
                       MOVE BS-AMOUNT    TO FT-AMOUNT(WS-FEE-COUNT)
                       MOVE BS-DESCRIPTION
                           TO FT-DESCRIPTION(WS-FEE-COUNT)
                   END-IF
                   ADD BS-AMOUNT TO WS-TOTAL-FEES
               WHEN OTHER
                   DISPLAY "Unknown statement item type '"
                           BS-ITEM-TYPE "' skipped."
           END-EVALUATE.

       OPEN-REPORT-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "BANKRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "BANK RECONCILIATION  " WS-RUN-DATE
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE FROM WS-COLUMN-HEADING.

       MATCH-BANK-ITEMS.
      *    A bank item clears the first open item on our side of
      *    the same kind with the same reference and amount.
           PERFORM WRITE-SECTION-GAP.
           MOVE "MATCHED" TO RECON-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BANK-COUNT
               SET OT-IDX TO 1
               SEARCH WS-OUR-ENTRY
                   VARYING OT-IDX
                   AT END
                       CONTINUE
                   WHEN OT-IDX > WS-OUR-COUNT
                       CONTINUE
                   WHEN OT-ITEM-TYPE(OT-IDX) = BK-ITEM-TYPE(BK-IDX)
                        AND OT-REFERENCE(OT-IDX) =
                            BK-REFERENCE(BK-IDX)
                        AND OT-AMOUNT(OT-IDX) = BK-AMOUNT(BK-IDX)
                        AND NOT OT-MATCHED(OT-IDX)
                       PERFORM WRITE-MATCHED-LINE
               END-SEARCH
           END-PERFORM.

       WRITE-MATCHED-LINE.
           MOVE "Y" TO OT-MATCH-SW(OT-IDX).
           MOVE "Y" TO BK-MATCH-SW(BK-IDX).
           ADD 1 TO WS-COUNT-MATCHED.
           ADD BK-AMOUNT(BK-IDX) TO WS-TOTAL-MATCHED.
           MOVE BK-ITEM-TYPE(BK-IDX) TO RL-TYPE.
           PERFORM NAME-ITEM-TYPE.
           MOVE BK-REFERENCE(BK-IDX) TO RL-REFERENCE.
           MOVE BK-AMOUNT(BK-IDX)    TO RL-AMOUNT.
           MOVE OT-ITEM-DATE(OT-IDX) TO RL-OUR-DATE.
           MOVE BK-ITEM-DATE(BK-IDX) TO RL-BANK-DATE.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(BK-ITEM-DATE(BK-IDX)) -
               FUNCTION INTEGER-OF-DATE(OT-ITEM-DATE(OT-IDX)).
           IF WS-DAYS-OUT < ZEROS
               MOVE ZEROS TO WS-DAYS-OUT
           END-IF.
           MOVE WS-DAYS-OUT TO RL-DAYS.
           IF OT-CARRIED(OT-IDX) OR BK-CARRIED(BK-IDX)
               MOVE "cleared - carried" TO RL-NOTE
           ELSE
               MOVE SPACES TO RL-NOTE
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL.
           PERFORM CHECK-REPORT-WRITE.

       NAME-ITEM-TYPE.
           IF RL-TYPE = "D"
               MOVE "DEPOSIT" TO RL-TYPE
           ELSE
               MOVE "RETURN" TO RL-TYPE
           END-IF.

       WRITE-UNMATCHED-OURS.
      *    On our books with no bank entry yet: deposits in transit
      *    and reversals the bank has not shown as returned.
           PERFORM WRITE-SECTION-GAP.
           MOVE "UNMATCHED - OUR SIDE (NOT YET AT BANK)"
               TO RECON-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUR-COUNT
               IF NOT OT-MATCHED(OT-IDX)
                   ADD 1 TO WS-COUNT-OURS-OPEN
                   ADD OT-AMOUNT(OT-IDX) TO WS-TOTAL-OURS-OPEN
                   MOVE OT-ITEM-TYPE(OT-IDX) TO RL-TYPE
                   PERFORM NAME-ITEM-TYPE
                   MOVE OT-REFERENCE(OT-IDX) TO RL-REFERENCE
                   MOVE OT-AMOUNT(OT-IDX)    TO RL-AMOUNT
                   MOVE OT-ITEM-DATE(OT-IDX) TO RL-OUR-DATE
                   MOVE SPACES TO RL-BANK-DATE
                   COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE(OT-ITEM-DATE(OT-IDX))
                   PERFORM NOTE-DAYS-OUTSTANDING
                   WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL
                   PERFORM CHECK-REPORT-WRITE
               END-IF
           END-PERFORM.

       WRITE-UNMATCHED-BANK.
      *    On the bank statement with nothing on our books: a
      *    deposit LOCKBOX never saw, or a returned item PAYAPPLY
      *    has not backed out. A same-reference item on our side
      *    for another amount is called out.
           PERFORM WRITE-SECTION-GAP.
           MOVE "UNMATCHED - BANK SIDE (NOT ON OUR BOOKS)"
               TO RECON-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BANK-COUNT
               IF NOT BK-MATCHED(BK-IDX)
                   ADD 1 TO WS-COUNT-BANK-OPEN
                   ADD BK-AMOUNT(BK-IDX) TO WS-TOTAL-BANK-OPEN
                   MOVE BK-ITEM-TYPE(BK-IDX) TO RL-TYPE
                   PERFORM NAME-ITEM-TYPE
                   MOVE BK-REFERENCE(BK-IDX) TO RL-REFERENCE
                   MOVE BK-AMOUNT(BK-IDX)    TO RL-AMOUNT
                   MOVE SPACES TO RL-OUR-DATE
                   MOVE BK-ITEM-DATE(BK-IDX) TO RL-BANK-DATE
                   COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE(BK-ITEM-DATE(BK-IDX))
                   PERFORM NOTE-DAYS-OUTSTANDING
                   PERFORM CHECK-AMOUNT-DIFFERS
                   IF WS-AMOUNT-DIFFERS
                       MOVE "OURS - OTHER AMOUNT" TO RL-NOTE
                   END-IF
                   WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL
                   PERFORM CHECK-REPORT-WRITE
               END-IF
           END-PERFORM.

       CHECK-AMOUNT-DIFFERS.
           MOVE "N" TO WS-DIFFERS-SW.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUR-COUNT
               IF NOT OT-MATCHED(OT-IDX) AND
                  OT-ITEM-TYPE(OT-IDX) = BK-ITEM-TYPE(BK-IDX) AND
                  OT-REFERENCE(OT-IDX) = BK-REFERENCE(BK-IDX)
                   MOVE "Y" TO WS-DIFFERS-SW
               END-IF
           END-PERFORM.

       NOTE-DAYS-OUTSTANDING.
           IF WS-DAYS-OUT < ZEROS
               MOVE ZEROS TO WS-DAYS-OUT
           END-IF.
           MOVE WS-DAYS-OUT TO RL-DAYS.
           IF WS-DAYS-OUT > WS-STALE-DAYS
               ADD 1 TO WS-COUNT-STALE
               MOVE "STALE - RESEARCH" TO RL-NOTE
           ELSE
               MOVE "outstanding" TO RL-NOTE
           END-IF.

       WRITE-FEE-SECTION.
           PERFORM WRITE-SECTION-GAP.
           MOVE "BANK FEES - BOOK TO GL" TO RECON-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > WS-FEE-COUNT
               MOVE FT-POST-DATE(FE-IDX)   TO FL-POST-DATE
               MOVE FT-AMOUNT(FE-IDX)      TO FL-AMOUNT
               MOVE FT-DESCRIPTION(FE-IDX) TO FL-DESCRIPTION
               WRITE RECON-REPORT-LINE FROM WS-FEE-DETAIL
               PERFORM CHECK-REPORT-WRITE
           END-PERFORM.

       WRITE-CARRY-FORWARD.
      *    Everything still unmatched on either side replaces the
      *    carry file, keeping its original date so it keeps aging.
           OPEN OUTPUT OUTSTANDING-FILE.
           IF WS-OUTS-STATUS NOT = "00"
               MOVE "BANKOUTS"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-OUTS-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUR-COUNT
               IF NOT OT-MATCHED(OT-IDX)
                   MOVE "O" TO BO-SIDE
                   MOVE OT-ITEM-TYPE(OT-IDX) TO BO-ITEM-TYPE
                   MOVE OT-ITEM-DATE(OT-IDX) TO BO-ITEM-DATE
                   MOVE OT-REFERENCE(OT-IDX) TO BO-REFERENCE
                   MOVE OT-AMOUNT(OT-IDX)    TO BO-AMOUNT
                   PERFORM WRITE-OUTSTANDING-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BANK-COUNT
               IF NOT BK-MATCHED(BK-IDX)
                   MOVE "B" TO BO-SIDE
                   MOVE BK-ITEM-TYPE(BK-IDX) TO BO-ITEM-TYPE
                   MOVE BK-ITEM-DATE(BK-IDX) TO BO-ITEM-DATE
                   MOVE BK-REFERENCE(BK-IDX) TO BO-REFERENCE
                   MOVE BK-AMOUNT(BK-IDX)    TO BO-AMOUNT
                   PERFORM WRITE-OUTSTANDING-RECORD
               END-IF
           END-PERFORM.
           CLOSE OUTSTANDING-FILE.

       WRITE-OUTSTANDING-RECORD.
           WRITE OUTSTANDING-RECORD.
           IF WS-OUTS-STATUS NOT = "00"
               MOVE "BANKOUTS" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-OUTS-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-SECTION-GAP.
           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.

       CHECK-REPORT-WRITE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "BANKRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-RECON-SUMMARY.
           PERFORM WRITE-SECTION-GAP.
           MOVE "Items carried in:"         TO SL-LABEL.
           MOVE WS-COUNT-CARRIED-IN TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Items matched:"            TO SL-LABEL.
           MOVE WS-COUNT-MATCHED TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Amount matched:"           TO AL-LABEL.
           MOVE WS-TOTAL-MATCHED TO AL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Our side outstanding:"     TO SL-LABEL.
           MOVE WS-COUNT-OURS-OPEN TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Our side amount:"          TO AL-LABEL.
           MOVE WS-TOTAL-OURS-OPEN TO AL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Bank side outstanding:"    TO SL-LABEL.
           MOVE WS-COUNT-BANK-OPEN TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Bank side amount:"         TO AL-LABEL.
           MOVE WS-TOTAL-BANK-OPEN TO AL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Bank fees:"                TO SL-LABEL.
           MOVE WS-FEE-COUNT TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Bank fee amount:"          TO AL-LABEL.
           MOVE WS-TOTAL-FEES TO AL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "Stale items:"              TO SL-LABEL.
           MOVE WS-COUNT-STALE TO SL-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
