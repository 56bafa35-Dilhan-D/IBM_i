      *Date: 2026-10-02
      *Nightly standing-order generator, run in PAYCYCLE ahead of
      *ORDEDIT. Every active STDORD standing order whose next run
      *date has arrived is written to ORDHDR/ORDLINES as an ordinary
      *order - numbered from ORDNXID like ORDENTRY and FINCHRG, the
      *customer's rep resolved the way ORDENTRY offers it, each line
      *priced through the same contract/break rules - so it goes on
      *through ORDEDIT, ORDCREDT and the invoice run exactly as a
      *keyed order would. A customer not on PERSON-MASTER, inactive,
      *deceased or flagged do-not-contact gets no order; the
      *standing order is passed over and reported with the reason.
      *Either way the schedule then rolls forward: weekly and
      *fortnightly by 7 and 14 days, monthly and quarterly by one
      *and three months on the day of month the order started on
      *(the last day of a shorter month), repeating until it is
      *past today, so a missed night never produces a second order
      *for the same customer. The run date kept on the record is
      *the first BDCAL business day on or after the scheduled
      *date. A schedule carried past the order's end date marks it
      *ended. The STORDRPT report lists what was generated and
      *what was skipped; RC 4 when anything was skipped. Stamped
      *in RUNCTL so a restarted cycle cannot generate twice.
      *Date: 2026-10-13 - Stamp RUNCTL under the CYCLDATE cycle
      *                   date instead of the run date, like the
      *                   other PAYCYCLE steps, so JOBGATE sees the
      *                   whole PAYCYCLE day under one date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STORD.

           COPY PERSSEL.

           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHDR-STATUS.

           SELECT ORDER-LINES-FILE ASSIGN TO "ORDLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLINE-STATUS.

           SELECT NEXT-ORDER-FILE ASSIGN TO "ORDNXID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NXORD-STATUS.

           SELECT STANDING-REPORT-FILE ASSIGN TO "STORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY ITMREF.

           COPY PRCREF.

           COPY TRMREF.

           COPY REPREF.

           COPY SREF.

           COPY BDCAL.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY STORDFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  ORDER-HEADER-FILE.
       01  ORDER-HEADER-RECORD.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  ORDER-LINES-FILE.
           COPY ORDLINER.

       FD  NEXT-ORDER-FILE.
       01  NEXT-ORDER-RECORD.
           05 NO-NEXT-ORDER-NUMBER PIC 9(6).

       FD  STANDING-REPORT-FILE.
       01  STANDING-REPORT-LINE    PIC X(100).

           COPY ITMREFFD.

           COPY PRCREFFD.

           COPY TRMREFFD.

           COPY REPREFFD.

           COPY SREFFD.

           COPY BDCALFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY ITMREFWS.
       COPY PRCREFWS.
       COPY TRMREFWS.
       COPY REPREFWS.
       COPY SREFWS.
       COPY BDCALWS.
       COPY RUNCTLWS.
       01  WS-STDORD-STATUS     PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-ORDLINE-STATUS    PIC X(2).
       01  WS-NXORD-STATUS      PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-STDORD-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-STANDING      VALUE "Y".

       01  WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE ZEROS.
       01  WS-ORDER-NUMBER      PIC 9(6).
       01  WS-LINE-IDX          PIC 9(2).
       01  WS-MAX-LINES         PIC 9(2) VALUE 10.
       01  WS-SKIP-REASON       PIC X(27).
       01  WS-DATE-INTEGER      PIC 9(7).

      *    Month arithmetic for the monthly and quarterly roll: the
      *    scheduled date broken into its parts, the first of the
      *    month after it (less a day gives that month's last day),
      *    and the day of month the order was started on.
       01  WS-ROLL-MONTHS       PIC 9(2).
       01  WS-ROLL-DATE         PIC 9(8).
       01  WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
           05 WS-ROLL-YEAR      PIC 9(4).
           05 WS-ROLL-MONTH     PIC 9(2).
           05 WS-ROLL-DAY       PIC 9(2).
       01  WS-MONTH-END-DATE    PIC 9(8).
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
           05 WS-MONTH-END-YEAR PIC 9(4).
           05 WS-MONTH-END-MONTH PIC 9(2).
           05 WS-MONTH-END-DAY  PIC 9(2).
       01  WS-ANCHOR-DATE       PIC 9(8).
       01  WS-ANCHOR-PARTS REDEFINES WS-ANCHOR-DATE.
           05 FILLER            PIC 9(6).
           05 WS-ANCHOR-DAY     PIC 9(2).

       01  WS-COUNT-READ        PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NOT-ACTIVE  PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NOT-DUE     PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-GENERATED   PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-LINES       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-SKIPPED     PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-ENDED       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NO-ITEM     PIC 9(7) VALUE ZEROS.

       01  WS-REPORT-HEADING.
           05 FILLER            PIC X(32) VALUE
              "STANDING ORDER GENERATION RUN ".
           05 GH-RUN-DATE       PIC 9(8).
       01  WS-REPORT-COLUMNS.
           05 FILLER            PIC X(53) VALUE
              "STD-ID  CUSTOMER  ORDER   LINES  SCHEDULED  NEXT RUN".
           05 FILLER            PIC X(6) VALUE "  NOTE".
       01  WS-REPORT-DETAIL.
           05 GD-STANDING-ID    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 GD-ORDER-NUMBER   PIC X(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 GD-LINES          PIC Z9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 GD-SCHEDULED      PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 GD-NEXT-RUN       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-NOTE           PIC X(45).
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(34).
           05 TL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "STORDGEN" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "STORDGEN"  TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "STORDGEN already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM PROCESS-STANDING-ORDERS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           IF WS-COUNT-GENERATED > ZEROS
               PERFORM REWRITE-NEXT-ORDER-NUMBER
           END-IF.
           DISPLAY "Standing orders read:     " WS-COUNT-READ.
           DISPLAY "Orders generated:         " WS-COUNT-GENERATED.
           DISPLAY "  order lines written:    " WS-COUNT-LINES.
           DISPLAY "Due orders skipped:       " WS-COUNT-SKIPPED.
           DISPLAY "Standing orders ended:    " WS-COUNT-ENDED.
           MOVE WS-COUNT-READ      TO WS-RC-COUNT-1.
           MOVE WS-COUNT-LINES     TO WS-RC-COUNT-2.
           MOVE WS-COUNT-GENERATED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-SKIPPED   TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           IF WS-COUNT-SKIPPED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STDORD-STATUS = "35"
               MOVE "Y" TO WS-STDORD-EOF-SWITCH
               DISPLAY "No STDORD standing orders on file."
           ELSE
               IF WS-STDORD-STATUS NOT = "00"
                   MOVE "STDORD"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN I-O" TO WS-ERR-OPERATION
                   MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-ITEM-MASTER.
           PERFORM OPEN-PRICE-FILES.
           PERFORM OPEN-TERMS-FILES.
           PERFORM OPEN-REP-FILE.
           PERFORM OPEN-STATE-REF.
           OPEN EXTEND ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS = "05" OR WS-ORDHDR-STATUS = "35"
               OPEN OUTPUT ORDER-HEADER-FILE
           END-IF.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDHDR"      TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND ORDER-LINES-FILE.
           IF WS-ORDLINE-STATUS = "05" OR WS-ORDLINE-STATUS = "35"
               OPEN OUTPUT ORDER-LINES-FILE
           END-IF.
           IF WS-ORDLINE-STATUS NOT = "00"
               MOVE "ORDLINES"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT STANDING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "STORDRPT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO GH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PROCESS-STANDING-ORDERS.
           PERFORM UNTIL WS-END-OF-STANDING
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STDORD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM PROCESS-ONE-STANDING-ORDER
               END-READ
               IF WS-STDORD-STATUS NOT = "00" AND
                  WS-STDORD-STATUS NOT = "10"
                   MOVE "STDORD"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       PROCESS-ONE-STANDING-ORDER.
      *    Suspended and ended orders, and those not yet due, are
      *    left exactly as they are.
           EVALUATE TRUE
               WHEN NOT SO-IS-ACTIVE
                   ADD 1 TO WS-COUNT-NOT-ACTIVE
               WHEN SO-NEXT-RUN-DATE > WS-RUN-DATE
                   ADD 1 TO WS-COUNT-NOT-DUE
               WHEN OTHER
                   PERFORM GENERATE-OR-SKIP
           END-EVALUATE.

       GENERATE-OR-SKIP.
      *    Same passes-over as FINCHRG, plus an inactive customer;
      *    a record with a frequency the roll cannot follow is
      *    suspended rather than rolled, so someone corrects it.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SPACES TO GD-ORDER-NUMBER.
           MOVE SO-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON PERSON-MASTER" TO WS-SKIP-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-SKIP-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT SO-FREQUENCY-VALID
                   MOVE "INVALID FREQUENCY" TO WS-SKIP-REASON
               WHEN SO-LINE-COUNT IS NOT NUMERIC OR
                    SO-LINE-COUNT = ZEROS OR
                    SO-LINE-COUNT > WS-MAX-LINES
                   MOVE "NO ORDER LINES" TO WS-SKIP-REASON
               WHEN PM-RECORD-INACTIVE
                   MOVE "CUSTOMER INACTIVE" TO WS-SKIP-REASON
               WHEN PM-IS-DECEASED
                   MOVE "DECEASED" TO WS-SKIP-REASON
               WHEN PM-CONTACT-SUPPRESSED
                   MOVE "CONTACT SUPPRESSED" TO WS-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SO-SCHEDULE-DATE TO GD-SCHEDULED.
           MOVE SPACES TO GD-NOTE.
           IF WS-SKIP-REASON = SPACES
               PERFORM GENERATE-STANDING-ORDER
           ELSE
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE "------" TO GD-ORDER-NUMBER
               STRING "SKIPPED - " DELIMITED BY SIZE
                      WS-SKIP-REASON DELIMITED BY SIZE
                      INTO GD-NOTE
               END-STRING
           END-IF.
           IF WS-SKIP-REASON = "INVALID FREQUENCY"
               MOVE "S" TO SO-STATUS
           ELSE
               PERFORM ROLL-SCHEDULE-FORWARD
           END-IF.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STDORD-STATUS NOT = "00"
               MOVE "STDORD"  TO WS-ERR-FILE-NAME
               MOVE "REWRITE" TO WS-ERR-OPERATION
               MOVE WS-STDORD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE SO-STANDING-ID   TO GD-STANDING-ID.
           MOVE SO-PERSON-ID     TO GD-PERSON-ID.
           MOVE SO-LINE-COUNT    TO GD-LINES.
           MOVE SO-NEXT-RUN-DATE TO GD-NEXT-RUN.
           IF SO-IS-ENDED
               MOVE ZEROS TO GD-NEXT-RUN
           END-IF.
           MOVE WS-REPORT-DETAIL TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       GENERATE-STANDING-ORDER.
           IF WS-NEXT-ORDER-NUMBER = ZEROS
               PERFORM READ-NEXT-ORDER-NUMBER
           END-IF.
           MOVE WS-NEXT-ORDER-NUMBER TO WS-ORDER-NUMBER.
           ADD 1 TO WS-NEXT-ORDER-NUMBER.
           ADD 1 TO WS-COUNT-GENERATED.
           MOVE WS-ORDER-NUMBER TO GD-ORDER-NUMBER.
      *    The rep ORDENTRY would offer: the customer's own, else
      *    the default of the territory their state rolls up to.
           MOVE SPACES TO WS-REP-ARG-TERRITORY.
           MOVE PM-STATE-CODE TO WS-SREF-ARG-CODE.
           PERFORM LOOKUP-STATE-CODE.
           IF WS-SREF-KNOWN
               MOVE SR-REGION-CODE TO WS-REP-ARG-TERRITORY
           END-IF.
           MOVE SO-PERSON-ID TO WS-REP-ARG-PERSON-ID.
           PERFORM RESOLVE-CUSTOMER-REP.
           MOVE WS-ORDER-NUMBER TO OH-ORDER-NUMBER.
           MOVE SO-PERSON-ID    TO OH-PERSON-ID.
           MOVE WS-RUN-DATE     TO OH-ORDER-DATE.
           MOVE WS-REP-CODE     TO OH-REP-CODE.
           WRITE ORDER-HEADER-RECORD.
           IF WS-ORDHDR-STATUS NOT = "00"
               MOVE "ORDHDR" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SO-LINE-COUNT
               PERFORM WRITE-ONE-ORDER-LINE
           END-PERFORM.
           MOVE WS-RUN-DATE     TO SO-LAST-RUN-DATE.
           MOVE WS-ORDER-NUMBER TO SO-LAST-ORDER-NUMBER.
           MOVE "GENERATED" TO GD-NOTE.

       WRITE-ONE-ORDER-LINE.
      *    Priced as ORDENTRY prices a keyed line. An item since
      *    dropped from the master goes out at zero for ORDEDIT to
      *    reject, and is flagged here so the order can be fixed.
           MOVE SO-ITEM-NUMBER(WS-LINE-IDX) TO WS-ITEM-ARG-NUMBER.
           PERFORM LOOKUP-ITEM-NUMBER.
           MOVE ZEROS TO OL-UNIT-PRICE.
           IF WS-ITEM-KNOWN
               MOVE SO-PERSON-ID        TO WS-PRC-ARG-PERSON-ID
               MOVE SO-ITEM-NUMBER(WS-LINE-IDX) TO WS-PRC-ARG-ITEM
               MOVE SO-QTY(WS-LINE-IDX) TO WS-PRC-ARG-QTY
               MOVE WS-RUN-DATE         TO WS-PRC-ARG-DATE
               MOVE WS-ITEM-FOUND-PRICE TO WS-PRC-ARG-LIST-PRICE
               PERFORM RESOLVE-LINE-PRICE
               MOVE WS-PRC-PRICE TO OL-UNIT-PRICE
           ELSE
               ADD 1 TO WS-COUNT-NO-ITEM
               MOVE "GENERATED - ITEM NOT ON ITEMMAST" TO GD-NOTE
           END-IF.
           MOVE WS-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE WS-LINE-IDX     TO OL-LINE-NUMBER.
           MOVE SO-ITEM-NUMBER(WS-LINE-IDX) TO OL-ITEM-NUMBER.
           MOVE SO-QTY(WS-LINE-IDX) TO OL-QTY.
           MOVE SO-QTY(WS-LINE-IDX) TO OL-QTY-ORDERED.
           WRITE ORDER-LINE-RECORD.
           IF WS-ORDLINE-STATUS NOT = "00"
               MOVE "ORDLINES" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-COUNT-LINES
           END-IF.

       ROLL-SCHEDULE-FORWARD.
      *    Whole periods are added until the schedule is past
      *    today, so a backlog of missed dates collapses into the
      *    one order just written (or skipped).
           PERFORM UNTIL SO-SCHEDULE-DATE > WS-RUN-DATE
               PERFORM ADVANCE-SCHEDULE-DATE
           END-PERFORM.
           MOVE SO-SCHEDULE-DATE TO WS-BD-ARG-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-BD-RESULT-DATE TO SO-NEXT-RUN-DATE.
           IF SO-END-DATE > ZEROS AND
              SO-SCHEDULE-DATE > SO-END-DATE
               MOVE "E" TO SO-STATUS
               ADD 1 TO WS-COUNT-ENDED
               IF WS-SKIP-REASON = SPACES
                   MOVE "GENERATED - LAST ORDER, NOW ENDED"
                       TO GD-NOTE
               END-IF
           END-IF.

       ADVANCE-SCHEDULE-DATE.
           EVALUATE TRUE
               WHEN SO-IS-WEEKLY
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SO-SCHEDULE-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                       TO SO-SCHEDULE-DATE
               WHEN SO-IS-FORTNIGHTLY
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SO-SCHEDULE-DATE) + 14
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                       TO SO-SCHEDULE-DATE
               WHEN SO-IS-MONTHLY
                   MOVE 1 TO WS-ROLL-MONTHS
                   PERFORM ADD-MONTHS-TO-SCHEDULE
               WHEN OTHER
                   MOVE 3 TO WS-ROLL-MONTHS
                   PERFORM ADD-MONTHS-TO-SCHEDULE
           END-EVALUATE.

       ADD-MONTHS-TO-SCHEDULE.
      *    The order keeps the day of month it started on; the
      *    31st falls on the 30th, or on the 28th or 29th in
      *    February, and returns to the 31st the month after.
           MOVE SO-SCHEDULE-DATE TO WS-ROLL-DATE.
           ADD WS-ROLL-MONTHS TO WS-ROLL-MONTH.
           IF WS-ROLL-MONTH > 12
               SUBTRACT 12 FROM WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           END-IF.
           MOVE WS-ROLL-YEAR  TO WS-MONTH-END-YEAR.
           MOVE WS-ROLL-MONTH TO WS-MONTH-END-MONTH.
           MOVE 1             TO WS-MONTH-END-DAY.
           ADD 1 TO WS-MONTH-END-MONTH.
           IF WS-MONTH-END-MONTH > 12
               MOVE 1 TO WS-MONTH-END-MONTH
               ADD 1 TO WS-MONTH-END-YEAR
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-MONTH-END-DATE.
           MOVE SO-START-DATE TO WS-ANCHOR-DATE.
           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-ROLL-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-ROLL-DAY
           END-IF.
           MOVE WS-ROLL-DATE TO SO-SCHEDULE-DATE.

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

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STANDING ORDERS READ" TO TL-LABEL.
           MOVE WS-COUNT-READ TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  SUSPENDED OR ENDED" TO TL-LABEL.
           MOVE WS-COUNT-NOT-ACTIVE TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NOT YET DUE" TO TL-LABEL.
           MOVE WS-COUNT-NOT-DUE TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ORDERS GENERATED" TO TL-LABEL.
           MOVE WS-COUNT-GENERATED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ORDER LINES WRITTEN" TO TL-LABEL.
           MOVE WS-COUNT-LINES TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  LINES WITH ITEM NOT ON ITEMMAST" TO TL-LABEL.
           MOVE WS-COUNT-NO-ITEM TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DUE ORDERS SKIPPED" TO TL-LABEL.
           MOVE WS-COUNT-SKIPPED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STANDING ORDERS NOW ENDED" TO TL-LABEL.
           MOVE WS-COUNT-ENDED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO STANDING-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "STORDRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-FILES.
           IF WS-STDORD-STATUS NOT = "35"
               CLOSE STANDING-ORDER-FILE
           END-IF.
           CLOSE PERSON-MASTER-FILE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE ORDER-LINES-FILE.
           CLOSE STANDING-REPORT-FILE.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-PRICE-FILES.
           PERFORM CLOSE-TERMS-FILES.
           PERFORM CLOSE-REP-FILE.
           PERFORM CLOSE-STATE-REF.

       COPY ITMREFP.

       COPY PRCREFP.

       COPY TRMREFP.

       COPY REPREFP.

       COPY SREFP.

       COPY BDCALP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
