      *Date: 2026-09-26
      *Monthly payment-behavior scoring and credit-limit review.
      *Looks back twelve months over the live OPENINV register, the
      *OPENARCH archive and the ADJREG adjustment register and, for
      *every customer, works out how many invoices they paid and how
      *long they took (OI-PAID-DATE less OI-INVOICE-DATE, as a plain
      *average and weighted by invoice amount), how many NSF
      *reversals they caused, how many disputes they opened and how
      *many write-offs were taken against them. Those become a
      *0-100 payment score and an A-E grade, written to the
      *PAYSCORE file keyed by person ID for ORDCREDT and ORDRELSE
      *to show. The PAYRVRPT credit-review report lists each
      *customer's score next to their CREDLIM limit and open
      *balance, and suggests raising the limit of a prompt payer
      *or cutting that of a slow one. Limits are never changed
      *here - a supervisor applies them on ORDRELSE. The SCRPARM
      *record sets the prompt and slow day marks and the raise and
      *cut percentages (30 and 60 days, 10 and 25 percent without
      *it).
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-15 - Only the lead-digit-9 NSF fee booking
      *                   counts a bounce. Held cash PAYAPPLY
      *                   reopens as owed under terms "NSF" scores
      *                   as a debt paid or not like any invoice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "OPENARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OARCH-STATUS.

           SELECT ADJUSTMENT-REG-FILE ASSIGN TO "ADJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-PERSON-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT PAY-SCORE-FILE ASSIGN TO "PAYSCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-PERSON-ID
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT SCORE-PARM-FILE ASSIGN TO "SCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "PAYRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD  PIC X(134).

       FD  ADJUSTMENT-REG-FILE.
       01  ADJUSTMENT-REG-LINE     PIC X(100).

       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-RECORD.
           05 CL-PERSON-ID          PIC 9(6).
           05 CL-CREDIT-LIMIT       PIC 9(7)V99.

       FD  PAY-SCORE-FILE.
           COPY SCOREREC.

       FD  SCORE-PARM-FILE.
       01  SCORE-PARM-RECORD.
           05 SP-PROMPT-DAYS       PIC 9(3).
           05 SP-SLOW-DAYS         PIC 9(3).
           05 SP-RAISE-PCT         PIC 9(2).
           05 SP-CUT-PCT           PIC 9(2).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE      PIC X(120).

           COPY ERRLOGFD.

      *    One sort record per scoring event: P a paid invoice, N an
      *    NSF fee entry, D a dispute opened, W a write-off, O the
      *    open balance of a live register entry.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-PERSON-ID         PIC 9(6).
           05 SW-EVENT             PIC X(1).
              88 SW-IS-PAID            VALUE "P".
              88 SW-IS-NSF             VALUE "N".
              88 SW-IS-DISPUTE         VALUE "D".
              88 SW-IS-WRITE-OFF       VALUE "W".
              88 SW-IS-OPEN-ITEM       VALUE "O".
           05 SW-DAYS              PIC 9(5).
           05 SW-AMOUNT            PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-OARCH-STATUS      PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
       01  WS-LIM-STATUS        PIC X(2).
       01  WS-SCORE-STATUS      PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-WINDOW-START      PIC 9(8).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-SOURCE-SWITCH     PIC X(1).
           88 WS-FROM-LIVE-REGISTER   VALUE "L".

       01  WS-PROMPT-DAYS       PIC 9(3) VALUE 30.
       01  WS-SLOW-DAYS         PIC 9(3) VALUE 60.
       01  WS-RAISE-PCT         PIC 9(2) VALUE 10.
       01  WS-CUT-PCT           PIC 9(2) VALUE 25.

      *    The ADJREG line as ARADJUST prints it. A rejected
      *    transaction carries REJCT where a posted one carries its
      *    prior-period flag.
       01  WS-REGISTER-DETAIL.
           05 RG-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2).
           05 RG-TRANS-CODE     PIC X(1).
           05 FILLER            PIC X(2).
           05 RG-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(2).
           05 RG-AMOUNT         PIC 9(7).99.
           05 FILLER            PIC X(2).
           05 RG-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(2).
           05 RG-NOTE           PIC X(30).
           05 FILLER            PIC X(2).
           05 RG-POST-PERIOD    PIC 9(6).
           05 FILLER            PIC X(1).
           05 RG-PRIOR-FLAG     PIC X(5).
       01  WS-REGISTER-DATE     PIC X(8).

      *    Write-offs posted inside the window, by invoice number;
      *    the invoice scan finds each one's customer.
       01  WS-WO-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-MAX-WRITE-OFFS    PIC 9(5) VALUE 2000.
       01  WS-WRITE-OFF-TABLE.
           05 WS-WRITE-OFF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WO-IDX.
              10 WO-INVOICE-NUMBER PIC 9(6).
              10 WO-AMOUNT         PIC 9(9)V99 COMP-3.
       01  WS-WO-FOUND-SW       PIC X(1).
           88 WS-WRITTEN-OFF          VALUE "Y".
       01  WS-WO-AMOUNT         PIC 9(9)V99 COMP-3.
       01  WS-DAYS-TO-PAY       PIC S9(7).

      *    One customer's totals while the sorted events pass.
       01  WS-PREV-PERSON-ID    PIC 9(6) VALUE ZEROS.
       01  WS-FIRST-SWITCH      PIC X(1) VALUE "Y".
           88 WS-FIRST-CUSTOMER       VALUE "Y".
       01  WS-CUSTOMER-TOTALS.
           05 CT-PAID-COUNT        PIC 9(5) COMP.
           05 CT-DAYS-TOTAL        PIC 9(9) COMP-3.
           05 CT-AMOUNT-TOTAL      PIC 9(11)V99 COMP-3.
           05 CT-AMOUNT-DAYS       PIC 9(15)V99 COMP-3.
           05 CT-NSF-COUNT         PIC 9(5) COMP.
           05 CT-DISPUTE-COUNT     PIC 9(5) COMP.
           05 CT-WRITEOFF-COUNT    PIC 9(5) COMP.
           05 CT-WRITEOFF-AMOUNT   PIC 9(9)V99 COMP-3.
           05 CT-OPEN-BALANCE      PIC S9(9)V99 COMP-3.

       01  WS-SCORE-WORK        PIC S9(5).
       01  WS-LATE-PENALTY      PIC S9(5).
       01  WS-AVG-DAYS          PIC 9(4).
       01  WS-WEIGHTED-DAYS     PIC 9(4).
       01  WS-LIM-OPEN-SWITCH   PIC X(1) VALUE "N".
           88 WS-LIM-IS-OPEN          VALUE "Y".
       01  WS-LIMIT-FOUND-SW    PIC X(1).
           88 WS-LIMIT-ON-FILE        VALUE "Y".
       01  WS-CREDIT-LIMIT      PIC 9(7)V99.
       01  WS-SUGGESTED-LIMIT   PIC 9(7)V99.
       01  WS-LIMIT-CHANGE      PIC 9(7)V9(4).

       01  WS-COUNT-EVENTS      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CUSTOMERS   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-INCREASE    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-DECREASE    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-KEEP        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-NO-LIMIT    PIC 9(5) VALUE ZEROS.
       01  WS-GRADE-COUNTS.
           05 WS-GRADE-COUNT OCCURS 6 TIMES PIC 9(5).
       01  WS-GRADE-LETTERS     PIC X(6) VALUE "ABCDEN".
       01  WS-GRADE-IDX         PIC 9(1).

       01  WS-HEADING-1.
           05 FILLER            PIC X(29) VALUE
              "CREDIT-LIMIT REVIEW RUN DATE ".
           05 H1-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(19) VALUE
              "   PAYMENTS SINCE ".
           05 H1-WINDOW-START   PIC 9(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(8)  VALUE "PERSON".
           05 FILLER            PIC X(6)  VALUE " PAID".
           05 FILLER            PIC X(6)  VALUE "  AVG".
           05 FILLER            PIC X(6)  VALUE "  WTD".
           05 FILLER            PIC X(5)  VALUE " NSF".
           05 FILLER            PIC X(5)  VALUE " DSP".
           05 FILLER            PIC X(5)  VALUE " W/O".
           05 FILLER            PIC X(8)  VALUE " SCORE".
           05 FILLER            PIC X(16) VALUE "    OPEN BALANCE".
           05 FILLER            PIC X(15) VALUE "  CREDIT LIMIT".
           05 FILLER            PIC X(15) VALUE "     SUGGESTED".
           05 FILLER            PIC X(10) VALUE "  ACTION".
       01  WS-DETAIL-LINE.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PAID-COUNT     PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-AVG-DAYS       PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-WEIGHTED-DAYS  PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-NSF-COUNT      PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-DISPUTE-COUNT  PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-WRITEOFF-COUNT PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-SCORE          PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-GRADE          PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-OPEN-BALANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-CREDIT-LIMIT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-SUGGESTED      PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-ACTION         PIC X(10).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PAYSCORE" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER - 365).
           INITIALIZE WS-GRADE-COUNTS.
           PERFORM READ-SCORE-PARM.
           PERFORM LOAD-WRITE-OFFS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PERSON-ID
               INPUT PROCEDURE IS SORT-INPUT
               OUTPUT PROCEDURE IS SORT-OUTPUT.
           DISPLAY "Scoring events:      " WS-COUNT-EVENTS.
           DISPLAY "Customers scored:    " WS-COUNT-CUSTOMERS.
           DISPLAY "Suggest increase:    " WS-COUNT-INCREASE.
           DISPLAY "Suggest decrease:    " WS-COUNT-DECREASE.
           STOP RUN.

       READ-SCORE-PARM.
      *    One control record; a missing file or a zero field keeps
      *    that field's default.
           OPEN INPUT SCORE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF SP-PROMPT-DAYS IS NUMERIC AND
                          SP-PROMPT-DAYS > ZEROS
                           MOVE SP-PROMPT-DAYS TO WS-PROMPT-DAYS
                       END-IF
                       IF SP-SLOW-DAYS IS NUMERIC AND
                          SP-SLOW-DAYS > ZEROS
                           MOVE SP-SLOW-DAYS TO WS-SLOW-DAYS
                       END-IF
                       IF SP-RAISE-PCT IS NUMERIC AND
                          SP-RAISE-PCT > ZEROS
                           MOVE SP-RAISE-PCT TO WS-RAISE-PCT
                       END-IF
                       IF SP-CUT-PCT IS NUMERIC AND
                          SP-CUT-PCT > ZEROS
                           MOVE SP-CUT-PCT TO WS-CUT-PCT
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "SCRPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       LOAD-WRITE-OFFS.
      *    Posted "W" lines on the adjustment register stamped inside
      *    the window. The register names only the invoice; a second
      *    write-off against the same invoice adds to the first.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ADJUSTMENT-REG-FILE.
           IF WS-REG-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   MOVE "ADJREG"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-REG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADJUSTMENT-REG-FILE INTO WS-REGISTER-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RG-TIMESTAMP(1:8) TO WS-REGISTER-DATE
                       IF RG-TRANS-CODE = "W" AND
                          RG-PRIOR-FLAG NOT = "REJCT" AND
                          RG-INVOICE-NUMBER IS NUMERIC AND
                          WS-REGISTER-DATE IS NUMERIC AND
                          WS-REGISTER-DATE >= WS-WINDOW-START
                           PERFORM ADD-ONE-WRITE-OFF
                       END-IF
               END-READ
               IF WS-REG-STATUS NOT = "00" AND
                  WS-REG-STATUS NOT = "10"
                   MOVE "ADJREG" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-REG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-REG-STATUS NOT = "35"
               CLOSE ADJUSTMENT-REG-FILE
           END-IF.

       ADD-ONE-WRITE-OFF.
           MOVE RG-AMOUNT TO WS-WO-AMOUNT.
           SET WO-IDX TO 1.
           SEARCH WS-WRITE-OFF-ENTRY
               VARYING WO-IDX
               AT END
                   PERFORM OPEN-NEW-WRITE-OFF-SLOT
               WHEN WO-IDX > WS-WO-COUNT
                   PERFORM OPEN-NEW-WRITE-OFF-SLOT
               WHEN WO-INVOICE-NUMBER(WO-IDX) = RG-INVOICE-NUMBER
                   ADD WS-WO-AMOUNT TO WO-AMOUNT(WO-IDX)
           END-SEARCH.

       OPEN-NEW-WRITE-OFF-SLOT.
           IF WS-WO-COUNT < WS-MAX-WRITE-OFFS
               ADD 1 TO WS-WO-COUNT
               MOVE RG-INVOICE-NUMBER
                   TO WO-INVOICE-NUMBER(WS-WO-COUNT)
               MOVE WS-WO-AMOUNT TO WO-AMOUNT(WS-WO-COUNT)
           ELSE
               MOVE "ADJREG"     TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**"         TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       SORT-INPUT.
      *    The live register first, then the archive through the
      *    same layout; only the live register has open balances.
           MOVE "L" TO WS-SOURCE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
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
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM RELEASE-INVOICE-EVENTS
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
           MOVE "A" TO WS-SOURCE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT INVOICE-ARCHIVE-FILE.
           IF WS-OARCH-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-OARCH-STATUS NOT = "00"
                   MOVE "OPENARCH"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ INVOICE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE INVOICE-ARCHIVE-RECORD
                           TO OPEN-INVOICE-RECORD
                       PERFORM RELEASE-INVOICE-EVENTS
               END-READ
               IF WS-OARCH-STATUS NOT = "00" AND
                  WS-OARCH-STATUS NOT = "10"
                   MOVE "OPENARCH" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-OARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-OARCH-STATUS NOT = "35"
               CLOSE INVOICE-ARCHIVE-FILE
           END-IF.

       RELEASE-INVOICE-EVENTS.
      *    Credits and refunds say nothing about how a customer
      *    pays. An NSF fee entry counts the bounce it was booked
      *    for; other "NSF" entries are held cash reopened as owed
      *    and score as any debt does. A written-off invoice counts
      *    as a write-off, not as paid, however the write-off left
      *    its status.
           IF OI-TERMS-CODE = "CRED" OR OI-TERMS-CODE = "RFND"
               CONTINUE
           ELSE
               MOVE OI-PERSON-ID TO SW-PERSON-ID
               PERFORM FIND-WRITE-OFF
               EVALUATE TRUE
                   WHEN OI-TERMS-CODE = "NSF" AND
                        OI-INVOICE-NUMBER(1:1) = "9"
                       IF OI-INVOICE-DATE >= WS-WINDOW-START
                           MOVE "N"   TO SW-EVENT
                           MOVE ZEROS TO SW-DAYS
                           MOVE OI-AMOUNT TO SW-AMOUNT
                           PERFORM RELEASE-ONE-EVENT
                       END-IF
                   WHEN WS-WRITTEN-OFF
                       MOVE "W"   TO SW-EVENT
                       MOVE ZEROS TO SW-DAYS
                       MOVE WO-AMOUNT(WO-IDX) TO SW-AMOUNT
                       PERFORM RELEASE-ONE-EVENT
                   WHEN OI-IS-PAID AND
                        OI-PAID-DATE IS NUMERIC AND
                        OI-PAID-DATE >= WS-WINDOW-START AND
                        OI-INVOICE-DATE IS NUMERIC AND
                        OI-INVOICE-DATE > ZEROS
                       COMPUTE WS-DAYS-TO-PAY =
                           FUNCTION INTEGER-OF-DATE(OI-PAID-DATE) -
                           FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
                       IF WS-DAYS-TO-PAY < ZEROS
                           MOVE ZEROS TO WS-DAYS-TO-PAY
                       END-IF
                       MOVE "P" TO SW-EVENT
                       MOVE WS-DAYS-TO-PAY TO SW-DAYS
                       MOVE OI-AMOUNT TO SW-AMOUNT
                       PERFORM RELEASE-ONE-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF OI-DISPUTE-OPENED IS NUMERIC AND
                  OI-DISPUTE-OPENED >= WS-WINDOW-START
                   MOVE "D"   TO SW-EVENT
                   MOVE ZEROS TO SW-DAYS
                   MOVE ZEROS TO SW-AMOUNT
                   PERFORM RELEASE-ONE-EVENT
               END-IF
               IF WS-FROM-LIVE-REGISTER AND OI-IS-OPEN
                   MOVE "O"   TO SW-EVENT
                   MOVE ZEROS TO SW-DAYS
                   COMPUTE SW-AMOUNT = OI-AMOUNT - OI-PAID-AMOUNT
                   PERFORM RELEASE-ONE-EVENT
               END-IF
           END-IF.

       FIND-WRITE-OFF.
           MOVE "N" TO WS-WO-FOUND-SW.
           SET WO-IDX TO 1.
           SEARCH WS-WRITE-OFF-ENTRY
               VARYING WO-IDX
               AT END
                   CONTINUE
               WHEN WO-IDX > WS-WO-COUNT
                   CONTINUE
               WHEN WO-INVOICE-NUMBER(WO-IDX) = OI-INVOICE-NUMBER
                   MOVE "Y" TO WS-WO-FOUND-SW
           END-SEARCH.

       RELEASE-ONE-EVENT.
           ADD 1 TO WS-COUNT-EVENTS.
           RELEASE SORT-WORK-RECORD.

       SORT-OUTPUT.
           PERFORM OPEN-OUTPUT-FILES.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM ADD-ONE-EVENT
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-CUSTOMER
               PERFORM SCORE-ONE-CUSTOMER
           END-IF.
           PERFORM WRITE-REVIEW-SUMMARY.
           PERFORM CLOSE-OUTPUT-FILES.

       OPEN-OUTPUT-FILES.
           OPEN INPUT CREDIT-LIMIT-FILE.
           IF WS-LIM-STATUS = "00"
               MOVE "Y" TO WS-LIM-OPEN-SWITCH
           ELSE
               IF WS-LIM-STATUS NOT = "35"
                   MOVE "CREDLIM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-LIM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT PAY-SCORE-FILE.
           IF WS-SCORE-STATUS NOT = "00"
               MOVE "PAYSCORE"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-SCORE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PAYRVRPT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO H1-RUN-DATE.
           MOVE WS-WINDOW-START      TO H1-WINDOW-START.
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-2.

       ADD-ONE-EVENT.
           IF WS-FIRST-CUSTOMER OR SW-PERSON-ID NOT = WS-PREV-PERSON-ID
               IF NOT WS-FIRST-CUSTOMER
                   PERFORM SCORE-ONE-CUSTOMER
               END-IF
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE SW-PERSON-ID TO WS-PREV-PERSON-ID
               INITIALIZE WS-CUSTOMER-TOTALS
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-PAID
                   ADD 1         TO CT-PAID-COUNT
                   ADD SW-DAYS   TO CT-DAYS-TOTAL
                   ADD SW-AMOUNT TO CT-AMOUNT-TOTAL
                   COMPUTE CT-AMOUNT-DAYS =
                       CT-AMOUNT-DAYS + SW-AMOUNT * SW-DAYS
               WHEN SW-IS-NSF
                   ADD 1 TO CT-NSF-COUNT
               WHEN SW-IS-DISPUTE
                   ADD 1 TO CT-DISPUTE-COUNT
               WHEN SW-IS-WRITE-OFF
                   ADD 1         TO CT-WRITEOFF-COUNT
                   ADD SW-AMOUNT TO CT-WRITEOFF-AMOUNT
               WHEN SW-IS-OPEN-ITEM
                   ADD SW-AMOUNT TO CT-OPEN-BALANCE
           END-EVALUATE.

       SCORE-ONE-CUSTOMER.
      *    A hundred points, less a point for every day the weighted
      *    days-to-pay runs past the prompt mark (at most fifty),
      *    fifteen for each NSF, five for each dispute and twenty
      *    for each write-off. A customer with a live balance but
      *    nothing paid in the window has no history to grade.
           ADD 1 TO WS-COUNT-CUSTOMERS.
           MOVE ZEROS TO WS-AVG-DAYS.
           MOVE ZEROS TO WS-WEIGHTED-DAYS.
           IF CT-PAID-COUNT > ZEROS
               COMPUTE WS-AVG-DAYS ROUNDED =
                   CT-DAYS-TOTAL / CT-PAID-COUNT
               IF CT-AMOUNT-TOTAL > ZEROS
                   COMPUTE WS-WEIGHTED-DAYS ROUNDED =
                       CT-AMOUNT-DAYS / CT-AMOUNT-TOTAL
               ELSE
                   MOVE WS-AVG-DAYS TO WS-WEIGHTED-DAYS
               END-IF
           END-IF.
           MOVE ZEROS TO WS-LATE-PENALTY.
           IF CT-PAID-COUNT > ZEROS AND
              WS-WEIGHTED-DAYS > WS-PROMPT-DAYS
               COMPUTE WS-LATE-PENALTY =
                   WS-WEIGHTED-DAYS - WS-PROMPT-DAYS
               IF WS-LATE-PENALTY > 50
                   MOVE 50 TO WS-LATE-PENALTY
               END-IF
           END-IF.
           COMPUTE WS-SCORE-WORK = 100 - WS-LATE-PENALTY
               - CT-NSF-COUNT * 15
               - CT-DISPUTE-COUNT * 5
               - CT-WRITEOFF-COUNT * 20.
           IF WS-SCORE-WORK < ZEROS
               MOVE ZEROS TO WS-SCORE-WORK
           END-IF.
           INITIALIZE PAY-SCORE-RECORD.
           MOVE WS-PREV-PERSON-ID    TO SC-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO SC-SCORE-DATE.
           MOVE WS-SCORE-WORK        TO SC-SCORE.
           EVALUATE TRUE
               WHEN CT-PAID-COUNT = ZEROS
                   MOVE "N" TO SC-GRADE
                   MOVE 6   TO WS-GRADE-IDX
               WHEN WS-SCORE-WORK >= 90
                   MOVE "A" TO SC-GRADE
                   MOVE 1   TO WS-GRADE-IDX
               WHEN WS-SCORE-WORK >= 75
                   MOVE "B" TO SC-GRADE
                   MOVE 2   TO WS-GRADE-IDX
               WHEN WS-SCORE-WORK >= 60
                   MOVE "C" TO SC-GRADE
                   MOVE 3   TO WS-GRADE-IDX
               WHEN WS-SCORE-WORK >= 40
                   MOVE "D" TO SC-GRADE
                   MOVE 4   TO WS-GRADE-IDX
               WHEN OTHER
                   MOVE "E" TO SC-GRADE
                   MOVE 5   TO WS-GRADE-IDX
           END-EVALUATE.
           ADD 1 TO WS-GRADE-COUNT(WS-GRADE-IDX).
           MOVE CT-PAID-COUNT        TO SC-PAID-COUNT.
           MOVE WS-AVG-DAYS          TO SC-AVG-DAYS.
           MOVE WS-WEIGHTED-DAYS     TO SC-WEIGHTED-DAYS.
           IF CT-NSF-COUNT > 999
               MOVE 999 TO SC-NSF-COUNT
           ELSE
               MOVE CT-NSF-COUNT TO SC-NSF-COUNT
           END-IF.
           IF CT-DISPUTE-COUNT > 999
               MOVE 999 TO SC-DISPUTE-COUNT
           ELSE
               MOVE CT-DISPUTE-COUNT TO SC-DISPUTE-COUNT
           END-IF.
           IF CT-WRITEOFF-COUNT > 999
               MOVE 999 TO SC-WRITEOFF-COUNT
           ELSE
               MOVE CT-WRITEOFF-COUNT TO SC-WRITEOFF-COUNT
           END-IF.
           MOVE CT-WRITEOFF-AMOUNT   TO SC-WRITEOFF-AMOUNT.
           PERFORM REVIEW-CREDIT-LIMIT.
           WRITE PAY-SCORE-RECORD.
           IF WS-SCORE-STATUS NOT = "00"
               MOVE "PAYSCORE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-SCORE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM WRITE-REVIEW-LINE.

       REVIEW-CREDIT-LIMIT.
      *    Only a credit-managed customer gets a suggestion. A
      *    grade-A payer with no NSF or write-off inside the prompt
      *    mark earns the raise; a D or E grade, or weighted days
      *    past the slow mark, earns the cut. Everyone else keeps
      *    their limit.
           MOVE "N"   TO WS-LIMIT-FOUND-SW.
           MOVE ZEROS TO WS-CREDIT-LIMIT.
           IF WS-LIM-IS-OPEN
               MOVE WS-PREV-PERSON-ID TO CL-PERSON-ID
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LIMIT-FOUND-SW
                       MOVE CL-CREDIT-LIMIT TO WS-CREDIT-LIMIT
               END-READ
           END-IF.
           MOVE WS-CREDIT-LIMIT TO WS-SUGGESTED-LIMIT.
           EVALUATE TRUE
               WHEN NOT WS-LIMIT-ON-FILE
                   MOVE SPACE TO SC-REVIEW
                   ADD 1 TO WS-COUNT-NO-LIMIT
               WHEN SC-GRADE-PROMPT AND
                    CT-NSF-COUNT = ZEROS AND
                    CT-WRITEOFF-COUNT = ZEROS AND
                    WS-WEIGHTED-DAYS <= WS-PROMPT-DAYS
                   MOVE "I" TO SC-REVIEW
                   COMPUTE WS-LIMIT-CHANGE =
                       WS-CREDIT-LIMIT * WS-RAISE-PCT / 100
                   COMPUTE WS-SUGGESTED-LIMIT ROUNDED =
                       WS-CREDIT-LIMIT + WS-LIMIT-CHANGE
                   ADD 1 TO WS-COUNT-INCREASE
               WHEN SC-GRADE-SLOW OR
                    (CT-PAID-COUNT > ZEROS AND
                     WS-WEIGHTED-DAYS > WS-SLOW-DAYS)
                   MOVE "D" TO SC-REVIEW
                   COMPUTE WS-LIMIT-CHANGE =
                       WS-CREDIT-LIMIT * WS-CUT-PCT / 100
                   COMPUTE WS-SUGGESTED-LIMIT ROUNDED =
                       WS-CREDIT-LIMIT - WS-LIMIT-CHANGE
                   ADD 1 TO WS-COUNT-DECREASE
               WHEN OTHER
                   MOVE "K" TO SC-REVIEW
                   ADD 1 TO WS-COUNT-KEEP
           END-EVALUATE.
           MOVE WS-SUGGESTED-LIMIT TO SC-SUGGESTED-LIMIT.

       WRITE-REVIEW-LINE.
           MOVE SC-PERSON-ID       TO DL-PERSON-ID.
           MOVE SC-PAID-COUNT      TO DL-PAID-COUNT.
           MOVE SC-AVG-DAYS        TO DL-AVG-DAYS.
           MOVE SC-WEIGHTED-DAYS   TO DL-WEIGHTED-DAYS.
           MOVE SC-NSF-COUNT       TO DL-NSF-COUNT.
           MOVE SC-DISPUTE-COUNT   TO DL-DISPUTE-COUNT.
           MOVE SC-WRITEOFF-COUNT  TO DL-WRITEOFF-COUNT.
           MOVE SC-SCORE           TO DL-SCORE.
           MOVE SC-GRADE           TO DL-GRADE.
           MOVE CT-OPEN-BALANCE    TO DL-OPEN-BALANCE.
           MOVE WS-CREDIT-LIMIT    TO DL-CREDIT-LIMIT.
           MOVE WS-SUGGESTED-LIMIT TO DL-SUGGESTED.
           EVALUATE TRUE
               WHEN NOT WS-LIMIT-ON-FILE
                   MOVE "NO LIMIT" TO DL-ACTION
               WHEN SC-REVIEW-INCREASE
                   MOVE "INCREASE" TO DL-ACTION
               WHEN SC-REVIEW-DECREASE
                   MOVE "DECREASE" TO DL-ACTION
               WHEN OTHER
                   MOVE "KEEP"     TO DL-ACTION
           END-EVALUATE.
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "PAYRVRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 6
               MOVE SPACES TO SL-LABEL
               IF WS-GRADE-IDX = 6
                   MOVE "No payment history:" TO SL-LABEL
               ELSE
                   STRING "Grade "
                          WS-GRADE-LETTERS(WS-GRADE-IDX:1) ":"
                          DELIMITED BY SIZE INTO SL-LABEL
               END-IF
               MOVE WS-GRADE-COUNT(WS-GRADE-IDX) TO SL-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE "Customers scored:"   TO SL-LABEL.
           MOVE WS-COUNT-CUSTOMERS    TO SL-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Suggest increase:"   TO SL-LABEL.
           MOVE WS-COUNT-INCREASE     TO SL-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Suggest decrease:"   TO SL-LABEL.
           MOVE WS-COUNT-DECREASE     TO SL-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Keep limit:"         TO SL-LABEL.
           MOVE WS-COUNT-KEEP         TO SL-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "No limit on file:"   TO SL-LABEL.
           MOVE WS-COUNT-NO-LIMIT     TO SL-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-OUTPUT-FILES.
           IF WS-LIM-IS-OPEN
               CLOSE CREDIT-LIMIT-FILE
           END-IF.
           CLOSE PAY-SCORE-FILE.
           CLOSE REVIEW-REPORT-FILE.

       COPY ERRLOGP.
