      *Date: 2026-09-24
      *Weekly open-disputes report: every OPENINV entry still in
      *dispute with its customer, open balance, reason, date opened,
      *days in dispute and the person it is assigned to, followed by
      *totals per reason and per assignee. A dispute open longer
      *than the DSPPARM limit (30 days without one) is flagged OVER
      *LIMIT and ends the step with condition code 4, so a dispute
      *nobody is working gets noticed instead of aging in a drawer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT DISPUTE-PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  DISPUTE-PARM-FILE.
       01  DISPUTE-PARM-RECORD.
           05 DP-LIMIT-DAYS        PIC 9(3).

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-LINE     PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY DSPCODE.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".

       01  WS-LIMIT-DAYS        PIC 9(3) VALUE 30.
       01  WS-DAYS-IN-DISPUTE   PIC 9(5).
       01  WS-OPEN-BALANCE      PIC S9(7)V99 COMP-3.
       01  WS-COUNT-DISPUTED    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-OVER-LIMIT  PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-DISPUTED    PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *    Totals per reason code, one slot per DSPCODE entry plus
      *    a last slot for a code not on the table.
       01  WS-REASON-TOTALS.
           05 WS-REASON-TOTAL OCCURS 8 TIMES
                   INDEXED BY RT-IDX.
              10 RT-COUNT          PIC 9(5).
              10 RT-AMOUNT         PIC S9(9)V99 COMP-3.
              10 RT-OLDEST-DAYS    PIC 9(5).

      *    Totals per assignee.
       01  WS-ASSIGNEE-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-MAX-ASSIGNEES     PIC 9(3) VALUE 200.
       01  WS-ASSIGNEE-TABLE.
           05 WS-ASSIGNEE-ENTRY OCCURS 200 TIMES
                   INDEXED BY AS-IDX.
              10 AS-ASSIGNED       PIC X(8).
              10 AS-COUNT          PIC 9(5).
              10 AS-AMOUNT         PIC S9(9)V99 COMP-3.
              10 AS-OLDEST-DAYS    PIC 9(5).

       01  WS-HEADING-1.
           05 FILLER            PIC X(20) VALUE
              "OPEN DISPUTES AS OF ".
           05 HD-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(17) VALUE
              "   LIMIT (DAYS): ".
           05 HD-LIMIT-DAYS     PIC ZZ9.
       01  WS-HEADING-2.
           05 FILLER            PIC X(9)  VALUE "INVOICE".
           05 FILLER            PIC X(9)  VALUE "CUSTOMER".
           05 FILLER            PIC X(15) VALUE "  OPEN BALANCE".
           05 FILLER            PIC X(25) VALUE " REASON".
           05 FILLER            PIC X(10) VALUE "OPENED".
           05 FILLER            PIC X(6)  VALUE " DAYS".
           05 FILLER            PIC X(10) VALUE " ASSIGNED".

       01  WS-DETAIL-LINE.
           05 DL-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-REASON         PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DL-REASON-DESC    PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-OPENED         PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-DAYS           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-ASSIGNED       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-FLAG           PIC X(10).

       01  WS-SUMMARY-HEADING.
           05 SH-LABEL          PIC X(30).
           05 FILLER            PIC X(8)  VALUE "  COUNT".
           05 FILLER            PIC X(17) VALUE "          AMOUNT".
           05 FILLER            PIC X(8)  VALUE "  OLDEST".
       01  WS-SUMMARY-LINE.
           05 SM-LABEL          PIC X(30).
           05 SM-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SM-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SM-OLDEST         PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "DISPRPT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
           INITIALIZE WS-REASON-TOTALS.
           PERFORM READ-DISPUTE-PARM.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-INVOICES
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF OI-IN-DISPUTE
                           PERFORM REPORT-ONE-DISPUTE
                       END-IF
               END-READ
               IF WS-OPENINV-STATUS NOT = "00" AND
                  WS-OPENINV-STATUS NOT = "10"
                   MOVE "OPENINV" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM WRITE-REASON-TOTALS.
           PERFORM WRITE-ASSIGNEE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Invoices in dispute: " WS-COUNT-DISPUTED.
           DISPLAY "Over the limit:      " WS-COUNT-OVER-LIMIT.
           IF WS-COUNT-OVER-LIMIT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-DISPUTE-PARM.
      *    One control record carrying the days a dispute may stay
      *    open before it is flagged; without it, 30.
           OPEN INPUT DISPUTE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DISPUTE-PARM-FILE
                   NOT AT END
                       IF DP-LIMIT-DAYS IS NUMERIC AND
                          DP-LIMIT-DAYS > ZEROS
                           MOVE DP-LIMIT-DAYS TO WS-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "DSPPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       OPEN-FILES.
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
           OPEN OUTPUT DISPUTE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "DISPRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO HD-RUN-DATE.
           MOVE WS-LIMIT-DAYS TO HD-LIMIT-DAYS.
           WRITE DISPUTE-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE FROM WS-HEADING-2.

       REPORT-ONE-DISPUTE.
      *    Days run from the date the dispute was opened; an entry
      *    held before that date was kept counts from its invoice.
           ADD 1 TO WS-COUNT-DISPUTED.
           COMPUTE WS-OPEN-BALANCE = OI-AMOUNT - OI-PAID-AMOUNT.
           ADD WS-OPEN-BALANCE TO WS-TOTAL-DISPUTED.
           MOVE ZEROS TO WS-DAYS-IN-DISPUTE.
           IF OI-DISPUTE-OPENED IS NUMERIC AND
              OI-DISPUTE-OPENED > ZEROS
               COMPUTE WS-DAYS-IN-DISPUTE = WS-RUN-DATE-INTEGER -
                   FUNCTION INTEGER-OF-DATE(OI-DISPUTE-OPENED)
               MOVE OI-DISPUTE-OPENED TO DL-OPENED
           ELSE
               COMPUTE WS-DAYS-IN-DISPUTE = WS-RUN-DATE-INTEGER -
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
               MOVE ZEROS TO DL-OPENED
           END-IF.
           MOVE OI-DISPUTE-REASON TO WS-DSP-ARG-CODE.
           PERFORM LOOKUP-DISPUTE-REASON.
           IF WS-DSP-CODE-VALID
               SET RT-IDX TO DR-IDX
           ELSE
               SET RT-IDX TO 8
           END-IF.
           ADD 1 TO RT-COUNT(RT-IDX).
           ADD WS-OPEN-BALANCE TO RT-AMOUNT(RT-IDX).
           IF WS-DAYS-IN-DISPUTE > RT-OLDEST-DAYS(RT-IDX)
               MOVE WS-DAYS-IN-DISPUTE TO RT-OLDEST-DAYS(RT-IDX)
           END-IF.
           PERFORM ADD-TO-ASSIGNEE.
           MOVE OI-INVOICE-NUMBER  TO DL-INVOICE-NUMBER.
           MOVE OI-PERSON-ID       TO DL-PERSON-ID.
           MOVE WS-OPEN-BALANCE    TO DL-BALANCE.
           MOVE OI-DISPUTE-REASON  TO DL-REASON.
           MOVE WS-DSP-DESC        TO DL-REASON-DESC.
           MOVE WS-DAYS-IN-DISPUTE TO DL-DAYS.
           IF OI-DISPUTE-ASSIGNED = SPACES
               MOVE "NOBODY" TO DL-ASSIGNED
           ELSE
               MOVE OI-DISPUTE-ASSIGNED TO DL-ASSIGNED
           END-IF.
           IF WS-DAYS-IN-DISPUTE > WS-LIMIT-DAYS
               ADD 1 TO WS-COUNT-OVER-LIMIT
               MOVE "OVER LIMIT" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF.
           WRITE DISPUTE-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "DISPRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       ADD-TO-ASSIGNEE.
           SET AS-IDX TO 1.
           SEARCH WS-ASSIGNEE-ENTRY
               VARYING AS-IDX
               AT END
                   PERFORM OPEN-NEW-ASSIGNEE-SLOT
               WHEN AS-IDX > WS-ASSIGNEE-COUNT
                   PERFORM OPEN-NEW-ASSIGNEE-SLOT
               WHEN AS-ASSIGNED(AS-IDX) = OI-DISPUTE-ASSIGNED
                   ADD 1 TO AS-COUNT(AS-IDX)
                   ADD WS-OPEN-BALANCE TO AS-AMOUNT(AS-IDX)
                   IF WS-DAYS-IN-DISPUTE > AS-OLDEST-DAYS(AS-IDX)
                       MOVE WS-DAYS-IN-DISPUTE
                           TO AS-OLDEST-DAYS(AS-IDX)
                   END-IF
           END-SEARCH.

       OPEN-NEW-ASSIGNEE-SLOT.
           IF WS-ASSIGNEE-COUNT < WS-MAX-ASSIGNEES
               ADD 1 TO WS-ASSIGNEE-COUNT
               MOVE OI-DISPUTE-ASSIGNED
                   TO AS-ASSIGNED(WS-ASSIGNEE-COUNT)
               MOVE 1 TO AS-COUNT(WS-ASSIGNEE-COUNT)
               MOVE WS-OPEN-BALANCE TO AS-AMOUNT(WS-ASSIGNEE-COUNT)
               MOVE WS-DAYS-IN-DISPUTE
                   TO AS-OLDEST-DAYS(WS-ASSIGNEE-COUNT)
           ELSE
               MOVE "DISPRPT"    TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**"         TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-REASON-TOTALS.
           MOVE SPACES TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
           MOVE "BY REASON" TO SH-LABEL.
           WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 8
               IF RT-COUNT(RT-IDX) > ZEROS
                   IF RT-IDX > 7
                       MOVE "UNKNOWN REASON CODE" TO SM-LABEL
                   ELSE
                       MOVE SPACES TO SM-LABEL
                       STRING DR-CODE(RT-IDX) " "
                              DR-DESC(RT-IDX)
                              DELIMITED BY SIZE INTO SM-LABEL
                   END-IF
                   MOVE RT-COUNT(RT-IDX)       TO SM-COUNT
                   MOVE RT-AMOUNT(RT-IDX)      TO SM-AMOUNT
                   MOVE RT-OLDEST-DAYS(RT-IDX) TO SM-OLDEST
                   WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE "ALL DISPUTES"      TO SM-LABEL.
           MOVE WS-COUNT-DISPUTED   TO SM-COUNT.
           MOVE WS-TOTAL-DISPUTED   TO SM-AMOUNT.
           MOVE ZEROS               TO SM-OLDEST.
           WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OVER THE LIMIT"    TO SM-LABEL.
           MOVE WS-COUNT-OVER-LIMIT TO SM-COUNT.
           MOVE ZEROS               TO SM-AMOUNT.
           WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-LINE.

       WRITE-ASSIGNEE-TOTALS.
           MOVE SPACES TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
           MOVE "BY ASSIGNEE" TO SH-LABEL.
           WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-ASSIGNEE-COUNT
               IF AS-ASSIGNED(AS-IDX) = SPACES
                   MOVE "NOBODY" TO SM-LABEL
               ELSE
                   MOVE AS-ASSIGNED(AS-IDX) TO SM-LABEL
               END-IF
               MOVE AS-COUNT(AS-IDX)       TO SM-COUNT
               MOVE AS-AMOUNT(AS-IDX)      TO SM-AMOUNT
               MOVE AS-OLDEST-DAYS(AS-IDX) TO SM-OLDEST
               WRITE DISPUTE-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.

       CLOSE-FILES.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           CLOSE DISPUTE-REPORT-FILE.

       COPY DSPCODEP.

       COPY ERRLOGP.
