      *                   load, and the amount drift on matched
      *                   invoices reports separately as the
      *                   adjustment delta, which is expected.
      *Date: 2026-09-19 - Skip the register entries no sale stands
      *                   behind - finance charges ("FCHG") and
      *                   unapplied customer credits ("CRED"/
      *                   "RFND") - in the detail reconciliation,
      *                   counted on their own line, instead of
      *                   reporting each as an invoice missing its
      *                   tax detail.
      *Date: 2026-09-23 - Stamp a completion record on RUNCTL
      *                   against the period end when the
      *                   remittance report is done, so PERCLOSE
      *                   can see the month's tax run happened
      *                   before it closes the period.
      *Date: 2026-09-27 - Report exempt sales by state: TAXDETL rows
      *                   ORDER-TOTAL wrote under an exemption
      *                   certificate roll up by state and exemption
      *                   type in their own section and an exempt sales
      *                   total, instead of into the taxable base.
      *Date: 2026-10-04 - Take returns off the tax owed: the TAXDETL
      *                   return rows RETAUTH writes for the tax
      *                   credited on returned goods count in the
      *                   period they were credited, coming off the
      *                   state/rate (or exempt sales) they were
      *                   billed under, with their own report totals.
      *Date: 2026-10-15 - Count held cash PAYAPPLY reopens as owed
      *                   (terms "NSF", not fee-numbered) with the
      *                   entries no sale stands behind.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREMIT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           05 TD-RATE               PIC 9V999.
           05 TD-TAXABLE-BASE       PIC 9(7)V99.
           05 TD-TAX-AMOUNT         PIC 9(7)V99.
           05 TD-EXEMPT-CERT        PIC X(15).
           05 TD-EXEMPT-TYPE        PIC X(1).
           05 TD-ENTRY-TYPE         PIC X(1).
              88 TD-IS-RETURN-CREDIT    VALUE "R".
           05 TD-CREDIT-DATE        PIC 9(8).

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.
       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE         PIC X(80).

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY RUNCTLWS.
       01  WS-TAXDTL-STATUS     PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
                   INDEXED BY RM-IDX.
              10 RT-STATE-CODE     PIC X(2).
              10 RT-RATE           PIC 9V999.
              10 RT-TAXABLE-BASE   PIC S9(11)V99 COMP-3.
              10 RT-TAX-AMOUNT     PIC S9(11)V99 COMP-3.
              10 RT-INVOICE-COUNT  PIC 9(7).

      *    Exempt sales (a certificate on the detail row) by state
      *    and exemption type, reported apart from the taxable base.
       01  WS-EXEMPT-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-EXEMPT        PIC 9(3) VALUE 200.
       01  WS-EXEMPT-TABLE.
           05 WS-EXEMPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY EX-IDX.
              10 ET-STATE-CODE     PIC X(2).
              10 ET-EXEMPT-TYPE    PIC X(1).
              10 ET-EXEMPT-SALES   PIC S9(11)V99 COMP-3.
              10 ET-INVOICE-COUNT  PIC 9(7).

       01  WS-DETAIL-BASE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DETAIL-EXEMPT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DETAIL-TAX-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RETURN-BASE-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RETURN-TAX-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-RETURNS     PIC 9(5) VALUE ZEROS.
       01  WS-REGISTER-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-ADJUST-DELTA      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-COUNT-DETAIL      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NO-DETAIL   PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-DUP-DETAIL  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-FEE-ENTRIES PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-NON-SALES   PIC 9(5) VALUE ZEROS.

      *    The period's detail by invoice, for the per-invoice
      *    reconciliation against the register; a second detail
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-BASE           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-TAX            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EXEMPT-HEADING-1.
           05 FILLER            PIC X(30) VALUE
              "EXEMPT SALES BY STATE".
       01  WS-EXEMPT-HEADING-2.
           05 FILLER            PIC X(7)  VALUE "STATE".
           05 FILLER            PIC X(18) VALUE "EXEMPTION TYPE".
           05 FILLER            PIC X(11) VALUE "INVOICES".
           05 FILLER            PIC X(17) VALUE "EXEMPT SALES".
       01  WS-EXEMPT-LINE.
           05 EL-STATE-CODE     PIC X(2).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 EL-EXEMPT-TYPE    PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 EL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 EL-SALES          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(28).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           PERFORM TOTAL-REGISTER-PERIOD.
           PERFORM WRITE-REMITTANCE-REPORT.
           DISPLAY "Detail records in period: " WS-COUNT-DETAIL.
      *    Stamp the run against the period it covered; PERCLOSE
      *    will not close a month until this step has run for it.
           MOVE WS-PERIOD-END   TO WS-RC-CYCLE-DATE.
           MOVE "TAXREMIT" TO WS-RC-STEP-NAME.
           MOVE WS-COUNT-DETAIL TO WS-RC-COUNT-1.
           MOVE WS-PERIOD-START TO WS-RC-COUNT-2.
           MOVE ZEROS TO WS-RC-COUNT-3 WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-TAX-PARM.
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TD-IS-RETURN-CREDIT
                           IF TD-CREDIT-DATE >= WS-PERIOD-START AND
                              TD-CREDIT-DATE <= WS-PERIOD-END
                               PERFORM ROLL-UP-RETURN-CREDIT
                           END-IF
                       ELSE
                           IF TD-INVOICE-DATE >= WS-PERIOD-START AND
                              TD-INVOICE-DATE <= WS-PERIOD-END
                               PERFORM ROLL-UP-ONE-DETAIL
                           END-IF
                       END-IF
               END-READ
               IF WS-TAXDTL-STATUS NOT = "00" AND
           END-IF.

       ROLL-UP-ONE-DETAIL.
      *    A row written under an exemption certificate is exempt
      *    sales for its state, not taxable base; rows written
      *    before certificates were kept have no certificate and
      *    roll up as taxable, as they were billed.
           ADD 1 TO WS-COUNT-DETAIL.
           IF TD-EXEMPT-CERT NOT = SPACES
               PERFORM ROLL-UP-EXEMPT-DETAIL
           ELSE
               PERFORM ROLL-UP-TAXABLE-DETAIL
           END-IF.
           PERFORM NOTE-DETAIL-INVOICE.

       ROLL-UP-TAXABLE-DETAIL.
           ADD TD-TAXABLE-BASE TO WS-DETAIL-BASE-TOTAL.
           ADD TD-TAX-AMOUNT   TO WS-DETAIL-TAX-TOTAL.
           SET RM-IDX TO 1.
                   ADD TD-TAX-AMOUNT   TO RT-TAX-AMOUNT(RM-IDX)
                   ADD 1 TO RT-INVOICE-COUNT(RM-IDX)
           END-SEARCH.

       ROLL-UP-EXEMPT-DETAIL.
           ADD TD-TAXABLE-BASE TO WS-DETAIL-EXEMPT-TOTAL.
           ADD TD-TAX-AMOUNT   TO WS-DETAIL-TAX-TOTAL.
           SET EX-IDX TO 1.
           SEARCH WS-EXEMPT-ENTRY
               VARYING EX-IDX
               AT END
                   PERFORM OPEN-NEW-EXEMPT-CELL
               WHEN EX-IDX > WS-EXEMPT-COUNT
                   PERFORM OPEN-NEW-EXEMPT-CELL
               WHEN ET-STATE-CODE(EX-IDX) = TD-STATE-CODE AND
                    ET-EXEMPT-TYPE(EX-IDX) = TD-EXEMPT-TYPE
                   ADD TD-TAXABLE-BASE TO ET-EXEMPT-SALES(EX-IDX)
                   ADD 1 TO ET-INVOICE-COUNT(EX-IDX)
           END-SEARCH.

       OPEN-NEW-EXEMPT-CELL.
           IF WS-EXEMPT-COUNT < WS-MAX-EXEMPT
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE TD-STATE-CODE  TO ET-STATE-CODE(WS-EXEMPT-COUNT)
               MOVE TD-EXEMPT-TYPE TO ET-EXEMPT-TYPE(WS-EXEMPT-COUNT)
               IF TD-IS-RETURN-CREDIT
                   COMPUTE ET-EXEMPT-SALES(WS-EXEMPT-COUNT) =
                       ZEROS - TD-TAXABLE-BASE
                   MOVE ZEROS TO ET-INVOICE-COUNT(WS-EXEMPT-COUNT)
               ELSE
                   MOVE TD-TAXABLE-BASE
                       TO ET-EXEMPT-SALES(WS-EXEMPT-COUNT)
                   MOVE 1 TO ET-INVOICE-COUNT(WS-EXEMPT-COUNT)
               END-IF
           ELSE
               DISPLAY "SKIPPED beyond exempt sales table limit: "
                       TD-STATE-CODE " " TD-EXEMPT-TYPE
           END-IF.

       ROLL-UP-RETURN-CREDIT.
      *    Tax given back on returned goods comes off the period it
      *    was credited in, under the state and rate (or exemption)
      *    the invoice was billed under. It is not an invoice of
      *    its own, so it stays out of the per-invoice matching.
           ADD 1 TO WS-COUNT-RETURNS.
           ADD TD-TAXABLE-BASE TO WS-RETURN-BASE-TOTAL.
           ADD TD-TAX-AMOUNT   TO WS-RETURN-TAX-TOTAL.
           SUBTRACT TD-TAX-AMOUNT FROM WS-DETAIL-TAX-TOTAL.
           IF TD-EXEMPT-CERT NOT = SPACES
               SUBTRACT TD-TAXABLE-BASE FROM WS-DETAIL-EXEMPT-TOTAL
               SET EX-IDX TO 1
               SEARCH WS-EXEMPT-ENTRY
                   VARYING EX-IDX
                   AT END
                       PERFORM OPEN-NEW-EXEMPT-CELL
                   WHEN EX-IDX > WS-EXEMPT-COUNT
                       PERFORM OPEN-NEW-EXEMPT-CELL
                   WHEN ET-STATE-CODE(EX-IDX) = TD-STATE-CODE AND
                        ET-EXEMPT-TYPE(EX-IDX) = TD-EXEMPT-TYPE
                       SUBTRACT TD-TAXABLE-BASE
                           FROM ET-EXEMPT-SALES(EX-IDX)
               END-SEARCH
           ELSE
               SUBTRACT TD-TAXABLE-BASE FROM WS-DETAIL-BASE-TOTAL
               SET RM-IDX TO 1
               SEARCH WS-REMIT-ENTRY
                   VARYING RM-IDX
                   AT END
                       PERFORM OPEN-NEW-REMIT-CELL
                   WHEN RM-IDX > WS-CELL-COUNT
                       PERFORM OPEN-NEW-REMIT-CELL
                   WHEN RT-STATE-CODE(RM-IDX) = TD-STATE-CODE AND
                        RT-RATE(RM-IDX) = TD-RATE
                       SUBTRACT TD-TAXABLE-BASE
                           FROM RT-TAXABLE-BASE(RM-IDX)
                       SUBTRACT TD-TAX-AMOUNT
                           FROM RT-TAX-AMOUNT(RM-IDX)
               END-SEARCH
           END-IF.

       NOTE-DETAIL-INVOICE.
      *    One invoice-level slot per detail row; a second row for
               ADD 1 TO WS-CELL-COUNT
               MOVE TD-STATE-CODE  TO RT-STATE-CODE(WS-CELL-COUNT)
               MOVE TD-RATE        TO RT-RATE(WS-CELL-COUNT)
               IF TD-IS-RETURN-CREDIT
                   COMPUTE RT-TAXABLE-BASE(WS-CELL-COUNT) =
                       ZEROS - TD-TAXABLE-BASE
                   COMPUTE RT-TAX-AMOUNT(WS-CELL-COUNT) =
                       ZEROS - TD-TAX-AMOUNT
                   MOVE ZEROS TO RT-INVOICE-COUNT(WS-CELL-COUNT)
               ELSE
                   MOVE TD-TAXABLE-BASE
                       TO RT-TAXABLE-BASE(WS-CELL-COUNT)
                   MOVE TD-TAX-AMOUNT
                       TO RT-TAX-AMOUNT(WS-CELL-COUNT)
                   MOVE 1 TO RT-INVOICE-COUNT(WS-CELL-COUNT)
               END-IF
           ELSE
               DISPLAY "SKIPPED beyond remittance table limit: "
                       TD-STATE-CODE " " TD-RATE
                       + OI-AMOUNT - WS-MATCHED-AMOUNT
               WHEN OI-INVOICE-NUMBER(1:1) = "9"
                   ADD 1 TO WS-COUNT-FEE-ENTRIES
      *        Finance charges, unapplied customer credits and
      *        held cash reopened as owed are register entries no
      *        sale stands behind, so they have no tax detail either.
               WHEN OI-TERMS-CODE = "FCHG" OR
                    OI-TERMS-CODE = "CRED" OR
                    OI-TERMS-CODE = "RFND" OR
                    OI-TERMS-CODE = "NSF"
                   ADD 1 TO WS-COUNT-NON-SALES
               WHEN OTHER
                   ADD OI-AMOUNT TO WS-REGISTER-TOTAL
                   ADD 1 TO WS-COUNT-NO-DETAIL
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-EXEMPT-COUNT > ZEROS
               PERFORM WRITE-EXEMPT-SECTION
           END-IF.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE "Taxable base (detail):"   TO TL-LABEL.
           MOVE WS-DETAIL-BASE-TOTAL      TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Exempt sales (detail):"   TO TL-LABEL.
           MOVE WS-DETAIL-EXEMPT-TOTAL    TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Tax collected (detail):"  TO TL-LABEL.
           MOVE WS-DETAIL-TAX-TOTAL       TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Returns credited:"        TO TL-LABEL.
           MOVE WS-COUNT-RETURNS          TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Returned sales (incl.):"  TO TL-LABEL.
           MOVE WS-RETURN-BASE-TOTAL      TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Tax credited (incl.):"    TO TL-LABEL.
           MOVE WS-RETURN-TAX-TOTAL       TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Billed on register:"      TO TL-LABEL.
           MOVE WS-REGISTER-TOTAL         TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NSF fee entries skipped:" TO TL-LABEL.
           MOVE WS-COUNT-FEE-ENTRIES      TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Non-sale entries skipped:" TO TL-LABEL.
           MOVE WS-COUNT-NON-SALES        TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Invoices missing detail:" TO TL-LABEL.
           MOVE WS-COUNT-NO-DETAIL        TO TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           END-IF.
           CLOSE TAX-REPORT-FILE.

       WRITE-EXEMPT-SECTION.
      *    The exempt sales the return asks for by state, split by
      *    the kind of certificate they were made under.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE FROM WS-EXEMPT-HEADING-1.
           WRITE TAX-REPORT-LINE FROM WS-EXEMPT-HEADING-2.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXEMPT-COUNT
               MOVE ET-STATE-CODE(EX-IDX)    TO EL-STATE-CODE
               EVALUATE ET-EXEMPT-TYPE(EX-IDX)
                   WHEN "R"
                       MOVE "RESALE"     TO EL-EXEMPT-TYPE
                   WHEN "N"
                       MOVE "NONPROFIT"  TO EL-EXEMPT-TYPE
                   WHEN "G"
                       MOVE "GOVERNMENT" TO EL-EXEMPT-TYPE
                   WHEN OTHER
                       MOVE "OTHER"      TO EL-EXEMPT-TYPE
               END-EVALUATE
               MOVE ET-INVOICE-COUNT(EX-IDX) TO EL-COUNT
               MOVE ET-EXEMPT-SALES(EX-IDX)  TO EL-SALES
               WRITE TAX-REPORT-LINE FROM WS-EXEMPT-LINE
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "TAXRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"  TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       COPY RUNCTLP.

       COPY ERRLOGP.
