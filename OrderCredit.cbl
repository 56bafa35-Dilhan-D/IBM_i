      *                   its lines were gone with the day file
      *                   they arrived on, and the order silently
      *                   vanished.
      *Date: 2026-09-16 - Widen the line copies to the 35-byte
      *                   ORDLINER layout now that lines carry the
      *                   quantity ordered.
      *Date: 2026-09-19 - Pass over the unapplied-credit entries
      *                   ("CRED"/"RFND") on the register when
      *                   summing open balances: a credit is cash
      *                   already held, not exposure, and CREDAPPL
      *                   applies it against the open invoices.
      *Date: 2026-09-24 - Read the CRCKPARM switch; when it is Y
      *                   the exposure roll-up leaves disputed
      *                   invoices out, and CREDRPT shows how many
      *                   were left out. Default stays N.
      *Date: 2026-09-26 - Each CREDRPT decision line now ends with
      *                   the customer's PAYSCORE payment score and
      *                   grade (NONE when the monthly scoring run
      *                   has not seen them).
      *Date: 2026-09-30 - Widen the order header and the held-order
      *                   record for the sales rep, so an order
      *                   that waits on ORDHOLD still bills under
      *                   the rep who took it.
      *Date: 2026-10-06 - An order from a customer who is still a
      *                   minor and has a guardian linked on
      *                   GUARDLNK (GRDLNK copybook set) is judged
      *                   against the guardian's credit limit, on
      *                   the guardian's open balance plus the
      *                   minor's own, with the guardian's payment
      *                   score; the decision line names the
      *                   guardian and the summary counts them.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, and skip the work when the step
      *                   has already completed for the cycle, so a
      *                   restarted PAYCYCLE does not redo it and
      *                   JOBGATE can tell a PAYCYCLE day completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCREDT.

               RECORD KEY IS CL-PERSON-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT PAY-SCORE-FILE ASSIGN TO "PAYSCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERSON-ID
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT CREDIT-REPORT-FILE ASSIGN TO "CREDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CHECK-PARM-FILE ASSIGN TO "CRCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY PERSSEL.

           COPY GRDLNK.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

       FD  CLEAN-HEADER-FILE.
       01  CLEAN-HEADER-RECORD     PIC X(24).

       FD  HELD-ORDER-FILE.
       01  HELD-ORDER-RECORD.
           05 HO-HELD-BALANCE       PIC 9(9)V99.
           05 HO-RELEASE-FLAG       PIC X(1).
              88 HO-FORCE-RELEASED      VALUE "R".
           05 HO-REP-CODE           PIC X(4).

       FD  HOLD-KEEP-FILE.
       01  HOLD-KEEP-RECORD        PIC X(44).

       FD  ORDER-LINES-FILE.
           COPY ORDLINER.

       FD  CLEAN-LINES-FILE.
       01  CLEAN-LINE-RECORD       PIC X(35).

       FD  HELD-LINES-FILE.
       01  HELD-LINE-RECORD        PIC X(35).

       FD  LINE-KEEP-FILE.
       01  LINE-KEEP-RECORD        PIC X(35).

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.
           05 CL-PERSON-ID          PIC 9(6).
           05 CL-CREDIT-LIMIT       PIC 9(7)V99.

       FD  PAY-SCORE-FILE.
           COPY SCOREREC.

       FD  CREDIT-REPORT-FILE.
       01  CREDIT-REPORT-LINE      PIC X(80).

       FD  CHECK-PARM-FILE.
       01  CHECK-PARM-RECORD.
           05 CK-EXCLUDE-DISPUTED  PIC X(1).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY GRDLNKFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY GRDLNKWS.
       COPY AGEDOB.
       COPY AGECUTOF.
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-CLEAN-STATUS      PIC X(2).
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-CLINE-STATUS      PIC X(2).
       01  WS-HLINE-STATUS      PIC X(2).
       01  WS-LKEEP-STATUS      PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-SCORE-STATUS      PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PM-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PM-IS-OPEN           VALUE "Y".
       01  WS-SCORE-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-SCORE-IS-OPEN        VALUE "Y".
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".
              10 BT-OPEN-BALANCE   PIC 9(9)V99 COMP-3.
       01  WS-OPEN-BALANCE      PIC 9(9)V99 COMP-3.

      *    CRCKPARM switch: "Y" leaves invoices in dispute out of
      *    the balance checked against the limit. Without the
      *    record they count, as they always have.
       01  WS-EXCLUDE-DISPUTED  PIC X(1) VALUE "N".
           88 WS-DISPUTED-EXCLUDED    VALUE "Y".
       01  WS-COUNT-DISPUTED    PIC 9(5) VALUE ZEROS.

       01  WS-LIMIT-FOUND-SW    PIC X(1).
           88 WS-LIMIT-ON-FILE        VALUE "Y".
       01  WS-CREDIT-LIMIT      PIC 9(7)V99.
       01  WS-CUST-BALANCE      PIC 9(9)V99 COMP-3.
      *    Whose limit the order is judged against: the customer,
      *    or the guardian of a customer who is still a minor.
       01  WS-CREDIT-PERSON-ID  PIC 9(6).
       01  WS-COUNT-GUARDIAN    PIC 9(5) VALUE ZEROS.

       01  WS-COUNT-PASSED      PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-HELD        PIC 9(5) VALUE ZEROS.
           05 DD-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DD-VERDICT        PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DD-SCORE-AREA.
              10 DD-SCORE       PIC ZZ9.
              10 FILLER         PIC X(1) VALUE SPACES.
              10 DD-GRADE       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DD-GUARDIAN-ID    PIC X(6).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.
       BEGIN.
           MOVE "ORDCREDT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DOB-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ORDCREDT" TO WS-RC-STEP-NAME.
           PERFORM RECORD-STEP-START.
           IF WS-RC-STEP-ALREADY-DONE
               DISPLAY "ORDCREDT already completed for cycle "
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM READ-CHECK-PARM.
           PERFORM ROLL-UP-OPEN-BALANCES.
           PERFORM OPEN-FILES.
           PERFORM JUDGE-HELD-ORDERS.
           DISPLAY "Holds force-released: " WS-COUNT-FORCED.
           DISPLAY "Lines held:           " WS-COUNT-LINES-HELD.
           DISPLAY "Lines released:       " WS-COUNT-LINES-FREED.
           IF WS-DISPUTED-EXCLUDED
               DISPLAY "Disputed left out:    " WS-COUNT-DISPUTED
           END-IF.
           DISPLAY "Judged on guardian:   " WS-COUNT-GUARDIAN.
           MOVE WS-COUNT-PASSED TO WS-RC-COUNT-1.
           MOVE WS-COUNT-HELD TO WS-RC-COUNT-2.
           MOVE WS-COUNT-RELEASED TO WS-RC-COUNT-3.
           MOVE WS-COUNT-FORCED TO WS-RC-COUNT-4.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       READ-CHECK-PARM.
      *    One control record, the same shape as CREDPARM.
           OPEN INPUT CHECK-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CHECK-PARM-FILE
                   NOT AT END
                       IF CK-EXCLUDE-DISPUTED = "Y"
                           MOVE "Y" TO WS-EXCLUDE-DISPUTED
                       END-IF
               END-READ
               CLOSE CHECK-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "CRCKPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       ROLL-UP-OPEN-BALANCES.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOT OI-IS-OPEN OR
                                OI-TERMS-CODE = "CRED" OR
                                OI-TERMS-CODE = "RFND"
                               CONTINUE
                           WHEN OI-IN-DISPUTE AND
                                WS-DISPUTED-EXCLUDED
                               ADD 1 TO WS-COUNT-DISPUTED
                           WHEN OTHER
                               PERFORM ROLL-UP-ONE-BALANCE
                       END-EVALUATE
               END-READ
               IF WS-OPENINV-STATUS NOT = "00" AND
                  WS-OPENINV-STATUS NOT = "10"
               MOVE WS-LIM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PAY-SCORE-FILE.
           IF WS-SCORE-STATUS = "00"
               MOVE "Y" TO WS-SCORE-OPEN-SW
           ELSE
               IF WS-SCORE-STATUS NOT = "35"
                   MOVE "PAYSCORE"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SCORE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PM-OPEN-SWITCH
           ELSE
               IF WS-PM-STATUS NOT = "35"
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM OPEN-GUARDIAN-LINKS.
           OPEN OUTPUT CREDIT-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "CREDRPT"     TO WS-ERR-FILE-NAME
           MOVE HO-ORDER-NUMBER TO OH-ORDER-NUMBER.
           MOVE HO-PERSON-ID    TO OH-PERSON-ID.
           MOVE HO-ORDER-DATE   TO OH-ORDER-DATE.
           MOVE HO-REP-CODE     TO OH-REP-CODE.
           PERFORM WRITE-CLEAN-HEADER.

       JUDGE-NEW-ORDERS.
               MOVE WS-CURRENT-DATE(1:8) TO HO-HELD-DATE
               MOVE WS-CUST-BALANCE      TO HO-HELD-BALANCE
               MOVE SPACE                TO HO-RELEASE-FLAG
               MOVE OH-REP-CODE          TO HO-REP-CODE
               WRITE HOLD-KEEP-RECORD FROM HELD-ORDER-RECORD
               IF WS-KEEP-STATUS NOT = "00"
                   MOVE "HOLDKEEP" TO WS-ERR-FILE-NAME
      *    Caller leaves the person ID in HO-PERSON-ID; the open
      *    balance comes from the roll-up table, the limit from
      *    CREDLIM. No limit record means the customer is not
      *    credit-managed and always passes. A minor answered for
      *    by a guardian is judged on the guardian's limit, and
      *    the guardian's balance carries the minor's own too.
           PERFORM RESOLVE-CREDIT-PARTY.
           MOVE ZEROS TO WS-CUST-BALANCE.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                   UNTIL BA-IDX > WS-BAL-COUNT
               IF BT-PERSON-ID(BA-IDX) = WS-CREDIT-PERSON-ID
                   ADD BT-OPEN-BALANCE(BA-IDX) TO WS-CUST-BALANCE
               END-IF
               IF WS-GRD-USE-GUARDIAN AND
                  BT-PERSON-ID(BA-IDX) = HO-PERSON-ID
                   ADD BT-OPEN-BALANCE(BA-IDX) TO WS-CUST-BALANCE
               END-IF
           END-PERFORM.
           MOVE "N"   TO WS-LIMIT-FOUND-SW.
           MOVE ZEROS TO WS-CREDIT-LIMIT.
           IF WS-LIM-STATUS = "00"
               MOVE WS-CREDIT-PERSON-ID TO CL-PERSON-ID
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                       MOVE CL-CREDIT-LIMIT TO WS-CREDIT-LIMIT
               END-READ
           END-IF.
           PERFORM LOOK-UP-PAY-SCORE.

       RESOLVE-CREDIT-PARTY.
      *    Only a customer with an active link costs a master read.
           MOVE HO-PERSON-ID TO WS-CREDIT-PERSON-ID.
           MOVE "N"    TO WS-GRD-USE-SWITCH.
           MOVE SPACES TO DD-GUARDIAN-ID.
           MOVE HO-PERSON-ID TO WS-GRD-ARG-PERSON-ID.
           PERFORM LOOKUP-GUARDIAN-LINK.
           IF WS-GRD-LINKED AND WS-PM-IS-OPEN
               MOVE HO-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESOLVE-RESPONSIBLE-PARTY
               END-READ
               IF WS-GRD-USE-GUARDIAN
                   MOVE WS-GRD-GUARDIAN-ID TO WS-CREDIT-PERSON-ID
                   MOVE WS-GRD-GUARDIAN-ID TO DD-GUARDIAN-ID
                   ADD 1 TO WS-COUNT-GUARDIAN
               END-IF
           END-IF.

       LOOK-UP-PAY-SCORE.
      *    The monthly PAYSCORE score and grade ride on the decision
      *    line so whoever reviews a hold sees the track record; a
      *    customer the scoring run has not seen shows NONE.
           MOVE "NONE" TO DD-SCORE-AREA.
           IF WS-SCORE-IS-OPEN
               MOVE WS-CREDIT-PERSON-ID TO SC-PERSON-ID
               READ PAY-SCORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES   TO DD-SCORE-AREA
                       MOVE SC-SCORE TO DD-SCORE
                       MOVE SC-GRADE TO DD-GRADE
               END-READ
           END-IF.

       ROUTE-ORDER-LINES.
      *    The lines follow their headers' decisions: released
           MOVE "Lines released:"      TO SL-LABEL.
           MOVE WS-COUNT-LINES-FREED  TO SL-COUNT.
           WRITE CREDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
           IF WS-DISPUTED-EXCLUDED
               MOVE "Disputed invoices out:" TO SL-LABEL
               MOVE WS-COUNT-DISPUTED     TO SL-COUNT
               WRITE CREDIT-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.
           MOVE "Judged on guardian:"  TO SL-LABEL.
           MOVE WS-COUNT-GUARDIAN     TO SL-COUNT.
           WRITE CREDIT-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-FILES.
           IF WS-ORDHDR-STATUS NOT = "35"
           IF WS-LIM-STATUS = "00"
               CLOSE CREDIT-LIMIT-FILE
           END-IF.
           IF WS-SCORE-IS-OPEN
               CLOSE PAY-SCORE-FILE
           END-IF.
           IF WS-PM-IS-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.
           PERFORM CLOSE-GUARDIAN-LINKS.
           CLOSE CREDIT-REPORT-FILE.

       COPY-HOLDS-BACK.
           CLOSE HOLD-KEEP-FILE.
           CLOSE HELD-ORDER-FILE.

       COPY GRDLNKP.

       COPY AGEDOBP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
