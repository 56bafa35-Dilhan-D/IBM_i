      *Date: 2026-09-18
      *Month-end finance-charge run against the open-invoice
      *register. Every open invoice whose balance is still owing
      *more than the grace period past its due date counts toward
      *the customer's past-due balance; the customer is charged the
      *monthly rate on that balance, or the minimum charge when the
      *interest comes out under it. Rate, minimum and grace period
      *come from the FCHPARM control record. Each charge books as
      *its own OPENINV entry (terms "FCHG", numbered from ORDNXID
      *like any invoice, due on the run date) so it ages, statements
      *and gets paid like the invoices behind it, and goes to the
      *FCHGL feed GLEXTRCT journals as finance-charge income.
      *Earlier finance charges are not themselves charged on.
      *Customers with an invoice in dispute, deceased or
      *contact-suppressed customers, customers not on PERSON-MASTER
      *and customers already charged this month are passed over.
      *Every charge - with the invoices, due dates, days late and
      *balances behind it - and every customer passed over is
      *appended to the FCHREG register, so whoever takes the call
      *can say exactly what was charged and why. The register is
      *streamed through a staging file and copied back only after
      *the whole pass, ARADJUST's shape.
      *Date: 2026-09-24 - Clear the new OPENINV dispute fields on
      *                   the finance-charge entries written.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency
      *                   amount; finance charges are booked in the
      *                   base currency.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code; finance charges carry no
      *                   rep and earn no commission.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT NEW-REGISTER-FILE ASSIGN TO "OPENINVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWREG-STATUS.

           COPY PERSSEL.

           SELECT FINANCE-PARM-FILE ASSIGN TO "FCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NEXT-ORDER-FILE ASSIGN TO "ORDNXID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NXORD-STATUS.

           SELECT FINANCE-REG-FILE ASSIGN TO "FCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT FINANCE-GL-FILE ASSIGN TO "FCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  FINANCE-PARM-FILE.
       01  FINANCE-PARM-RECORD.
           05 FP-MONTHLY-RATE      PIC 9(2)V999.
           05 FP-MIN-CHARGE        PIC 9(5)V99.
           05 FP-GRACE-DAYS        PIC 9(3).

       FD  NEXT-ORDER-FILE.
       01  NEXT-ORDER-RECORD.
           05 NO-NEXT-ORDER-NUMBER PIC 9(6).

       FD  FINANCE-REG-FILE.
       01  FINANCE-REG-LINE        PIC X(110).

       FD  FINANCE-GL-FILE.
       01  FINANCE-GL-RECORD.
           05 FG-CHARGE-DATE       PIC 9(8).
           05 FG-INVOICE-NUMBER    PIC 9(6).
           05 FG-PERSON-ID         PIC 9(6).
           05 FG-AMOUNT            PIC 9(7)V99.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-NEWREG-STATUS     PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-NXORD-STATUS      PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-INV-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-NEW-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-NEW-REG       VALUE "Y".

      *    Monthly rate (percent), minimum charge and grace days,
      *    loaded from FCHPARM so finance can move them without a
      *    recompile; these are the defaults with no control
      *    record.
       01  WS-MONTHLY-RATE      PIC 9(2)V999 VALUE 1.500.
       01  WS-MIN-CHARGE        PIC 9(5)V99 VALUE 1.00.
       01  WS-GRACE-DAYS        PIC 9(3) VALUE 10.

       01  WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE ZEROS.
       01  WS-BALANCE           PIC S9(7)V99.
       01  WS-DUE-DATE          PIC 9(8).
       01  WS-DAYS-LATE         PIC S9(5).
       01  WS-CHARGE-AMOUNT     PIC 9(7)V99.
       01  WS-MINIMUM-USED      PIC X(1).
           88 WS-CHARGED-MINIMUM      VALUE "Y".
       01  WS-SKIP-REASON       PIC X(27).

      *    One entry per customer with anything open, built while
      *    the register streams through; the register need not
      *    arrive sorted.
       01  WS-CUST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CUSTOMERS     PIC 9(5) VALUE 3000.
       01  WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CU-IDX.
              10 CT-PERSON-ID      PIC 9(6).
              10 CT-PAST-DUE       PIC 9(9)V99.
              10 CT-DISPUTE-SW     PIC X(1).
                 88 CT-HAS-DISPUTE      VALUE "Y".
              10 CT-CHARGED-SW     PIC X(1).
                 88 CT-CHARGED-THIS-MONTH VALUE "Y".
       01  WS-CUST-FOUND-SW     PIC X(1).
           88 WS-CUSTOMER-IN-TABLE    VALUE "Y".

      *    The past-due invoices behind each charge, kept so the
      *    register can show the basis line by line.
       01  WS-PAST-DUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-MAX-PAST-DUE      PIC 9(5) VALUE 5000.
       01  WS-PAST-DUE-TABLE.
           05 WS-PAST-DUE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PD-IDX.
              10 PD-PERSON-ID      PIC 9(6).
              10 PD-INVOICE-NUMBER PIC 9(6).
              10 PD-DUE-DATE       PIC 9(8).
              10 PD-DAYS-LATE      PIC 9(5).
              10 PD-BALANCE        PIC 9(7)V99.

       01  WS-COUNT-INVOICES    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CHARGED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-SKIPPED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-MINIMUM     PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-CHARGED     PIC 9(9)V99 VALUE ZEROS.

       01  WS-REGISTER-HEADING.
           05 FILLER            PIC X(19) VALUE
              "FINANCE CHARGE RUN ".
           05 RH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(8) VALUE "   RATE ".
           05 RH-RATE           PIC Z9.999.
           05 FILLER            PIC X(7) VALUE "%   MIN".
           05 RH-MIN-CHARGE     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(9) VALUE "   GRACE ".
           05 RH-GRACE-DAYS     PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
       01  WS-REGISTER-CHARGE.
           05 RC-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-INVOICE-NUMBER PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-BASE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-RATE           PIC Z9.999.
           05 FILLER            PIC X(1) VALUE "%".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-CHARGE         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RC-NOTE           PIC X(37).
       01  WS-REGISTER-BASIS.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE "INVOICE ".
           05 RB-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(6) VALUE "  DUE ".
           05 RB-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(7) VALUE "  LATE ".
           05 RB-DAYS-LATE      PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE " DAYS  ".
           05 RB-BALANCE        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "FINCHRG" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-FINANCE-PARM.
           PERFORM OPEN-FILES.
           PERFORM STREAM-REGISTER.
           PERFORM CHARGE-EACH-CUSTOMER.
           PERFORM CLOSE-FILES.
           IF WS-COUNT-CHARGED > ZEROS
               PERFORM COPY-REGISTER-BACK
               PERFORM REWRITE-NEXT-ORDER-NUMBER
           END-IF.
           DISPLAY "Register entries read:  " WS-COUNT-INVOICES.
           DISPLAY "Customers charged:      " WS-COUNT-CHARGED.
           DISPLAY "  at the minimum:       " WS-COUNT-MINIMUM.
           DISPLAY "Customers passed over:  " WS-COUNT-SKIPPED.
           DISPLAY "Finance charges booked: " WS-TOTAL-CHARGED.
           STOP RUN.

       READ-FINANCE-PARM.
      *    One control record, the same shape as ADJPARM: a field
      *    that is not numeric keeps its default.
           OPEN INPUT FINANCE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ FINANCE-PARM-FILE
                   NOT AT END
                       IF FP-MONTHLY-RATE IS NUMERIC
                           MOVE FP-MONTHLY-RATE TO WS-MONTHLY-RATE
                       END-IF
                       IF FP-MIN-CHARGE IS NUMERIC
                           MOVE FP-MIN-CHARGE TO WS-MIN-CHARGE
                       END-IF
                       IF FP-GRACE-DAYS IS NUMERIC
                           MOVE FP-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE FINANCE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS = "35"
                   DISPLAY "No FCHPARM - charging at the default "
                           "rate, minimum and grace period."
               ELSE
                   MOVE "FCHPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVF"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN EXTEND FINANCE-REG-FILE.
           IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
               OPEN OUTPUT FINANCE-REG-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               MOVE "FCHREG"      TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT FINANCE-GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               MOVE "FCHGL"       TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-GL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE SPACES TO FINANCE-REG-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE     TO RH-RUN-DATE.
           MOVE WS-MONTHLY-RATE TO RH-RATE.
           MOVE WS-MIN-CHARGE   TO RH-MIN-CHARGE.
           MOVE WS-GRACE-DAYS   TO RH-GRACE-DAYS.
           MOVE WS-REGISTER-HEADING TO FINANCE-REG-LINE.
           PERFORM WRITE-REGISTER-LINE.

       STREAM-REGISTER.
      *    Every register record is carried to the staging file
      *    unchanged; the open ones are totalled by customer on
      *    the way through.
           PERFORM UNTIL WS-END-OF-INVOICES
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-INVOICES
                       PERFORM NOTE-ONE-INVOICE
                       PERFORM WRITE-STAGED-RECORD
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

       NOTE-ONE-INVOICE.
      *    A finance charge already booked this month, paid or
      *    not, marks the customer done so a rerun cannot charge
      *    twice; finance charges never count toward the balance
      *    charged on.
           IF OI-TERMS-CODE = "FCHG"
               IF OI-INVOICE-DATE(1:6) = WS-RUN-DATE(1:6)
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-CUSTOMER-IN-TABLE
                       MOVE "Y" TO CT-CHARGED-SW(CU-IDX)
                   END-IF
               END-IF
           ELSE
               IF OI-IS-OPEN
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-CUSTOMER-IN-TABLE
                       PERFORM NOTE-OPEN-INVOICE
                   END-IF
               END-IF
           END-IF.

       NOTE-OPEN-INVOICE.
           IF OI-IN-DISPUTE
               MOVE "Y" TO CT-DISPUTE-SW(CU-IDX)
           END-IF.
      *    Entries written before the terms fields existed read
      *    back blank: due 30 days out, no discount taken.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZEROS
               MOVE OI-DUE-DATE TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30)
           END-IF.
           IF OI-DISC-TAKEN IS NOT NUMERIC
               MOVE ZEROS TO OI-DISC-TAKEN
           END-IF.
           COMPUTE WS-BALANCE =
               OI-AMOUNT - OI-PAID-AMOUNT - OI-DISC-TAKEN.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           IF WS-BALANCE > ZEROS AND WS-DAYS-LATE > WS-GRACE-DAYS
               ADD WS-BALANCE TO CT-PAST-DUE(CU-IDX)
               PERFORM KEEP-PAST-DUE-BASIS
           END-IF.

       KEEP-PAST-DUE-BASIS.
           IF WS-PAST-DUE-COUNT >= WS-MAX-PAST-DUE
               MOVE "OPENINV"    TO WS-ERR-FILE-NAME
               MOVE "TABLE FULL" TO WS-ERR-OPERATION
               MOVE "**" TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-PAST-DUE-COUNT
               MOVE OI-PERSON-ID
                   TO PD-PERSON-ID(WS-PAST-DUE-COUNT)
               MOVE OI-INVOICE-NUMBER
                   TO PD-INVOICE-NUMBER(WS-PAST-DUE-COUNT)
               MOVE WS-DUE-DATE  TO PD-DUE-DATE(WS-PAST-DUE-COUNT)
               MOVE WS-DAYS-LATE TO PD-DAYS-LATE(WS-PAST-DUE-COUNT)
               MOVE WS-BALANCE   TO PD-BALANCE(WS-PAST-DUE-COUNT)
           END-IF.

       FIND-CUSTOMER-ENTRY.
      *    Leaves CU-IDX on the customer's entry, adding one when
      *    the customer is new; a full table is logged, not
      *    silently dropped.
           MOVE "N" TO WS-CUST-FOUND-SW.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUST-COUNT
                      OR WS-CUSTOMER-IN-TABLE
               IF CT-PERSON-ID(CU-IDX) = OI-PERSON-ID
                   MOVE "Y" TO WS-CUST-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-IN-TABLE
               SET CU-IDX DOWN BY 1
           ELSE
               IF WS-CUST-COUNT >= WS-MAX-CUSTOMERS
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "TABLE FULL" TO WS-ERR-OPERATION
                   MOVE "**" TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   SET CU-IDX TO WS-CUST-COUNT
                   MOVE OI-PERSON-ID TO CT-PERSON-ID(CU-IDX)
                   MOVE ZEROS TO CT-PAST-DUE(CU-IDX)
                   MOVE "N"   TO CT-DISPUTE-SW(CU-IDX)
                   MOVE "N"   TO CT-CHARGED-SW(CU-IDX)
                   MOVE "Y"   TO WS-CUST-FOUND-SW
               END-IF
           END-IF.

       WRITE-STAGED-RECORD.
           WRITE NEW-REGISTER-RECORD FROM OPEN-INVOICE-RECORD.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVF" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CHARGE-EACH-CUSTOMER.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUST-COUNT
               IF CT-PAST-DUE(CU-IDX) > ZEROS
                   PERFORM CHARGE-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       CHARGE-ONE-CUSTOMER.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE CT-PERSON-ID(CU-IDX) TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON PERSON-MASTER" TO WS-SKIP-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-SKIP-REASON NOT = SPACES
                   CONTINUE
               WHEN PM-IS-DECEASED
                   MOVE "DECEASED" TO WS-SKIP-REASON
               WHEN PM-CONTACT-SUPPRESSED
                   MOVE "CONTACT SUPPRESSED" TO WS-SKIP-REASON
               WHEN CT-HAS-DISPUTE(CU-IDX)
                   MOVE "INVOICE IN DISPUTE" TO WS-SKIP-REASON
               WHEN CT-CHARGED-THIS-MONTH(CU-IDX)
                   MOVE "ALREADY CHARGED THIS MONTH"
                       TO WS-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE ZEROS TO WS-CHARGE-AMOUNT
               MOVE "------" TO RC-INVOICE-NUMBER
               MOVE SPACES TO RC-NOTE
               STRING "NOT CHARGED - " DELIMITED BY SIZE
                      WS-SKIP-REASON DELIMITED BY SIZE
                      INTO RC-NOTE
               END-STRING
               PERFORM WRITE-CHARGE-LINE
           ELSE
               PERFORM BOOK-FINANCE-CHARGE
           END-IF.

       BOOK-FINANCE-CHARGE.
      *    Rate times the past-due balance, rounded to the cent,
      *    or the minimum charge when that comes out under it.
           MOVE "N" TO WS-MINIMUM-USED.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               CT-PAST-DUE(CU-IDX) * WS-MONTHLY-RATE / 100.
           IF WS-CHARGE-AMOUNT < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-CHARGE-AMOUNT
               MOVE "Y" TO WS-MINIMUM-USED
               ADD 1 TO WS-COUNT-MINIMUM
           END-IF.
           IF WS-NEXT-ORDER-NUMBER = ZEROS
               PERFORM READ-NEXT-ORDER-NUMBER
           END-IF.
           ADD 1 TO WS-COUNT-CHARGED.
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGED.
           MOVE WS-NEXT-ORDER-NUMBER TO OI-INVOICE-NUMBER.
           ADD 1 TO WS-NEXT-ORDER-NUMBER.
           MOVE CT-PERSON-ID(CU-IDX) TO OI-PERSON-ID.
           MOVE WS-RUN-DATE          TO OI-INVOICE-DATE.
           MOVE WS-CHARGE-AMOUNT     TO OI-AMOUNT.
           MOVE ZEROS  TO OI-PAID-AMOUNT.
           MOVE "O"    TO OI-STATUS.
           MOVE ZEROS  TO OI-PAID-DATE.
           MOVE "FCHG" TO OI-TERMS-CODE.
           MOVE WS-RUN-DATE TO OI-DUE-DATE.
           MOVE ZEROS  TO OI-DISC-DATE.
           MOVE ZEROS  TO OI-DISC-PCT.
           MOVE ZEROS  TO OI-DISC-TAKEN.
           MOVE SPACE  TO OI-DISPUTE-STATUS.
           MOVE SPACES TO OI-DISPUTE-REASON.
           MOVE ZEROS  TO OI-DISPUTE-OPENED.
           MOVE SPACES TO OI-DISPUTE-ASSIGNED.
           MOVE SPACES TO OI-DISPUTE-RESOLUTION.
           MOVE ZEROS  TO OI-DISPUTE-RESOLVED.
           MOVE SPACES TO OI-CURRENCY-CODE.
           MOVE ZEROS  TO OI-FX-RATE.
           MOVE ZEROS  TO OI-CURR-AMOUNT.
           MOVE SPACES TO OI-REP-CODE.
           PERFORM WRITE-STAGED-RECORD.
           MOVE WS-RUN-DATE          TO FG-CHARGE-DATE.
           MOVE OI-INVOICE-NUMBER    TO FG-INVOICE-NUMBER.
           MOVE CT-PERSON-ID(CU-IDX) TO FG-PERSON-ID.
           MOVE WS-CHARGE-AMOUNT     TO FG-AMOUNT.
           WRITE FINANCE-GL-RECORD.
           IF WS-GL-STATUS NOT = "00"
               MOVE "FCHGL" TO WS-ERR-FILE-NAME
               MOVE "WRITE" TO WS-ERR-OPERATION
               MOVE WS-GL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE OI-INVOICE-NUMBER TO RC-INVOICE-NUMBER.
           IF WS-CHARGED-MINIMUM
               MOVE "MINIMUM CHARGE" TO RC-NOTE
           ELSE
               MOVE "RATE ON PAST-DUE BALANCE" TO RC-NOTE
           END-IF.
           PERFORM WRITE-CHARGE-LINE.
           PERFORM WRITE-CHARGE-BASIS.

       WRITE-CHARGE-LINE.
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP.
           MOVE CT-PERSON-ID(CU-IDX)  TO RC-PERSON-ID.
           MOVE CT-PAST-DUE(CU-IDX)   TO RC-BASE.
           MOVE WS-MONTHLY-RATE       TO RC-RATE.
           MOVE WS-CHARGE-AMOUNT      TO RC-CHARGE.
           MOVE WS-REGISTER-CHARGE    TO FINANCE-REG-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-CHARGE-BASIS.
      *    The invoices the charge was figured on, each with its
      *    due date, days late and the balance that counted.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PAST-DUE-COUNT
               IF PD-PERSON-ID(PD-IDX) = CT-PERSON-ID(CU-IDX)
                   MOVE PD-INVOICE-NUMBER(PD-IDX)
                       TO RB-INVOICE-NUMBER
                   MOVE PD-DUE-DATE(PD-IDX)  TO RB-DUE-DATE
                   MOVE PD-DAYS-LATE(PD-IDX) TO RB-DAYS-LATE
                   MOVE PD-BALANCE(PD-IDX)   TO RB-BALANCE
                   MOVE WS-REGISTER-BASIS TO FINANCE-REG-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM.

       WRITE-REGISTER-LINE.
           WRITE FINANCE-REG-LINE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "FCHREG" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
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

       CLOSE-FILES.
           CLOSE NEW-REGISTER-FILE.
           CLOSE PERSON-MASTER-FILE.
           CLOSE FINANCE-REG-FILE.
           CLOSE FINANCE-GL-FILE.

       COPY-REGISTER-BACK.
      *    The charged register replaces OPENINV only after the
      *    whole pass completed cleanly, so an abend mid-run leaves
      *    the register as it was.
           OPEN INPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "OPENINVF"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS NOT = "00"
               MOVE "OPENINV"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-NEW-REG
               READ NEW-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-NEW-EOF-SWITCH
                   NOT AT END
                       WRITE OPEN-INVOICE-RECORD
                           FROM NEW-REGISTER-RECORD
                       IF WS-OPENINV-STATUS NOT = "00"
                           MOVE "OPENINV" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
               END-READ
               IF WS-NEWREG-STATUS NOT = "00" AND
                  WS-NEWREG-STATUS NOT = "10"
                   MOVE "OPENINVF" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE OPEN-INVOICE-FILE.

       COPY ERRLOGP.
