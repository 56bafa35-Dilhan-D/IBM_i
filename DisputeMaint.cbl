      *Date: 2026-09-24
      *Disputed-invoice screen, reached from MAINMENU as option 20.
      *Puts an open invoice into dispute with a reason code and the
      *person working it, reassigns it, and settles it with a
      *resolution code - all on the invoice's own OPENINV entry, so
      *DUNNING and FINCHRG leave it alone, ARAGING shows it in its
      *own column and ORDCREDT can leave it out of the balance,
      *instead of the dispute living in a PERSNOTE nobody else
      *reads. Opening and reassigning need OPERPROF authority 3,
      *settling needs 5. The register streams through the OPENINVD
      *staging file and is copied back only after a clean pass, the
      *same shape the batch jobs use. Every change is appended to
      *the DISPLOG audit trail with the operator.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTDSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT NEW-REGISTER-FILE ASSIGN TO "OPENINVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWREG-STATUS.

           SELECT DISPUTE-AUDIT-FILE ASSIGN TO "DISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD     PIC X(134).

       FD  DISPUTE-AUDIT-FILE.
       01  DISPUTE-AUDIT-LINE      PIC X(80).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY DSPCODE.
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-NEWREG-STATUS     PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-INV-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-INVOICES      VALUE "Y".
       01  WS-NEW-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-NEW-REG       VALUE "Y".

       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-OPEN-DISPUTE      VALUE "O" "o".
           88 WS-IS-ASSIGN            VALUE "A" "a".
           88 WS-IS-RESOLVE           VALUE "R" "r".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-DISPUTE-AUTH-LEVEL PIC 9(1) VALUE 3.
       01  WS-RESOLVE-AUTH-LEVEL PIC 9(1) VALUE 5.

       01  WS-PICK-INVOICE      PIC 9(6).
       01  WS-FOUND-SW          PIC X(1).
           88 WS-INVOICE-FOUND        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-CHANGED-SW        PIC X(1).
           88 WS-ENTRY-CHANGED        VALUE "Y".
       01  WS-ENTRY-CODE        PIC X(2).
       01  WS-ENTRY-ASSIGNED    PIC X(8).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-DAYS-IN-DISPUTE   PIC 9(5).
       01  WS-OPEN-BALANCE      PIC S9(7)V99.

      *    The entry as found, so checks and the inquiry work on
      *    it without holding the register open.
       01  WS-FOUND-ENTRY.
           05 FE-INVOICE-NUMBER PIC 9(6).
           05 FE-PERSON-ID      PIC 9(6).
           05 FE-INVOICE-DATE   PIC 9(8).
           05 FE-AMOUNT         PIC 9(7)V99.
           05 FE-PAID-AMOUNT    PIC 9(7)V99.
           05 FE-STATUS         PIC X(1).
              88 FE-IS-OPEN           VALUE "O".
           05 FE-PAID-DATE      PIC 9(8).
           05 FE-TERMS-CODE     PIC X(4).
           05 FE-DUE-DATE       PIC 9(8).
           05 FE-DISC-DATE      PIC 9(8).
           05 FE-DISC-PCT       PIC 9(2)V99.
           05 FE-DISC-TAKEN     PIC 9(7)V99.
           05 FE-DISPUTE-STATUS PIC X(1).
              88 FE-IN-DISPUTE        VALUE "D".
              88 FE-DISPUTE-SETTLED   VALUE "R".
           05 FE-DISPUTE-REASON PIC X(2).
           05 FE-DISPUTE-OPENED PIC 9(8).
           05 FE-DISPUTE-ASSIGNED PIC X(8).
           05 FE-DISPUTE-RESOLUTION PIC X(2).
           05 FE-DISPUTE-RESOLVED PIC 9(8).

       01  WS-BALANCE-DISPLAY   PIC Z,ZZZ,ZZ9.99-.

       01  WS-AUDIT-DETAIL.
           05 AD-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-REASON         PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-ASSIGNED       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-RESOLUTION     PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-OPERATOR       PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).
       01  LK-OPER-AUTH         PIC 9(1).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-OPER-AUTH.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTDSP" TO WS-ERR-PROGRAM.
           MOVE "N" TO WS-EXIT-SWITCH.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "-------- DISPUTED INVOICES --------".
           DISPLAY "L - List open disputes  I - Inquire an invoice".
           DISPLAY "O - Open a dispute      A - Reassign a dispute".
           DISPLAY "R - Resolve a dispute   X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-LIST
                   PERFORM LIST-OPEN-DISPUTES
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-INVOICE
               WHEN WS-IS-OPEN-DISPUTE
                   IF LK-OPER-AUTH < WS-DISPUTE-AUTH-LEVEL
                       DISPLAY "Not authorized - disputes need "
                               "authority " WS-DISPUTE-AUTH-LEVEL "."
                   ELSE
                       PERFORM OPEN-DISPUTE
                   END-IF
               WHEN WS-IS-ASSIGN
                   IF LK-OPER-AUTH < WS-DISPUTE-AUTH-LEVEL
                       DISPLAY "Not authorized - disputes need "
                               "authority " WS-DISPUTE-AUTH-LEVEL "."
                   ELSE
                       PERFORM REASSIGN-DISPUTE
                   END-IF
               WHEN WS-IS-RESOLVE
                   IF LK-OPER-AUTH < WS-RESOLVE-AUTH-LEVEL
                       DISPLAY "Not authorized - resolving needs "
                               "authority " WS-RESOLVE-AUTH-LEVEL "."
                   ELSE
                       PERFORM RESOLVE-DISPUTE
                   END-IF
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       OPEN-REGISTER-INPUT.
           MOVE "N" TO WS-INV-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               DISPLAY "No open-invoice register on file."
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "Y" TO WS-INV-EOF-SWITCH
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       CLOSE-REGISTER-INPUT.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       READ-REGISTER.
           READ OPEN-INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-INV-EOF-SWITCH
           END-READ.
           IF WS-OPENINV-STATUS NOT = "00" AND
              WS-OPENINV-STATUS NOT = "10"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               MOVE "OPENINV" TO WS-ERR-FILE-NAME
               MOVE "READ"    TO WS-ERR-OPERATION
               MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       LIST-OPEN-DISPUTES.
           MOVE ZEROS TO WS-LIST-COUNT.
           PERFORM OPEN-REGISTER-INPUT.
           PERFORM UNTIL WS-END-OF-INVOICES
               PERFORM READ-REGISTER
               IF NOT WS-END-OF-INVOICES AND OI-IN-DISPUTE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE OPEN-INVOICE-RECORD TO WS-FOUND-ENTRY
                   PERFORM COMPUTE-DAYS-IN-DISPUTE
                   COMPUTE WS-OPEN-BALANCE =
                       OI-AMOUNT - OI-PAID-AMOUNT
                   MOVE WS-OPEN-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "INV " OI-INVOICE-NUMBER
                           " CUST " OI-PERSON-ID
                           " BAL " WS-BALANCE-DISPLAY
                           " " OI-DISPUTE-REASON
                           " OPENED " OI-DISPUTE-OPENED
                           " DAYS " WS-DAYS-IN-DISPUTE
                           " " OI-DISPUTE-ASSIGNED
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REGISTER-INPUT.
           DISPLAY "Invoices in dispute: " WS-LIST-COUNT.

       COMPUTE-DAYS-IN-DISPUTE.
      *    Counted from the date opened; an entry put into dispute
      *    before the date was kept counts from its invoice date.
           MOVE ZEROS TO WS-DAYS-IN-DISPUTE.
           IF FE-DISPUTE-OPENED IS NUMERIC AND
              FE-DISPUTE-OPENED > ZEROS
               COMPUTE WS-DAYS-IN-DISPUTE = WS-RUN-DATE-INTEGER -
                   FUNCTION INTEGER-OF-DATE(FE-DISPUTE-OPENED)
           ELSE
               IF FE-INVOICE-DATE IS NUMERIC AND
                  FE-INVOICE-DATE > ZEROS
                   COMPUTE WS-DAYS-IN-DISPUTE = WS-RUN-DATE-INTEGER -
                       FUNCTION INTEGER-OF-DATE(FE-INVOICE-DATE)
               END-IF
           END-IF.

       GET-INVOICE-KEY.
           DISPLAY "Invoice number: ".
           MOVE ZEROS TO WS-PICK-INVOICE.
           ACCEPT WS-PICK-INVOICE.
           PERFORM FIND-INVOICE.
           IF NOT WS-INVOICE-FOUND
               DISPLAY "Invoice " WS-PICK-INVOICE
                       " is not on the register."
           END-IF.

       FIND-INVOICE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM OPEN-REGISTER-INPUT.
           PERFORM UNTIL WS-END-OF-INVOICES
               PERFORM READ-REGISTER
               IF NOT WS-END-OF-INVOICES AND
                  OI-INVOICE-NUMBER = WS-PICK-INVOICE
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE "Y" TO WS-INV-EOF-SWITCH
                   MOVE OPEN-INVOICE-RECORD TO WS-FOUND-ENTRY
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REGISTER-INPUT.

       INQUIRE-INVOICE.
           PERFORM GET-INVOICE-KEY.
           IF WS-INVOICE-FOUND
               COMPUTE WS-OPEN-BALANCE =
                   FE-AMOUNT - FE-PAID-AMOUNT
               MOVE WS-OPEN-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Invoice:      " FE-INVOICE-NUMBER
               DISPLAY "Customer:     " FE-PERSON-ID
               DISPLAY "Invoice date: " FE-INVOICE-DATE
               DISPLAY "Open balance: " WS-BALANCE-DISPLAY
               EVALUATE TRUE
                   WHEN FE-IN-DISPUTE
                       PERFORM SHOW-DISPUTE-DETAIL
                   WHEN FE-DISPUTE-SETTLED
                       PERFORM SHOW-DISPUTE-DETAIL
                       MOVE FE-DISPUTE-RESOLUTION TO WS-DSP-ARG-CODE
                       PERFORM LOOKUP-DISPUTE-RESOLUTION
                       DISPLAY "Resolved:     " FE-DISPUTE-RESOLVED
                               " " FE-DISPUTE-RESOLUTION
                               " " WS-DSP-DESC
                   WHEN OTHER
                       DISPLAY "Not in dispute."
               END-EVALUATE
           END-IF.

       SHOW-DISPUTE-DETAIL.
           MOVE FE-DISPUTE-REASON TO WS-DSP-ARG-CODE.
           PERFORM LOOKUP-DISPUTE-REASON.
           PERFORM COMPUTE-DAYS-IN-DISPUTE.
           IF FE-IN-DISPUTE
               DISPLAY "IN DISPUTE for " WS-DAYS-IN-DISPUTE " days"
           ELSE
               DISPLAY "Dispute settled"
           END-IF.
           DISPLAY "Reason:       " FE-DISPUTE-REASON " " WS-DSP-DESC.
           DISPLAY "Opened:       " FE-DISPUTE-OPENED.
           DISPLAY "Assigned to:  " FE-DISPUTE-ASSIGNED.

       GET-REASON-CODE.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Reason code (PR QT DM NR DB TX OT): ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO WS-DSP-ARG-CODE.
           PERFORM LOOKUP-DISPUTE-REASON.
           IF NOT WS-DSP-CODE-VALID
               DISPLAY "Unknown reason code."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       GET-ASSIGNEE.
      *    Blank keeps the dispute with the operator keying it.
           DISPLAY "Assign to (blank = yourself): ".
           MOVE SPACES TO WS-ENTRY-ASSIGNED.
           ACCEPT WS-ENTRY-ASSIGNED.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ASSIGNED)
               TO WS-ENTRY-ASSIGNED.
           IF WS-ENTRY-ASSIGNED = SPACES
               MOVE LK-OPERATOR-ID TO WS-ENTRY-ASSIGNED
           END-IF.

       OPEN-DISPUTE.
           PERFORM GET-INVOICE-KEY.
           IF WS-INVOICE-FOUND
               EVALUATE TRUE
                   WHEN NOT FE-IS-OPEN
                       DISPLAY "Invoice is paid - nothing to dispute."
                   WHEN FE-TERMS-CODE = "CRED" OR
                        FE-TERMS-CODE = "RFND"
                       DISPLAY "A customer credit cannot be disputed."
                   WHEN FE-IN-DISPUTE
                       DISPLAY "Invoice is already in dispute."
                   WHEN OTHER
                       PERFORM GET-REASON-CODE
                       IF WS-ENTRY-IS-OK
                           PERFORM GET-ASSIGNEE
                           MOVE "OPEN" TO WS-AUDIT-ACTION
                           PERFORM APPLY-TO-REGISTER
                       END-IF
               END-EVALUATE
           END-IF.

       REASSIGN-DISPUTE.
           PERFORM GET-INVOICE-KEY.
           IF WS-INVOICE-FOUND
               IF NOT FE-IN-DISPUTE
                   DISPLAY "Invoice is not in dispute."
               ELSE
                   DISPLAY "Now assigned to " FE-DISPUTE-ASSIGNED
                   PERFORM GET-ASSIGNEE
                   MOVE "ASSIGN" TO WS-AUDIT-ACTION
                   PERFORM APPLY-TO-REGISTER
               END-IF
           END-IF.

       RESOLVE-DISPUTE.
           PERFORM GET-INVOICE-KEY.
           IF WS-INVOICE-FOUND
               IF NOT FE-IN-DISPUTE
                   DISPLAY "Invoice is not in dispute."
               ELSE
                   MOVE "Y" TO WS-ENTRY-OK-SW
                   DISPLAY "Resolution code (CM UP WO RB WD OT): "
                   MOVE SPACES TO WS-ENTRY-CODE
                   ACCEPT WS-ENTRY-CODE
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE)
                       TO WS-ENTRY-CODE
                   MOVE WS-ENTRY-CODE TO WS-DSP-ARG-CODE
                   PERFORM LOOKUP-DISPUTE-RESOLUTION
                   IF WS-DSP-CODE-VALID
                       MOVE "RESOLV" TO WS-AUDIT-ACTION
                       PERFORM APPLY-TO-REGISTER
                   ELSE
                       DISPLAY "Unknown resolution code."
                   END-IF
               END-IF
           END-IF.

       APPLY-TO-REGISTER.
      *    Stream the register to OPENINVD changing the one entry,
      *    then copy it back; the entry is re-checked as it passes
      *    in case a batch step moved it since it was looked up.
           MOVE "N" TO WS-CHANGED-SW.
           PERFORM OPEN-REGISTER-INPUT.
           OPEN OUTPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "Y" TO WS-INV-EOF-SWITCH
               MOVE "OPENINVD"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-INVOICES
               PERFORM READ-REGISTER
               IF NOT WS-END-OF-INVOICES
                   IF OI-INVOICE-NUMBER = WS-PICK-INVOICE AND
                      NOT WS-ENTRY-CHANGED
                       PERFORM CHANGE-ONE-ENTRY
                   END-IF
                   WRITE NEW-REGISTER-RECORD FROM OPEN-INVOICE-RECORD
                   IF WS-NEWREG-STATUS NOT = "00"
                       MOVE "N" TO WS-CHANGED-SW
                       MOVE "Y" TO WS-INV-EOF-SWITCH
                       MOVE "OPENINVD" TO WS-ERR-FILE-NAME
                       MOVE "WRITE"    TO WS-ERR-OPERATION
                       MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REGISTER-INPUT.
           CLOSE NEW-REGISTER-FILE.
           IF WS-ENTRY-CHANGED
               PERFORM COPY-REGISTER-BACK
               PERFORM WRITE-DISPUTE-AUDIT
               DISPLAY "Invoice " WS-PICK-INVOICE " updated."
           ELSE
               DISPLAY "Invoice " WS-PICK-INVOICE
                       " not updated - the register changed."
           END-IF.

       CHANGE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN WS-AUDIT-ACTION = "OPEN" AND OI-IS-OPEN AND
                    NOT OI-IN-DISPUTE
                   MOVE "D" TO OI-DISPUTE-STATUS
                   MOVE WS-ENTRY-CODE        TO OI-DISPUTE-REASON
                   MOVE WS-CURRENT-DATE(1:8) TO OI-DISPUTE-OPENED
                   MOVE WS-ENTRY-ASSIGNED    TO OI-DISPUTE-ASSIGNED
                   MOVE SPACES               TO OI-DISPUTE-RESOLUTION
                   MOVE ZEROS                TO OI-DISPUTE-RESOLVED
                   MOVE "Y" TO WS-CHANGED-SW
               WHEN WS-AUDIT-ACTION = "ASSIGN" AND OI-IN-DISPUTE
                   MOVE WS-ENTRY-ASSIGNED    TO OI-DISPUTE-ASSIGNED
                   MOVE "Y" TO WS-CHANGED-SW
               WHEN WS-AUDIT-ACTION = "RESOLV" AND OI-IN-DISPUTE
                   MOVE "R" TO OI-DISPUTE-STATUS
                   MOVE WS-ENTRY-CODE        TO OI-DISPUTE-RESOLUTION
                   MOVE WS-CURRENT-DATE(1:8) TO OI-DISPUTE-RESOLVED
                   MOVE "Y" TO WS-CHANGED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ENTRY-CHANGED
               MOVE OPEN-INVOICE-RECORD TO WS-FOUND-ENTRY
           END-IF.

       COPY-REGISTER-BACK.
           MOVE "N" TO WS-NEW-EOF-SWITCH.
           OPEN INPUT NEW-REGISTER-FILE.
           IF WS-NEWREG-STATUS NOT = "00"
               MOVE "Y" TO WS-NEW-EOF-SWITCH
               MOVE "OPENINVD"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS NOT = "00"
               MOVE "Y" TO WS-NEW-EOF-SWITCH
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
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
                   MOVE "OPENINVD" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-NEWREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE OPEN-INVOICE-FILE.

       WRITE-DISPUTE-AUDIT.
           OPEN EXTEND DISPUTE-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT DISPUTE-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "DISPLOG"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-CURRENT-DATE       TO AD-TIMESTAMP
               MOVE WS-AUDIT-ACTION       TO AD-ACTION
               MOVE FE-INVOICE-NUMBER     TO AD-INVOICE-NUMBER
               MOVE FE-PERSON-ID          TO AD-PERSON-ID
               MOVE FE-DISPUTE-REASON     TO AD-REASON
               MOVE FE-DISPUTE-ASSIGNED   TO AD-ASSIGNED
               MOVE FE-DISPUTE-RESOLUTION TO AD-RESOLUTION
               MOVE LK-OPERATOR-ID        TO AD-OPERATOR
               WRITE DISPUTE-AUDIT-LINE FROM WS-AUDIT-DETAIL
               CLOSE DISPUTE-AUDIT-FILE
           END-IF.

       COPY DSPCODEP.

       COPY ERRLOGP.
