      *Date: 2026-09-27
      *Screen-driven maintenance for sales-tax exemption
      *certificates, reached from MAINMENU as option 22. One TAXEXMPT
      *record per customer and state: the certificate number, the
      *exemption type (resale, nonprofit, government or other), the
      *date it takes effect and the date it expires. ORDER-TOTAL
      *bills an exempt customer with no tax while the certificate is
      *in force and TAXREMIT reports those sales as exempt. The
      *customer must be on PERSON-MASTER and the state on STCTREF.
      *Inquire and list are open to anyone on the menu; adding,
      *changing and deleting a certificate need OPERPROF authority
      *3. Every add, change and delete is appended to the EXMAUDT
      *audit trail with the operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTEXM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TAXEXM.

           COPY PERSSEL.

           COPY SREF.

           SELECT EXEMPT-AUDIT-FILE ASSIGN TO "EXMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY TAXEXMFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY SREFFD.

       FD  EXEMPT-AUDIT-FILE.
       01  EXEMPT-AUDIT-LINE       PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY TAXEXMWS.
       COPY SREFWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".

       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-ADD               VALUE "A" "a".
           88 WS-IS-CHANGE            VALUE "C" "c".
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-DELETE            VALUE "D" "d".
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-EXEMPT-AUTH-LEVEL PIC 9(1) VALUE 3.

       01  WS-ENTRY-PERSON      PIC 9(6).
       01  WS-ENTRY-STATE       PIC X(2).
       01  WS-ENTRY-CERT        PIC X(15).
       01  WS-ENTRY-TYPE        PIC X(1).
           88 WS-ENTRY-TYPE-VALID     VALUE "R" "N" "G" "O".
       01  WS-ENTRY-EFFECTIVE   PIC 9(8).
       01  WS-ENTRY-EXPIRY      PIC 9(8).
       01  WS-ENTRY-DATE-INTEGER PIC 9(7).
       01  WS-OLD-VALUE         PIC X(26).
       01  WS-NEW-VALUE         PIC X(26).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-FILE        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-LIST          VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-LIST-PERSON       PIC 9(6).
       01  WS-CERT-STANDING     PIC X(8).

      *    Certificate number, type and expiry as one audit value.
       01  WS-EXEMPT-VALUE.
           05 EV-CERT-NUMBER    PIC X(15).
           05 FILLER            PIC X(1) VALUE "/".
           05 EV-EXEMPT-TYPE    PIC X(1).
           05 FILLER            PIC X(1) VALUE "/".
           05 EV-EXPIRY-DATE    PIC 9(8).

       01  WS-AUDIT-DETAIL.
           05 AD-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-STATE-CODE     PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-OLD-VALUE      PIC X(26).
           05 FILLER            PIC X(2) VALUE " >".
           05 AD-NEW-VALUE      PIC X(26).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-OPERATOR       PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).
       01  LK-OPER-AUTH         PIC 9(1).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-OPER-AUTH.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTEXM" TO WS-ERR-PROGRAM.
           MOVE "N" TO WS-EXIT-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O TAX-EXEMPT-FILE.
           IF WS-TAXEXMPT-STATUS = "35"
               CLOSE TAX-EXEMPT-FILE
               OPEN OUTPUT TAX-EXEMPT-FILE
               CLOSE TAX-EXEMPT-FILE
               OPEN I-O TAX-EXEMPT-FILE
               DISPLAY "TAXEXMPT was missing - created empty."
           END-IF.
           IF WS-TAXEXMPT-STATUS NOT = "00"
               MOVE "TAXEXMPT" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-STATE-REF.

       DISPLAY-MENU.
           DISPLAY "------ TAX EXEMPTION CERTIFICATES ------".
           DISPLAY "A - Add     C - Change   I - Inquire".
           DISPLAY "D - Delete  L - List     X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-EXEMPTION
               WHEN WS-IS-LIST
                   PERFORM LIST-EXEMPTIONS
               WHEN WS-IS-ADD OR WS-IS-CHANGE OR WS-IS-DELETE
                   IF LK-OPER-AUTH < WS-EXEMPT-AUTH-LEVEL
                       DISPLAY "Not authorized - exemptions need "
                               "authority " WS-EXEMPT-AUTH-LEVEL "."
                   ELSE
                       PERFORM DISPATCH-UPDATE
                   END-IF
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       DISPATCH-UPDATE.
           EVALUATE TRUE
               WHEN WS-IS-ADD
                   PERFORM ADD-EXEMPTION
               WHEN WS-IS-CHANGE
                   PERFORM CHANGE-EXEMPTION
               WHEN WS-IS-DELETE
                   PERFORM DELETE-EXEMPTION
           END-EVALUATE.

       GET-EXEMPTION-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           DISPLAY "State code: ".
           MOVE SPACES TO WS-ENTRY-STATE.
           ACCEPT WS-ENTRY-STATE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE.
           IF WS-ENTRY-STATE = SPACES
               DISPLAY "State code is required."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-PERSON TO TE-PERSON-ID.
           MOVE WS-ENTRY-STATE  TO TE-STATE-CODE.

       VALIDATE-CUSTOMER-STATE.
      *    Only on an add: the key of a certificate already on file
      *    was checked when it went on.
           MOVE WS-ENTRY-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer not on PERSON-MASTER."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   DISPLAY "Customer: " PM-NAME
           END-READ.
           IF WS-ENTRY-IS-OK
               MOVE WS-ENTRY-STATE TO WS-SREF-ARG-CODE
               PERFORM LOOKUP-STATE-CODE
               IF WS-SREF-KNOWN
                   DISPLAY "State:    " WS-SREF-FOUND-NAME
               ELSE
                   DISPLAY "State code not on STCTREF."
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

       GET-EXEMPTION-DETAIL.
      *    A certificate with no expiry is not accepted: the state
      *    renewal cycle is the reason the file exists. Effective
      *    date zero means in force from today.
           DISPLAY "Certificate number: ".
           MOVE SPACES TO WS-ENTRY-CERT.
           ACCEPT WS-ENTRY-CERT.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CERT) TO WS-ENTRY-CERT.
           DISPLAY "Exemption type (R resale, N nonprofit, "
                   "G government, O other): ".
           MOVE SPACES TO WS-ENTRY-TYPE.
           ACCEPT WS-ENTRY-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.
           DISPLAY "Effective date (YYYYMMDD, 0 = today): ".
           MOVE ZEROS TO WS-ENTRY-EFFECTIVE.
           ACCEPT WS-ENTRY-EFFECTIVE.
           DISPLAY "Expiry date (YYYYMMDD): ".
           MOVE ZEROS TO WS-ENTRY-EXPIRY.
           ACCEPT WS-ENTRY-EXPIRY.
           IF WS-ENTRY-EFFECTIVE IS NUMERIC AND
              WS-ENTRY-EFFECTIVE = ZEROS
               MOVE WS-RUN-DATE TO WS-ENTRY-EFFECTIVE
           END-IF.
           MOVE ZEROS TO WS-ENTRY-DATE-INTEGER.
           IF WS-ENTRY-EXPIRY IS NUMERIC AND WS-ENTRY-EXPIRY > ZEROS
               COMPUTE WS-ENTRY-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-EXPIRY)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTRY-CERT = SPACES
                   DISPLAY "Certificate number is required."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN NOT WS-ENTRY-TYPE-VALID
                   DISPLAY "Exemption type must be R, N, G or O."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "Effective date must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DATE-INTEGER = ZEROS
                   DISPLAY "Expiry date is required and must be "
                           "a real date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-EXPIRY < WS-ENTRY-EFFECTIVE
                   DISPLAY "Expiry date is before the effective date."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ENTRY-IS-OK AND WS-ENTRY-EXPIRY < WS-RUN-DATE
               DISPLAY "Note: certificate has already expired - "
                       "sales stay taxable."
           END-IF.

       FORMAT-EXEMPT-VALUE.
           MOVE TE-CERT-NUMBER TO EV-CERT-NUMBER.
           MOVE TE-EXEMPT-TYPE TO EV-EXEMPT-TYPE.
           MOVE TE-EXPIRY-DATE TO EV-EXPIRY-DATE.

       READ-EXEMPTION.
           MOVE "N" TO WS-RECORD-FOUND.
           READ TAX-EXEMPT-FILE
               INVALID KEY
                   DISPLAY "No certificate on file for that "
                           "customer and state."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       ADD-EXEMPTION.
           PERFORM GET-EXEMPTION-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM VALIDATE-CUSTOMER-STATE
           END-IF.
           IF WS-ENTRY-IS-OK
               MOVE WS-ENTRY-PERSON TO TE-PERSON-ID
               MOVE WS-ENTRY-STATE  TO TE-STATE-CODE
               READ TAX-EXEMPT-FILE
                   INVALID KEY
                       PERFORM GET-EXEMPTION-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-EXEMPTION
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Add rejected - a certificate is "
                               "already on file; use Change."
               END-READ
           END-IF.

       WRITE-NEW-EXEMPTION.
           INITIALIZE TAX-EXEMPT-RECORD.
           MOVE WS-ENTRY-PERSON    TO TE-PERSON-ID.
           MOVE WS-ENTRY-STATE     TO TE-STATE-CODE.
           MOVE WS-ENTRY-CERT      TO TE-CERT-NUMBER.
           MOVE WS-ENTRY-TYPE      TO TE-EXEMPT-TYPE.
           MOVE WS-ENTRY-EFFECTIVE TO TE-EFFECTIVE-DATE.
           MOVE WS-ENTRY-EXPIRY    TO TE-EXPIRY-DATE.
           WRITE TAX-EXEMPT-RECORD.
           IF WS-TAXEXMPT-STATUS NOT = "00"
               MOVE "TAXEXMPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM FORMAT-EXEMPT-VALUE
               MOVE WS-EXEMPT-VALUE TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-EXEMPT-AUDIT
               DISPLAY "Exemption certificate added."
           END-IF.

       CHANGE-EXEMPTION.
      *    A renewal is a change: the new certificate number and
      *    expiry replace the old ones, and the audit trail keeps
      *    what was there before.
           PERFORM GET-EXEMPTION-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-EXEMPTION
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM SHOW-EXEMPTION
               PERFORM FORMAT-EXEMPT-VALUE
               MOVE WS-EXEMPT-VALUE TO WS-OLD-VALUE
               PERFORM GET-EXEMPTION-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-CERT      TO TE-CERT-NUMBER
                   MOVE WS-ENTRY-TYPE      TO TE-EXEMPT-TYPE
                   MOVE WS-ENTRY-EFFECTIVE TO TE-EFFECTIVE-DATE
                   MOVE WS-ENTRY-EXPIRY    TO TE-EXPIRY-DATE
                   REWRITE TAX-EXEMPT-RECORD
                   IF WS-TAXEXMPT-STATUS NOT = "00"
                       MOVE "TAXEXMPT" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       PERFORM FORMAT-EXEMPT-VALUE
                       MOVE WS-EXEMPT-VALUE TO WS-NEW-VALUE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-EXEMPT-AUDIT
                       DISPLAY "Exemption certificate changed; "
                               "invoices already billed keep "
                               "their tax."
                   END-IF
               END-IF
           END-IF.

       INQUIRE-EXEMPTION.
           PERFORM GET-EXEMPTION-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-EXEMPTION
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM SHOW-EXEMPTION
           END-IF.

       SHOW-EXEMPTION.
           PERFORM SET-CERT-STANDING.
           DISPLAY "Customer:     " TE-PERSON-ID.
           DISPLAY "State:        " TE-STATE-CODE.
           DISPLAY "Certificate:  " TE-CERT-NUMBER.
           DISPLAY "Type:         " TE-EXEMPT-TYPE.
           DISPLAY "Effective:    " TE-EFFECTIVE-DATE.
           DISPLAY "Expires:      " TE-EXPIRY-DATE.
           DISPLAY "Standing:     " WS-CERT-STANDING.

       SET-CERT-STANDING.
           EVALUATE TRUE
               WHEN TE-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED"  TO WS-CERT-STANDING
               WHEN TE-EFFECTIVE-DATE > WS-RUN-DATE
                   MOVE "PENDING"  TO WS-CERT-STANDING
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-CERT-STANDING
           END-EVALUATE.

       DELETE-EXEMPTION.
      *    Removing the certificate taxes the customer's future
      *    invoices in that state.
           PERFORM GET-EXEMPTION-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-EXEMPTION
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM FORMAT-EXEMPT-VALUE
               MOVE WS-EXEMPT-VALUE TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               DELETE TAX-EXEMPT-FILE RECORD
               IF WS-TAXEXMPT-STATUS NOT = "00"
                   MOVE "TAXEXMPT" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"   TO WS-ERR-OPERATION
                   MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-EXEMPT-AUDIT
                   DISPLAY "Exemption certificate deleted - "
                           "customer is taxable in that state."
               END-IF
           END-IF.

       LIST-EXEMPTIONS.
      *    One customer's certificates, or every certificate on
      *    file when the customer is left at zero.
           DISPLAY "Customer person ID (0 = all): ".
           MOVE ZEROS TO WS-LIST-PERSON.
           ACCEPT WS-LIST-PERSON.
           MOVE ZEROS  TO WS-LIST-COUNT.
           MOVE "N"    TO WS-LIST-EOF-SWITCH.
           MOVE WS-LIST-PERSON TO TE-PERSON-ID.
           MOVE LOW-VALUES     TO TE-STATE-CODE.
           START TAX-EXEMPT-FILE
               KEY IS GREATER THAN OR EQUAL TO TE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ TAX-EXEMPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF WS-LIST-PERSON NOT = ZEROS AND
                          TE-PERSON-ID NOT = WS-LIST-PERSON
                           MOVE "Y" TO WS-LIST-EOF-SWITCH
                       ELSE
                           PERFORM SET-CERT-STANDING
                           DISPLAY TE-PERSON-ID "  " TE-STATE-CODE
                                   "  " TE-CERT-NUMBER
                                   "  " TE-EXEMPT-TYPE
                                   "  exp " TE-EXPIRY-DATE
                                   "  " WS-CERT-STANDING
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
               IF WS-TAXEXMPT-STATUS NOT = "00" AND
                  WS-TAXEXMPT-STATUS NOT = "10"
                   MOVE "TAXEXMPT"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Certificates listed: " WS-LIST-COUNT.

       WRITE-EXEMPT-AUDIT.
      *    Appended on every add, change and delete: which customer
      *    and state, old value, new value, when and by whom.
           OPEN EXTEND EXEMPT-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT EXEMPT-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "EXMAUDT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO AD-ACTION.
           MOVE WS-ENTRY-PERSON TO AD-PERSON-ID.
           MOVE WS-ENTRY-STATE  TO AD-STATE-CODE.
           MOVE WS-OLD-VALUE    TO AD-OLD-VALUE.
           MOVE WS-NEW-VALUE    TO AD-NEW-VALUE.
           MOVE WS-ERR-OPERATOR TO AD-OPERATOR.
           WRITE EXEMPT-AUDIT-LINE FROM WS-AUDIT-DETAIL.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "EXMAUDT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE EXEMPT-AUDIT-FILE.

       CLOSE-FILES.
           CLOSE TAX-EXEMPT-FILE.
           CLOSE PERSON-MASTER-FILE.
           PERFORM CLOSE-STATE-REF.

       COPY SREFP.

       COPY ERRLOGP.
