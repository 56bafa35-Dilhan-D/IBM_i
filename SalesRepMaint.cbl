      *Date: 2026-09-30
      *Screen-driven maintenance for sales reps and territories: the
      *SLSREP sales-rep master (name, payroll ID, commission percent,
      *status, and the territory the rep covers - an SR-REGION-CODE
      *off the STCTREF state records, so territories are the same
      *regions REGNREV reports revenue under), and each customer's
      *default rep, carried as CA-REP-CODE on the CUSTACCT account
      *record MAINTTRM keeps terms on. Add, change, inquire, delete
      *and list on either file, the same shape as MAINTTRM. A rep's
      *territory must be a region some state rolls up to, and one
      *active rep per territory may be flagged its default, taking
      *that territory's customers who have no rep of their own. A
      *customer may only be put on an active rep; putting one on a
      *rep outside the territory their state rolls up to is allowed
      *(house accounts) but warned. A rep still assigned to
      *customers cannot be deleted - set it inactive instead.
      *Changes to the rep master set commission, so they are gated
      *on OPERPROF authority; every add, change and delete is
      *appended to the REPAUDT audit trail with the operator.
      *Reached from MAINMENU as option 23.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REPREF.

           COPY TRMREF.

           COPY SREF.

           COPY PERSSEL.

           SELECT REP-AUDIT-FILE ASSIGN TO "REPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY REPREFFD.

           COPY TRMREFFD.

           COPY SREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  REP-AUDIT-FILE.
       01  REP-AUDIT-LINE          PIC X(90).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY REPREFWS.
       COPY TRMREFWS.
       COPY SREFWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-REP-AUTH-LEVEL    PIC 9(1) VALUE 3.

       01  WS-FILE-CHOICE       PIC X(1).
           88 WS-ON-REPS              VALUE "1".
           88 WS-ON-CUSTOMERS         VALUE "2".
       01  WS-FUNCTION-CODE     PIC X(1).
           88 WS-IS-ADD               VALUE "A" "a".
           88 WS-IS-CHANGE            VALUE "C" "c".
           88 WS-IS-INQUIRE           VALUE "I" "i".
           88 WS-IS-DELETE            VALUE "D" "d".
           88 WS-IS-LIST              VALUE "L" "l".
           88 WS-IS-SWITCH-FILE       VALUE "F" "f".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-ENTRY-CODE        PIC X(4).
       01  WS-ENTRY-NAME        PIC X(30).
       01  WS-ENTRY-PAYROLL-ID  PIC X(9).
       01  WS-ENTRY-TERRITORY   PIC X(2).
       01  WS-ENTRY-COMM-PCT    PIC 9(2)V99.
       01  WS-ENTRY-TERR-DEFAULT PIC X(1).
       01  WS-ENTRY-STATUS      PIC X(1).
       01  WS-ENTRY-PERSON      PIC 9(6).
       01  WS-CUSTOMER-REGION   PIC X(2).
       01  WS-OLD-VALUE         PIC X(16).
       01  WS-NEW-VALUE         PIC X(16).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-FILE        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-LIST          VALUE "Y".
       01  WS-REGION-FOUND-SW   PIC X(1).
           88 WS-REGION-ON-FILE       VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-IN-USE-COUNT      PIC 9(5).
       01  WS-OTHER-DEFAULT     PIC X(4).

       01  WS-REP-VALUE.
           05 RV-TERRITORY      PIC X(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 RV-COMM-PCT       PIC 9(2).99.
           05 FILLER            PIC X(1) VALUE "/".
           05 RV-STATUS         PIC X(1).
           05 FILLER            PIC X(1) VALUE "/".
           05 RV-TERR-DEFAULT   PIC X(1).

       01  WS-AUDIT-DETAIL.
           05 AD-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-FILE           PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-KEY            PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AD-OLD-VALUE      PIC X(16).
           05 FILLER            PIC X(2) VALUE " >".
           05 AD-NEW-VALUE      PIC X(16).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AD-OPERATOR       PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).
       01  LK-OPER-AUTH         PIC 9(1).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-OPER-AUTH.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTREP" TO WS-ERR-PROGRAM.
           PERFORM OPEN-FILES.
           PERFORM GET-FILE-CHOICE.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM DISPLAY-MENU
               PERFORM GET-FUNCTION-CODE
               PERFORM DISPATCH-FUNCTION
           END-PERFORM.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O SALES-REP-FILE.
           IF WS-SLSREP-STATUS = "35"
               CLOSE SALES-REP-FILE
               OPEN OUTPUT SALES-REP-FILE
               CLOSE SALES-REP-FILE
               OPEN I-O SALES-REP-FILE
               DISPLAY "SLSREP was missing - created empty."
           END-IF.
           IF WS-SLSREP-STATUS NOT = "00"
               MOVE "SLSREP"   TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN I-O CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS = "35"
               CLOSE CUSTOMER-ACCOUNT-FILE
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               OPEN I-O CUSTOMER-ACCOUNT-FILE
               DISPLAY "CUSTACCT was missing - created empty."
           END-IF.
           IF WS-CUSTACCT-STATUS NOT = "00"
               MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-STATE-REF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       GET-FILE-CHOICE.
           MOVE SPACES TO WS-FILE-CHOICE.
           PERFORM UNTIL WS-ON-REPS OR WS-ON-CUSTOMERS
               DISPLAY "1 - Sales reps (SLSREP)"
               DISPLAY "2 - Customer sales reps (CUSTACCT)"
               DISPLAY "Enter file: "
               ACCEPT WS-FILE-CHOICE
           END-PERFORM.

       DISPLAY-MENU.
           IF WS-ON-REPS
               DISPLAY "------ SALES REP MAINTENANCE ------"
           ELSE
               DISPLAY "------ CUSTOMER SALES REP MAINTENANCE ------"
           END-IF.
           DISPLAY "A - Add     C - Change   I - Inquire".
           DISPLAY "D - Delete  L - List     F - Other file".
           DISPLAY "X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.
           ACCEPT WS-FUNCTION-CODE.

       DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-ON-REPS AND
                    (WS-IS-ADD OR WS-IS-CHANGE OR WS-IS-DELETE) AND
                    LK-OPER-AUTH < WS-REP-AUTH-LEVEL
                   DISPLAY "Not authorized - sales reps need "
                           "authority " WS-REP-AUTH-LEVEL "."
               WHEN WS-IS-ADD AND WS-ON-REPS
                   PERFORM ADD-SALES-REP
               WHEN WS-IS-ADD
                   PERFORM ADD-CUSTOMER-REP
               WHEN WS-IS-CHANGE AND WS-ON-REPS
                   PERFORM CHANGE-SALES-REP
               WHEN WS-IS-CHANGE
                   PERFORM CHANGE-CUSTOMER-REP
               WHEN WS-IS-INQUIRE AND WS-ON-REPS
                   PERFORM INQUIRE-SALES-REP
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-CUSTOMER-REP
               WHEN WS-IS-DELETE AND WS-ON-REPS
                   PERFORM DELETE-SALES-REP
               WHEN WS-IS-DELETE
                   PERFORM DELETE-CUSTOMER-REP
               WHEN WS-IS-LIST AND WS-ON-REPS
                   PERFORM LIST-SALES-REPS
               WHEN WS-IS-LIST
                   PERFORM LIST-CUSTOMER-REPS
               WHEN WS-IS-SWITCH-FILE
                   PERFORM GET-FILE-CHOICE
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       GET-REP-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Rep code: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY "Rep code is required."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-CODE TO SP-REP-CODE.

       GET-REP-DETAIL.
      *    The territory must be a region at least one state rolls
      *    up to on STCTREF, or no customer could ever fall in it.
           DISPLAY "Name: ".
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY "Payroll ID: ".
           MOVE SPACES TO WS-ENTRY-PAYROLL-ID.
           ACCEPT WS-ENTRY-PAYROLL-ID.
           DISPLAY "Territory (STCTREF region code): ".
           MOVE SPACES TO WS-ENTRY-TERRITORY.
           ACCEPT WS-ENTRY-TERRITORY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TERRITORY)
               TO WS-ENTRY-TERRITORY.
           DISPLAY "Commission percent on collections: ".
           MOVE ZEROS TO WS-ENTRY-COMM-PCT.
           ACCEPT WS-ENTRY-COMM-PCT.
           DISPLAY "Territory default rep? (Y/N): ".
           MOVE SPACES TO WS-ENTRY-TERR-DEFAULT.
           ACCEPT WS-ENTRY-TERR-DEFAULT.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TERR-DEFAULT)
               TO WS-ENTRY-TERR-DEFAULT.
           DISPLAY "Status (A active, I inactive): ".
           MOVE SPACES TO WS-ENTRY-STATUS.
           ACCEPT WS-ENTRY-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATUS)
               TO WS-ENTRY-STATUS.
           IF WS-ENTRY-TERR-DEFAULT NOT = "Y"
               MOVE "N" TO WS-ENTRY-TERR-DEFAULT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTRY-NAME = SPACES
                   DISPLAY "Name is required."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-COMM-PCT IS NOT NUMERIC
                   DISPLAY "Commission percent must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-STATUS NOT = "A" AND
                    WS-ENTRY-STATUS NOT = "I"
                   DISPLAY "Status must be A or I."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   PERFORM CHECK-TERRITORY-REGION
           END-EVALUATE.
           IF WS-ENTRY-IS-OK AND WS-ENTRY-TERR-DEFAULT = "Y" AND
              WS-ENTRY-STATUS = "A"
               PERFORM CHECK-OTHER-TERRITORY-DEFAULT
           END-IF.

       CHECK-TERRITORY-REGION.
      *    A pass of the state records on STCTREF; the reference
      *    file is a few dozen records.
           MOVE "N" TO WS-REGION-FOUND-SW.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           MOVE "S" TO SR-REF-TYPE.
           MOVE LOW-VALUES TO SR-REF-CODE.
           START STATE-REF-FILE
               KEY IS GREATER THAN OR EQUAL TO SR-REF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST OR WS-REGION-ON-FILE
               READ STATE-REF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF NOT SR-IS-STATE
                           MOVE "Y" TO WS-LIST-EOF-SWITCH
                       ELSE
                           IF SR-REGION-CODE = WS-ENTRY-TERRITORY
                               MOVE "Y" TO WS-REGION-FOUND-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-REGION-ON-FILE
               DISPLAY "Territory " WS-ENTRY-TERRITORY " is not a "
                       "region on STCTREF (maintain via MAINTREF)."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       CHECK-OTHER-TERRITORY-DEFAULT.
      *    Only one active default per territory, or which rep an
      *    unassigned customer falls to would depend on key order.
           MOVE SPACES TO WS-OTHER-DEFAULT.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO SP-REP-CODE.
           START SALES-REP-FILE
               KEY IS GREATER THAN OR EQUAL TO SP-REP-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ SALES-REP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF SP-IS-ACTIVE AND SP-IS-TERR-DEFAULT AND
                          SP-TERRITORY = WS-ENTRY-TERRITORY AND
                          SP-REP-CODE NOT = WS-ENTRY-CODE
                           MOVE SP-REP-CODE TO WS-OTHER-DEFAULT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OTHER-DEFAULT NOT = SPACES
               DISPLAY "Rep " WS-OTHER-DEFAULT " is already the "
                       "default for territory " WS-ENTRY-TERRITORY "."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       ADD-SALES-REP.
           PERFORM GET-REP-KEY.
           IF WS-ENTRY-IS-OK
               READ SALES-REP-FILE
                   INVALID KEY
                       PERFORM GET-REP-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-SALES-REP
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Add rejected - rep already on file."
               END-READ
           END-IF.

       WRITE-NEW-SALES-REP.
           PERFORM MOVE-REP-DETAIL.
           WRITE SALES-REP-RECORD.
           IF WS-SLSREP-STATUS NOT = "00"
               MOVE "SLSREP" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM FORMAT-REP-VALUE
               MOVE WS-REP-VALUE TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-SALES-REP-AUDIT
               DISPLAY "Sales rep added."
           END-IF.

       MOVE-REP-DETAIL.
           MOVE WS-ENTRY-CODE         TO SP-REP-CODE.
           MOVE WS-ENTRY-NAME         TO SP-REP-NAME.
           MOVE WS-ENTRY-PAYROLL-ID   TO SP-PAYROLL-ID.
           MOVE WS-ENTRY-TERRITORY    TO SP-TERRITORY.
           MOVE WS-ENTRY-COMM-PCT     TO SP-COMM-PCT.
           MOVE WS-ENTRY-TERR-DEFAULT TO SP-TERR-DEFAULT.
           MOVE WS-ENTRY-STATUS       TO SP-STATUS.

       FORMAT-REP-VALUE.
           MOVE SP-TERRITORY    TO RV-TERRITORY.
           MOVE SP-COMM-PCT     TO RV-COMM-PCT.
           MOVE SP-STATUS       TO RV-STATUS.
           MOVE SP-TERR-DEFAULT TO RV-TERR-DEFAULT.

       READ-SALES-REP.
           MOVE "N" TO WS-RECORD-FOUND.
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY "Rep not on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       CHANGE-SALES-REP.
      *    The default check passes the file, so the record is
      *    read again before it is rewritten.
           PERFORM GET-REP-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-SALES-REP
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM FORMAT-REP-VALUE
               MOVE WS-REP-VALUE TO WS-OLD-VALUE
               DISPLAY "Current: " SP-REP-NAME " " WS-REP-VALUE
               PERFORM GET-REP-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-CODE TO SP-REP-CODE
                   READ SALES-REP-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM MOVE-REP-DETAIL
                   REWRITE SALES-REP-RECORD
                   IF WS-SLSREP-STATUS NOT = "00"
                       MOVE "SLSREP"  TO WS-ERR-FILE-NAME
                       MOVE "REWRITE" TO WS-ERR-OPERATION
                       MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       PERFORM FORMAT-REP-VALUE
                       MOVE WS-REP-VALUE TO WS-NEW-VALUE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-SALES-REP-AUDIT
                       DISPLAY "Sales rep changed; the new rate "
                               "applies from the next commission "
                               "run."
                   END-IF
               END-IF
           END-IF.

       INQUIRE-SALES-REP.
           PERFORM GET-REP-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-SALES-REP
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               DISPLAY "Rep:           " SP-REP-CODE
               DISPLAY "Name:          " SP-REP-NAME
               DISPLAY "Payroll ID:    " SP-PAYROLL-ID
               DISPLAY "Territory:     " SP-TERRITORY
               DISPLAY "Commission:    " SP-COMM-PCT "%"
               DISPLAY "Terr. default: " SP-TERR-DEFAULT
               DISPLAY "Status:        " SP-STATUS
           END-IF.

       DELETE-SALES-REP.
           PERFORM GET-REP-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-SALES-REP
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM COUNT-CUSTOMERS-ON-REP
               IF WS-IN-USE-COUNT > ZEROS
                   DISPLAY "Delete rejected - " WS-IN-USE-COUNT
                           " customer(s) still on this rep; set "
                           "the rep inactive instead."
               ELSE
                   PERFORM REMOVE-SALES-REP
               END-IF
           END-IF.

       REMOVE-SALES-REP.
           MOVE WS-ENTRY-CODE TO SP-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM FORMAT-REP-VALUE.
           MOVE WS-REP-VALUE TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           DELETE SALES-REP-FILE RECORD.
           IF WS-SLSREP-STATUS NOT = "00"
               MOVE "SLSREP" TO WS-ERR-FILE-NAME
               MOVE "DELETE" TO WS-ERR-OPERATION
               MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE "DELETE" TO WS-AUDIT-ACTION
               PERFORM WRITE-SALES-REP-AUDIT
               DISPLAY "Sales rep deleted."
           END-IF.

       COUNT-CUSTOMERS-ON-REP.
           MOVE ZEROS TO WS-IN-USE-COUNT.
           MOVE "N"   TO WS-LIST-EOF-SWITCH.
           MOVE ZEROS TO CA-PERSON-ID.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL TO CA-PERSON-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF CA-REP-CODE = WS-ENTRY-CODE
                           ADD 1 TO WS-IN-USE-COUNT
                       END-IF
               END-READ
               IF WS-CUSTACCT-STATUS NOT = "00" AND
                  WS-CUSTACCT-STATUS NOT = "10"
                   MOVE "CUSTACCT"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       LIST-SALES-REPS.
           MOVE ZEROS  TO WS-LIST-COUNT.
           MOVE "N"    TO WS-LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO SP-REP-CODE.
           START SALES-REP-FILE
               KEY IS GREATER THAN OR EQUAL TO SP-REP-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ SALES-REP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       PERFORM FORMAT-REP-VALUE
                       DISPLAY SP-REP-CODE "  " SP-REP-NAME
                               "  " WS-REP-VALUE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
               IF WS-SLSREP-STATUS NOT = "00" AND
                  WS-SLSREP-STATUS NOT = "10"
                   MOVE "SLSREP"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Sales reps listed: " WS-LIST-COUNT
                   " (territory/commission %/status/default)".

       WRITE-SALES-REP-AUDIT.
           MOVE "SLSREP" TO AD-FILE.
           MOVE WS-ENTRY-CODE TO AD-KEY.
           PERFORM WRITE-REP-AUDIT.

       GET-CUSTOMER-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.

       VALIDATE-CUSTOMER.
      *    The customer's state gives the territory they fall in,
      *    for the out-of-territory warning.
           MOVE SPACES TO WS-CUSTOMER-REGION.
           MOVE WS-ENTRY-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer not on PERSON-MASTER."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   DISPLAY "Customer: " PM-NAME
                   MOVE PM-STATE-CODE TO WS-SREF-ARG-CODE
                   PERFORM LOOKUP-STATE-CODE
                   IF WS-SREF-KNOWN
                       MOVE SR-REGION-CODE TO WS-CUSTOMER-REGION
                   END-IF
           END-READ.

       GET-CUSTOMER-DETAIL.
      *    Only an active rep takes new customers.
           DISPLAY "Rep code: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO SP-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY "Rep not on SLSREP."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   IF SP-IS-ACTIVE
                       DISPLAY "Rep: " SP-REP-NAME
                       IF SP-TERRITORY NOT = WS-CUSTOMER-REGION
                           DISPLAY "Note - customer is outside "
                                   "the rep's territory "
                                   SP-TERRITORY "."
                       END-IF
                   ELSE
                       DISPLAY "Rep is inactive."
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
           END-READ.

       ADD-CUSTOMER-REP.
      *    A customer already on non-house terms has an account
      *    record; the rep goes onto it.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM VALIDATE-CUSTOMER.
           IF WS-ENTRY-IS-OK
               MOVE WS-ENTRY-PERSON TO CA-PERSON-ID
               READ CUSTOMER-ACCOUNT-FILE
                   INVALID KEY
                       PERFORM GET-CUSTOMER-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-CUSTOMER-REP
                       END-IF
                   NOT INVALID KEY
                       IF CA-REP-CODE = SPACES
                           PERFORM GET-CUSTOMER-DETAIL
                           IF WS-ENTRY-IS-OK
                               MOVE SPACES TO WS-OLD-VALUE
                               MOVE "ADD" TO WS-AUDIT-ACTION
                               PERFORM REWRITE-CUSTOMER-REP
                           END-IF
                       ELSE
                           DISPLAY "Add rejected - customer already "
                                   "has rep " CA-REP-CODE "."
                       END-IF
               END-READ
           END-IF.

       WRITE-NEW-CUSTOMER-REP.
           INITIALIZE CUSTOMER-ACCOUNT-RECORD.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.
           MOVE WS-ENTRY-CODE   TO CA-REP-CODE.
           WRITE CUSTOMER-ACCOUNT-RECORD.
           IF WS-CUSTACCT-STATUS NOT = "00"
               MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES        TO WS-OLD-VALUE
               MOVE WS-ENTRY-CODE TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-CUSTOMER-AUDIT
               DISPLAY "Customer sales rep added."
           END-IF.

       REWRITE-CUSTOMER-REP.
      *    Caller leaves the old value and the audit action set;
      *    the sales-rep read moved the account record's position,
      *    so it is read again first.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-ENTRY-CODE TO CA-REP-CODE.
           REWRITE CUSTOMER-ACCOUNT-RECORD.
           IF WS-CUSTACCT-STATUS NOT = "00"
               MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-ENTRY-CODE TO WS-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT
               DISPLAY "Customer sales rep saved."
           END-IF.

       READ-CUSTOMER-REP.
           MOVE "N" TO WS-RECORD-FOUND.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No rep assigned - the customer's "
                           "territory default applies."
               NOT INVALID KEY
                   IF CA-REP-CODE = SPACES
                       DISPLAY "No rep assigned - the customer's "
                               "territory default applies."
                   ELSE
                       MOVE "Y" TO WS-RECORD-FOUND
                   END-IF
           END-READ.

       CHANGE-CUSTOMER-REP.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-REP.
           IF WS-FOUND-ON-FILE
               MOVE CA-REP-CODE TO WS-OLD-VALUE
               DISPLAY "Current rep: " CA-REP-CODE
               PERFORM VALIDATE-CUSTOMER
               IF WS-ENTRY-IS-OK
                   PERFORM GET-CUSTOMER-DETAIL
               END-IF
               IF WS-ENTRY-IS-OK
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-CUSTOMER-REP
               END-IF
           END-IF.

       INQUIRE-CUSTOMER-REP.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-REP.
           IF WS-FOUND-ON-FILE
               DISPLAY "Customer:  " CA-PERSON-ID
               DISPLAY "Rep:       " CA-REP-CODE
               MOVE CA-REP-CODE TO SP-REP-CODE
               READ SALES-REP-FILE
                   INVALID KEY
                       DISPLAY "*** rep no longer on SLSREP ***"
                   NOT INVALID KEY
                       DISPLAY "           " SP-REP-NAME
                               " territory " SP-TERRITORY
                       IF SP-IS-INACTIVE
                           DISPLAY "*** rep is inactive - the "
                                   "territory default applies ***"
                       END-IF
               END-READ
           END-IF.

       DELETE-CUSTOMER-REP.
      *    The customer falls back to their territory's default
      *    rep. A record still carrying terms stays, rep blanked.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-REP.
           IF WS-FOUND-ON-FILE
               MOVE CA-REP-CODE TO WS-OLD-VALUE
               MOVE SPACES      TO WS-NEW-VALUE
               IF CA-TERMS-CODE = SPACES
                   DELETE CUSTOMER-ACCOUNT-FILE RECORD
                   MOVE "DELETE" TO WS-ERR-OPERATION
               ELSE
                   MOVE SPACES TO CA-REP-CODE
                   REWRITE CUSTOMER-ACCOUNT-RECORD
                   MOVE "REWRITE" TO WS-ERR-OPERATION
               END-IF
               IF WS-CUSTACCT-STATUS NOT = "00"
                   MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
                   MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-CUSTOMER-AUDIT
                   DISPLAY "Customer sales rep removed."
               END-IF
           END-IF.

       LIST-CUSTOMER-REPS.
      *    Every customer assigned to a given rep.
           DISPLAY "Rep code: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE "N"   TO WS-LIST-EOF-SWITCH.
           MOVE ZEROS TO CA-PERSON-ID.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL TO CA-PERSON-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF CA-REP-CODE = WS-ENTRY-CODE
                           DISPLAY CA-PERSON-ID "  " CA-REP-CODE
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
               IF WS-CUSTACCT-STATUS NOT = "00" AND
                  WS-CUSTACCT-STATUS NOT = "10"
                   MOVE "CUSTACCT"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Customers listed: " WS-LIST-COUNT.

       WRITE-CUSTOMER-AUDIT.
           MOVE "CUSTACCT" TO AD-FILE.
           MOVE WS-ENTRY-PERSON TO AD-KEY.
           PERFORM WRITE-REP-AUDIT.

       WRITE-REP-AUDIT.
      *    Appended on every add, change and delete: which file,
      *    which key, old value, new value, when and by whom.
           OPEN EXTEND REP-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT REP-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "REPAUDT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO AD-ACTION.
           MOVE WS-OLD-VALUE    TO AD-OLD-VALUE.
           MOVE WS-NEW-VALUE    TO AD-NEW-VALUE.
           MOVE WS-ERR-OPERATOR TO AD-OPERATOR.
           WRITE REP-AUDIT-LINE FROM WS-AUDIT-DETAIL.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "REPAUDT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE REP-AUDIT-FILE.

       CLOSE-FILES.
           CLOSE SALES-REP-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE PERSON-MASTER-FILE.
           PERFORM CLOSE-STATE-REF.

       COPY SREFP.

       COPY ERRLOGP.
