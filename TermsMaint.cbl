      *Date: 2026-09-17
      *Screen-driven maintenance for customer payment terms: the
      *TERMSREF terms codes (net days, early-payment discount
      *percent and discount window - "N30", "2N30" for 2% 10 net 30
      *and so on) and the CUSTACCT customer account record naming
      *the terms code each customer is billed on. Add, change,
      *inquire, delete and list on either file, the same shape as
      *MAINTPRC. A customer must be on PERSON-MASTER and may only be
      *put on a code that is on TERMSREF; a code still assigned to
      *a customer cannot be deleted. Every add, change and delete is
      *appended to the TRMAUDT audit trail with the operator.
      *Reached from MAINMENU as option 19.
      *Date: 2026-09-30 - CUSTACCT now also carries the customer's
      *                   default sales rep, kept on MAINTREP. An
      *                   account record holding only a rep counts
      *                   as no terms here: adding terms fills in
      *                   that record, and removing a customer's
      *                   terms blanks the code instead of deleting
      *                   a record that still names their rep.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTTRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMREF.

           COPY PERSSEL.

           SELECT TERMS-AUDIT-FILE ASSIGN TO "TRMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY TRMREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  TERMS-AUDIT-FILE.
       01  TERMS-AUDIT-LINE        PIC X(90).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY TRMREFWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AUDT-STATUS       PIC X(2).
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".

       01  WS-FILE-CHOICE       PIC X(1).
           88 WS-ON-TERMS-CODES       VALUE "1".
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
       01  WS-ENTRY-DESC        PIC X(20).
       01  WS-ENTRY-NET-DAYS    PIC 9(3).
       01  WS-ENTRY-DISC-PCT    PIC 9(2)V99.
       01  WS-ENTRY-DISC-DAYS   PIC 9(3).
       01  WS-ENTRY-PERSON      PIC 9(6).
       01  WS-OLD-VALUE         PIC X(16).
       01  WS-NEW-VALUE         PIC X(16).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-FILE        VALUE "Y".
       01  WS-ENTRY-OK-SW       PIC X(1).
           88 WS-ENTRY-IS-OK          VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-LIST          VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-IN-USE-COUNT      PIC 9(5).

       01  WS-TERMS-VALUE.
           05 TV-NET-DAYS       PIC 9(3).
           05 FILLER            PIC X(1) VALUE "/".
           05 TV-DISC-PCT       PIC 9(2).99.
           05 FILLER            PIC X(1) VALUE "/".
           05 TV-DISC-DAYS      PIC 9(3).

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

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           MOVE "MAINTTRM" TO WS-ERR-PROGRAM.
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
           OPEN I-O TERMS-CODE-FILE.
           IF WS-TERMSREF-STATUS = "35"
               CLOSE TERMS-CODE-FILE
               OPEN OUTPUT TERMS-CODE-FILE
               CLOSE TERMS-CODE-FILE
               OPEN I-O TERMS-CODE-FILE
               DISPLAY "TERMSREF was missing - created empty."
           END-IF.
           IF WS-TERMSREF-STATUS NOT = "00"
               MOVE "TERMSREF" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
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
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       GET-FILE-CHOICE.
           MOVE SPACES TO WS-FILE-CHOICE.
           PERFORM UNTIL WS-ON-TERMS-CODES OR WS-ON-CUSTOMERS
               DISPLAY "1 - Terms codes (TERMSREF)"
               DISPLAY "2 - Customer terms (CUSTACCT)"
               DISPLAY "Enter file: "
               ACCEPT WS-FILE-CHOICE
           END-PERFORM.

       DISPLAY-MENU.
           IF WS-ON-TERMS-CODES
               DISPLAY "------ TERMS CODE MAINTENANCE ------"
           ELSE
               DISPLAY "------ CUSTOMER TERMS MAINTENANCE ------"
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
               WHEN WS-IS-ADD AND WS-ON-TERMS-CODES
                   PERFORM ADD-TERMS-CODE
               WHEN WS-IS-ADD
                   PERFORM ADD-CUSTOMER-TERMS
               WHEN WS-IS-CHANGE AND WS-ON-TERMS-CODES
                   PERFORM CHANGE-TERMS-CODE
               WHEN WS-IS-CHANGE
                   PERFORM CHANGE-CUSTOMER-TERMS
               WHEN WS-IS-INQUIRE AND WS-ON-TERMS-CODES
                   PERFORM INQUIRE-TERMS-CODE
               WHEN WS-IS-INQUIRE
                   PERFORM INQUIRE-CUSTOMER-TERMS
               WHEN WS-IS-DELETE AND WS-ON-TERMS-CODES
                   PERFORM DELETE-TERMS-CODE
               WHEN WS-IS-DELETE
                   PERFORM DELETE-CUSTOMER-TERMS
               WHEN WS-IS-LIST AND WS-ON-TERMS-CODES
                   PERFORM LIST-TERMS-CODES
               WHEN WS-IS-LIST
                   PERFORM LIST-CUSTOMER-TERMS
               WHEN WS-IS-SWITCH-FILE
                   PERFORM GET-FILE-CHOICE
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid function, try again."
           END-EVALUATE.

       GET-TERMS-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Terms code: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY "Terms code is required."
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           MOVE WS-ENTRY-CODE TO TC-TERMS-CODE.

       GET-TERMS-DETAIL.
      *    Net days must cover the discount window: a discount
      *    that outlives the due date is a keying error.
           DISPLAY "Description: ".
           MOVE SPACES TO WS-ENTRY-DESC.
           ACCEPT WS-ENTRY-DESC.
           DISPLAY "Net days: ".
           MOVE ZEROS TO WS-ENTRY-NET-DAYS.
           ACCEPT WS-ENTRY-NET-DAYS.
           DISPLAY "Discount percent (0 = none): ".
           MOVE ZEROS TO WS-ENTRY-DISC-PCT.
           ACCEPT WS-ENTRY-DISC-PCT.
           DISPLAY "Discount days: ".
           MOVE ZEROS TO WS-ENTRY-DISC-DAYS.
           ACCEPT WS-ENTRY-DISC-DAYS.
           EVALUATE TRUE
               WHEN WS-ENTRY-NET-DAYS IS NOT NUMERIC
                   DISPLAY "Net days must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DISC-PCT IS NOT NUMERIC
                   DISPLAY "Discount percent must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DISC-DAYS IS NOT NUMERIC
                   DISPLAY "Discount days must be numeric."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DISC-PCT > ZEROS AND
                    WS-ENTRY-DISC-DAYS = ZEROS
                   DISPLAY "A discount needs a discount window."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-ENTRY-DISC-DAYS > WS-ENTRY-NET-DAYS
                   DISPLAY "Discount days are past the net days."
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ENTRY-DISC-PCT = ZEROS
               MOVE ZEROS TO WS-ENTRY-DISC-DAYS
           END-IF.

       ADD-TERMS-CODE.
           PERFORM GET-TERMS-KEY.
           IF WS-ENTRY-IS-OK
               READ TERMS-CODE-FILE
                   INVALID KEY
                       PERFORM GET-TERMS-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-TERMS-CODE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Add rejected - code already on file."
               END-READ
           END-IF.

       WRITE-NEW-TERMS-CODE.
           MOVE WS-ENTRY-CODE      TO TC-TERMS-CODE.
           MOVE WS-ENTRY-DESC      TO TC-DESCRIPTION.
           MOVE WS-ENTRY-NET-DAYS  TO TC-NET-DAYS.
           MOVE WS-ENTRY-DISC-PCT  TO TC-DISC-PCT.
           MOVE WS-ENTRY-DISC-DAYS TO TC-DISC-DAYS.
           WRITE TERMS-CODE-RECORD.
           IF WS-TERMSREF-STATUS NOT = "00"
               MOVE "TERMSREF" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM FORMAT-TERMS-VALUE
               MOVE WS-TERMS-VALUE TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-TERMS-CODE-AUDIT
               DISPLAY "Terms code added."
           END-IF.

       FORMAT-TERMS-VALUE.
           MOVE TC-NET-DAYS  TO TV-NET-DAYS.
           MOVE TC-DISC-PCT  TO TV-DISC-PCT.
           MOVE TC-DISC-DAYS TO TV-DISC-DAYS.

       READ-TERMS-CODE.
           MOVE "N" TO WS-RECORD-FOUND.
           READ TERMS-CODE-FILE
               INVALID KEY
                   DISPLAY "Terms code not on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

       CHANGE-TERMS-CODE.
           PERFORM GET-TERMS-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-TERMS-CODE
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM FORMAT-TERMS-VALUE
               MOVE WS-TERMS-VALUE TO WS-OLD-VALUE
               PERFORM GET-TERMS-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-DESC      TO TC-DESCRIPTION
                   MOVE WS-ENTRY-NET-DAYS  TO TC-NET-DAYS
                   MOVE WS-ENTRY-DISC-PCT  TO TC-DISC-PCT
                   MOVE WS-ENTRY-DISC-DAYS TO TC-DISC-DAYS
                   REWRITE TERMS-CODE-RECORD
                   IF WS-TERMSREF-STATUS NOT = "00"
                       MOVE "TERMSREF" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       PERFORM FORMAT-TERMS-VALUE
                       MOVE WS-TERMS-VALUE TO WS-NEW-VALUE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-TERMS-CODE-AUDIT
                       DISPLAY "Terms code changed; invoices "
                               "already billed keep their terms."
                   END-IF
               END-IF
           END-IF.

       INQUIRE-TERMS-CODE.
           PERFORM GET-TERMS-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-TERMS-CODE
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               DISPLAY "Code:          " TC-TERMS-CODE
               DISPLAY "Description:   " TC-DESCRIPTION
               DISPLAY "Net days:      " TC-NET-DAYS
               DISPLAY "Discount pct:  " TC-DISC-PCT
               DISPLAY "Discount days: " TC-DISC-DAYS
           END-IF.

       DELETE-TERMS-CODE.
           PERFORM GET-TERMS-KEY.
           IF WS-ENTRY-IS-OK
               PERFORM READ-TERMS-CODE
           END-IF.
           IF WS-ENTRY-IS-OK AND WS-FOUND-ON-FILE
               PERFORM COUNT-CUSTOMERS-ON-CODE
               IF WS-IN-USE-COUNT > ZEROS
                   DISPLAY "Delete rejected - " WS-IN-USE-COUNT
                           " customer(s) still on this code."
               ELSE
                   PERFORM REMOVE-TERMS-CODE
               END-IF
           END-IF.

       REMOVE-TERMS-CODE.
           MOVE WS-ENTRY-CODE TO TC-TERMS-CODE.
           READ TERMS-CODE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM FORMAT-TERMS-VALUE.
           MOVE WS-TERMS-VALUE TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           DELETE TERMS-CODE-FILE RECORD.
           IF WS-TERMSREF-STATUS NOT = "00"
               MOVE "TERMSREF" TO WS-ERR-FILE-NAME
               MOVE "DELETE"   TO WS-ERR-OPERATION
               MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE "DELETE" TO WS-AUDIT-ACTION
               PERFORM WRITE-TERMS-CODE-AUDIT
               DISPLAY "Terms code deleted."
           END-IF.

       COUNT-CUSTOMERS-ON-CODE.
      *    A full pass of CUSTACCT; the file is one short record
      *    per customer on non-house terms.
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
                       IF CA-TERMS-CODE = WS-ENTRY-CODE
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

       LIST-TERMS-CODES.
           MOVE ZEROS  TO WS-LIST-COUNT.
           MOVE "N"    TO WS-LIST-EOF-SWITCH.
           MOVE SPACES TO TC-TERMS-CODE.
           START TERMS-CODE-FILE
               KEY IS GREATER THAN OR EQUAL TO TC-TERMS-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-LIST
               READ TERMS-CODE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       DISPLAY TC-TERMS-CODE "  " TC-DESCRIPTION
                               "  net " TC-NET-DAYS
                               "  disc " TC-DISC-PCT
                               "% " TC-DISC-DAYS " days"
                       ADD 1 TO WS-LIST-COUNT
               END-READ
               IF WS-TERMSREF-STATUS NOT = "00" AND
                  WS-TERMSREF-STATUS NOT = "10"
                   MOVE "TERMSREF"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Terms codes listed: " WS-LIST-COUNT.
           DISPLAY "Customers with no account record bill on "
                   WS-TRM-HOUSE-CODE.

       WRITE-TERMS-CODE-AUDIT.
           MOVE "TERMSREF" TO AD-FILE.
           MOVE WS-ENTRY-CODE TO AD-KEY.
           PERFORM WRITE-TERMS-AUDIT.

       GET-CUSTOMER-KEY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "Customer person ID: ".
           MOVE ZEROS TO WS-ENTRY-PERSON.
           ACCEPT WS-ENTRY-PERSON.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.

       GET-CUSTOMER-DETAIL.
      *    The code must already be on TERMSREF, so an invoice
      *    never bills on terms nobody defined.
           DISPLAY "Terms code: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO TC-TERMS-CODE.
           READ TERMS-CODE-FILE
               INVALID KEY
                   DISPLAY "Terms code not on TERMSREF."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   DISPLAY "Terms: " TC-DESCRIPTION
           END-READ.

       VALIDATE-CUSTOMER.
           MOVE WS-ENTRY-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer not on PERSON-MASTER."
                   MOVE "N" TO WS-ENTRY-OK-SW
               NOT INVALID KEY
                   DISPLAY "Customer: " PM-NAME
           END-READ.

       ADD-CUSTOMER-TERMS.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM VALIDATE-CUSTOMER.
           IF WS-ENTRY-IS-OK
               MOVE WS-ENTRY-PERSON TO CA-PERSON-ID
               READ CUSTOMER-ACCOUNT-FILE
                   INVALID KEY
                       PERFORM GET-CUSTOMER-DETAIL
                       IF WS-ENTRY-IS-OK
                           PERFORM WRITE-NEW-CUSTOMER-TERMS
                       END-IF
                   NOT INVALID KEY
                       IF CA-TERMS-CODE = SPACES
                           PERFORM GET-CUSTOMER-DETAIL
                           IF WS-ENTRY-IS-OK
                               PERFORM ADD-TERMS-TO-ACCOUNT
                           END-IF
                       ELSE
                           DISPLAY "Add rejected - customer already "
                                   "has terms on file."
                       END-IF
               END-READ
           END-IF.

       WRITE-NEW-CUSTOMER-TERMS.
           INITIALIZE CUSTOMER-ACCOUNT-RECORD.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.
           MOVE WS-ENTRY-CODE   TO CA-TERMS-CODE.
           WRITE CUSTOMER-ACCOUNT-RECORD.
           IF WS-CUSTACCT-STATUS NOT = "00"
               MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-TRM-HOUSE-CODE TO WS-OLD-VALUE
               MOVE WS-ENTRY-CODE     TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-CUSTOMER-AUDIT
               DISPLAY "Customer terms added."
           END-IF.

       ADD-TERMS-TO-ACCOUNT.
      *    The account record is already there for the customer's
      *    sales rep; the terms go onto it.
           MOVE WS-ENTRY-PERSON TO CA-PERSON-ID.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-ENTRY-CODE TO CA-TERMS-CODE.
           REWRITE CUSTOMER-ACCOUNT-RECORD.
           IF WS-CUSTACCT-STATUS NOT = "00"
               MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-TRM-HOUSE-CODE TO WS-OLD-VALUE
               MOVE WS-ENTRY-CODE     TO WS-NEW-VALUE
               MOVE "ADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-CUSTOMER-AUDIT
               DISPLAY "Customer terms added."
           END-IF.

       READ-CUSTOMER-TERMS.
           MOVE "N" TO WS-RECORD-FOUND.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account record - customer bills on "
                           WS-TRM-HOUSE-CODE "."
               NOT INVALID KEY
                   IF CA-TERMS-CODE = SPACES
                       DISPLAY "No terms on the account - customer "
                               "bills on " WS-TRM-HOUSE-CODE "."
                   ELSE
                       MOVE "Y" TO WS-RECORD-FOUND
                   END-IF
           END-READ.

       CHANGE-CUSTOMER-TERMS.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-TERMS.
           IF WS-FOUND-ON-FILE
               MOVE CA-TERMS-CODE TO WS-OLD-VALUE
               DISPLAY "Current terms: " CA-TERMS-CODE
               PERFORM GET-CUSTOMER-DETAIL
               IF WS-ENTRY-IS-OK
                   MOVE WS-ENTRY-PERSON TO CA-PERSON-ID
                   READ CUSTOMER-ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE WS-ENTRY-CODE TO CA-TERMS-CODE
                   REWRITE CUSTOMER-ACCOUNT-RECORD
                   IF WS-CUSTACCT-STATUS NOT = "00"
                       MOVE "CUSTACCT" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   ELSE
                       MOVE WS-ENTRY-CODE TO WS-NEW-VALUE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-CUSTOMER-AUDIT
                       DISPLAY "Customer terms changed."
                   END-IF
               END-IF
           END-IF.

       INQUIRE-CUSTOMER-TERMS.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-TERMS.
           IF WS-FOUND-ON-FILE
               DISPLAY "Customer:  " CA-PERSON-ID
               DISPLAY "Terms:     " CA-TERMS-CODE
               MOVE CA-TERMS-CODE TO TC-TERMS-CODE
               READ TERMS-CODE-FILE
                   INVALID KEY
                       DISPLAY "*** code no longer on TERMSREF - "
                               "bills on " WS-TRM-HOUSE-CODE " ***"
                   NOT INVALID KEY
                       DISPLAY "           " TC-DESCRIPTION
               END-READ
           END-IF.

       DELETE-CUSTOMER-TERMS.
      *    Removing the account record puts the customer back on
      *    the house terms for future invoices; a record that
      *    still names the customer's sales rep stays, with the
      *    terms code blanked.
           PERFORM GET-CUSTOMER-KEY.
           PERFORM READ-CUSTOMER-TERMS.
           IF WS-FOUND-ON-FILE
               MOVE CA-TERMS-CODE     TO WS-OLD-VALUE
               MOVE WS-TRM-HOUSE-CODE TO WS-NEW-VALUE
               IF CA-REP-CODE = SPACES
                   DELETE CUSTOMER-ACCOUNT-FILE RECORD
                   MOVE "DELETE" TO WS-ERR-OPERATION
               ELSE
                   MOVE SPACES TO CA-TERMS-CODE
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
                   DISPLAY "Customer terms removed - now on "
                           WS-TRM-HOUSE-CODE "."
               END-IF
           END-IF.

       LIST-CUSTOMER-TERMS.
      *    Every customer on a given code.
           DISPLAY "Terms code: ".
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
                       IF CA-TERMS-CODE = WS-ENTRY-CODE
                           DISPLAY CA-PERSON-ID "  " CA-TERMS-CODE
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
           PERFORM WRITE-TERMS-AUDIT.

       WRITE-TERMS-AUDIT.
      *    Appended on every add, change and delete: which file,
      *    which key, old value, new value, when and by whom.
           OPEN EXTEND TERMS-AUDIT-FILE.
           IF WS-AUDT-STATUS = "05" OR WS-AUDT-STATUS = "35"
               OPEN OUTPUT TERMS-AUDIT-FILE
           END-IF.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "TRMAUDT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO AD-ACTION.
           MOVE WS-OLD-VALUE    TO AD-OLD-VALUE.
           MOVE WS-NEW-VALUE    TO AD-NEW-VALUE.
           MOVE WS-ERR-OPERATOR TO AD-OPERATOR.
           WRITE TERMS-AUDIT-LINE FROM WS-AUDIT-DETAIL.
           IF WS-AUDT-STATUS NOT = "00"
               MOVE "TRMAUDT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-AUDT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE TERMS-AUDIT-FILE.

       CLOSE-FILES.
           CLOSE TERMS-CODE-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE PERSON-MASTER-FILE.

       COPY ERRLOGP.
