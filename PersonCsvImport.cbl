      *                   "ZIP not numeric" reject. PERSEDIT's
      *                   per-country postal rule remains the final
      *                   gate.
      *Date: 2026-10-08 - Three optional trailing columns - phone,
      *                   email and delivery preference (P/E/B) -
      *                   validated through the shared CONTVALP
      *                   rules and carried onto the transaction in
      *                   their normalized form. A ten-column row
      *                   still imports as before.
      *Date: 2026-10-09 - Stamp each booked transaction with this
      *                   program and the operator, for the PERSJRNL
      *                   field journal PERSUPDT writes.
      *Date: 2026-10-12 - Pre-read PERSCSV for its row count and
      *                   hash and check it against the shared INFREG
      *                   inbound-file registry: a file already
      *                   imported is refused with RETURN-CODE 12 and
      *                   nothing is booked, unless INFRLSE carries a
      *                   supervisor's release. The file is registered
      *                   once the import completes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSCSVI.


           COPY SREF.

           COPY INFREG.

           COPY ERRLOG.

       DATA DIVISION.

           COPY SREFFD.

           COPY INFREGFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY SREFWS.
       COPY INFREGWS.
       COPY CONTVAL.
       01  WS-CSV-STATUS        PIC X(2).
       01  WS-TRANS-STATUS      PIC X(2).
       01  WS-REJ-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-CSV           VALUE "Y".

       01  WS-COL-STATE         PIC X(10).
       01  WS-COL-ZIP           PIC X(10).
       01  WS-COL-COUNTRY       PIC X(10).
       01  WS-COL-PHONE         PIC X(20).
       01  WS-COL-EMAIL         PIC X(50).
       01  WS-COL-DELIVERY      PIC X(10).

       01  WS-NUM-PERSON-ID     PIC 9(6).
       01  WS-NUM-AGE           PIC 9(5).
       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSCSVI" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM CHECK-CSV-REGISTRY.
           IF WS-IF-FILE-DUPLICATE
               DISPLAY "PERSCSV refused - nothing booked."
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-CSV
               READ CSV-IMPORT-FILE
           DISPLAY "Rows read:     " WS-COUNT-READ.
           DISPLAY "Booked:        " WS-COUNT-BOOKED.
           DISPLAY "Rejected:      " WS-COUNT-REJECTED.
           PERFORM REGISTER-INBOUND-FILE.
           STOP RUN.

       CHECK-CSV-REGISTRY.
      *    Count and hash every row before anything is booked, so a
      *    resent partner file is caught before it posts. A file
      *    that will not open is left for OPEN-FILES to log.
           MOVE "PERSCSV" TO WS-IF-SOURCE.
           PERFORM START-INBOUND-FILE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-IF-CYCLE-DATE.
           MOVE 200 TO WS-IF-HASH-LENGTH.
           OPEN INPUT CSV-IMPORT-FILE.
           IF WS-CSV-STATUS = "00"
               PERFORM UNTIL WS-END-OF-CSV
                   READ CSV-IMPORT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CSV-IMPORT-RECORD
                               TO WS-IF-HASH-RECORD
                           PERFORM TALLY-INBOUND-RECORD
                   END-READ
                   IF WS-CSV-STATUS NOT = "00" AND
                      WS-CSV-STATUS NOT = "10"
                       MOVE "PERSCSV" TO WS-ERR-FILE-NAME
                       MOVE "READ"    TO WS-ERR-OPERATION
                       MOVE WS-CSV-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE CSV-IMPORT-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
           PERFORM CHECK-INBOUND-FILE.

       OPEN-FILES.
           PERFORM OPEN-STATE-REF.
           OPEN INPUT CSV-IMPORT-FILE.
           MOVE SPACES TO WS-COL-ACTION WS-COL-PERSON-ID
               WS-COL-NAME WS-COL-AGE WS-COL-BIRTH-DATE
               WS-COL-STREET WS-COL-CITY WS-COL-STATE
               WS-COL-ZIP WS-COL-COUNTRY
               WS-COL-PHONE WS-COL-EMAIL WS-COL-DELIVERY.
           MOVE ZEROS TO WS-FIELD-COUNT.
           UNSTRING CSV-IMPORT-RECORD DELIMITED BY ","
               INTO WS-COL-ACTION
                    WS-COL-STATE
                    WS-COL-ZIP
                    WS-COL-COUNTRY
                    WS-COL-PHONE
                    WS-COL-EMAIL
                    WS-COL-DELIVERY
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           IF WS-FIELD-COUNT < 10
           IF WS-ROW-IS-VALID
               PERFORM VALIDATE-ADDRESS-COLUMNS
           END-IF.
           IF WS-ROW-IS-VALID
               PERFORM VALIDATE-CONTACT-COLUMNS
           END-IF.

       VALIDATE-PERSON-ID.
           IF WS-COL-PERSON-ID = SPACES
               MOVE "ZIP missing on US address" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-CONTACT-COLUMNS.
      *    The optional trailing columns; blanks are allowed and, on
      *    a change row, leave the master's values alone.
           MOVE WS-COL-PHONE        TO WS-CV-PHONE-IN.
           MOVE WS-COL-COUNTRY(1:2) TO WS-CV-COUNTRY.
           MOVE WS-COL-EMAIL        TO WS-CV-EMAIL.
           MOVE FUNCTION TRIM(WS-COL-DELIVERY)
               TO WS-CV-DELIVERY-PREF.
           IF WS-COL-ACTION(1:1) = "C" AND WS-COL-EMAIL = SPACES
      *        Email delivery to the address already on the master
      *        is judged by PERSUPDT against the master.
               PERFORM VALIDATE-PHONE-NUMBER
           ELSE
               PERFORM VALIDATE-CONTACT-FIELDS
           END-IF.
           IF NOT WS-CV-IS-VALID
               MOVE "N" TO WS-ROW-VALID
               MOVE WS-CV-REASON TO WS-REJECT-REASON
           END-IF.

       BOOK-TRANSACTION.
           MOVE SPACES TO PERSON-TRANS-RECORD.
           MOVE WS-COL-ACTION(1:1) TO PT-TRANS-CODE.
           MOVE WS-COL-COUNTRY(1:2) TO PT-COUNTRY-CODE.
           MOVE ZEROS              TO PT-MERGE-FROM-ID.
           MOVE ZEROS              TO PT-EFFECTIVE-DATE.
           MOVE WS-CV-PHONE        TO PT-PHONE.
           MOVE WS-CV-EMAIL        TO PT-EMAIL.
           MOVE FUNCTION UPPER-CASE(WS-CV-DELIVERY-PREF)
                                   TO PT-DELIVERY-PREF.
           MOVE "PERSCSVI"         TO PT-SOURCE-PROGRAM.
           MOVE WS-ERR-OPERATOR    TO PT-OPERATOR.
           WRITE PERSON-TRANS-RECORD.
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "PERSTRAN" TO WS-ERR-FILE-NAME

       COPY SREFP.

       COPY INFREGP.

       COPY CONTVALP.

       COPY ERRLOGP.
