      *                   country records: "N" demands the numeric
      *                   five-digit ZIP, "A" accepts any nonblank
      *                   postal code. Blank on state records.
      *Date: 2026-09-28 - Maintain the new SR-CURRENCY-CODE on
      *                   country records (prompted on add/change,
      *                   shown on inquire/list) for multi-currency
      *                   invoicing; blank on state records.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTREF.

       01  WS-ENTRY-REGION      PIC X(2).
       01  WS-ENTRY-POSTAL-RULE PIC X(1).
           88 WS-POSTAL-RULE-VALID    VALUE " " "N" "A".
       01  WS-ENTRY-CURRENCY    PIC X(3).
       01  WS-CURRENCY-SWITCH   PIC X(1).
           88 WS-CURRENCY-VALID       VALUE "Y".
       01  WS-RECORD-FOUND      PIC X(1).
           88 WS-FOUND-ON-REF         VALUE "Y".
       01  WS-LIST-EOF-SWITCH   PIC X(1).
               MOVE "C"  TO SR-REF-TYPE
               MOVE "US" TO SR-REF-CODE
               MOVE "UNITED STATES" TO SR-REF-NAME
               MOVE SPACES TO SR-REGION-CODE
               MOVE SPACES TO SR-POSTAL-RULE
               MOVE SPACES TO SR-CURRENCY-CODE
               WRITE STATE-REF-RECORD
               CLOSE STATE-REF-FILE
               OPEN I-O STATE-REF-FILE
                   MOVE WS-ENTRY-NAME   TO SR-REF-NAME
                   MOVE WS-ENTRY-REGION TO SR-REGION-CODE
                   MOVE WS-ENTRY-POSTAL-RULE TO SR-POSTAL-RULE
                   MOVE WS-ENTRY-CURRENCY TO SR-CURRENCY-CODE
                   WRITE STATE-REF-RECORD
                   IF WS-SREF-STATUS NOT = "00"
                       MOVE "MAINTREF" TO WS-ERR-PROGRAM

       GET-REGION-ENTRY.
      *    Regions only mean anything on state records and the
      *    postal rule and currency only on country records; the
      *    other side carries a blank.
           MOVE SPACES TO WS-ENTRY-REGION.
           MOVE SPACES TO WS-ENTRY-POSTAL-RULE.
           MOVE SPACES TO WS-ENTRY-CURRENCY.
           IF WS-ENTRY-TYPE = "S"
               DISPLAY "Region code (blank if unassigned): "
               ACCEPT WS-ENTRY-REGION
                   TO WS-ENTRY-REGION
           ELSE
               PERFORM GET-POSTAL-RULE-ENTRY
               PERFORM GET-CURRENCY-ENTRY
           END-IF.

       GET-POSTAL-RULE-ENTRY.
               END-IF
           END-PERFORM.

       GET-CURRENCY-ENTRY.
      *    Three letters, the code the currency is loaded under on
      *    FXRATE; blank bills the country in the base currency.
           MOVE "N" TO WS-CURRENCY-SWITCH.
           PERFORM UNTIL WS-CURRENCY-VALID
               DISPLAY "Currency code (3 letters, blank=base): "
               MOVE SPACES TO WS-ENTRY-CURRENCY
               ACCEPT WS-ENTRY-CURRENCY
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY)
                   TO WS-ENTRY-CURRENCY
               IF WS-ENTRY-CURRENCY = SPACES OR
                  (WS-ENTRY-CURRENCY IS ALPHABETIC AND
                   WS-ENTRY-CURRENCY(1:1) NOT = SPACE AND
                   WS-ENTRY-CURRENCY(2:1) NOT = SPACE AND
                   WS-ENTRY-CURRENCY(3:1) NOT = SPACE)
                   MOVE "Y" TO WS-CURRENCY-SWITCH
               ELSE
                   DISPLAY "Enter three letters or blank."
               END-IF
           END-PERFORM.

       DO-CHANGE.
           PERFORM GET-KEY-ENTRY.
           PERFORM READ-BY-KEY.
               MOVE WS-ENTRY-NAME   TO SR-REF-NAME
               MOVE WS-ENTRY-REGION TO SR-REGION-CODE
               MOVE WS-ENTRY-POSTAL-RULE TO SR-POSTAL-RULE
               MOVE WS-ENTRY-CURRENCY TO SR-CURRENCY-CODE
               REWRITE STATE-REF-RECORD
               IF WS-SREF-STATUS NOT = "00"
                   MOVE "MAINTREF" TO WS-ERR-PROGRAM
               DISPLAY "Name: " SR-REF-NAME
               IF SR-IS-STATE
                   DISPLAY "Region: " SR-REGION-CODE
               ELSE
                   DISPLAY "Postal rule: " SR-POSTAL-RULE
                   DISPLAY "Currency: " SR-CURRENCY-CODE
               END-IF
           END-IF.

                   NOT AT END
                       DISPLAY SR-REF-TYPE " " SR-REF-CODE "  "
                               SR-REF-NAME " " SR-REGION-CODE
                               " " SR-CURRENCY-CODE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
               IF WS-SREF-STATUS NOT = "00" AND
