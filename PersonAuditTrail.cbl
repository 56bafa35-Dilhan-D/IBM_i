      *                   so archiving an invoice off the daily
      *                   register never removes it from the
      *                   person's timeline.
      *Date: 2026-09-17 - Widen the register copies to the 80-byte
      *                   OPENINVR layout now that entries carry
      *                   their terms, due date and discount.
      *Date: 2026-09-18 - Widen the register copies to the 81-byte
      *                   OPENINVR layout now that entries carry a
      *                   dispute status.
      *Date: 2026-09-24 - Widen the OPENINV record copy for the
      *                   dispute reason, dates, assignee and
      *                   resolution fields.
      *Date: 2026-09-28 - Widen the OPENINV record copy for the
      *                   invoice currency, rate and currency amount.
      *Date: 2026-09-30 - Widen the OPENINV record copy for the
      *                   sales rep code.
      *Date: 2026-10-07 - Widen the ADDRHIST line to the 180-byte
      *                   ADDRHREC layout, and show a billing,
      *                   shipping or seasonal address change on the
      *                   timeline with its address type.
      *Date: 2026-10-09 - Show each PERSJRNL field journal entry
      *                   on the timeline with its old and new value
      *                   and the operator who made the change.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSAUDT.


           COPY PNOTE.

           COPY PJRN.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

       FD  PERSON-DELTA-FILE.
       01  PERSON-DELTA-RECORD.
           COPY OPENINVR.

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD  PIC X(134).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE       PIC X(100).

           COPY PNOTEFD.

           COPY PJRNFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PNOTEWS.
       COPY PJRNWS.
       COPY ADDRHREC.
       01  WS-AHIST-STATUS      PIC X(2).
       01  WS-DELTA-STATUS      PIC X(2).
           PERFORM COLLECT-INVOICES.
           PERFORM COLLECT-ARCHIVED-INVOICES.
           PERFORM COLLECT-PERSON-NOTES.
           PERFORM COLLECT-PERSON-JOURNAL.
           PERFORM SORT-EVENTS-BY-TIME.
           PERFORM PRINT-TIMELINE.

                           MOVE AH-TIMESTAMP TO HE-TIMESTAMP
                           MOVE "ADDRHIST" TO HE-SOURCE
                           MOVE SPACES TO WS-EVENT-TEXT
                           IF AH-ADDR-TYPE = SPACE
                               STRING "ADDRESS " AH-OLD-CITY " > "
                                      AH-NEW-CITY " BY " AH-OPERATOR
                                      DELIMITED BY SIZE
                                      INTO WS-EVENT-TEXT
                           ELSE
                               STRING "ADDR(" AH-ADDR-TYPE ") "
                                      AH-OLD-CITY " > "
                                      AH-NEW-CITY " BY " AH-OPERATOR
                                      DELIMITED BY SIZE
                                      INTO WS-EVENT-TEXT
                           END-IF
                           PERFORM ADD-ONE-EVENT
                       END-IF
               END-READ
               CLOSE PERSON-NOTE-FILE
           END-IF.

       COLLECT-PERSON-JOURNAL.
      *    One event per changed field; the values are cut short to
      *    fit the timeline, the full ones are on PERSJRNL and in
      *    the PERSASOF inquiry.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PERSON-JOURNAL-FILE.
           IF WS-PJRN-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PJ-PERSON-ID IS NUMERIC AND
                          (PJ-PERSON-ID = WS-SUBJECT-ID OR
                           PJ-PERSON-ID = WS-ENTERED-ID)
                           MOVE PJ-TIMESTAMP TO HE-TIMESTAMP
                           MOVE "PERSJRNL" TO HE-SOURCE
                           MOVE SPACES TO WS-EVENT-TEXT
                           STRING PJ-FIELD-NAME " "
                                  PJ-OLD-VALUE(1:16) " > "
                                  PJ-NEW-VALUE(1:16) " BY "
                                  PJ-OPERATOR
                                  DELIMITED BY SIZE
                                  INTO WS-EVENT-TEXT
                           PERFORM ADD-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PJRN-STATUS NOT = "35"
               CLOSE PERSON-JOURNAL-FILE
           END-IF.

       SORT-EVENTS-BY-TIME.
      *    Plain exchange sort on the timestamp text; the table is
      *    capped small enough that simplicity beats a work file.
