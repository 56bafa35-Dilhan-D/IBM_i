      *Date: 2026-10-09 - Shared paragraphs for the PERSON-MASTER
      *                   field journal. A batch run PERFORMs
      *                   OPEN-PERSON-JOURNAL once and
      *                   CLOSE-PERSON-JOURNAL at shutdown; a screen
      *                   may hold it open the same way or open and
      *                   close around one change. Callers must also
      *                   have COPYed PJRN/PJRNFD/PJRNWS, the
      *                   PERSON-MASTER record and the ERRLOG set.
       OPEN-PERSON-JOURNAL.
           OPEN EXTEND PERSON-JOURNAL-FILE.
           IF WS-PJRN-STATUS = "05" OR WS-PJRN-STATUS = "35"
               OPEN OUTPUT PERSON-JOURNAL-FILE
           END-IF.
           IF WS-PJRN-STATUS NOT = "00"
               MOVE "PERSJRNL"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-PJRN-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE "Y" TO WS-PJRN-OPEN-SWITCH
           END-IF.

       SAVE-PERSON-BEFORE-IMAGE.
           MOVE PERSON-MASTER-RECORD TO WS-PJRN-BEFORE.

       JOURNAL-PERSON-CHANGES.
           MOVE PERSON-MASTER-RECORD TO WS-PJRN-AFTER.
           MOVE PM-PERSON-ID TO WS-PJRN-PERSON-ID.
           PERFORM JOURNAL-IMAGE-DIFFERENCES.

       JOURNAL-PERSON-ADD.
           MOVE SPACES TO WS-PJRN-BEFORE.
           MOVE "A" TO WS-PJRN-ACTION.
           PERFORM JOURNAL-PERSON-CHANGES.

       JOURNAL-PERSON-DELETE.
           MOVE PERSON-MASTER-RECORD TO WS-PJRN-BEFORE.
           MOVE SPACES TO WS-PJRN-AFTER.
           MOVE PM-PERSON-ID TO WS-PJRN-PERSON-ID.
           MOVE "D" TO WS-PJRN-ACTION.
           PERFORM JOURNAL-IMAGE-DIFFERENCES.

       JOURNAL-IMAGE-DIFFERENCES.
      *    One entry per field whose bytes differ between the two
      *    images; every entry of one change carries the same
      *    timestamp so the inquiry can tell them apart as a set.
           MOVE FUNCTION CURRENT-DATE TO WS-PJRN-TIMESTAMP.
           PERFORM VARYING PJF-IDX FROM 1 BY 1 UNTIL PJF-IDX > 17
               IF WS-PJRN-BEFORE(PJF-OFFSET(PJF-IDX):
                                 PJF-LENGTH(PJF-IDX)) NOT =
                  WS-PJRN-AFTER(PJF-OFFSET(PJF-IDX):
                                PJF-LENGTH(PJF-IDX))
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-PJRN-TIMESTAMP TO PJ-TIMESTAMP.
           MOVE WS-PJRN-PERSON-ID TO PJ-PERSON-ID.
           MOVE WS-PJRN-ACTION    TO PJ-ACTION.
           MOVE PJF-NAME(PJF-IDX) TO PJ-FIELD-NAME.
           MOVE WS-PJRN-BEFORE(PJF-OFFSET(PJF-IDX):
                               PJF-LENGTH(PJF-IDX))
               TO PJ-OLD-VALUE.
           MOVE WS-PJRN-AFTER(PJF-OFFSET(PJF-IDX):
                              PJF-LENGTH(PJF-IDX))
               TO PJ-NEW-VALUE.
           IF WS-PJRN-PROGRAM = SPACES
               MOVE WS-ERR-PROGRAM   TO PJ-PROGRAM
           ELSE
               MOVE WS-PJRN-PROGRAM  TO PJ-PROGRAM
           END-IF.
           IF WS-PJRN-OPERATOR = SPACES
               MOVE WS-ERR-OPERATOR  TO PJ-OPERATOR
           ELSE
               MOVE WS-PJRN-OPERATOR TO PJ-OPERATOR
           END-IF.
           WRITE PERSON-JOURNAL-RECORD.
           IF WS-PJRN-STATUS NOT = "00"
               MOVE "PERSJRNL" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-PJRN-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-PJRN-COUNT
           END-IF.

       CLOSE-PERSON-JOURNAL.
           IF WS-PJRN-IS-OPEN
               CLOSE PERSON-JOURNAL-FILE
               MOVE "N" TO WS-PJRN-OPEN-SWITCH
           END-IF.
