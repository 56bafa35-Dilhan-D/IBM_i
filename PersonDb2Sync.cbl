      *                   delta applied, so a failed change is still
      *                   on file for the next run instead of erased
      *                   without a trace.
      *Date: 2026-10-10 - Propagate PERSERAS erasures: an "E" delta
      *                   overwrites the DB2 row with the masked
      *                   master values by UPDATE only - a person
      *                   with no DB2 row is not inserted just to
      *                   hold an erased name - and deletes the row
      *                   if the master record has since gone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSDB2.


       01  WS-COUNT-SYNCED          PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-DELETED         PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-ERASED          PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-SKIPPED         PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EXPORTED        PIC 9(7) VALUE ZEROS.
       01  WS-DELTA-EOF-SWITCH      PIC X(1) VALUE "N".
               MOVE PD-PERSON-ID TO PM-PERSON-ID
               PERFORM READ-MASTER-FOR-SYNC
               EVALUATE TRUE
                   WHEN WS-MASTER-RECORD-FOUND AND PD-IS-ERASE
                       PERFORM ERASE-ONE-PERSON-DB2
                   WHEN WS-PM-STATUS = "23" AND PD-IS-ERASE
      *                Erased and then purged: nothing of the
      *                person may stay on the DB2 side either.
                       MOVE PD-PERSON-ID TO WS-DELTA-PERSON-ID
                       PERFORM DELETE-ONE-PERSON-DB2
                   WHEN WS-MASTER-RECORD-FOUND
                       PERFORM SYNC-ONE-PERSON
                   WHEN WS-PM-STATUS = "23"
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       ERASE-ONE-PERSON-DB2.
      *    The master record already carries the masked values;
      *    UPDATE only, so a person never mirrored stays absent.
           EXEC SQL
               UPDATE PERSON
                  SET PERSON_NAME  = :PM-NAME,
                      PERSON_AGE   = :PM-AGE,
                      BIRTH_DATE   = :PM-BIRTH-DATE,
                      STREET       = :PM-STREET,
                      CITY         = :PM-CITY,
                      STATE_CODE   = :PM-STATE-CODE,
                      ZIP_CODE     = :PM-ZIP,
                      COUNTRY_CODE = :PM-COUNTRY-CODE
                WHERE PERSON_ID = :PM-PERSON-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
           EVALUATE TRUE
               WHEN WS-SQLCODE-DISPLAY = 0
                   ADD 1 TO WS-COUNT-ERASED
               WHEN WS-SQLCODE-DISPLAY = 100
                   ADD 1 TO WS-COUNT-SKIPPED
               WHEN OTHER
                   MOVE "Y" TO WS-DELTA-FAIL-SW
                   MOVE "PERSDB2"  TO WS-ERR-PROGRAM
                   MOVE "PERSONDB" TO WS-ERR-FILE-NAME
                   MOVE "SQL ERASE" TO WS-ERR-OPERATION
                   MOVE "**" TO WS-ERR-STATUS
                   MOVE WS-SQLCODE-DISPLAY TO WS-SQLCODE-EDIT
                   MOVE WS-SQLCODE-EDIT TO WS-ERR-SQLCODE-TEXT
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       CLEAR-DELTA-FILE.
      *    The day's changes are applied; an empty delta file means
      *    tomorrow's run starts from zero instead of re-applying.
           CLOSE CLASSIFICATION-CSV-FILE.
           DISPLAY "Synced to DB2:   " WS-COUNT-SYNCED.
           DISPLAY "Deleted on DB2:  " WS-COUNT-DELETED.
           DISPLAY "Erased on DB2:   " WS-COUNT-ERASED.
           DISPLAY "Skipped deltas:  " WS-COUNT-SKIPPED.
           DISPLAY "Exported to CSV: " WS-COUNT-EXPORTED.
           IF WS-FULL-SYNC-NEEDED
