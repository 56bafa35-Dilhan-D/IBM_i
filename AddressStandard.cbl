      *that disagrees with its city/state goes on the report - so a
      *typo'd ZIP is caught here instead of when the mail comes
      *back.
      *Date: 2026-10-09 - Journal each standardized street and
      *                   city to PERSJRNL with its old and new
      *                   value.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSTD.


           COPY ZREF.

           COPY PJRN.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ZREFFD.

           COPY PJRNFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.
       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY ZREFWS.
       COPY PJRNWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       01  WS-CURRENT-DATE      PIC X(21).
           IF NOT WS-ZREF-IS-OPEN
               DISPLAY "No ZIPREF table - ZIP checks skipped."
           END-IF.
           PERFORM OPEN-PERSON-JOURNAL.
           OPEN I-O PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS" TO WS-ERR-FILE-NAME
           ADD 1 TO WS-COUNT-READ.
           MOVE PM-STREET TO WS-OLD-STREET.
           MOVE PM-CITY   TO WS-OLD-CITY.
           PERFORM SAVE-PERSON-BEFORE-IMAGE.
           PERFORM NORMALIZE-ADDRESS-FIELDS.
           IF WS-NEW-STREET NOT = WS-OLD-STREET OR
              WS-NEW-CITY NOT = WS-OLD-CITY
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "C" TO WS-PJRN-ACTION
               PERFORM JOURNAL-PERSON-CHANGES
               ADD 1 TO WS-COUNT-CHANGED
               MOVE PM-PERSON-ID  TO CD-PERSON-ID
               MOVE WS-OLD-STREET TO CD-OLD-STREET
       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           CLOSE STANDARD-REPORT-FILE.
           PERFORM CLOSE-PERSON-JOURNAL.
           PERFORM CLOSE-ZIP-REF.

       COPY ZREFP.

       COPY PJRNP.

       COPY CYCDTP.

       COPY RUNCTLP.
