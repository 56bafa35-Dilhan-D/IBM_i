      *wrong-ID delete that used to be unrecoverable now has a
      *whole retention window in which the record is still on file,
      *and the eventual removal leaves an audit trail.
      *Date: 2026-10-09 - Journal each purged record's fields to
      *                   PERSJRNL as a delete, so the record's last
      *                   values survive in the journal after it
      *                   leaves the master.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSPURG.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           COPY PJRN.

           COPY ERRLOG.

       DATA DIVISION.
       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-LINE     PIC X(80).

           COPY PJRNFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PJRNWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-RTN-STATUS        PIC X(2).
       01  WS-REG-STATUS        PIC X(2).
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-PERSON-JOURNAL.

       JUDGE-ONE-RECORD.
           ADD 1 TO WS-COUNT-READ.
           END-IF.

       PURGE-ONE-RECORD.
      *    Register and journal first, then remove, so an abend
      *    between them leaves a registered record still on file
      *    rather than a removed record with no trail.
           MOVE FUNCTION CURRENT-DATE TO RG-TIMESTAMP.
           MOVE PM-PERSON-ID   TO RG-PERSON-ID.
           MOVE PM-NAME        TO RG-NAME.
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM JOURNAL-PERSON-DELETE.
           DELETE PERSON-MASTER-FILE RECORD.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS" TO WS-ERR-FILE-NAME
       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           CLOSE PURGE-REGISTER-FILE.
           PERFORM CLOSE-PERSON-JOURNAL.

       COPY PJRNP.

       COPY ERRLOGP.
