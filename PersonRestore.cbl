      *                   Every file has its own SELECT with a
      *                   literal assignment name, like every other
      *                   program here.
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
      *Date: 2026-10-07 - Widen the ADDRHIST copies to the 180-byte
      *                   ADDRHREC line now that it carries the
      *                   address type.
      *Date: 2026-10-08 - Widen the PERSON-MASTER and PERSON-TRANS
      *                   record copies for the phone, email and
      *                   delivery preference.
      *Date: 2026-10-09 - Widen the PERSON-TRANS record copies for
      *                   the booking program and operator.
      *Date: 2026-10-15 - Journal the restore on PERSJRNL: the
      *                   master as it stood is copied to PERSPRIO
      *                   before the rebuild and matched against the
      *                   generation by person ID, so every field the
      *                   restore changes, brings back or drops gets
      *                   its entry, stamped with the RESTPARM
      *                   operator who ran it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSREST.


           COPY PERSSEL.

           SELECT RESTORE-PARM-FILE ASSIGN TO "RESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRIOR-MASTER-FILE ASSIGN TO "PERSPRIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIO-STATUS.

           COPY PJRN.

           SELECT CLASS-BACKUP-FILE ASSIGN TO "CLASBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(187).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  RESTORE-PARM-FILE.
       01  RESTORE-PARM-RECORD.
           05 RP-OPERATOR-ID       PIC X(8).

       FD  PRIOR-MASTER-FILE.
       01  PRIOR-MASTER-RECORD.
           05 PR-PERSON-ID         PIC 9(6).
           05 FILLER               PIC X(181).

           COPY PJRNFD.

       FD  CLASS-BACKUP-FILE.
       01  CLASS-BACKUP-RECORD     PIC X(31).

           05 CC-CLASS-DATE        PIC 9(8).

       FD  ADDR-BACKUP-FILE.
       01  ADDR-BACKUP-RECORD      PIC X(180).

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

       FD  XREF-BACKUP-FILE.
       01  XREF-BACKUP-RECORD      PIC X(37).
       01  MERGE-XREF-LINE         PIC X(37).

       FD  OINV-BACKUP-FILE.
       01  OINV-BACKUP-RECORD      PIC X(134).

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-LINE       PIC X(134).

       FD  PEND-BACKUP-FILE.
       01  PEND-BACKUP-RECORD      PIC X(206).

       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-LINE      PIC X(206).

       FD  NXID-BACKUP-FILE.
       01  NXID-BACKUP-RECORD      PIC X(6).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PJRNWS.
       01  WS-BKP-STATUS        PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-TGT-STATUS        PIC X(2).
       01  WS-SBKP-STATUS       PIC X(2).
       01  WS-STAMP-STATUS      PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PRIO-STATUS       PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-BACKUP        VALUE "Y".
       01  WS-SIDE-EOF-SWITCH   PIC X(1).
           05 WS-STAMP-COUNT OCCURS 6 TIMES PIC 9(7).
       01  WS-STAMP-MASTER      PIC 9(7) VALUE ZEROS.

      *    The master as it stood before the rebuild, for the field
      *    journal. A master that cannot be read to the end is not
      *    journalled against - a partial before-image would record
      *    changes that never happened.
       01  WS-PRIOR-EOF-SWITCH  PIC X(1) VALUE "N".
           88 WS-END-OF-PRIOR         VALUE "Y".
       01  WS-PRIOR-READ-SW     PIC X(1) VALUE "Y".
           88 WS-PRIOR-IS-COMPLETE    VALUE "Y".
       01  WS-PRIOR-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-PRIOR-ID          PIC 9(6).
       01  WS-RESTORED-ID       PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSREST" TO WS-ERR-PROGRAM.
           PERFORM BUILD-SIDE-TABLE.
           PERFORM READ-CONSISTENCY-STAMP.
           PERFORM READ-RESTORE-PARM.
           PERFORM SAVE-PRIOR-MASTER.
           PERFORM RESTORE-MASTER.
           PERFORM RESTORE-CLASS-VIEW.
           PERFORM RESTORE-ADDRESS-HISTORY.
                       "the master count can be verified."
           END-IF.

       READ-RESTORE-PARM.
      *    The operator who ran the restore signs its journal
      *    entries; without a RESTPARM record they read BATCH.
           OPEN INPUT RESTORE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ RESTORE-PARM-FILE
                   NOT AT END
                       IF RP-OPERATOR-ID NOT = SPACES
                           MOVE RP-OPERATOR-ID TO WS-ERR-OPERATOR
                       END-IF
               END-READ
               CLOSE RESTORE-PARM-FILE
           END-IF.

       SAVE-PRIOR-MASTER.
      *    Copy the master as it stands, in key order, before OPEN
      *    OUTPUT empties it. No master at all is an empty before-
      *    image: every restored person journals as an add.
           OPEN OUTPUT PRIOR-MASTER-FILE.
           IF WS-PRIO-STATUS NOT = "00"
               MOVE "PERSPRIO"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-PRIO-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-PM-STATUS = "00"
                   MOVE "N" TO WS-PRIOR-EOF-SWITCH
                   PERFORM UNTIL WS-END-OF-PRIOR
                       READ PERSON-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-PRIOR-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-PRIOR-COUNT
                               WRITE PRIOR-MASTER-RECORD
                                   FROM PERSON-MASTER-RECORD
                       END-READ
                       IF WS-PM-STATUS NOT = "00" AND
                          WS-PM-STATUS NOT = "10"
                           MOVE "N" TO WS-PRIOR-READ-SW
                           MOVE "Y" TO WS-PRIOR-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE PERSON-MASTER-FILE
               WHEN WS-PM-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-PRIOR-READ-SW
           END-EVALUATE.
           CLOSE PRIOR-MASTER-FILE.
           IF WS-PRIOR-IS-COMPLETE
               MOVE "N" TO WS-PRIOR-EOF-SWITCH
               MOVE ZEROS TO WS-PRIOR-ID
               OPEN INPUT PRIOR-MASTER-FILE
               PERFORM READ-PRIOR-MASTER
               PERFORM OPEN-PERSON-JOURNAL
           ELSE
               DISPLAY "Current PERSONMS unreadable (status "
                       WS-PM-STATUS ") - the restore is not "
                       "journalled on PERSJRNL."
           END-IF.

       READ-PRIOR-MASTER.
           READ PRIOR-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-PRIOR-EOF-SWITCH
                   MOVE 999999 TO WS-PRIOR-ID
               NOT AT END
                   MOVE PR-PERSON-ID TO WS-PRIOR-ID
           END-READ.

       JOURNAL-DROPPED-PERSON.
      *    On the master before, not in the generation restored.
           MOVE PRIOR-MASTER-RECORD TO WS-PJRN-BEFORE.
           MOVE SPACES              TO WS-PJRN-AFTER.
           MOVE PR-PERSON-ID        TO WS-PJRN-PERSON-ID.
           MOVE "D" TO WS-PJRN-ACTION.
           PERFORM JOURNAL-IMAGE-DIFFERENCES.
           PERFORM READ-PRIOR-MASTER.

       JOURNAL-RESTORED-PERSON.
      *    Matched by person ID against the master before: a
      *    person on both journals the fields the restore changed,
      *    one only in the generation journals as an add.
           MOVE BACKUP-RECORD(1:6) TO WS-RESTORED-ID.
           PERFORM JOURNAL-DROPPED-PERSON
               UNTIL WS-END-OF-PRIOR OR
                     WS-PRIOR-ID >= WS-RESTORED-ID.
           MOVE BACKUP-RECORD  TO WS-PJRN-AFTER.
           MOVE WS-RESTORED-ID TO WS-PJRN-PERSON-ID.
           IF NOT WS-END-OF-PRIOR AND WS-PRIOR-ID = WS-RESTORED-ID
               MOVE PRIOR-MASTER-RECORD TO WS-PJRN-BEFORE
               MOVE "C" TO WS-PJRN-ACTION
               PERFORM JOURNAL-IMAGE-DIFFERENCES
               PERFORM READ-PRIOR-MASTER
           ELSE
               MOVE SPACES TO WS-PJRN-BEFORE
               MOVE "A" TO WS-PJRN-ACTION
               PERFORM JOURNAL-IMAGE-DIFFERENCES
           END-IF.

       RESTORE-MASTER.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
           END-PERFORM.
           CLOSE BACKUP-FILE.
           CLOSE PERSON-MASTER-FILE.
           IF WS-PRIOR-IS-COMPLETE
               PERFORM JOURNAL-DROPPED-PERSON
                   UNTIL WS-END-OF-PRIOR
               CLOSE PRIOR-MASTER-FILE
               PERFORM CLOSE-PERSON-JOURNAL
           END-IF.

       RESTORE-ONE-RECORD.
      *    Backups are written in key order, so the indexed load
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-COUNT-WRITTEN.
           IF WS-PRIOR-IS-COMPLETE
               PERFORM JOURNAL-RESTORED-PERSON
           END-IF.

       RESTORE-CLASS-VIEW.
      *    The flattened classification view rebuilds through its
       JUDGE-THE-SET.
           DISPLAY "Backup records read: " WS-COUNT-READ.
           DISPLAY "Master records written: " WS-COUNT-WRITTEN.
           DISPLAY "Master records before the restore: "
                   WS-PRIOR-COUNT.
           DISPLAY "Field journal entries written: " WS-PJRN-COUNT.
           IF WS-COUNT-READ NOT = WS-COUNT-WRITTEN
               MOVE "N" TO WS-SET-GOOD-SW
           END-IF.
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY PJRNP.

       COPY ERRLOGP.
