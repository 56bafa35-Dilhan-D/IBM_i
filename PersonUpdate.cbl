      *                   that date, so a catch-up pass (cycle date
      *                   behind today) would otherwise never
      *                   propagate its merges.
      *Date: 2026-10-07 - Widen the ADDRHIST line to the 180-byte
      *                   ADDRHREC layout; master-address corrections
      *                   leave the new address type blank.
      *Date: 2026-10-08 - Apply the new phone, email and delivery
      *                   preference: an add takes them as keyed, a
      *                   change only where the transaction carries
      *                   a value (blanks leave the master's alone),
      *                   a new email address clears a recorded
      *                   bounce, and email delivery is refused onto
      *                   the exception report when there is no
      *                   email address to deliver to. A merge fills
      *                   a blank survivor phone or email from the
      *                   retired record.
      *Date: 2026-10-09 - Journal every field each transaction
      *                   changes to PERSJRNL with its old and new
      *                   value, under the program and operator that
      *                   booked the transaction; adds, deletes,
      *                   corrections and both sides of a merge all
      *                   journal.
      *Date: 2026-10-12 - Pre-read PERSTRAN for its record count and
      *                   hash and check it against the shared INFREG
      *                   inbound-file registry: a transaction file
      *                   already applied is refused with RETURN-CODE
      *                   12 and the master is not touched, unless
      *                   INFRLSE carries a supervisor's release. The
      *                   file is registered once the run completes,
      *                   so a checkpoint restart of an unfinished
      *                   run is not refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSUPDT.


           COPY PDELT.

           COPY PJRN.

           COPY CYCDT.

           COPY RUNCTL.

           COPY INFREG.

           COPY ERRLOG.

       DATA DIVISION.
       01  EXCEPTIONS-REPORT-LINE  PIC X(80).

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-LINE         PIC X(37).

           COPY PDELTFD.

           COPY PJRNFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY INFREGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PERSIDWS.
       COPY PDELTWS.
       COPY PJRNWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY INFREGWS.
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-PM-STATUS         PIC X(2).
           88 WS-PM-RECORD-LOCKED     VALUE "51" "99" "9D".
       01  WS-MERGE-ZIP         PIC 9(5).
       01  WS-MERGE-COUNTRY-CODE PIC A(2).
       01  WS-MERGE-BIRTH-DATE  PIC 9(8).
       01  WS-MERGE-PHONE       PIC X(16).
       01  WS-MERGE-EMAIL       PIC X(50).

       01  WS-MERGE-XREF-DETAIL.
           05 MX-TIMESTAMP      PIC X(21).
                       WS-RC-CYCLE-DATE " - skipping."
               STOP RUN
           END-IF.
           PERFORM CHECK-TRANS-REGISTRY.
           IF WS-IF-FILE-DUPLICATE
               DISPLAY "PERSUPDT refused PERSTRAN for cycle "
                       WS-RC-CYCLE-DATE " - master not updated."
               STOP RUN
           END-IF.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-TRANS
               WS-COUNT-CORRECTED + WS-COUNT-MERGED.
           MOVE WS-COUNT-EXCEPTIONS TO WS-RC-COUNT-2.
           MOVE WS-TRANS-SEQ        TO WS-RC-COUNT-3.
           PERFORM REGISTER-INBOUND-FILE.
           PERFORM RECORD-STEP-END.
           STOP RUN.

       CHECK-TRANS-REGISTRY.
      *    Count and hash the whole transaction file before any of
      *    it is applied. A file that will not open is left for
      *    OPEN-FILES to log.
           MOVE "PERSTRAN" TO WS-IF-SOURCE.
           PERFORM START-INBOUND-FILE.
           MOVE WS-RC-CYCLE-DATE TO WS-IF-CYCLE-DATE.
           MOVE LENGTH OF PERSON-TRANS-RECORD TO WS-IF-HASH-LENGTH.
           OPEN INPUT PERSON-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-END-OF-TRANS
                   READ PERSON-TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PERSON-TRANS-RECORD
                               TO WS-IF-HASH-RECORD
                           PERFORM TALLY-INBOUND-RECORD
                   END-READ
                   IF WS-TRANS-STATUS NOT = "00" AND
                      WS-TRANS-STATUS NOT = "10"
                       MOVE "PERSUPDT" TO WS-ERR-PROGRAM
                       MOVE "PERSTRAN" TO WS-ERR-FILE-NAME
                       MOVE "READ"     TO WS-ERR-OPERATION
                       MOVE WS-TRANS-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE PERSON-TRANS-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
           PERFORM CHECK-INBOUND-FILE.

       READ-CHECKPOINT.
      *    Resume from the last checkpoint, if one is on file: skip
      *    the transactions already applied and pick the totals back
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-CHANGE-CAPTURE.
           PERFORM OPEN-PERSON-JOURNAL.
           OPEN EXTEND MERGE-XREF-FILE.
           IF WS-XREF-STATUS = "05" OR WS-XREF-STATUS = "35"
               OPEN OUTPUT MERGE-XREF-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
      *    Journal entries carry whoever booked the transaction;
      *    older transactions without one fall back to this job.
           MOVE PT-SOURCE-PROGRAM TO WS-PJRN-PROGRAM.
           MOVE PT-OPERATOR       TO WS-PJRN-OPERATOR.
           EVALUATE TRUE
               WHEN PT-IS-ADD
                   PERFORM APPLY-ADD
      *            its mail or contact flags.
                   MOVE SPACE TO PM-MAIL-STATUS
                   MOVE SPACE TO PM-CONTACT-PREF
                   MOVE PT-PHONE         TO PM-PHONE
                   MOVE PT-EMAIL         TO PM-EMAIL
                   MOVE PT-DELIVERY-PREF TO PM-DELIVERY-PREF
                   MOVE SPACE TO PM-EMAIL-STATUS
                   WRITE PERSON-MASTER-RECORD
                   IF WS-PM-STATUS NOT = "00"
                       MOVE "PERSUPDT" TO WS-ERR-PROGRAM
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   PERFORM JOURNAL-PERSON-ADD
                   MOVE "A" TO WS-DELTA-ACTION
                   MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                   MOVE PT-ZIP        TO PM-ZIP
                   MOVE PT-COUNTRY-CODE TO PM-COUNTRY-CODE
                   MOVE PT-POSTAL-CODE TO PM-POSTAL-CODE
                   PERFORM APPLY-CONTACT-CHANGE
                   REWRITE PERSON-MASTER-RECORD
                   IF WS-PM-STATUS NOT = "00"
                       MOVE "PERSUPDT" TO WS-ERR-PROGRAM
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE "C" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   MOVE "C" TO WS-DELTA-ACTION
                   MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                   ADD 1 TO WS-COUNT-CHANGED
           END-IF.

       APPLY-CONTACT-CHANGE.
      *    The contact fields came after most of the transaction
      *    writers, so a blank one means "not supplied", not
      *    "erase": only what the transaction carries replaces the
      *    master's value. A new email address is not the one the
      *    vendor bounced, so the bounce flag clears with it.
           IF PT-PHONE NOT = SPACES
               MOVE PT-PHONE TO PM-PHONE
           END-IF.
           IF PT-EMAIL NOT = SPACES AND PT-EMAIL NOT = PM-EMAIL
               MOVE PT-EMAIL TO PM-EMAIL
               MOVE SPACE    TO PM-EMAIL-STATUS
           END-IF.
           IF PT-DELIVERY-PREF NOT = SPACE
               IF PM-EMAIL = SPACES AND
                  (PT-DELIVERY-PREF = "E" OR PT-DELIVERY-PREF = "B")
                   MOVE "Email delivery refused - no email on file"
                       TO ED-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE PT-DELIVERY-PREF TO PM-DELIVERY-PREF
               END-IF
           END-IF.

       APPLY-DELETE.
           MOVE PT-PERSON-ID TO PM-PERSON-ID.
           PERFORM READ-MASTER-FOR-UPDATE.
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE "C" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   MOVE "D" TO WS-DELTA-ACTION
                   MOVE PT-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   PERFORM WRITE-ADDRESS-HISTORY
                   MOVE "C" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   MOVE "C" TO WS-DELTA-ACTION
                   MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                   MOVE PM-STATE-CODE   TO WS-MERGE-STATE-CODE
                   MOVE PM-ZIP          TO WS-MERGE-ZIP
                   MOVE PM-COUNTRY-CODE TO WS-MERGE-COUNTRY-CODE
                   MOVE PM-PHONE        TO WS-MERGE-PHONE
                   IF PM-EMAIL-BOUNCED
                       MOVE SPACES      TO WS-MERGE-EMAIL
                   ELSE
                       MOVE PM-EMAIL    TO WS-MERGE-EMAIL
                   END-IF
                   IF PM-BIRTH-DATE IS NUMERIC
                       MOVE PM-BIRTH-DATE TO WS-MERGE-BIRTH-DATE
                   ELSE
                      WS-MERGE-BIRTH-DATE NOT = ZEROS
                       MOVE WS-MERGE-BIRTH-DATE TO PM-BIRTH-DATE
                   END-IF
                   IF PM-PHONE = SPACES
                       MOVE WS-MERGE-PHONE TO PM-PHONE
                   END-IF
                   IF PM-EMAIL = SPACES
                       MOVE WS-MERGE-EMAIL TO PM-EMAIL
                       MOVE SPACE TO PM-EMAIL-STATUS
                   END-IF
                   REWRITE PERSON-MASTER-RECORD
                   IF WS-PM-STATUS NOT = "00"
                       MOVE "PERSUPDT" TO WS-ERR-PROGRAM
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE "M" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   PERFORM RETIRE-MERGED-RECORD
                   MOVE "C" TO WS-DELTA-ACTION
                   MOVE PT-PERSON-ID TO WS-DELTA-PERSON-ID
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE "M" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
           END-IF.
           PERFORM WRITE-MERGE-XREF.
           MOVE "D" TO WS-DELTA-ACTION.
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           IF WS-MASTER-RECORD-FOUND
               PERFORM SAVE-PERSON-BEFORE-IMAGE
           END-IF.

       READ-MASTER-ONCE.
           MOVE "N" TO WS-MASTER-FOUND-SW.
           CLOSE ADDRESS-HISTORY-FILE.
           CLOSE MERGE-XREF-FILE.
           PERFORM CLOSE-CHANGE-CAPTURE.
           PERFORM CLOSE-PERSON-JOURNAL.

       COPY PERSIDP.

       COPY PDELTP.

       COPY PJRNP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY INFREGP.

       COPY ERRLOGP.
