      *Date: 2026-10-08
      *Email bounce load: reads the EBOUNCE list the email vendor
      *returns - person ID and the address that bounced - and flags
      *the matching PERSON-MASTER records PM-EMAIL-STATUS "B" with
      *the delivery preference put back to paper, so the next
      *statement and dunning runs print instead of emailing the same
      *dead address. A bounce for an address the customer has since
      *changed is stale and leaves the record alone. Every bounce
      *goes on the EBNCRPT follow-up report; the flag clears when a
      *new email address is keyed through MAINTPRS or PERSUPDT.
      *Date: 2026-10-09 - Journal the bounce flag and delivery
      *                   preference change to PERSJRNL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILBNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.

           SELECT EMAIL-BOUNCE-FILE ASSIGN TO "EBOUNCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-STATUS.

           SELECT BOUNCE-REPORT-FILE ASSIGN TO "EBNCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY PJRN.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  EMAIL-BOUNCE-FILE.
       01  EMAIL-BOUNCE-RECORD.
           05 EB-PERSON-ID         PIC 9(6).
           05 EB-EMAIL             PIC X(50).

       FD  BOUNCE-REPORT-FILE.
       01  BOUNCE-REPORT-LINE      PIC X(100).

           COPY PJRNFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PJRNWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-BNC-STATUS        PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-BOUNCES       VALUE "Y".

      *    The vendor may hand the address back in any case; the
      *    master keeps it lower case, as CONTVALP stores it.
       01  WS-BOUNCED-EMAIL     PIC X(50).

       01  WS-COUNT-READ        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-FLAGGED     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-UNKNOWN     PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-STALE       PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-ALREADY     PIC 9(5) VALUE ZEROS.

       01  WS-FLAG-DETAIL.
           05 FD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FD-EMAIL          PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FD-NOTE           PIC X(24).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "EMAILBNC" TO WS-ERR-PROGRAM.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-BOUNCES
               READ EMAIL-BOUNCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM FLAG-ONE-BOUNCE
               END-READ
               IF WS-BNC-STATUS NOT = "00" AND
                  WS-BNC-STATUS NOT = "10"
                   MOVE "EBOUNCE" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-BNC-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM WRITE-BOUNCE-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "Bounces read:    " WS-COUNT-READ.
           DISPLAY "Flagged:         " WS-COUNT-FLAGGED.
           DISPLAY "Not on master:   " WS-COUNT-UNKNOWN.
           DISPLAY "Address changed: " WS-COUNT-STALE.
           DISPLAY "Already flagged: " WS-COUNT-ALREADY.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-PERSON-JOURNAL.
           OPEN INPUT EMAIL-BOUNCE-FILE.
           IF WS-BNC-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No email bounce list - nothing to flag."
           ELSE
               IF WS-BNC-STATUS NOT = "00"
                   MOVE "EBOUNCE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-BNC-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT BOUNCE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "EBNCRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE "EMAIL BOUNCES - CUSTOMERS PUT BACK ON PAPER"
               TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE SPACES TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.

       FLAG-ONE-BOUNCE.
           ADD 1 TO WS-COUNT-READ.
           MOVE EB-EMAIL TO WS-BOUNCED-EMAIL.
           INSPECT WS-BOUNCED-EMAIL
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz".
           MOVE WS-BOUNCED-EMAIL TO FD-EMAIL.
           IF EB-PERSON-ID IS NOT NUMERIC
               ADD 1 TO WS-COUNT-UNKNOWN
               MOVE ZEROS  TO FD-PERSON-ID
               MOVE SPACES TO FD-NAME
               MOVE "INVALID PERSON ID" TO FD-NOTE
               PERFORM WRITE-FLAG-DETAIL
           ELSE
               MOVE EB-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-COUNT-UNKNOWN
                       MOVE EB-PERSON-ID TO FD-PERSON-ID
                       MOVE SPACES TO FD-NAME
                       MOVE "NOT ON MASTER" TO FD-NOTE
                       PERFORM WRITE-FLAG-DETAIL
                   NOT INVALID KEY
                       PERFORM FLAG-MASTER-RECORD
               END-READ
           END-IF.

       FLAG-MASTER-RECORD.
      *    Only the address that bounced is flagged: one the
      *    customer has replaced since the mailing went out is
      *    reported and left alone.
           MOVE PM-PERSON-ID TO FD-PERSON-ID.
           MOVE PM-NAME      TO FD-NAME.
           EVALUATE TRUE
               WHEN WS-BOUNCED-EMAIL NOT = PM-EMAIL
                   ADD 1 TO WS-COUNT-STALE
                   MOVE "ADDRESS SINCE CHANGED" TO FD-NOTE
                   PERFORM WRITE-FLAG-DETAIL
               WHEN PM-EMAIL-BOUNCED
                   ADD 1 TO WS-COUNT-ALREADY
               WHEN OTHER
                   PERFORM SAVE-PERSON-BEFORE-IMAGE
                   MOVE "B" TO PM-EMAIL-STATUS
                   MOVE "P" TO PM-DELIVERY-PREF
                   REWRITE PERSON-MASTER-RECORD
                   IF WS-PM-STATUS NOT = "00"
                       MOVE "PERSONMS" TO WS-ERR-FILE-NAME
                       MOVE "REWRITE"  TO WS-ERR-OPERATION
                       MOVE WS-PM-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   MOVE "C" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   ADD 1 TO WS-COUNT-FLAGGED
                   MOVE "FLAGGED - NOW ON PAPER" TO FD-NOTE
                   PERFORM WRITE-FLAG-DETAIL
           END-EVALUATE.

       WRITE-FLAG-DETAIL.
           WRITE BOUNCE-REPORT-LINE FROM WS-FLAG-DETAIL.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "EBNCRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-BOUNCE-SUMMARY.
           MOVE SPACES TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE "Bounces read:"    TO SL-LABEL.
           MOVE WS-COUNT-READ     TO SL-COUNT.
           WRITE BOUNCE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Flagged:"         TO SL-LABEL.
           MOVE WS-COUNT-FLAGGED  TO SL-COUNT.
           WRITE BOUNCE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Not on master:"   TO SL-LABEL.
           MOVE WS-COUNT-UNKNOWN  TO SL-COUNT.
           WRITE BOUNCE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Address changed:" TO SL-LABEL.
           MOVE WS-COUNT-STALE    TO SL-COUNT.
           WRITE BOUNCE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Already flagged:" TO SL-LABEL.
           MOVE WS-COUNT-ALREADY  TO SL-COUNT.
           WRITE BOUNCE-REPORT-LINE FROM WS-SUMMARY-LINE.

       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           IF WS-BNC-STATUS NOT = "35"
               CLOSE EMAIL-BOUNCE-FILE
           END-IF.
           CLOSE BOUNCE-REPORT-FILE.
           PERFORM CLOSE-PERSON-JOURNAL.

       COPY PJRNP.

       COPY ERRLOGP.
