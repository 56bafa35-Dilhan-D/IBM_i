      *Date: 2026-09-27
      *Monthly exemption-certificate renewal report: every TAXEXMPT
      *certificate that expires within the EXMPARM window (60 days
      *without one) of the run date, with the customer, state,
      *certificate number, type, expiry date and days left, so a
      *renewal can be asked for before ORDER-TOTAL starts taxing the
      *customer again. Certificates already past their expiry and
      *still on file are listed too, flagged EXPIRED - those
      *customers are being taxed now. Any certificate listed ends
      *the step with condition code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMEXPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TAXEXM.

           COPY PERSSEL.

           SELECT EXEMPT-PARM-FILE ASSIGN TO "EXMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "EXMEXPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY TAXEXMFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

       FD  EXEMPT-PARM-FILE.
       01  EXEMPT-PARM-RECORD.
           05 EP-WINDOW-DAYS       PIC 9(3).

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE      PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY TAXEXMWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-INTEGER  PIC 9(7).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-CERTIFICATES  VALUE "Y".

       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 60.
       01  WS-WINDOW-END        PIC 9(8).
       01  WS-DAYS-LEFT         PIC S9(5).
       01  WS-COUNT-READ        PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-EXPIRING    PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-EXPIRED     PIC 9(5) VALUE ZEROS.

       01  WS-HEADING-1.
           05 FILLER            PIC X(36) VALUE
              "EXEMPTION CERTIFICATES EXPIRING BY ".
           05 HD-WINDOW-END     PIC 9(8).
           05 FILLER            PIC X(9) VALUE "   AS OF ".
           05 HD-RUN-DATE       PIC 9(8).
       01  WS-HEADING-2.
           05 FILLER            PIC X(9)  VALUE "CUSTOMER".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(7)  VALUE "STATE".
           05 FILLER            PIC X(17) VALUE "CERTIFICATE".
           05 FILLER            PIC X(12) VALUE "TYPE".
           05 FILLER            PIC X(10) VALUE "EXPIRES".
           05 FILLER            PIC X(10) VALUE "DAYS LEFT".

       01  WS-DETAIL-LINE.
           05 DL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-STATE-CODE     PIC X(2).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 DL-CERT-NUMBER    PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-EXEMPT-TYPE    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-EXPIRY-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-DAYS-LEFT      PIC ZZZZ9-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-FLAG           PIC X(8).

       01  WS-TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "EXMEXPRT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-EXEMPT-PARM.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DATE-INTEGER + WS-WINDOW-DAYS).
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-CERTIFICATES
               READ TAX-EXEMPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF TE-EXPIRY-DATE <= WS-WINDOW-END
                           PERFORM REPORT-ONE-CERTIFICATE
                       END-IF
               END-READ
               IF WS-TAXEXMPT-STATUS NOT = "00" AND
                  WS-TAXEXMPT-STATUS NOT = "10"
                   MOVE "TAXEXMPT"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Certificates on file:  " WS-COUNT-READ.
           DISPLAY "Expiring in window:    " WS-COUNT-EXPIRING.
           DISPLAY "Already expired:       " WS-COUNT-EXPIRED.
           IF WS-COUNT-EXPIRING > ZEROS OR WS-COUNT-EXPIRED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-EXEMPT-PARM.
      *    One control record carrying how many days ahead to look
      *    for expiring certificates; without it, 60.
           OPEN INPUT EXEMPT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ EXEMPT-PARM-FILE
                   NOT AT END
                       IF EP-WINDOW-DAYS IS NUMERIC AND
                          EP-WINDOW-DAYS > ZEROS
                           MOVE EP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE EXEMPT-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "EXMPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       OPEN-FILES.
           PERFORM OPEN-EXEMPTION-FILE.
           IF NOT WS-TAXEXMPT-IS-OPEN
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "No exemption certificates on file."
           END-IF.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "EXMEXPRT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-WINDOW-END TO HD-WINDOW-END.
           MOVE WS-RUN-DATE   TO HD-RUN-DATE.
           WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-2.

       REPORT-ONE-CERTIFICATE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(TE-EXPIRY-DATE) -
               WS-RUN-DATE-INTEGER.
           IF TE-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-COUNT-EXPIRED
               MOVE "EXPIRED" TO DL-FLAG
           ELSE
               ADD 1 TO WS-COUNT-EXPIRING
               MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE "** UNKNOWN **" TO DL-NAME.
           MOVE TE-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-NAME TO DL-NAME
           END-READ.
           EVALUATE TRUE
               WHEN TE-TYPE-RESALE
                   MOVE "RESALE"     TO DL-EXEMPT-TYPE
               WHEN TE-TYPE-NONPROFIT
                   MOVE "NONPROFIT"  TO DL-EXEMPT-TYPE
               WHEN TE-TYPE-GOVERNMENT
                   MOVE "GOVERNMENT" TO DL-EXEMPT-TYPE
               WHEN OTHER
                   MOVE "OTHER"      TO DL-EXEMPT-TYPE
           END-EVALUATE.
           MOVE TE-PERSON-ID   TO DL-PERSON-ID.
           MOVE TE-STATE-CODE  TO DL-STATE-CODE.
           MOVE TE-CERT-NUMBER TO DL-CERT-NUMBER.
           MOVE TE-EXPIRY-DATE TO DL-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT   TO DL-DAYS-LEFT.
           WRITE EXPIRY-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "EXMEXPRT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE "Certificates on file:"  TO TL-LABEL.
           MOVE WS-COUNT-READ           TO TL-COUNT.
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Expiring in window:"    TO TL-LABEL.
           MOVE WS-COUNT-EXPIRING       TO TL-COUNT.
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "Already expired:"       TO TL-LABEL.
           MOVE WS-COUNT-EXPIRED        TO TL-COUNT.
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE.

       CLOSE-FILES.
           PERFORM CLOSE-EXEMPTION-FILE.
           CLOSE PERSON-MASTER-FILE.
           CLOSE EXPIRY-REPORT-FILE.

       COPY TAXEXMP.

       COPY ERRLOGP.
