      *Date: 2026-10-10
      *Subject-access report: given one person ID on the SARPARM
      *control record, gathers everything held on that person into
      *one SARRPT report, a section per file - PERSON-MASTER, the
      *PERSADDR dated addresses, GUARDLNK links (as ward or as
      *responsible party), ADDRHIST, PERSNOTE, CONTHIST, CLASSLOG
      *and CLASSARCH, CURCLASS, HHLDASGN, the OPENINV register and
      *its OPENARCH archive, the INVARCH invoice print images, the
      *PERSJRNL field journal and the DB2 PERSON mirror - with a
      *count per file and a summary at the end, so answering "what
      *do you hold on me?" is one run instead of days of searching.
      *Read-only throughout. The companion PERSERAS erasure run
      *works from the same list of files. Condition code 8 means
      *the control record was missing or invalid; 4 means nothing
      *is held on the person or the DB2 mirror could not be read,
      *and SARRPT says which.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSSAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-PARM-FILE ASSIGN TO "SARPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY PERSSEL.

           COPY PADDR.

           COPY GRDLNK.

           SELECT ADDRESS-HISTORY-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.

           COPY PNOTE.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CLASSIFICATION-LOG-FILE ASSIGN TO "CLASSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CLASS-ARCHIVE-FILE ASSIGN TO "CLASSARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARCH-STATUS.

           SELECT CURRENT-CLASS-FILE ASSIGN TO "CURCLASS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-PERSON-ID
               FILE STATUS IS WS-CLASS-STATUS.

           SELECT HOUSEHOLD-ASSIGN-FILE ASSIGN TO "HHLDASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASGN-STATUS.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT OPEN-ARCHIVE-FILE ASSIGN TO "OPENARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OARCH-STATUS.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IARCH-STATUS.

           COPY PJRN.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-PARM-FILE.
       01  ACCESS-PARM-RECORD.
           05 SJ-PERSON-ID         PIC 9(6).
           05 SJ-OPERATOR-ID       PIC X(8).
           05 SJ-REFERENCE         PIC X(20).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY PADDRFD.

           COPY GRDLNKFD.

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

           COPY PNOTEFD.

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE    PIC X(52).

       FD  CLASSIFICATION-LOG-FILE.
           COPY CLASLOG.

       FD  CLASS-ARCHIVE-FILE.
       01  CLASS-ARCHIVE-RECORD    PIC X(48).

       FD  CURRENT-CLASS-FILE.
       01  CURRENT-CLASS-RECORD.
           05 CC-PERSON-ID         PIC 9(6).
           05 CC-STATUS            PIC X(14).
           05 CC-AGE               PIC 9(3).
           05 CC-CLASS-DATE        PIC 9(8).

       FD  HOUSEHOLD-ASSIGN-FILE.
       01  HOUSEHOLD-ASSIGN-RECORD.
           05 HA-PERSON-ID          PIC 9(6).
           05 HA-HOUSEHOLD-ID       PIC 9(6).
           05 HA-HEAD-FLAG          PIC X(1).
              88 HA-IS-HEAD             VALUE "H".

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  OPEN-ARCHIVE-FILE.
       01  OPEN-ARCHIVE-RECORD     PIC X(134).

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD.
           05 IA-INVOICE-NUMBER     PIC 9(6).
           05 IA-LINE-SEQ           PIC 9(4).
           05 IA-PRINT-LINE         PIC X(80).

           COPY PJRNFD.

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-LINE      PIC X(160).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PADDRWS.
       COPY GRDLNKWS.
       COPY PNOTEWS.
       COPY PJRNWS.
       COPY ADDRHREC.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AHIST-STATUS      PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-LOG-STATUS        PIC X(2).
       01  WS-CARCH-STATUS      PIC X(2).
       01  WS-CLASS-STATUS      PIC X(2).
       01  WS-ASGN-STATUS       PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-OARCH-STATUS      PIC X(2).
       01  WS-IARCH-STATUS      PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".

       01  WS-SAR-PERSON-ID     PIC 9(6) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-REFERENCE         PIC X(20) VALUE SPACES.
       01  WS-REQUEST-SW        PIC X(1) VALUE "Y".
           88 WS-REQUEST-VALID        VALUE "Y".
       01  WS-REFUSAL           PIC X(30) VALUE SPACES.
       01  WS-DB2-MISSED-SW     PIC X(1) VALUE "N".
           88 WS-DB2-NOT-READ         VALUE "Y".

      *    One entry per file reported on, in report order, for the
      *    summary at the end.
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 16 TIMES.
              10 SRC-NAME          PIC X(10).
              10 SRC-COUNT         PIC 9(7).
       01  WS-SOURCE-SUB        PIC 9(2) VALUE ZEROS.
       01  WS-SOURCE-LIMIT      PIC 9(2).
       01  WS-SECTION-NAME      PIC X(10).
       01  WS-SECTION-TITLE     PIC X(50).
       01  WS-TOTAL-HELD        PIC 9(7) VALUE ZEROS.

      *    INVARCH holds each invoice's print lines together; once
      *    the CUSTOMER line names the person, the rest of that
      *    invoice's lines are theirs too.
       01  WS-INVOICE-OWNED-SW  PIC X(1).
           88 WS-INVOICE-IS-OWNED     VALUE "Y".
       01  WS-OWNED-INVOICE     PIC 9(6).
       01  WS-INVOICE-COUNT     PIC 9(7).
       01  WS-CUSTOMER-TAG      PIC X(9) VALUE "CUSTOMER ".
       01  WS-ID-TEXT           PIC X(6).

       01  WS-CH-DETAIL.
           05 CH-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2).
           05 CH-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2).
           05 CH-SEVERITY       PIC 9(1).
           05 FILLER            PIC X(2).
           05 CH-BALANCE        PIC 9(9)V99.

       01  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT        PIC Z,ZZZ,ZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DB2-NAME          PIC X(20).
       01  WS-DB2-AGE           PIC 9(5).
       01  WS-DB2-BIRTH-DATE    PIC 9(8).
       01  WS-DB2-STREET        PIC X(30).
       01  WS-DB2-CITY          PIC X(20).
       01  WS-DB2-STATE-CODE    PIC X(2).
       01  WS-DB2-ZIP           PIC X(5).
       01  WS-DB2-COUNTRY-CODE  PIC X(2).
       01  WS-SQLCODE-DISPLAY   PIC S9(9).
       01  WS-SQLCODE-EDIT      PIC -(10)9.

       01  WS-SAR-LINE          PIC X(160).
       01  WS-HEADING-LINE.
           05 FILLER            PIC X(35) VALUE
              "SUBJECT ACCESS REPORT - PERSON ID ".
           05 HD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(6) VALUE "  REF ".
           05 HD-REFERENCE      PIC X(20).
           05 FILLER            PIC X(10) VALUE " OPERATOR ".
           05 HD-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(5) VALUE " RUN ".
           05 HD-RUN-DATE       PIC X(8).
       01  WS-SUMMARY-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SM-NAME           PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SM-COUNT          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSSAR" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM READ-ACCESS-PARM.
           IF WS-REQUEST-VALID
               MOVE WS-OPERATOR-ID TO WS-ERR-OPERATOR
               PERFORM REPORT-PERSON-MASTER
               PERFORM REPORT-DATED-ADDRESSES
               PERFORM REPORT-GUARDIAN-LINKS
               PERFORM REPORT-ADDRESS-HISTORY
               PERFORM REPORT-PERSON-NOTES
               PERFORM REPORT-CONTACT-HISTORY
               PERFORM REPORT-CLASSIFICATION-LOG
               PERFORM REPORT-CLASSIFICATION-ARCHIVE
               PERFORM REPORT-CURRENT-CLASS
               PERFORM REPORT-HOUSEHOLD
               PERFORM REPORT-OPEN-INVOICES
               PERFORM REPORT-INVOICE-ARCHIVE
               PERFORM REPORT-OPEN-ARCHIVE
               PERFORM REPORT-FIELD-JOURNAL
               PERFORM REPORT-DB2-MIRROR
               PERFORM WRITE-SUMMARY
           ELSE
               MOVE SPACES TO WS-SAR-LINE
               STRING "REQUEST REFUSED - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.
           CLOSE ACCESS-REPORT-FILE.
           EVALUATE TRUE
               WHEN NOT WS-REQUEST-VALID
                   DISPLAY "Subject access refused: " WS-REFUSAL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-HELD = ZEROS
                   DISPLAY "Nothing held on person "
                           WS-SAR-PERSON-ID "."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DB2-NOT-READ
                   DISPLAY "Person " WS-SAR-PERSON-ID ": "
                           WS-TOTAL-HELD " records - DB2 mirror "
                           "not read."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Person " WS-SAR-PERSON-ID ": "
                           WS-TOTAL-HELD " records reported."
           END-EVALUATE.
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SARRPT"      TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-ACCESS-PARM.
           OPEN INPUT ACCESS-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ ACCESS-PARM-FILE
                   AT END
                       MOVE "N" TO WS-REQUEST-SW
                       MOVE "NO CONTROL RECORD" TO WS-REFUSAL
                   NOT AT END
                       MOVE SJ-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SJ-REFERENCE   TO WS-REFERENCE
                       IF SJ-PERSON-ID IS NUMERIC
                           MOVE SJ-PERSON-ID TO WS-SAR-PERSON-ID
                       END-IF
               END-READ
               CLOSE ACCESS-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "SARPARM"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "N" TO WS-REQUEST-SW
               MOVE "NO CONTROL RECORD" TO WS-REFUSAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-REQUEST-VALID
                   CONTINUE
               WHEN WS-SAR-PERSON-ID = ZEROS
                   MOVE "N" TO WS-REQUEST-SW
                   MOVE "INVALID PERSON ID" TO WS-REFUSAL
               WHEN WS-OPERATOR-ID = SPACES
                   MOVE "N" TO WS-REQUEST-SW
                   MOVE "NO OPERATOR ON REQUEST" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-SAR-PERSON-ID     TO HD-PERSON-ID.
           MOVE WS-SAR-PERSON-ID     TO WS-ID-TEXT.
           MOVE WS-REFERENCE         TO HD-REFERENCE.
           MOVE WS-OPERATOR-ID       TO HD-OPERATOR-ID.
           MOVE WS-CURRENT-DATE(1:8) TO HD-RUN-DATE.
           MOVE WS-HEADING-LINE TO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       BEGIN-SECTION.
           ADD 1 TO WS-SOURCE-SUB.
           MOVE WS-SECTION-NAME TO SRC-NAME(WS-SOURCE-SUB).
           MOVE ZEROS           TO SRC-COUNT(WS-SOURCE-SUB).
           MOVE SPACES TO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           STRING WS-SECTION-NAME " - " WS-SECTION-TITLE
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       COUNT-ONE-HELD.
           ADD 1 TO SRC-COUNT(WS-SOURCE-SUB).
           ADD 1 TO WS-TOTAL-HELD.

       END-SECTION.
           MOVE SPACES TO WS-SAR-LINE.
           IF SRC-COUNT(WS-SOURCE-SUB) = ZEROS
               MOVE "  Nothing held." TO WS-SAR-LINE
           ELSE
               MOVE SRC-COUNT(WS-SOURCE-SUB) TO WS-EDIT-COUNT
               STRING "  Records held: " WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO WS-SAR-LINE
           END-IF.
           PERFORM WRITE-SAR-LINE.

       REPORT-PERSON-MASTER.
           MOVE "PERSONMS"      TO WS-SECTION-NAME.
           MOVE "PERSON MASTER" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE WS-SAR-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COUNT-ONE-HELD
                       PERFORM SHOW-MASTER-FIELDS
               END-READ
               CLOSE PERSON-MASTER-FILE
           ELSE
               IF WS-PM-STATUS NOT = "35"
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM END-SECTION.

       SHOW-MASTER-FIELDS.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Name:    " PM-NAME
                  "   Born: " PM-BIRTH-DATE
                  "   Age: " PM-AGE DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Address: " PM-STREET " " PM-CITY " "
                  PM-STATE-CODE " " PM-ZIP " " PM-COUNTRY-CODE
                  " " PM-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Phone:   " PM-PHONE
                  "   Email: " PM-EMAIL DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Status:  " PM-REC-STATUS
                  "  Since: " PM-STATUS-DATE
                  "  Mail: " PM-MAIL-STATUS
                  "  Contact: " PM-CONTACT-PREF
                  "  Deliver: " PM-DELIVERY-PREF
                  "  Email status: " PM-EMAIL-STATUS
                  DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       REPORT-DATED-ADDRESSES.
           MOVE "PERSADDR"        TO WS-SECTION-NAME.
           MOVE "DATED ADDRESSES" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           PERFORM OPEN-PERSON-ADDRESSES.
           IF WS-PADDR-IS-OPEN
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE WS-SAR-PERSON-ID TO DA-PERSON-ID
               MOVE LOW-VALUES       TO DA-ADDR-TYPE
               MOVE ZEROS            TO DA-EFFECTIVE-FROM
               START PERSON-ADDRESS-FILE
                   KEY IS GREATER THAN OR EQUAL TO DA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ PERSON-ADDRESS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SWITCH
                       NOT AT END
                           IF DA-PERSON-ID NOT = WS-SAR-PERSON-ID
                               MOVE "Y" TO WS-FILE-EOF-SWITCH
                           ELSE
                               PERFORM SHOW-ONE-DATED-ADDRESS
                           END-IF
                   END-READ
                   IF WS-PADDR-STATUS NOT = "00" AND
                      WS-PADDR-STATUS NOT = "10"
                       MOVE "PERSADDR"  TO WS-ERR-FILE-NAME
                       MOVE "READ NEXT" TO WS-ERR-OPERATION
                       MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                   END-IF
               END-PERFORM
               PERFORM CLOSE-PERSON-ADDRESSES
           END-IF.
           PERFORM END-SECTION.

       SHOW-ONE-DATED-ADDRESS.
           PERFORM COUNT-ONE-HELD.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Type " DA-ADDR-TYPE
                  " from " DA-EFFECTIVE-FROM
                  " to " DA-EFFECTIVE-TO ": "
                  DA-STREET " " DA-CITY " " DA-STATE-CODE " "
                  DA-ZIP " " DA-COUNTRY-CODE " " DA-POSTAL-CODE
                  " mail " DA-MAIL-STATUS
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       REPORT-GUARDIAN-LINKS.
      *    The person appears either as the ward (the record key)
      *    or as another person's responsible party, so the whole
      *    file is read.
           MOVE "GUARDLNK"       TO WS-SECTION-NAME.
           MOVE "GUARDIAN AND RESPONSIBLE-PARTY LINKS"
               TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT GUARDIAN-LINK-FILE.
           IF WS-GRDLNK-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-GRDLNK-STATUS NOT = "00"
                   MOVE "GUARDLNK"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ GUARDIAN-LINK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF GL-PERSON-ID = WS-SAR-PERSON-ID OR
                          GL-GUARDIAN-ID = WS-SAR-PERSON-ID
                           PERFORM SHOW-ONE-GUARDIAN-LINK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRDLNK-STATUS NOT = "35"
               CLOSE GUARDIAN-LINK-FILE
           END-IF.
           PERFORM END-SECTION.

       SHOW-ONE-GUARDIAN-LINK.
           PERFORM COUNT-ONE-HELD.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Ward " GL-PERSON-ID
                  "  responsible party " GL-GUARDIAN-ID
                  "  relationship " GL-RELATIONSHIP
                  "  status " GL-LINK-STATUS
                  "  from " GL-START-DATE
                  " to " GL-END-DATE
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       REPORT-ADDRESS-HISTORY.
           MOVE "ADDRHIST"        TO WS-SECTION-NAME.
           MOVE "ADDRESS CHANGE HISTORY" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ADDRESS-HISTORY-FILE.
           IF WS-AHIST-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-AHIST-STATUS NOT = "00"
                   MOVE "ADDRHIST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-AHIST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDRESS-HISTORY-FILE INTO WS-ADDR-HIST-DETAIL
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF AH-PERSON-ID IS NUMERIC AND
                          AH-PERSON-ID = WS-SAR-PERSON-ID
                           PERFORM SHOW-ONE-ADDRESS-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AHIST-STATUS NOT = "35"
               CLOSE ADDRESS-HISTORY-FILE
           END-IF.
           PERFORM END-SECTION.

       SHOW-ONE-ADDRESS-CHANGE.
           PERFORM COUNT-ONE-HELD.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  " AH-TIMESTAMP " by " AH-OPERATOR
                  " type " AH-ADDR-TYPE
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "    From: " AH-OLD-STREET " " AH-OLD-CITY " "
                  AH-OLD-STATE-CODE " " AH-OLD-ZIP " "
                  AH-OLD-COUNTRY-CODE
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "    To:   " AH-NEW-STREET " " AH-NEW-CITY " "
                  AH-NEW-STATE-CODE " " AH-NEW-ZIP " "
                  AH-NEW-COUNTRY-CODE
                  DELIMITED BY SIZE INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       REPORT-PERSON-NOTES.
           MOVE "PERSNOTE"     TO WS-SECTION-NAME.
           MOVE "NOTES AND CONTACT LOG" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PERSON-NOTE-FILE.
           IF WS-PNOTE-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-PNOTE-STATUS NOT = "00"
                   MOVE "PERSNOTE"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PNOTE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PN-PERSON-ID IS NUMERIC AND
                          PN-PERSON-ID = WS-SAR-PERSON-ID
                           PERFORM COUNT-ONE-HELD
                           MOVE SPACES TO WS-SAR-LINE
                           STRING "  " PN-TIMESTAMP
                                  " by " PN-OPERATOR ": "
                                  PN-NOTE-TEXT
                                  DELIMITED BY SIZE INTO WS-SAR-LINE
                           PERFORM WRITE-SAR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PNOTE-STATUS NOT = "35"
               CLOSE PERSON-NOTE-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-CONTACT-HISTORY.
           MOVE "CONTHIST"     TO WS-SECTION-NAME.
           MOVE "COLLECTIONS CONTACT HISTORY" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CONTACT-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   MOVE "CONTHIST"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CONTACT-HISTORY-FILE INTO WS-CH-DETAIL
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF CH-PERSON-ID IS NUMERIC AND
                          CH-PERSON-ID = WS-SAR-PERSON-ID
                           PERFORM COUNT-ONE-HELD
                           MOVE CH-BALANCE TO WS-EDIT-AMOUNT
                           MOVE SPACES TO WS-SAR-LINE
                           STRING "  " CH-TIMESTAMP
                                  "  dunning level " CH-SEVERITY
                                  "  balance " WS-EDIT-AMOUNT
                                  DELIMITED BY SIZE INTO WS-SAR-LINE
                           PERFORM WRITE-SAR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE CONTACT-HISTORY-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-CLASSIFICATION-LOG.
           MOVE "CLASSLOG"     TO WS-SECTION-NAME.
           MOVE "AGE CLASSIFICATION LOG (CURRENT)"
               TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CLASSIFICATION-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   MOVE "CLASSLOG"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-LOG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CLASSIFICATION-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM SHOW-CLASSIFICATION-IF-HELD
               END-READ
           END-PERFORM.
           IF WS-LOG-STATUS NOT = "35"
               CLOSE CLASSIFICATION-LOG-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-CLASSIFICATION-ARCHIVE.
           MOVE "CLASSARCH"    TO WS-SECTION-NAME.
           MOVE "AGE CLASSIFICATION LOG (ARCHIVE)"
               TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CLASS-ARCHIVE-FILE.
           IF WS-CARCH-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-CARCH-STATUS NOT = "00"
                   MOVE "CLASSARCH"  TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CLASS-ARCHIVE-FILE
                   INTO CLASSIFICATION-LOG-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM SHOW-CLASSIFICATION-IF-HELD
               END-READ
           END-PERFORM.
           IF WS-CARCH-STATUS NOT = "35"
               CLOSE CLASS-ARCHIVE-FILE
           END-IF.
           PERFORM END-SECTION.

       SHOW-CLASSIFICATION-IF-HELD.
           IF CL-PERSON-ID IS NUMERIC AND
              CL-PERSON-ID = WS-SAR-PERSON-ID
               PERFORM COUNT-ONE-HELD
               MOVE SPACES TO WS-SAR-LINE
               STRING "  " CL-TIMESTAMP "  age " CL-AGE
                      "  " CL-STATUS
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.

       REPORT-CURRENT-CLASS.
           MOVE "CURCLASS"     TO WS-SECTION-NAME.
           MOVE "CURRENT AGE CLASSIFICATION" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           OPEN INPUT CURRENT-CLASS-FILE.
           IF WS-CLASS-STATUS = "00"
               MOVE WS-SAR-PERSON-ID TO CC-PERSON-ID
               READ CURRENT-CLASS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COUNT-ONE-HELD
                       MOVE SPACES TO WS-SAR-LINE
                       STRING "  " CC-STATUS "  age " CC-AGE
                              "  as of " CC-CLASS-DATE
                              DELIMITED BY SIZE INTO WS-SAR-LINE
                       PERFORM WRITE-SAR-LINE
               END-READ
               CLOSE CURRENT-CLASS-FILE
           ELSE
               IF WS-CLASS-STATUS NOT = "35"
                   MOVE "CURCLASS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM END-SECTION.

       REPORT-HOUSEHOLD.
           MOVE "HHLDASGN"     TO WS-SECTION-NAME.
           MOVE "HOUSEHOLD ASSIGNMENT" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT HOUSEHOLD-ASSIGN-FILE.
           IF WS-ASGN-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-ASGN-STATUS NOT = "00"
                   MOVE "HHLDASGN"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ASGN-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HOUSEHOLD-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF HA-PERSON-ID IS NUMERIC AND
                          HA-PERSON-ID = WS-SAR-PERSON-ID
                           PERFORM COUNT-ONE-HELD
                           MOVE SPACES TO WS-SAR-LINE
                           STRING "  Household " HA-HOUSEHOLD-ID
                                  "  head of household: "
                                  HA-HEAD-FLAG
                                  DELIMITED BY SIZE INTO WS-SAR-LINE
                           PERFORM WRITE-SAR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASGN-STATUS NOT = "35"
               CLOSE HOUSEHOLD-ASSIGN-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-OPEN-INVOICES.
           MOVE "OPENINV"      TO WS-SECTION-NAME.
           MOVE "OPEN-INVOICE REGISTER" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPENINV-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-OPENINV-STATUS NOT = "00"
                   MOVE "OPENINV"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OPENINV-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM SHOW-INVOICE-IF-HELD
               END-READ
           END-PERFORM.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-OPEN-ARCHIVE.
           MOVE "OPENARCH"     TO WS-SECTION-NAME.
           MOVE "PAID-INVOICE ARCHIVE" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OPEN-ARCHIVE-FILE.
           IF WS-OARCH-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-OARCH-STATUS NOT = "00"
                   MOVE "OPENARCH"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-OARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OPEN-ARCHIVE-FILE INTO OPEN-INVOICE-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM SHOW-INVOICE-IF-HELD
               END-READ
           END-PERFORM.
           IF WS-OARCH-STATUS NOT = "35"
               CLOSE OPEN-ARCHIVE-FILE
           END-IF.
           PERFORM END-SECTION.

       SHOW-INVOICE-IF-HELD.
           IF OI-PERSON-ID IS NUMERIC AND
              OI-PERSON-ID = WS-SAR-PERSON-ID
               PERFORM COUNT-ONE-HELD
               MOVE OI-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-SAR-LINE
               STRING "  Invoice " OI-INVOICE-NUMBER
                      "  dated " OI-INVOICE-DATE
                      "  amount " WS-EDIT-AMOUNT
                      "  status " OI-STATUS
                      "  paid " OI-PAID-DATE
                      "  dispute " OI-DISPUTE-STATUS
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.

       REPORT-INVOICE-ARCHIVE.
      *    Counted by invoice; every print line of the person's
      *    invoices is shown as it was printed.
           MOVE "INVARCH"      TO WS-SECTION-NAME.
           MOVE "INVOICE PRINT IMAGES" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-INVOICE-OWNED-SW.
           MOVE ZEROS TO WS-OWNED-INVOICE.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT INVOICE-ARCHIVE-FILE.
           IF WS-IARCH-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-IARCH-STATUS NOT = "00"
                   MOVE "INVARCH"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-IARCH-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ INVOICE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM SHOW-ARCHIVE-LINE-IF-HELD
               END-READ
           END-PERFORM.
           IF WS-IARCH-STATUS NOT = "35"
               CLOSE INVOICE-ARCHIVE-FILE
           END-IF.
           PERFORM END-SECTION.

       SHOW-ARCHIVE-LINE-IF-HELD.
           IF IA-INVOICE-NUMBER NOT = WS-OWNED-INVOICE
               MOVE "N" TO WS-INVOICE-OWNED-SW
           END-IF.
           IF IA-PRINT-LINE(1:9) = WS-CUSTOMER-TAG AND
              IA-PRINT-LINE(10:6) = WS-ID-TEXT
               MOVE "Y" TO WS-INVOICE-OWNED-SW
               MOVE IA-INVOICE-NUMBER TO WS-OWNED-INVOICE
               PERFORM COUNT-ONE-HELD
               MOVE SPACES TO WS-SAR-LINE
               STRING "  Invoice " IA-INVOICE-NUMBER
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.
           IF WS-INVOICE-IS-OWNED
               MOVE SPACES TO WS-SAR-LINE
               STRING "    " IA-PRINT-LINE
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.

       REPORT-FIELD-JOURNAL.
           MOVE "PERSJRNL"     TO WS-SECTION-NAME.
           MOVE "PERSON-MASTER FIELD JOURNAL" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PERSON-JOURNAL-FILE.
           IF WS-PJRN-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-PJRN-STATUS NOT = "00"
                   MOVE "PERSJRNL"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PJRN-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PJ-PERSON-ID IS NUMERIC AND
                          PJ-PERSON-ID = WS-SAR-PERSON-ID
                           PERFORM COUNT-ONE-HELD
                           MOVE SPACES TO WS-SAR-LINE
                           STRING "  " PJ-TIMESTAMP " " PJ-ACTION
                                  " " PJ-FIELD-NAME
                                  " was: " PJ-OLD-VALUE
                                  " now: " PJ-NEW-VALUE
                                  DELIMITED BY SIZE INTO WS-SAR-LINE
                           PERFORM WRITE-SAR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PJRN-STATUS NOT = "35"
               CLOSE PERSON-JOURNAL-FILE
           END-IF.
           PERFORM END-SECTION.

       REPORT-DB2-MIRROR.
      *    A mirror that cannot be reached is reported, not fatal:
      *    the rest of the report still stands, and the step ends
      *    with condition code 4 so the request is rerun for DB2.
           MOVE "DB2 PERSON"   TO WS-SECTION-NAME.
           MOVE "DB2 MIRROR OF PERSON-MASTER" TO WS-SECTION-TITLE.
           PERFORM BEGIN-SECTION.
           EXEC SQL CONNECT TO PERSONDB END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
           IF WS-SQLCODE-DISPLAY NOT = 0
               MOVE "Y" TO WS-DB2-MISSED-SW
               MOVE WS-SQLCODE-DISPLAY TO WS-SQLCODE-EDIT
               MOVE SPACES TO WS-SAR-LINE
               STRING "  DB2 NOT REACHED - SQLCODE " WS-SQLCODE-EDIT
                      DELIMITED BY SIZE INTO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           ELSE
               EXEC SQL
                   SELECT PERSON_NAME, PERSON_AGE, BIRTH_DATE,
                          STREET, CITY, STATE_CODE, ZIP_CODE,
                          COUNTRY_CODE
                     INTO :WS-DB2-NAME, :WS-DB2-AGE,
                          :WS-DB2-BIRTH-DATE, :WS-DB2-STREET,
                          :WS-DB2-CITY, :WS-DB2-STATE-CODE,
                          :WS-DB2-ZIP, :WS-DB2-COUNTRY-CODE
                     FROM PERSON
                    WHERE PERSON_ID = :WS-SAR-PERSON-ID
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               EVALUATE TRUE
                   WHEN WS-SQLCODE-DISPLAY = 0
                       PERFORM COUNT-ONE-HELD
                       PERFORM SHOW-DB2-ROW
                   WHEN WS-SQLCODE-DISPLAY = 100
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-DB2-MISSED-SW
                       MOVE WS-SQLCODE-DISPLAY TO WS-SQLCODE-EDIT
                       MOVE SPACES TO WS-SAR-LINE
                       STRING "  DB2 SELECT FAILED - SQLCODE "
                              WS-SQLCODE-EDIT
                              DELIMITED BY SIZE INTO WS-SAR-LINE
                       PERFORM WRITE-SAR-LINE
               END-EVALUATE
               EXEC SQL CONNECT RESET END-EXEC
           END-IF.
           PERFORM END-SECTION.

       SHOW-DB2-ROW.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Name:    " WS-DB2-NAME
                  "   Born: " WS-DB2-BIRTH-DATE
                  "   Age: " WS-DB2-AGE DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE SPACES TO WS-SAR-LINE.
           STRING "  Address: " WS-DB2-STREET " " WS-DB2-CITY " "
                  WS-DB2-STATE-CODE " " WS-DB2-ZIP " "
                  WS-DB2-COUNTRY-CODE DELIMITED BY SIZE
                  INTO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE "SUMMARY - RECORDS HELD BY FILE" TO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           MOVE WS-SOURCE-SUB TO WS-SOURCE-LIMIT.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-LIMIT
               MOVE SRC-NAME(WS-SOURCE-SUB)  TO SM-NAME
               MOVE SRC-COUNT(WS-SOURCE-SUB) TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-PERFORM.
           MOVE "TOTAL"       TO SM-NAME.
           MOVE WS-TOTAL-HELD TO SM-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-SAR-LINE.
           PERFORM WRITE-SAR-LINE.
           IF WS-DB2-NOT-READ
               MOVE "  DB2 MIRROR NOT READ - RERUN FOR DB2"
                   TO WS-SAR-LINE
               PERFORM WRITE-SAR-LINE
           END-IF.

       WRITE-SAR-LINE.
           WRITE ACCESS-REPORT-LINE FROM WS-SAR-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SARRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE SPACES TO WS-SAR-LINE.

       COPY PADDRP.

       COPY ERRLOGP.
