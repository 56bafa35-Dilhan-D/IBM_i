      *Date: 2026-10-10
      *Right-to-erasure run: anonymizes one person's identifying
      *fields everywhere they are held, on a request recorded on
      *the ERASPARM control record (person ID, keying operator and
      *the request reference). The operator needs top OPERPROF
      *authority, the same level as reopening a closed period.
      *Name, birth date, age, street, city, zip, postal code, phone
      *and email are masked on PERSON-MASTER, on the person's
      *PERSADDR dated addresses and ADDRHIST address history, in
      *the PERSJRNL field journal, and in the name and address
      *lines of the person's INVARCH invoice print images; the
      *text of their PERSNOTE notes is erased. State and country
      *stay for the sales-tax record. The financial records we are
      *obliged to keep - OPENINV, OPENARCH, CONTHIST - hold no name
      *or address and are retained as they are, with the person ID
      *now pointing at the masked master record; so are the
      *classification and guardian-link files. An "E" delta on
      *PERSDELT has the next PERSDB2 run mask the DB2 mirror. The
      *ERASCERT certificate lists every file with what was masked
      *or retained and how many records. PERSON-MASTER is masked
      *last, so a run that stops part way can simply be rerun. A
      *refusal - no authority, unknown person, already erased -
      *ends the step with condition code 8 and ERASCERT says why.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSERAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-PARM-FILE ASSIGN TO "ERASPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-STATUS.

           COPY PERSSEL.

           COPY PADDR.

           SELECT ADDRESS-HISTORY-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.

           COPY PNOTE.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IARCH-STATUS.

           COPY PJRN.

           SELECT ERASE-WORK-FILE ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENINV-STATUS.

           SELECT OPEN-ARCHIVE-FILE ASSIGN TO "OPENARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OARCH-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           COPY PDELT.

           SELECT ERASURE-CERT-FILE ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-PARM-FILE.
       01  ERASURE-PARM-RECORD.
           05 EZ-PERSON-ID         PIC 9(6).
           05 EZ-OPERATOR-ID       PIC X(8).
           05 EZ-REFERENCE         PIC X(20).

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-RECORD.
           05 OP-OPERATOR-ID        PIC X(8).
           05 OP-PASSWORD           PIC X(8).
           05 OP-AUTH-LEVEL         PIC 9(1).
           05 OP-OPERATOR-NAME      PIC X(20).

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY PADDRFD.

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

           COPY PNOTEFD.

       FD  INVOICE-ARCHIVE-FILE.
       01  INVOICE-ARCHIVE-RECORD.
           05 IA-INVOICE-NUMBER     PIC 9(6).
           05 IA-LINE-SEQ           PIC 9(4).
           05 IA-PRINT-LINE         PIC X(80).

           COPY PJRNFD.

       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-RECORD       PIC X(180).

       FD  OPEN-INVOICE-FILE.
           COPY OPENINVR.

       FD  OPEN-ARCHIVE-FILE.
       01  OPEN-ARCHIVE-RECORD     PIC X(134).

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE    PIC X(52).

           COPY PDELTFD.

       FD  ERASURE-CERT-FILE.
       01  ERASURE-CERT-LINE       PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PADDRWS.
       COPY PNOTEWS.
       COPY PJRNWS.
       COPY PDELTWS.
       COPY ADDRHREC.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PROF-STATUS       PIC X(2).
       01  WS-PM-STATUS         PIC X(2).
       01  WS-AHIST-STATUS      PIC X(2).
       01  WS-IARCH-STATUS      PIC X(2).
       01  WS-WORK-STATUS       PIC X(2).
       01  WS-OPENINV-STATUS    PIC X(2).
       01  WS-OARCH-STATUS      PIC X(2).
       01  WS-HIST-STATUS       PIC X(2).
       01  WS-CERT-STATUS       PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".

      *    Erasing a person is the top OPERPROF level only.
       01  WS-ERASE-AUTH        PIC 9(1) VALUE 9.

      *    What an erased record's name reads as from now on; a
      *    master record carrying it has already been erased.
       01  WS-ERASED-NAME       PIC X(20) VALUE "*** ERASED ***".
       01  WS-ERASED-NOTE       PIC X(60) VALUE
           "*** NOTE TEXT ERASED ***".

       01  WS-ERASE-PERSON-ID   PIC 9(6) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-REFERENCE         PIC X(20) VALUE SPACES.
       01  WS-OPER-AUTH         PIC 9(1) VALUE ZEROS.
       01  WS-OPER-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-OPERATOR-ON-PROFILE  VALUE "Y".
       01  WS-PERSON-FOUND-SW   PIC X(1) VALUE "N".
           88 WS-PERSON-ON-MASTER     VALUE "Y".
       01  WS-ERASED-SW         PIC X(1) VALUE "N".
           88 WS-PERSON-ALREADY-ERASED VALUE "Y".

       01  WS-VERDICT-SW        PIC X(1) VALUE "Y".
           88 WS-ACTION-ALLOWED       VALUE "Y".
       01  WS-REFUSAL           PIC X(30) VALUE SPACES.
       01  WS-RESULT            PIC X(8) VALUE SPACES.

      *    PERSJRNL fields that identify the person; their values
      *    are blanked wherever the journal holds them.
       01  WS-JOURNAL-FIELD     PIC X(12).
           88 WS-IDENTIFYING-FIELD    VALUE "NAME" "AGE"
                                            "BIRTH-DATE" "STREET"
                                            "CITY" "ZIP"
                                            "POSTAL-CODE" "PHONE"
                                            "EMAIL".

      *    The staged file ERASWORK is copied back over, and how
      *    many of its records were masked.
       01  WS-STAGE-NAME        PIC X(8).
       01  WS-STAGE-COUNT       PIC 9(7).

      *    INVARCH holds each invoice's print lines together; once
      *    the CUSTOMER line names the person, the address and ship
      *    to lines that follow on the same invoice are theirs too.
       01  WS-INVOICE-OWNED-SW  PIC X(1).
           88 WS-INVOICE-IS-OWNED     VALUE "Y".
       01  WS-OWNED-INVOICE     PIC 9(6).
       01  WS-LAST-LINE-SW      PIC X(1).
           88 WS-LAST-WAS-CUSTOMER    VALUE "C".
       01  WS-INVOICE-COUNT     PIC 9(7).
       01  WS-CUSTOMER-TAG      PIC X(9) VALUE "CUSTOMER ".
       01  WS-SHIP-TO-TAG       PIC X(9) VALUE "SHIP TO  ".
       01  WS-ID-TEXT           PIC X(6).

       01  WS-CH-DETAIL.
           05 CH-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X(2).
           05 CH-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(2).
           05 CH-SEVERITY       PIC 9(1).
           05 FILLER            PIC X(2).
           05 CH-BALANCE        PIC 9(9)V99.

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(31) VALUE
              "ERASURE CERTIFICATE - PERSON ".
           05 HD-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(6) VALUE "  REF ".
           05 HD-REFERENCE      PIC X(20).
       01  WS-HEADING-LINE-2.
           05 FILLER            PIC X(12) VALUE "OPERATOR    ".
           05 HD-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(6) VALUE "  RUN ".
           05 HD-TIMESTAMP      PIC X(21).
       01  WS-CHECK-LINE.
           05 CK-LABEL          PIC X(34).
           05 CK-VALUE          PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CK-VERDICT        PIC X(30).
       01  WS-CERT-HEADING.
           05 FILLER            PIC X(12) VALUE "FILE".
           05 FILLER            PIC X(11) VALUE "ACTION".
           05 FILLER            PIC X(11) VALUE "  RECORDS".
           05 FILLER            PIC X(30) VALUE "DETAIL".
       01  WS-CERT-DETAIL.
           05 CT-FILE-NAME      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CT-ACTION         PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CT-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CT-NOTE           PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSERAS" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-CERTIFICATE-FILE.
           PERFORM READ-ERASURE-PARM.
           IF WS-ACTION-ALLOWED
               PERFORM READ-OPERATOR-AUTHORITY
               PERFORM CHECK-ERASURE-ALLOWED
           END-IF.
           IF WS-ACTION-ALLOWED
               MOVE WS-OPERATOR-ID TO WS-ERR-OPERATOR
               PERFORM WRITE-CERTIFICATE-HEADING
               PERFORM ERASE-DATED-ADDRESSES
               PERFORM ERASE-ADDRESS-HISTORY
               PERFORM ERASE-PERSON-NOTES
               PERFORM ERASE-INVOICE-ARCHIVE
               PERFORM ERASE-FIELD-JOURNAL
               PERFORM ERASE-PERSON-MASTER
               PERFORM COUNT-RETAINED-INVOICES
               PERFORM COUNT-RETAINED-ARCHIVE
               PERFORM COUNT-RETAINED-CONTACTS
               PERFORM LIST-UNCHANGED-FILES
               MOVE "ERASED" TO WS-RESULT
           ELSE
               MOVE "REFUSED" TO WS-RESULT
           END-IF.
           PERFORM WRITE-VERDICT.
           CLOSE ERASURE-CERT-FILE.
           IF WS-ACTION-ALLOWED
               DISPLAY "Person " WS-ERASE-PERSON-ID " erased."
           ELSE
               DISPLAY "Erasure of person " WS-ERASE-PERSON-ID
                       " refused: " WS-REFUSAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-CERTIFICATE-FILE.
           OPEN OUTPUT ERASURE-CERT-FILE.
           IF WS-CERT-STATUS NOT = "00"
               MOVE "ERASCERT"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-CERT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       READ-ERASURE-PARM.
           OPEN INPUT ERASURE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ ERASURE-PARM-FILE
                   AT END
                       MOVE "N" TO WS-VERDICT-SW
                       MOVE "NO CONTROL RECORD" TO WS-REFUSAL
                   NOT AT END
                       MOVE EZ-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE EZ-REFERENCE   TO WS-REFERENCE
                       IF EZ-PERSON-ID IS NUMERIC
                           MOVE EZ-PERSON-ID TO WS-ERASE-PERSON-ID
                       END-IF
               END-READ
               CLOSE ERASURE-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "ERASPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "N" TO WS-VERDICT-SW
               MOVE "NO CONTROL RECORD" TO WS-REFUSAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ACTION-ALLOWED
                   CONTINUE
               WHEN WS-ERASE-PERSON-ID = ZEROS
                   MOVE "N" TO WS-VERDICT-SW
                   MOVE "INVALID PERSON ID" TO WS-REFUSAL
               WHEN WS-REFERENCE = SPACES
                   MOVE "N" TO WS-VERDICT-SW
                   MOVE "NO REQUEST REFERENCE" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-ERASE-PERSON-ID TO HD-PERSON-ID.
           MOVE WS-ERASE-PERSON-ID TO WS-ID-TEXT.
           MOVE WS-REFERENCE       TO HD-REFERENCE.
           MOVE WS-OPERATOR-ID     TO HD-OPERATOR-ID.
           MOVE WS-CURRENT-DATE    TO HD-TIMESTAMP.
           WRITE ERASURE-CERT-LINE FROM WS-HEADING-LINE.
           WRITE ERASURE-CERT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO ERASURE-CERT-LINE.
           WRITE ERASURE-CERT-LINE.

       READ-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPER-FOUND-SW.
           MOVE ZEROS TO WS-OPER-AUTH.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-PROF-STATUS = "00"
               MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OPER-FOUND-SW
                       MOVE OP-AUTH-LEVEL TO WS-OPER-AUTH
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
               IF WS-PROF-STATUS NOT = "35"
                   MOVE "OPERPROF"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PROF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       CHECK-ERASURE-ALLOWED.
           MOVE "N" TO WS-PERSON-FOUND-SW.
           MOVE "N" TO WS-ERASED-SW.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE WS-ERASE-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PERSON-FOUND-SW
                       IF PM-NAME = WS-ERASED-NAME
                           MOVE "Y" TO WS-ERASED-SW
                       END-IF
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
           MOVE "Operator authority level:" TO CK-LABEL.
           MOVE WS-OPER-AUTH TO CK-VALUE.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-ON-PROFILE
                   PERFORM REFUSE-ACTION
                   MOVE "OPERATOR NOT ON OPERPROF" TO WS-REFUSAL
               WHEN WS-OPER-AUTH < WS-ERASE-AUTH
                   PERFORM REFUSE-ACTION
                   MOVE "ERASURE OVER AUTHORITY" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ACTION-ALLOWED
               MOVE "OK" TO CK-VERDICT
           ELSE
               MOVE WS-REFUSAL TO CK-VERDICT
           END-IF.
           WRITE ERASURE-CERT-LINE FROM WS-CHECK-LINE.
           MOVE "Person on PERSON-MASTER:" TO CK-LABEL.
           MOVE WS-ID-TEXT TO CK-VALUE.
           EVALUATE TRUE
               WHEN NOT WS-PERSON-ON-MASTER
                   MOVE "NOT ON FILE" TO CK-VERDICT
                   PERFORM REFUSE-ACTION
                   IF WS-REFUSAL = SPACES
                       MOVE "PERSON NOT ON MASTER" TO WS-REFUSAL
                   END-IF
               WHEN WS-PERSON-ALREADY-ERASED
                   MOVE "ALREADY ERASED" TO CK-VERDICT
                   PERFORM REFUSE-ACTION
                   IF WS-REFUSAL = SPACES
                       MOVE "PERSON ALREADY ERASED" TO WS-REFUSAL
                   END-IF
               WHEN OTHER
                   MOVE "OK" TO CK-VERDICT
           END-EVALUATE.
           WRITE ERASURE-CERT-LINE FROM WS-CHECK-LINE.

       REFUSE-ACTION.
           MOVE "N" TO WS-VERDICT-SW.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO ERASURE-CERT-LINE.
           WRITE ERASURE-CERT-LINE.
           WRITE ERASURE-CERT-LINE FROM WS-CERT-HEADING.

       WRITE-CERTIFICATE-LINE.
           WRITE ERASURE-CERT-LINE FROM WS-CERT-DETAIL.
           IF WS-CERT-STATUS NOT = "00"
               MOVE "ERASCERT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-CERT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       ERASE-DATED-ADDRESSES.
      *    Keyed by person, so only the person's own rows are read;
      *    each keeps its type, dates, state and country.
           MOVE ZEROS TO WS-STAGE-COUNT.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN I-O PERSON-ADDRESS-FILE.
           IF WS-PADDR-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF WS-PADDR-STATUS NOT = "00"
                   MOVE "PERSADDR" TO WS-ERR-FILE-NAME
                   MOVE "OPEN I-O" TO WS-ERR-OPERATION
                   MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE WS-ERASE-PERSON-ID TO DA-PERSON-ID
               MOVE LOW-VALUES         TO DA-ADDR-TYPE
               MOVE ZEROS              TO DA-EFFECTIVE-FROM
               START PERSON-ADDRESS-FILE
                   KEY IS GREATER THAN OR EQUAL TO DA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF DA-PERSON-ID NOT = WS-ERASE-PERSON-ID
                           MOVE "Y" TO WS-FILE-EOF-SWITCH
                       ELSE
                           PERFORM MASK-ONE-DATED-ADDRESS
                       END-IF
               END-READ
               IF WS-PADDR-STATUS NOT = "00" AND
                  WS-PADDR-STATUS NOT = "10"
                   MOVE "PERSADDR"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-PADDR-STATUS NOT = "35"
               CLOSE PERSON-ADDRESS-FILE
           END-IF.
           MOVE "PERSADDR"  TO CT-FILE-NAME.
           MOVE "MASKED"    TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "STREET, CITY, ZIP AND POSTAL CODE BLANKED"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       MASK-ONE-DATED-ADDRESS.
           MOVE SPACES TO DA-STREET.
           MOVE SPACES TO DA-CITY.
           MOVE ZEROS  TO DA-ZIP.
           MOVE SPACES TO DA-POSTAL-CODE.
           MOVE WS-CURRENT-DATE(1:8) TO DA-CHANGED-DATE.
           MOVE WS-OPERATOR-ID       TO DA-OPERATOR.
           REWRITE PERSON-ADDRESS-RECORD.
           IF WS-PADDR-STATUS NOT = "00"
               MOVE "PERSADDR" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-STAGE-COUNT.

       ERASE-ADDRESS-HISTORY.
      *    The line-sequential files are streamed through ERASWORK
      *    with the person's records masked, and copied back only
      *    when something was masked - MERGPROP's shape.
           MOVE "ADDRHIST" TO WS-STAGE-NAME.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
           PERFORM OPEN-WORK-OUTPUT.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDRESS-HISTORY-FILE INTO WS-ADDR-HIST-DETAIL
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF AH-PERSON-ID IS NUMERIC AND
                          AH-PERSON-ID = WS-ERASE-PERSON-ID
                           MOVE SPACES TO AH-OLD-STREET
                           MOVE SPACES TO AH-OLD-CITY
                           MOVE ZEROS  TO AH-OLD-ZIP
                           MOVE SPACES TO AH-NEW-STREET
                           MOVE SPACES TO AH-NEW-CITY
                           MOVE ZEROS  TO AH-NEW-ZIP
                           ADD 1 TO WS-STAGE-COUNT
                           MOVE WS-ADDR-HIST-DETAIL
                               TO ERASE-WORK-RECORD
                       ELSE
                           MOVE ADDRESS-HISTORY-LINE
                               TO ERASE-WORK-RECORD
                       END-IF
                       PERFORM WRITE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WS-AHIST-STATUS NOT = "35"
               CLOSE ADDRESS-HISTORY-FILE
           END-IF.
           CLOSE ERASE-WORK-FILE.
           IF WS-STAGE-COUNT > ZEROS
               PERFORM COPY-WORK-BACK
           END-IF.
           MOVE "ADDRHIST"  TO CT-FILE-NAME.
           MOVE "MASKED"    TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "OLD AND NEW STREET, CITY AND ZIP BLANKED"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       ERASE-PERSON-NOTES.
      *    Notes are free text and may say anything about the
      *    person, so the text goes entirely; the date and operator
      *    stay to show a note was kept.
           MOVE "PERSNOTE" TO WS-STAGE-NAME.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
           PERFORM OPEN-WORK-OUTPUT.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       IF PN-PERSON-ID IS NUMERIC AND
                          PN-PERSON-ID = WS-ERASE-PERSON-ID AND
                          PN-NOTE-TEXT NOT = WS-ERASED-NOTE
                           MOVE WS-ERASED-NOTE TO PN-NOTE-TEXT
                           ADD 1 TO WS-STAGE-COUNT
                       END-IF
                       MOVE PERSON-NOTE-RECORD TO ERASE-WORK-RECORD
                       PERFORM WRITE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WS-PNOTE-STATUS NOT = "35"
               CLOSE PERSON-NOTE-FILE
           END-IF.
           CLOSE ERASE-WORK-FILE.
           IF WS-STAGE-COUNT > ZEROS
               PERFORM COPY-WORK-BACK
           END-IF.
           MOVE "PERSNOTE"  TO CT-FILE-NAME.
           MOVE "MASKED"    TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "NOTE TEXT ERASED; DATE AND OPERATOR KEPT"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       ERASE-INVOICE-ARCHIVE.
      *    The invoice itself is a financial record and stays; the
      *    name on its CUSTOMER line and the street, city and zip
      *    on its address and SHIP TO lines are blanked. The state
      *    stays with the tax it was charged.
           MOVE "INVARCH" TO WS-STAGE-NAME.
           MOVE ZEROS TO WS-STAGE-COUNT.
           MOVE ZEROS TO WS-INVOICE-COUNT.
           MOVE "N" TO WS-INVOICE-OWNED-SW.
           MOVE ZEROS TO WS-OWNED-INVOICE.
           MOVE SPACE TO WS-LAST-LINE-SW.
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
           PERFORM OPEN-WORK-OUTPUT.
           PERFORM UNTIL WS-END-OF-FILE
               READ INVOICE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MASK-ARCHIVE-LINE
                       MOVE INVOICE-ARCHIVE-RECORD
                           TO ERASE-WORK-RECORD
                       PERFORM WRITE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WS-IARCH-STATUS NOT = "35"
               CLOSE INVOICE-ARCHIVE-FILE
           END-IF.
           CLOSE ERASE-WORK-FILE.
           IF WS-STAGE-COUNT > ZEROS
               PERFORM COPY-WORK-BACK
           END-IF.
           MOVE "INVARCH"   TO CT-FILE-NAME.
           MOVE "RETAINED"  TO CT-ACTION.
           MOVE WS-INVOICE-COUNT TO CT-COUNT.
           MOVE "INVOICES KEPT; NAME AND ADDRESS LINES MASKED"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       MASK-ARCHIVE-LINE.
           IF IA-INVOICE-NUMBER NOT = WS-OWNED-INVOICE
               MOVE "N" TO WS-INVOICE-OWNED-SW
           END-IF.
           EVALUATE TRUE
               WHEN IA-PRINT-LINE(1:9) = WS-CUSTOMER-TAG AND
                    IA-PRINT-LINE(10:6) = WS-ID-TEXT
                   MOVE "Y" TO WS-INVOICE-OWNED-SW
                   MOVE IA-INVOICE-NUMBER TO WS-OWNED-INVOICE
                   ADD 1 TO WS-INVOICE-COUNT
                   IF IA-PRINT-LINE(18:20) NOT = WS-ERASED-NAME
                       MOVE WS-ERASED-NAME TO IA-PRINT-LINE(18:20)
                       ADD 1 TO WS-STAGE-COUNT
                   END-IF
                   MOVE "C" TO WS-LAST-LINE-SW
               WHEN WS-INVOICE-IS-OWNED AND WS-LAST-WAS-CUSTOMER
                    AND IA-PRINT-LINE(1:9) = SPACES
                   PERFORM MASK-ARCHIVE-ADDRESS
                   MOVE SPACE TO WS-LAST-LINE-SW
               WHEN WS-INVOICE-IS-OWNED AND
                    IA-PRINT-LINE(1:9) = WS-SHIP-TO-TAG
                   PERFORM MASK-ARCHIVE-ADDRESS
                   MOVE SPACE TO WS-LAST-LINE-SW
               WHEN OTHER
                   MOVE SPACE TO WS-LAST-LINE-SW
           END-EVALUATE.

       MASK-ARCHIVE-ADDRESS.
      *    Street in 10-39, city in 41-60, zip in 65-69, as
      *    ORDER-TOTAL lays out its address and SHIP TO lines.
           IF IA-PRINT-LINE(10:30) NOT = SPACES OR
              IA-PRINT-LINE(41:20) NOT = SPACES OR
              IA-PRINT-LINE(65:5) NOT = SPACES
               MOVE SPACES TO IA-PRINT-LINE(10:30)
               MOVE SPACES TO IA-PRINT-LINE(41:20)
               MOVE SPACES TO IA-PRINT-LINE(65:5)
               ADD 1 TO WS-STAGE-COUNT
           END-IF.

       ERASE-FIELD-JOURNAL.
      *    Blank both values of every identifying-field entry for
      *    the person, so the as-of inquiry has nothing to rebuild
      *    them from. Status and preference entries stay.
           MOVE "PERSJRNL" TO WS-STAGE-NAME.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
           PERFORM OPEN-WORK-OUTPUT.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       MOVE PJ-FIELD-NAME TO WS-JOURNAL-FIELD
                       IF PJ-PERSON-ID IS NUMERIC AND
                          PJ-PERSON-ID = WS-ERASE-PERSON-ID AND
                          WS-IDENTIFYING-FIELD AND
                          (PJ-OLD-VALUE NOT = SPACES OR
                           PJ-NEW-VALUE NOT = SPACES)
                           MOVE SPACES TO PJ-OLD-VALUE
                           MOVE SPACES TO PJ-NEW-VALUE
                           ADD 1 TO WS-STAGE-COUNT
                       END-IF
                       MOVE PERSON-JOURNAL-RECORD
                           TO ERASE-WORK-RECORD
                       PERFORM WRITE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WS-PJRN-STATUS NOT = "35"
               CLOSE PERSON-JOURNAL-FILE
           END-IF.
           CLOSE ERASE-WORK-FILE.
           IF WS-STAGE-COUNT > ZEROS
               PERFORM COPY-WORK-BACK
           END-IF.
           MOVE "PERSJRNL"  TO CT-FILE-NAME.
           MOVE "MASKED"    TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "VALUES OF IDENTIFYING-FIELD ENTRIES BLANKED"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       OPEN-WORK-OUTPUT.
           OPEN OUTPUT ERASE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ERASWORK"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ERASWORK" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COPY-WORK-BACK.
      *    ERASWORK back over the file named in WS-STAGE-NAME.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ERASE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "ERASWORK"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           EVALUATE WS-STAGE-NAME
               WHEN "ADDRHIST"
                   OPEN OUTPUT ADDRESS-HISTORY-FILE
                   MOVE WS-AHIST-STATUS TO WS-ERR-STATUS
               WHEN "PERSNOTE"
                   OPEN OUTPUT PERSON-NOTE-FILE
                   MOVE WS-PNOTE-STATUS TO WS-ERR-STATUS
               WHEN "INVARCH"
                   OPEN OUTPUT INVOICE-ARCHIVE-FILE
                   MOVE WS-IARCH-STATUS TO WS-ERR-STATUS
               WHEN "PERSJRNL"
                   OPEN OUTPUT PERSON-JOURNAL-FILE
                   MOVE WS-PJRN-STATUS TO WS-ERR-STATUS
           END-EVALUATE.
           IF WS-ERR-STATUS NOT = "00"
               MOVE WS-STAGE-NAME TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM COPY-ONE-WORK-RECORD
               END-READ
               IF WS-WORK-STATUS NOT = "00" AND
                  WS-WORK-STATUS NOT = "10"
                   MOVE "ERASWORK" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-WORK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           EVALUATE WS-STAGE-NAME
               WHEN "ADDRHIST"
                   CLOSE ADDRESS-HISTORY-FILE
               WHEN "PERSNOTE"
                   CLOSE PERSON-NOTE-FILE
               WHEN "INVARCH"
                   CLOSE INVOICE-ARCHIVE-FILE
               WHEN "PERSJRNL"
                   CLOSE PERSON-JOURNAL-FILE
           END-EVALUATE.

       COPY-ONE-WORK-RECORD.
           EVALUATE WS-STAGE-NAME
               WHEN "ADDRHIST"
                   WRITE ADDRESS-HISTORY-LINE FROM ERASE-WORK-RECORD
                   MOVE WS-AHIST-STATUS TO WS-ERR-STATUS
               WHEN "PERSNOTE"
                   WRITE PERSON-NOTE-RECORD FROM ERASE-WORK-RECORD
                   MOVE WS-PNOTE-STATUS TO WS-ERR-STATUS
               WHEN "INVARCH"
                   WRITE INVOICE-ARCHIVE-RECORD
                       FROM ERASE-WORK-RECORD
                   MOVE WS-IARCH-STATUS TO WS-ERR-STATUS
               WHEN "PERSJRNL"
                   WRITE PERSON-JOURNAL-RECORD
                       FROM ERASE-WORK-RECORD
                   MOVE WS-PJRN-STATUS TO WS-ERR-STATUS
           END-EVALUATE.
           IF WS-ERR-STATUS NOT = "00"
               MOVE WS-STAGE-NAME TO WS-ERR-FILE-NAME
               MOVE "WRITE"       TO WS-ERR-OPERATION
               PERFORM LOG-FILE-ERROR
           END-IF.

       ERASE-PERSON-MASTER.
      *    The master record stays, so the retained invoices and
      *    history still resolve to a person, but it carries the
      *    erased name and nothing that identifies anyone. The
      *    erasure is journalled as "X" entries with the old name
      *    left blank, so the journal records that it happened
      *    without keeping what was erased.
           OPEN I-O PERSON-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           MOVE WS-ERASE-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE "PERSONMS" TO WS-ERR-FILE-NAME
                   MOVE "READ"     TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-READ.
           PERFORM SAVE-PERSON-BEFORE-IMAGE.
           MOVE WS-ERASED-NAME TO PM-NAME.
           MOVE ZEROS  TO PM-AGE.
           MOVE ZEROS  TO PM-BIRTH-DATE.
           MOVE SPACES TO PM-STREET.
           MOVE SPACES TO PM-CITY.
           MOVE ZEROS  TO PM-ZIP.
           MOVE SPACES TO PM-POSTAL-CODE.
           MOVE SPACES TO PM-PHONE.
           MOVE SPACES TO PM-EMAIL.
           IF NOT PM-IS-DECEASED
               SET PM-DO-NOT-CONTACT TO TRUE
           END-IF.
           SET PM-DELIVER-PAPER TO TRUE.
           SET PM-EMAIL-GOOD TO TRUE.
           REWRITE PERSON-MASTER-RECORD.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMS" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-PM-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE PERSON-MASTER-FILE.
           PERFORM VARYING PJF-IDX FROM 1 BY 1 UNTIL PJF-IDX > 17
               MOVE PJF-NAME(PJF-IDX) TO WS-JOURNAL-FIELD
               EVALUATE TRUE
                   WHEN WS-JOURNAL-FIELD = "NAME"
                       MOVE SPACES
                           TO WS-PJRN-BEFORE(PJF-OFFSET(PJF-IDX):
                                             PJF-LENGTH(PJF-IDX))
                   WHEN WS-IDENTIFYING-FIELD
                       MOVE PERSON-MASTER-RECORD
                                (PJF-OFFSET(PJF-IDX):
                                 PJF-LENGTH(PJF-IDX))
                           TO WS-PJRN-BEFORE(PJF-OFFSET(PJF-IDX):
                                             PJF-LENGTH(PJF-IDX))
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-OPERATOR-ID TO WS-PJRN-OPERATOR.
           MOVE "X" TO WS-PJRN-ACTION.
           PERFORM OPEN-PERSON-JOURNAL.
           PERFORM JOURNAL-PERSON-CHANGES.
           PERFORM CLOSE-PERSON-JOURNAL.
           MOVE "E" TO WS-DELTA-ACTION.
           MOVE WS-ERASE-PERSON-ID TO WS-DELTA-PERSON-ID.
           PERFORM OPEN-CHANGE-CAPTURE.
           PERFORM RECORD-PERSON-CHANGE.
           PERFORM CLOSE-CHANGE-CAPTURE.
           MOVE WS-ERASE-PERSON-ID TO WS-NOTE-PERSON-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "PERSONAL DATA ERASED - REF " WS-REFERENCE
                  DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-PERSON-NOTE.
           MOVE "PERSONMS"  TO CT-FILE-NAME.
           MOVE "MASKED"    TO CT-ACTION.
           MOVE 1           TO CT-COUNT.
           MOVE "NAME, BIRTH DATE, AGE, ADDRESS, PHONE, EMAIL"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "PERSJRNL"  TO CT-FILE-NAME.
           MOVE "ADDED"     TO CT-ACTION.
           MOVE WS-PJRN-COUNT TO CT-COUNT.
           MOVE "ERASURE JOURNALLED, ERASED VALUES NOT KEPT"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "PERSNOTE"  TO CT-FILE-NAME.
           MOVE "ADDED"     TO CT-ACTION.
           MOVE 1           TO CT-COUNT.
           MOVE "ERASURE NOTE WITH THE REQUEST REFERENCE"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "DB2 PERSON" TO CT-FILE-NAME.
           MOVE "QUEUED"    TO CT-ACTION.
           MOVE 1           TO CT-COUNT.
           MOVE "PERSDELT ERASE - NEXT PERSDB2 RUN MASKS THE ROW"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       COUNT-RETAINED-INVOICES.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
                       IF OI-PERSON-ID IS NUMERIC AND
                          OI-PERSON-ID = WS-ERASE-PERSON-ID
                           ADD 1 TO WS-STAGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPENINV-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           MOVE "OPENINV"   TO CT-FILE-NAME.
           MOVE "RETAINED"  TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "FINANCIAL RECORD - HOLDS NO NAME OR ADDRESS"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       COUNT-RETAINED-ARCHIVE.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
                       IF OI-PERSON-ID IS NUMERIC AND
                          OI-PERSON-ID = WS-ERASE-PERSON-ID
                           ADD 1 TO WS-STAGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OARCH-STATUS NOT = "35"
               CLOSE OPEN-ARCHIVE-FILE
           END-IF.
           MOVE "OPENARCH"  TO CT-FILE-NAME.
           MOVE "RETAINED"  TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "FINANCIAL RECORD - HOLDS NO NAME OR ADDRESS"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       COUNT-RETAINED-CONTACTS.
           MOVE ZEROS TO WS-STAGE-COUNT.
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
                          CH-PERSON-ID = WS-ERASE-PERSON-ID
                           ADD 1 TO WS-STAGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE CONTACT-HISTORY-FILE
           END-IF.
           MOVE "CONTHIST"  TO CT-FILE-NAME.
           MOVE "RETAINED"  TO CT-ACTION.
           MOVE WS-STAGE-COUNT TO CT-COUNT.
           MOVE "COLLECTIONS RECORD - HOLDS NO NAME OR ADDRESS"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       LIST-UNCHANGED-FILES.
      *    Files keyed by person ID alone, with nothing that
      *    identifies anyone once the master is masked.
           MOVE ZEROS TO CT-COUNT.
           MOVE "RETAINED"  TO CT-ACTION.
           MOVE "CLASSLOG"  TO CT-FILE-NAME.
           MOVE "CLASSIFICATION AUDIT - PERSON ID, AGE AND RESULT"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "CLASSARCH" TO CT-FILE-NAME.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "CURCLASS"  TO CT-FILE-NAME.
           MOVE "PERSON ID, AGE AND CLASSIFICATION ONLY" TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "HHLDASGN"  TO CT-FILE-NAME.
           MOVE "REBUILT BY THE NEXT PERSHHLD RUN FROM THE MASTER"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "GUARDLNK"  TO CT-FILE-NAME.
           MOVE "LINKS PERSON IDS ONLY - NO NAME OR ADDRESS"
               TO CT-NOTE.
           PERFORM WRITE-CERTIFICATE-LINE.

       WRITE-VERDICT.
           MOVE SPACES TO ERASURE-CERT-LINE.
           WRITE ERASURE-CERT-LINE.
           IF WS-ACTION-ALLOWED
               STRING "PERSON " WS-ERASE-PERSON-ID " ERASED BY "
                      WS-OPERATOR-ID " ON " WS-CURRENT-DATE(1:8)
                      DELIMITED BY SIZE INTO ERASURE-CERT-LINE
           ELSE
               STRING "ERASURE REFUSED - " WS-REFUSAL
                      DELIMITED BY SIZE INTO ERASURE-CERT-LINE
           END-IF.
           WRITE ERASURE-CERT-LINE.

       COPY PJRNP.

       COPY PDELTP.

       COPY PNOTEP.

       COPY ERRLOGP.
