      *Date: 2026-10-11
      *Masked test-data build: turns one verified PERSBKUP backup
      *generation into a test set with no real person in it, so a
      *changed program can be tried against production-shaped data
      *instead of a copy of the live masters. Names, streets, birth
      *dates, phone numbers, email addresses and note text are
      *replaced with realistic fake values, always derived the same
      *way - the fake name from the person ID and the fake street
      *from the real street - so a person keeps one fake identity
      *across PERSONMS, PENDTRAN, ADDRHIST and PERSNOTE, and people
      *who shared a street still share one. Person IDs, invoice
      *numbers, city, state, ZIP, postal code and country, every
      *amount and every age are carried unchanged: PERSXREF,
      *CURCLASS, OPENINV, PERSNXID and HHLDASGN hold no identifying
      *text and are copied as they are, and the master count and
      *age hash come out equal to what went in, so CYCLBAL
      *balances on the test masters exactly as it did in
      *production. A birth date keeps its year and month and only
      *moves within the month on the same side of the snapshot
      *date, so the age as of the snapshot does not change.
      *The output is itself a backup set with its own BKPSTAMP,
      *written under the target prefix on the MASKPARM control
      *record, so PERSREST loads it into the test masters. The run
      *refuses - condition code 8, nothing written - when the
      *prefix is missing or names a production dataset, or when
      *the input generation does not match its BKPSTAMP. MASKRPT
      *lists what was checked, each file's record and masked
      *counts and the control totals in and out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE ASSIGN TO "MASKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKUP-STAMP-FILE ASSIGN TO "BKPSTAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "PERSBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT CLASS-BACKUP-FILE ASSIGN TO "CLASBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ADDR-BACKUP-FILE ASSIGN TO "ADDRBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT XREF-BACKUP-FILE ASSIGN TO "XREFBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT OINV-BACKUP-FILE ASSIGN TO "OINVBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT PEND-BACKUP-FILE ASSIGN TO "PENDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT NXID-BACKUP-FILE ASSIGN TO "NXIDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT HOUSEHOLD-ASSIGN-FILE ASSIGN TO "HHLDASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           COPY PNOTE.

           SELECT TEST-MASTER-FILE ASSIGN TO "TSTPERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TST-STATUS.

           SELECT TEST-CLASS-FILE ASSIGN TO "TSTCLAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-ADDR-FILE ASSIGN TO "TSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-XREF-FILE ASSIGN TO "TSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-OINV-FILE ASSIGN TO "TSTOINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-PEND-FILE ASSIGN TO "TSTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-NXID-FILE ASSIGN TO "TSTNXID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-HHLD-FILE ASSIGN TO "TSTHHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-NOTE-FILE ASSIGN TO "TSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT TEST-STAMP-FILE ASSIGN TO "TSTSTAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE.
       01  MASK-PARM-RECORD.
           05 MK-TARGET-PREFIX     PIC X(20).
           05 FILLER               PIC X(60).

       FD  BACKUP-STAMP-FILE.
       01  BACKUP-STAMP-RECORD.
           05 BS-TIMESTAMP         PIC X(21).
           05 BS-MASTER-COUNT      PIC 9(7).
           05 BS-MASTER-HASH       PIC 9(9).
           05 BS-SIDE-COUNT OCCURS 6 TIMES PIC 9(7).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(187).

       FD  CLASS-BACKUP-FILE.
       01  CLASS-BACKUP-RECORD     PIC X(31).

       FD  ADDR-BACKUP-FILE.
       01  ADDR-BACKUP-RECORD      PIC X(180).

       FD  XREF-BACKUP-FILE.
       01  XREF-BACKUP-RECORD      PIC X(37).

       FD  OINV-BACKUP-FILE.
       01  OINV-BACKUP-RECORD      PIC X(134).

       FD  PEND-BACKUP-FILE.
       01  PEND-BACKUP-RECORD      PIC X(206).

       FD  NXID-BACKUP-FILE.
       01  NXID-BACKUP-RECORD      PIC X(6).

       FD  HOUSEHOLD-ASSIGN-FILE.
       01  HOUSEHOLD-ASSIGN-RECORD PIC X(13).

           COPY PNOTEFD.

       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-RECORD      PIC X(187).

       FD  TEST-CLASS-FILE.
       01  TEST-CLASS-RECORD       PIC X(31).

       FD  TEST-ADDR-FILE.
       01  TEST-ADDR-RECORD        PIC X(180).

       FD  TEST-XREF-FILE.
       01  TEST-XREF-RECORD        PIC X(37).

       FD  TEST-OINV-FILE.
       01  TEST-OINV-RECORD        PIC X(134).

       FD  TEST-PEND-FILE.
       01  TEST-PEND-RECORD        PIC X(206).

       FD  TEST-NXID-FILE.
       01  TEST-NXID-RECORD        PIC X(6).

       FD  TEST-HHLD-FILE.
       01  TEST-HHLD-RECORD        PIC X(13).

       FD  TEST-NOTE-FILE.
       01  TEST-NOTE-RECORD        PIC X(95).

       FD  TEST-STAMP-FILE.
       01  TEST-STAMP-RECORD.
           05 TS-TIMESTAMP         PIC X(21).
           05 TS-MASTER-COUNT      PIC 9(7).
           05 TS-MASTER-HASH       PIC 9(9).
           05 TS-SIDE-COUNT OCCURS 6 TIMES PIC 9(7).

       FD  MASK-REPORT-FILE.
       01  MASK-REPORT-LINE        PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PNOTEWS.
       COPY PERSONREC.
       COPY PERSTRNR.
       COPY ADDRHREC.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-STAMP-STATUS      PIC X(2).
       01  WS-BKP-STATUS        PIC X(2).
       01  WS-SRC-STATUS        PIC X(2).
       01  WS-TST-STATUS        PIC X(2).
       01  WS-TGT-STATUS        PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".

      *    A test set is only ever written under a non-production
      *    prefix; any dataset prefix starting PROD is production.
       01  WS-TARGET-PREFIX     PIC X(20) VALUE SPACES.
       01  WS-PROD-QUALIFIER    PIC X(4) VALUE "PROD".

       01  WS-VERDICT-SW        PIC X(1) VALUE "Y".
           88 WS-ACTION-ALLOWED       VALUE "Y".
       01  WS-REFUSAL           PIC X(30) VALUE SPACES.
       01  WS-BALANCED-SW       PIC X(1) VALUE "Y".
           88 WS-TEST-SET-BALANCES    VALUE "Y".

      *    One slot per file of the set, in the BKPSTAMP order for
      *    the first seven: 1 PERSBKP, 2 CLASBKP, 3 ADDRBKP,
      *    4 XREFBKP, 5 OINVBKP, 6 PENDBKP, 7 NXIDBKP; HHLDASGN and
      *    PERSNOTE are not part of the backup set and come from
      *    the masters directly when supplied.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 9 TIMES
                   INDEXED BY ST-IDX.
              10 ST-FILE-NAME      PIC X(8).
              10 ST-STAMP-COUNT    PIC 9(7).
              10 ST-SOURCE-COUNT   PIC 9(7).
              10 ST-WRITTEN-COUNT  PIC 9(7).
              10 ST-MASKED-COUNT   PIC 9(7).
              10 ST-ACTION         PIC X(12).
              10 ST-DETAIL         PIC X(40).
       01  WS-SNAP-TIMESTAMP    PIC X(21) VALUE SPACES.
       01  WS-SOURCE-HASH       PIC 9(9) VALUE ZEROS.
       01  WS-STAMP-HASH        PIC 9(9) VALUE ZEROS.
       01  WS-WRITTEN-HASH      PIC 9(9) VALUE ZEROS.
       01  WS-SIDE-SUB          PIC 9(2).

      *    Field counts for the summary.
       01  WS-NAMES-MASKED      PIC 9(7) VALUE ZEROS.
       01  WS-STREETS-MASKED    PIC 9(7) VALUE ZEROS.
       01  WS-BIRTHS-MASKED     PIC 9(7) VALUE ZEROS.
       01  WS-PHONES-MASKED     PIC 9(7) VALUE ZEROS.
       01  WS-EMAILS-MASKED     PIC 9(7) VALUE ZEROS.
       01  WS-NOTES-MASKED      PIC 9(7) VALUE ZEROS.
       01  WS-RECORD-MASKED-SW  PIC X(1).
           88 WS-RECORD-WAS-MASKED    VALUE "Y".

      *    An erased person's record carries no real data any more
      *    and is copied as it stands.
       01  WS-ERASED-NAME       PIC X(20) VALUE "*** ERASED ***".

      *    Fake-value tables. A person's fake name comes from the
      *    person ID, a fake street from the characters of the real
      *    street, so the same input always gives the same output.
       01  WS-FIRST-NAME-VALUES.
           05 FILLER PIC X(40) VALUE
              "JAMES     MARY      ROBERT    LINDA     ".
           05 FILLER PIC X(40) VALUE
              "MICHAEL   SUSAN     DAVID     KAREN     ".
           05 FILLER PIC X(40) VALUE
              "THOMAS    NANCY     DANIEL    HELEN     ".
           05 FILLER PIC X(40) VALUE
              "PAUL      CAROL     MARK      SANDRA    ".
           05 FILLER PIC X(40) VALUE
              "GEORGE    DONNA     EDWARD    RUTH      ".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 FN-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-LAST-NAME-VALUES.
           05 FILLER PIC X(40) VALUE
              "HOLLOWAY  PEMBERTON CARVER    WHITFIELD ".
           05 FILLER PIC X(40) VALUE
              "ASHBY     LINDQVIST MORROW    BRANNIGAN ".
           05 FILLER PIC X(40) VALUE
              "FAIRBANKS OKAFOR    DELACROIX HAWTHORNE ".
           05 FILLER PIC X(40) VALUE
              "KESSLER   MARLOWE   QUINCEY   RADCLIFFE ".
           05 FILLER PIC X(40) VALUE
              "SUTTER    TREMAINE  VANCE     WOODRUFF  ".
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 LN-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-STREET-NAME-VALUES.
           05 FILLER PIC X(40) VALUE
              "MAPLE     OAK       BIRCHWOOD CEDAR     ".
           05 FILLER PIC X(40) VALUE
              "WILLOW    HICKORY   CHESTNUT  SYCAMORE  ".
           05 FILLER PIC X(40) VALUE
              "ASPEN     JUNIPER   MAGNOLIA  LAUREL    ".
           05 FILLER PIC X(40) VALUE
              "HAWTHORN  ALDER     POPLAR    REDWOOD   ".
           05 FILLER PIC X(40) VALUE
              "SPRUCE    HAZEL     LINDEN    CYPRESS   ".
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05 SN-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-STREET-TYPE-VALUES.
           05 FILLER PIC X(40) VALUE
              "STREET  AVENUE  ROAD    LANE    DRIVE   ".
       01  WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-VALUES.
           05 SS-TYPE OCCURS 5 TIMES PIC X(8).
       01  WS-NOTE-TEXT-VALUES.
           05 FILLER PIC X(40) VALUE
              "CALLED ABOUT STATEMENT BALANCE".
           05 FILLER PIC X(40) VALUE
              "REQUESTED A COPY OF THE LAST INVOICE".
           05 FILLER PIC X(40) VALUE
              "ADDRESS CONFIRMED BY PHONE".
           05 FILLER PIC X(40) VALUE
              "ASKED ABOUT PAPERLESS STATEMENTS".
           05 FILLER PIC X(40) VALUE
              "PAYMENT PROMISED BY END OF MONTH".
           05 FILLER PIC X(40) VALUE
              "QUERIED LATE FEE - REFERRED TO AR".
           05 FILLER PIC X(40) VALUE
              "LEFT MESSAGE - NO CALL BACK YET".
           05 FILLER PIC X(40) VALUE
              "CONTACT DETAILS UPDATED ON REQUEST".
       01  WS-NOTE-TEXT-TABLE REDEFINES WS-NOTE-TEXT-VALUES.
           05 NT-TEXT OCCURS 8 TIMES PIC X(40).

      *    Work areas for the masking routines. WS-MASK-ID is the
      *    person the value belongs to.
       01  WS-MASK-ID           PIC 9(6).
       01  WS-MASK-QUOTIENT     PIC 9(9).
       01  WS-MASK-REMAINDER    PIC 9(4).
       01  WS-PICK-1            PIC 9(4).
       01  WS-PICK-2            PIC 9(4).
       01  WS-MASK-SUB          PIC 9(2).
       01  WS-MASK-SUB-2        PIC 9(2).
       01  WS-FAKE-NAME         PIC X(20).
       01  WS-STREET            PIC X(30).
       01  WS-STREET-HASH       PIC 9(9).
       01  WS-CHAR-WORK.
           05 WS-CHAR-BINARY    PIC 9(4) COMP.
       01  WS-CHAR-BYTES REDEFINES WS-CHAR-WORK PIC X(2).
       01  WS-PHONE             PIC X(16).
       01  WS-FAKE-DIGITS       PIC X(13).
       01  WS-EMAIL             PIC X(50).
       01  WS-BIRTH-DATE.
           05 WS-BD-YEAR        PIC 9(4).
           05 WS-BD-MONTH       PIC 9(2).
           05 WS-BD-DAY         PIC 9(2).
       01  WS-SNAP-MONTH        PIC 9(2) VALUE ZEROS.
       01  WS-SNAP-DAY          PIC 9(2) VALUE ZEROS.
       01  WS-DAY-SPAN          PIC 9(2).
       01  WS-PEND-SEQ          PIC 9(6) VALUE ZEROS.

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(34) VALUE
              "MASKED TEST-DATA SET BUILD - RUN ".
           05 HD-TIMESTAMP      PIC X(21).
       01  WS-HEADING-LINE-2.
           05 FILLER            PIC X(16) VALUE "SOURCE SET OF  ".
           05 HD-SNAP-TIMESTAMP PIC X(21).
           05 FILLER            PIC X(10) VALUE "  TARGET ".
           05 HD-TARGET-PREFIX  PIC X(20).
       01  WS-CHECK-LINE.
           05 CK-LABEL          PIC X(34).
           05 CK-VALUE          PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CK-VERDICT        PIC X(30).
       01  WS-COUNT-TEXT        PIC Z,ZZZ,ZZ9.
       01  WS-SET-HEADING.
           05 FILLER            PIC X(10) VALUE "FILE".
           05 FILLER            PIC X(14) VALUE "ACTION".
           05 FILLER            PIC X(11) VALUE "  RECORDS".
           05 FILLER            PIC X(11) VALUE "   MASKED".
           05 FILLER            PIC X(40) VALUE "  DETAIL".
       01  WS-SET-DETAIL.
           05 SD-FILE-NAME      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-ACTION         PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-RECORDS        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-MASKED         PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-DETAIL         PIC X(40).
       01  WS-SUMMARY-LINE.
           05 SL-LABEL          PIC X(30).
           05 SL-VALUE          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSMASK" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-MASK-REPORT.
           PERFORM BUILD-SET-TABLE.
           PERFORM READ-MASK-PARM.
           PERFORM READ-SOURCE-STAMP.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-TARGET-PREFIX.
           IF WS-ACTION-ALLOWED
               PERFORM RECOUNT-SOURCE-SET
               PERFORM CHECK-SOURCE-SET
           END-IF.
           IF WS-ACTION-ALLOWED
               PERFORM MASK-MASTER
               PERFORM COPY-CLASS-VIEW
               PERFORM MASK-ADDRESS-HISTORY
               PERFORM COPY-MERGE-XREF
               PERFORM COPY-OPEN-INVOICES
               PERFORM MASK-PENDING-TRANS
               PERFORM COPY-NEXT-ID
               PERFORM COPY-HOUSEHOLD-ASSIGN
               PERFORM MASK-PERSON-NOTES
               PERFORM CHECK-TEST-SET
               PERFORM WRITE-TEST-STAMP
               PERFORM WRITE-SET-SUMMARY
           END-IF.
           PERFORM WRITE-VERDICT.
           CLOSE MASK-REPORT-FILE.
           EVALUATE TRUE
               WHEN NOT WS-ACTION-ALLOWED
                   DISPLAY "Test-data build refused: " WS-REFUSAL
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-TEST-SET-BALANCES
                   DISPLAY "TEST SET DOES NOT BALANCE TO ITS "
                           "SOURCE - DO NOT LOAD IT."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Masked test set written: "
                           ST-WRITTEN-COUNT(1) " master records, "
                           WS-NAMES-MASKED " names replaced."
           END-EVALUATE.
           STOP RUN.

       OPEN-MASK-REPORT.
           OPEN OUTPUT MASK-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "MASKRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       BUILD-SET-TABLE.
           MOVE "PERSBKP"  TO ST-FILE-NAME(1).
           MOVE "CLASBKP"  TO ST-FILE-NAME(2).
           MOVE "ADDRBKP"  TO ST-FILE-NAME(3).
           MOVE "XREFBKP"  TO ST-FILE-NAME(4).
           MOVE "OINVBKP"  TO ST-FILE-NAME(5).
           MOVE "PENDBKP"  TO ST-FILE-NAME(6).
           MOVE "NXIDBKP"  TO ST-FILE-NAME(7).
           MOVE "HHLDASGN" TO ST-FILE-NAME(8).
           MOVE "PERSNOTE" TO ST-FILE-NAME(9).
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 9
               MOVE ZEROS  TO ST-STAMP-COUNT(ST-IDX)
               MOVE ZEROS  TO ST-SOURCE-COUNT(ST-IDX)
               MOVE ZEROS  TO ST-WRITTEN-COUNT(ST-IDX)
               MOVE ZEROS  TO ST-MASKED-COUNT(ST-IDX)
               MOVE "COPIED"  TO ST-ACTION(ST-IDX)
               MOVE SPACES TO ST-DETAIL(ST-IDX)
           END-PERFORM.

       READ-MASK-PARM.
           OPEN INPUT MASK-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ MASK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MK-TARGET-PREFIX TO WS-TARGET-PREFIX
               END-READ
               CLOSE MASK-PARM-FILE
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   MOVE "MASKPARM"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PARM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       READ-SOURCE-STAMP.
      *    Unlike a restore, a test build will not work from a
      *    generation without its stamp: the stamp is what proves
      *    the set is whole, and what the test stamp is built from.
           OPEN INPUT BACKUP-STAMP-FILE.
           IF WS-STAMP-STATUS = "00"
               READ BACKUP-STAMP-FILE
                   AT END
                       PERFORM REFUSE-ACTION
                       MOVE "NO BKPSTAMP RECORD" TO WS-REFUSAL
                   NOT AT END
                       MOVE BS-TIMESTAMP TO WS-SNAP-TIMESTAMP
                       MOVE BS-MASTER-COUNT TO ST-STAMP-COUNT(1)
                       MOVE BS-MASTER-HASH  TO WS-STAMP-HASH
                       PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
                               UNTIL WS-SIDE-SUB > 6
                           SET ST-IDX TO WS-SIDE-SUB
                           SET ST-IDX UP BY 1
                           MOVE BS-SIDE-COUNT(WS-SIDE-SUB)
                               TO ST-STAMP-COUNT(ST-IDX)
                       END-PERFORM
               END-READ
               CLOSE BACKUP-STAMP-FILE
           ELSE
               IF WS-STAMP-STATUS NOT = "35"
                   MOVE "BKPSTAMP"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-STAMP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               PERFORM REFUSE-ACTION
               MOVE "NO BKPSTAMP RECORD" TO WS-REFUSAL
           END-IF.
           IF WS-SNAP-TIMESTAMP(1:8) IS NUMERIC
               MOVE WS-SNAP-TIMESTAMP(5:2) TO WS-SNAP-MONTH
               MOVE WS-SNAP-TIMESTAMP(7:2) TO WS-SNAP-DAY
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-CURRENT-DATE   TO HD-TIMESTAMP.
           MOVE WS-SNAP-TIMESTAMP TO HD-SNAP-TIMESTAMP.
           MOVE WS-TARGET-PREFIX  TO HD-TARGET-PREFIX.
           WRITE MASK-REPORT-LINE FROM WS-HEADING-LINE.
           WRITE MASK-REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE.

       CHECK-TARGET-PREFIX.
      *    The test DDs are all named under the MASKPARM prefix;
      *    a prefix that is missing or production stops the run
      *    before any output file is opened.
           MOVE "Target dataset prefix:" TO CK-LABEL.
           MOVE WS-TARGET-PREFIX TO CK-VALUE.
           EVALUATE TRUE
               WHEN WS-TARGET-PREFIX = SPACES
                   MOVE "NO TARGET PREFIX" TO CK-VERDICT
                   IF WS-ACTION-ALLOWED
                       MOVE "NO TARGET PREFIX ON MASKPARM"
                           TO WS-REFUSAL
                   END-IF
                   PERFORM REFUSE-ACTION
               WHEN WS-TARGET-PREFIX(1:4) = WS-PROD-QUALIFIER
                   MOVE "PRODUCTION DATASET" TO CK-VERDICT
                   IF WS-ACTION-ALLOWED
                       MOVE "TARGET IS A PRODUCTION DATASET"
                           TO WS-REFUSAL
                   END-IF
                   PERFORM REFUSE-ACTION
               WHEN OTHER
                   MOVE "OK" TO CK-VERDICT
           END-EVALUATE.
           WRITE MASK-REPORT-LINE FROM WS-CHECK-LINE.
           MOVE "Source BKPSTAMP record:" TO CK-LABEL.
           MOVE WS-SNAP-TIMESTAMP(1:14) TO CK-VALUE.
           IF WS-SNAP-TIMESTAMP = SPACES
               MOVE "NOT FOUND" TO CK-VERDICT
           ELSE
               MOVE "OK" TO CK-VERDICT
           END-IF.
           WRITE MASK-REPORT-LINE FROM WS-CHECK-LINE.

       REFUSE-ACTION.
           MOVE "N" TO WS-VERDICT-SW.

       RECOUNT-SOURCE-SET.
      *    Count every file of the generation before anything is
      *    written, the same proof PERSREST asks of a restore: a
      *    set whose pieces come from different nights is refused.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
               MOVE "PERSBKP"    TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-BKP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BACKUP-FILE INTO PERSON-MASTER-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(1)
                       IF PM-AGE IS NUMERIC
                           ADD PM-AGE TO WS-SOURCE-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT CLASS-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CLASS-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(2)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE CLASS-BACKUP-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT ADDR-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDR-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(3)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE ADDR-BACKUP-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT XREF-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ XREF-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(4)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE XREF-BACKUP-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT OINV-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OINV-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(5)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE OINV-BACKUP-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT PEND-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PEND-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(6)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE PEND-BACKUP-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT NXID-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ NXID-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ST-SOURCE-COUNT(7)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE NXID-BACKUP-FILE
           END-IF.

       CHECK-SOURCE-SET.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 7
               MOVE SPACES TO CK-LABEL
               STRING ST-FILE-NAME(ST-IDX) " records against stamp:"
                      DELIMITED BY SIZE INTO CK-LABEL
               MOVE ST-SOURCE-COUNT(ST-IDX) TO WS-COUNT-TEXT
               MOVE WS-COUNT-TEXT TO CK-VALUE
               IF ST-SOURCE-COUNT(ST-IDX) = ST-STAMP-COUNT(ST-IDX)
                   MOVE "OK" TO CK-VERDICT
               ELSE
                   MOVE "DIFFERS FROM BKPSTAMP" TO CK-VERDICT
                   IF WS-ACTION-ALLOWED
                       MOVE "SET DOES NOT MATCH BKPSTAMP"
                           TO WS-REFUSAL
                   END-IF
                   PERFORM REFUSE-ACTION
               END-IF
               WRITE MASK-REPORT-LINE FROM WS-CHECK-LINE
           END-PERFORM.
           MOVE "PERSBKP age hash against stamp:" TO CK-LABEL.
           MOVE WS-SOURCE-HASH TO SL-VALUE.
           MOVE SL-VALUE TO CK-VALUE.
           IF WS-SOURCE-HASH = WS-STAMP-HASH
               MOVE "OK" TO CK-VERDICT
           ELSE
               MOVE "DIFFERS FROM BKPSTAMP" TO CK-VERDICT
               IF WS-ACTION-ALLOWED
                   MOVE "SET DOES NOT MATCH BKPSTAMP" TO WS-REFUSAL
               END-IF
               PERFORM REFUSE-ACTION
           END-IF.
           WRITE MASK-REPORT-LINE FROM WS-CHECK-LINE.

       MASK-MASTER.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
               MOVE "PERSBKP"    TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-BKP-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT TEST-MASTER-FILE.
           IF WS-TST-STATUS NOT = "00"
               MOVE "TSTPERS"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BACKUP-FILE INTO PERSON-MASTER-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MASK-ONE-MASTER-RECORD
               END-READ
               IF WS-BKP-STATUS NOT = "00" AND
                  WS-BKP-STATUS NOT = "10"
                   MOVE "PERSBKP" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-BKP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           CLOSE BACKUP-FILE.
           CLOSE TEST-MASTER-FILE.
           MOVE "MASKED" TO ST-ACTION(1).
           MOVE "NAME STREET BIRTH DATE PHONE EMAIL"
               TO ST-DETAIL(1).

       MASK-ONE-MASTER-RECORD.
           MOVE "N" TO WS-RECORD-MASKED-SW.
           MOVE PM-PERSON-ID TO WS-MASK-ID.
           IF PM-NAME NOT = WS-ERASED-NAME
               IF PM-NAME NOT = SPACES
                   PERFORM BUILD-FAKE-NAME
                   MOVE WS-FAKE-NAME TO PM-NAME
                   ADD 1 TO WS-NAMES-MASKED
                   MOVE "Y" TO WS-RECORD-MASKED-SW
               END-IF
               IF PM-STREET NOT = SPACES
                   MOVE PM-STREET TO WS-STREET
                   PERFORM MAP-FAKE-STREET
                   MOVE WS-STREET TO PM-STREET
                   ADD 1 TO WS-STREETS-MASKED
                   MOVE "Y" TO WS-RECORD-MASKED-SW
               END-IF
               IF PM-BIRTH-DATE IS NUMERIC AND
                  PM-BIRTH-DATE NOT = ZEROS
                   MOVE PM-BIRTH-DATE TO WS-BIRTH-DATE
                   PERFORM SHIFT-BIRTH-DATE
                   MOVE WS-BIRTH-DATE TO PM-BIRTH-DATE
                   ADD 1 TO WS-BIRTHS-MASKED
                   MOVE "Y" TO WS-RECORD-MASKED-SW
               END-IF
               IF PM-PHONE NOT = SPACES
                   MOVE PM-PHONE TO WS-PHONE
                   PERFORM BUILD-FAKE-PHONE
                   MOVE WS-PHONE TO PM-PHONE
                   ADD 1 TO WS-PHONES-MASKED
                   MOVE "Y" TO WS-RECORD-MASKED-SW
               END-IF
               IF PM-EMAIL NOT = SPACES
                   PERFORM BUILD-FAKE-EMAIL
                   MOVE WS-EMAIL TO PM-EMAIL
                   ADD 1 TO WS-EMAILS-MASKED
                   MOVE "Y" TO WS-RECORD-MASKED-SW
               END-IF
           END-IF.
           WRITE TEST-MASTER-RECORD FROM PERSON-MASTER-RECORD.
           IF WS-TST-STATUS NOT = "00"
               MOVE "TSTPERS" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-TST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO ST-WRITTEN-COUNT(1).
           IF PM-AGE IS NUMERIC
               ADD PM-AGE TO WS-WRITTEN-HASH
           END-IF.
           IF WS-RECORD-WAS-MASKED
               ADD 1 TO ST-MASKED-COUNT(1)
           END-IF.

       COPY-CLASS-VIEW.
      *    CURCLASS holds an ID, a status and an age: nothing to
      *    mask, and the ages must stay as they are.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-CLASS-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTCLAS"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT CLASS-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CLASS-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE TEST-CLASS-RECORD
                           FROM CLASS-BACKUP-RECORD
                       IF WS-TGT-STATUS NOT = "00"
                           MOVE "TSTCLAS" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                       ADD 1 TO ST-WRITTEN-COUNT(2)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE CLASS-BACKUP-FILE
           END-IF.
           CLOSE TEST-CLASS-FILE.
           MOVE "NO IDENTIFYING FIELDS" TO ST-DETAIL(2).

       MASK-ADDRESS-HISTORY.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-ADDR-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTADDR"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT ADDR-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDR-BACKUP-FILE INTO WS-ADDR-HIST-DETAIL
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MASK-ONE-ADDRESS-CHANGE
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE ADDR-BACKUP-FILE
           END-IF.
           CLOSE TEST-ADDR-FILE.
           MOVE "MASKED" TO ST-ACTION(3).
           MOVE "OLD AND NEW STREET" TO ST-DETAIL(3).

       MASK-ONE-ADDRESS-CHANGE.
      *    The street map depends on the street alone, so the new
      *    street here matches the fake street on the master.
           MOVE "N" TO WS-RECORD-MASKED-SW.
           IF AH-OLD-STREET NOT = SPACES
               MOVE AH-OLD-STREET TO WS-STREET
               PERFORM MAP-FAKE-STREET
               MOVE WS-STREET TO AH-OLD-STREET
               ADD 1 TO WS-STREETS-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           IF AH-NEW-STREET NOT = SPACES
               MOVE AH-NEW-STREET TO WS-STREET
               PERFORM MAP-FAKE-STREET
               MOVE WS-STREET TO AH-NEW-STREET
               ADD 1 TO WS-STREETS-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           WRITE TEST-ADDR-RECORD FROM WS-ADDR-HIST-DETAIL.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTADDR" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO ST-WRITTEN-COUNT(3).
           IF WS-RECORD-WAS-MASKED
               ADD 1 TO ST-MASKED-COUNT(3)
           END-IF.

       COPY-MERGE-XREF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-XREF-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTXREF"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT XREF-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ XREF-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE TEST-XREF-RECORD
                           FROM XREF-BACKUP-RECORD
                       IF WS-TGT-STATUS NOT = "00"
                           MOVE "TSTXREF" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                       ADD 1 TO ST-WRITTEN-COUNT(4)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE XREF-BACKUP-FILE
           END-IF.
           CLOSE TEST-XREF-FILE.
           MOVE "PERSON IDS ONLY" TO ST-DETAIL(4).

       COPY-OPEN-INVOICES.
      *    The register is keyed by invoice and person ID and holds
      *    amounts only; amounts stay exact so the AR programs
      *    reconcile in test as they do in production.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-OINV-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTOINV"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT OINV-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ OINV-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE TEST-OINV-RECORD
                           FROM OINV-BACKUP-RECORD
                       IF WS-TGT-STATUS NOT = "00"
                           MOVE "TSTOINV" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                       ADD 1 TO ST-WRITTEN-COUNT(5)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE OINV-BACKUP-FILE
           END-IF.
           CLOSE TEST-OINV-FILE.
           MOVE "KEYS AND AMOUNTS ONLY" TO ST-DETAIL(5).

       MASK-PENDING-TRANS.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-PEND-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTPEND"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PEND-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PEND-BACKUP-FILE INTO PERSON-TRANS-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MASK-ONE-PENDING-TRANS
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE PEND-BACKUP-FILE
           END-IF.
           CLOSE TEST-PEND-FILE.
           MOVE "MASKED" TO ST-ACTION(6).
           MOVE "NAME STREET BIRTH DATE PHONE EMAIL"
               TO ST-DETAIL(6).

       MASK-ONE-PENDING-TRANS.
      *    A pending add has no ID yet; it still gets a fake name,
      *    just not one tied to any master record.
           MOVE "N" TO WS-RECORD-MASKED-SW.
           ADD 1 TO WS-PEND-SEQ.
           IF PT-PERSON-ID IS NUMERIC AND PT-PERSON-ID NOT = ZEROS
               MOVE PT-PERSON-ID TO WS-MASK-ID
           ELSE
               MOVE WS-PEND-SEQ TO WS-MASK-ID
           END-IF.
           IF PT-NAME NOT = SPACES
               PERFORM BUILD-FAKE-NAME
               MOVE WS-FAKE-NAME TO PT-NAME
               ADD 1 TO WS-NAMES-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           IF PT-STREET NOT = SPACES
               MOVE PT-STREET TO WS-STREET
               PERFORM MAP-FAKE-STREET
               MOVE WS-STREET TO PT-STREET
               ADD 1 TO WS-STREETS-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           IF PT-BIRTH-DATE IS NUMERIC AND
              PT-BIRTH-DATE NOT = ZEROS
               MOVE PT-BIRTH-DATE TO WS-BIRTH-DATE
               PERFORM SHIFT-BIRTH-DATE
               MOVE WS-BIRTH-DATE TO PT-BIRTH-DATE
               ADD 1 TO WS-BIRTHS-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           IF PT-PHONE NOT = SPACES
               MOVE PT-PHONE TO WS-PHONE
               PERFORM BUILD-FAKE-PHONE
               MOVE WS-PHONE TO PT-PHONE
               ADD 1 TO WS-PHONES-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           IF PT-EMAIL NOT = SPACES
               PERFORM BUILD-FAKE-EMAIL
               MOVE WS-EMAIL TO PT-EMAIL
               ADD 1 TO WS-EMAILS-MASKED
               MOVE "Y" TO WS-RECORD-MASKED-SW
           END-IF.
           WRITE TEST-PEND-RECORD FROM PERSON-TRANS-RECORD.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTPEND" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO ST-WRITTEN-COUNT(6).
           IF WS-RECORD-WAS-MASKED
               ADD 1 TO ST-MASKED-COUNT(6)
           END-IF.

       COPY-NEXT-ID.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-NXID-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTNXID"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT NXID-BACKUP-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ NXID-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE TEST-NXID-RECORD
                           FROM NXID-BACKUP-RECORD
                       IF WS-TGT-STATUS NOT = "00"
                           MOVE "TSTNXID" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                       ADD 1 TO ST-WRITTEN-COUNT(7)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE NXID-BACKUP-FILE
           END-IF.
           CLOSE TEST-NXID-FILE.
           MOVE "NEXT-ID CONTROL RECORD" TO ST-DETAIL(7).

       COPY-HOUSEHOLD-ASSIGN.
      *    Household assignments are person and household IDs
      *    only; they stay valid because IDs are never changed and
      *    people at one street still share one fake street.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-HHLD-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTHHLD"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT HOUSEHOLD-ASSIGN-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               MOVE "NOT SUPPLIED" TO ST-ACTION(8)
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HOUSEHOLD-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       WRITE TEST-HHLD-RECORD
                           FROM HOUSEHOLD-ASSIGN-RECORD
                       IF WS-TGT-STATUS NOT = "00"
                           MOVE "TSTHHLD" TO WS-ERR-FILE-NAME
                           MOVE "WRITE"   TO WS-ERR-OPERATION
                           MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                       ADD 1 TO ST-SOURCE-COUNT(8)
                       ADD 1 TO ST-WRITTEN-COUNT(8)
               END-READ
           END-PERFORM.
           IF WS-SRC-STATUS NOT = "35"
               CLOSE HOUSEHOLD-ASSIGN-FILE
           END-IF.
           CLOSE TEST-HHLD-FILE.
           MOVE "PERSON AND HOUSEHOLD IDS ONLY" TO ST-DETAIL(8).

       MASK-PERSON-NOTES.
      *    Note text is free typing and may say anything about the
      *    person, so none of it is kept: each note gets a plain
      *    stock text instead, with its date and operator intact.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           OPEN OUTPUT TEST-NOTE-FILE.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTNOTE"     TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN INPUT PERSON-NOTE-FILE.
           IF WS-PNOTE-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
               MOVE "NOT SUPPLIED" TO ST-ACTION(9)
           ELSE
               MOVE "MASKED" TO ST-ACTION(9)
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
                   NOT AT END
                       PERFORM MASK-ONE-NOTE
               END-READ
           END-PERFORM.
           IF WS-PNOTE-STATUS NOT = "35"
               CLOSE PERSON-NOTE-FILE
           END-IF.
           CLOSE TEST-NOTE-FILE.
           MOVE "NOTE TEXT" TO ST-DETAIL(9).

       MASK-ONE-NOTE.
           ADD 1 TO ST-SOURCE-COUNT(9).
           IF PN-NOTE-TEXT NOT = SPACES
               MOVE ZEROS TO WS-MASK-ID
               IF PN-PERSON-ID IS NUMERIC
                   MOVE PN-PERSON-ID TO WS-MASK-ID
               END-IF
               COMPUTE WS-MASK-QUOTIENT =
                   WS-MASK-ID + ST-SOURCE-COUNT(9)
               DIVIDE WS-MASK-QUOTIENT BY 8
                   GIVING WS-MASK-QUOTIENT
                   REMAINDER WS-MASK-REMAINDER
               ADD 1 TO WS-MASK-REMAINDER GIVING WS-PICK-1
               MOVE NT-TEXT(WS-PICK-1) TO PN-NOTE-TEXT
               ADD 1 TO WS-NOTES-MASKED
               ADD 1 TO ST-MASKED-COUNT(9)
           END-IF.
           WRITE TEST-NOTE-RECORD FROM PERSON-NOTE-RECORD.
           IF WS-TGT-STATUS NOT = "00"
               MOVE "TSTNOTE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-TGT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO ST-WRITTEN-COUNT(9).

       BUILD-FAKE-NAME.
      *    First name from the ID's last digits, surname from the
      *    next ones: 400 combinations, always the same for one ID.
           DIVIDE WS-MASK-ID BY 20 GIVING WS-MASK-QUOTIENT
               REMAINDER WS-MASK-REMAINDER.
           ADD 1 TO WS-MASK-REMAINDER GIVING WS-PICK-1.
           DIVIDE WS-MASK-QUOTIENT BY 20 GIVING WS-MASK-QUOTIENT
               REMAINDER WS-MASK-REMAINDER.
           ADD 1 TO WS-MASK-REMAINDER GIVING WS-PICK-2.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING FN-NAME(WS-PICK-1) DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  LN-NAME(WS-PICK-2) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME.

       MAP-FAKE-STREET.
      *    Weight each character of the real street by its position
      *    and pick a fake name and street type from the total, so
      *    one real street always becomes the same fake street.
           MOVE ZEROS TO WS-STREET-HASH.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > 30
               IF WS-STREET(WS-MASK-SUB:1) NOT = SPACE
                   MOVE LOW-VALUES TO WS-CHAR-BYTES
                   MOVE WS-STREET(WS-MASK-SUB:1)
                       TO WS-CHAR-BYTES(2:1)
                   COMPUTE WS-STREET-HASH = WS-STREET-HASH +
                       WS-CHAR-BINARY * WS-MASK-SUB
               END-IF
           END-PERFORM.
           DIVIDE WS-STREET-HASH BY 20 GIVING WS-MASK-QUOTIENT
               REMAINDER WS-MASK-REMAINDER.
           ADD 1 TO WS-MASK-REMAINDER GIVING WS-PICK-1.
           DIVIDE WS-MASK-QUOTIENT BY 5 GIVING WS-MASK-QUOTIENT
               REMAINDER WS-MASK-REMAINDER.
           ADD 1 TO WS-MASK-REMAINDER GIVING WS-PICK-2.
           MOVE SPACES TO WS-STREET.
           STRING SN-NAME(WS-PICK-1) DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  SS-TYPE(WS-PICK-2) DELIMITED BY SPACE
                  INTO WS-STREET.

       SHIFT-BIRTH-DATE.
      *    Keep the year and month and move the day within the
      *    month (days 1-28, valid in any month). In the snapshot's
      *    own month the new day stays on the same side of the
      *    snapshot day, so the age as of the snapshot is the same
      *    as the unchanged PM-AGE says.
           EVALUATE TRUE
               WHEN WS-BD-MONTH NOT = WS-SNAP-MONTH
                   DIVIDE WS-MASK-ID BY 28 GIVING WS-MASK-QUOTIENT
                       REMAINDER WS-MASK-REMAINDER
                   ADD 1 TO WS-MASK-REMAINDER GIVING WS-BD-DAY
               WHEN WS-BD-DAY NOT > WS-SNAP-DAY
                   MOVE WS-SNAP-DAY TO WS-DAY-SPAN
                   IF WS-DAY-SPAN > 28
                       MOVE 28 TO WS-DAY-SPAN
                   END-IF
                   DIVIDE WS-MASK-ID BY WS-DAY-SPAN
                       GIVING WS-MASK-QUOTIENT
                       REMAINDER WS-MASK-REMAINDER
                   ADD 1 TO WS-MASK-REMAINDER GIVING WS-BD-DAY
               WHEN WS-SNAP-DAY < 28
                   COMPUTE WS-DAY-SPAN = 28 - WS-SNAP-DAY
                   DIVIDE WS-MASK-ID BY WS-DAY-SPAN
                       GIVING WS-MASK-QUOTIENT
                       REMAINDER WS-MASK-REMAINDER
                   COMPUTE WS-BD-DAY =
                       WS-SNAP-DAY + 1 + WS-MASK-REMAINDER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-FAKE-PHONE.
      *    Keep the first three characters - the area code, or "+"
      *    and the country code - and replace every later digit
      *    from a 555 number built on the ID, so the length and
      *    shape still pass the contact validation.
           MOVE "555" TO WS-FAKE-DIGITS(1:3).
           MOVE WS-MASK-ID(3:4) TO WS-FAKE-DIGITS(4:4).
           MOVE WS-MASK-ID(1:2) TO WS-FAKE-DIGITS(8:2).
           MOVE "5555" TO WS-FAKE-DIGITS(10:4).
           PERFORM VARYING WS-MASK-SUB FROM 4 BY 1
                   UNTIL WS-MASK-SUB > 16
               IF WS-PHONE(WS-MASK-SUB:1) IS NUMERIC
                   COMPUTE WS-MASK-SUB-2 = WS-MASK-SUB - 3
                   MOVE WS-FAKE-DIGITS(WS-MASK-SUB-2:1)
                       TO WS-PHONE(WS-MASK-SUB:1)
               END-IF
           END-PERFORM.

       BUILD-FAKE-EMAIL.
           MOVE SPACES TO WS-EMAIL.
           STRING "TEST" WS-MASK-ID "@EXAMPLE.COM"
                  DELIMITED BY SIZE INTO WS-EMAIL.

       CHECK-TEST-SET.
      *    Every file must come out with the records that went in,
      *    and the master's age hash unchanged - the totals CYCLBAL
      *    and PERSREST will hold the test set to.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 9
               IF ST-WRITTEN-COUNT(ST-IDX) NOT =
                  ST-SOURCE-COUNT(ST-IDX)
                   MOVE "N" TO WS-BALANCED-SW
               END-IF
           END-PERFORM.
           IF WS-WRITTEN-HASH NOT = WS-SOURCE-HASH
               MOVE "N" TO WS-BALANCED-SW
           END-IF.

       WRITE-TEST-STAMP.
      *    The test set's own stamp carries the source stamp's time
      *    and totals; a set that did not balance gets none, so
      *    PERSREST cannot prove it and the load is not released.
           IF WS-TEST-SET-BALANCES
               OPEN OUTPUT TEST-STAMP-FILE
               IF WS-TGT-STATUS NOT = "00"
                   MOVE "TSTSTAMP"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
                   MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE WS-SNAP-TIMESTAMP   TO TS-TIMESTAMP
               MOVE ST-WRITTEN-COUNT(1) TO TS-MASTER-COUNT
               MOVE WS-WRITTEN-HASH     TO TS-MASTER-HASH
               PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
                       UNTIL WS-SIDE-SUB > 6
                   SET ST-IDX TO WS-SIDE-SUB
                   SET ST-IDX UP BY 1
                   MOVE ST-WRITTEN-COUNT(ST-IDX)
                       TO TS-SIDE-COUNT(WS-SIDE-SUB)
               END-PERFORM
               WRITE TEST-STAMP-RECORD
               IF WS-TGT-STATUS NOT = "00"
                   MOVE "TSTSTAMP" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-TGT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE TEST-STAMP-FILE
           END-IF.

       WRITE-SET-SUMMARY.
           MOVE SPACES TO MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE FROM WS-SET-HEADING.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 9
               MOVE ST-FILE-NAME(ST-IDX)     TO SD-FILE-NAME
               MOVE ST-ACTION(ST-IDX)        TO SD-ACTION
               MOVE ST-WRITTEN-COUNT(ST-IDX) TO SD-RECORDS
               MOVE ST-MASKED-COUNT(ST-IDX)  TO SD-MASKED
               MOVE ST-DETAIL(ST-IDX)        TO SD-DETAIL
               WRITE MASK-REPORT-LINE FROM WS-SET-DETAIL
               IF WS-RPT-STATUS NOT = "00"
                   MOVE "MASKRPT" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"   TO WS-ERR-OPERATION
                   MOVE WS-RPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           MOVE SPACES TO MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE.
           MOVE "Names replaced:"        TO SL-LABEL.
           MOVE WS-NAMES-MASKED          TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Streets replaced:"      TO SL-LABEL.
           MOVE WS-STREETS-MASKED        TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Birth dates shifted:"   TO SL-LABEL.
           MOVE WS-BIRTHS-MASKED         TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Phone numbers replaced:" TO SL-LABEL.
           MOVE WS-PHONES-MASKED         TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Email addresses replaced:" TO SL-LABEL.
           MOVE WS-EMAILS-MASKED         TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Note texts replaced:"   TO SL-LABEL.
           MOVE WS-NOTES-MASKED          TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE.
           MOVE "Master records in:"     TO SL-LABEL.
           MOVE ST-SOURCE-COUNT(1)       TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Master records out:"    TO SL-LABEL.
           MOVE ST-WRITTEN-COUNT(1)      TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Age hash in:"           TO SL-LABEL.
           MOVE WS-SOURCE-HASH           TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Age hash out:"          TO SL-LABEL.
           MOVE WS-WRITTEN-HASH          TO SL-VALUE.
           WRITE MASK-REPORT-LINE FROM WS-SUMMARY-LINE.

       WRITE-VERDICT.
           MOVE SPACES TO MASK-REPORT-LINE.
           WRITE MASK-REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-ACTION-ALLOWED
                   STRING "TEST-DATA BUILD REFUSED - " WS-REFUSAL
                          " - NOTHING WRITTEN"
                          DELIMITED BY SIZE INTO MASK-REPORT-LINE
               WHEN NOT WS-TEST-SET-BALANCES
                   MOVE "TEST SET DOES NOT BALANCE - NOT LOADABLE."
                       TO MASK-REPORT-LINE
               WHEN OTHER
                   MOVE "TEST SET WRITTEN AND BALANCED TO ITS SOURCE."
                       TO MASK-REPORT-LINE
           END-EVALUATE.
           WRITE MASK-REPORT-LINE.

       COPY ERRLOGP.
