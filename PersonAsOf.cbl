      *Date: 2026-10-09
      *As-of inquiry on PERSON-MASTER: rebuilds one person's record
      *as it stood at the end of any date from the current record
      *and the PERSJRNL field journal, so "what did record 000123
      *look like on August 1st?" is answered without restoring a
      *PERSBKP generation. The journal is read oldest first and the
      *first entry after the as-of date for each field carries that
      *field's value on the date as its old value; fields with no
      *later entry have not changed since and keep the current
      *value. A person added after the date comes back empty and
      *is reported as not on file; a purged person is rebuilt from
      *the journal alone. Shown on the screen and appended to the
      *ASOFRPT report file as the printable copy for the auditors.
      *Reached from MAINMENU as option 26.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.

           COPY PJRN.

           SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY PJRNFD.

       FD  ASOF-REPORT-FILE.
       01  ASOF-REPORT-LINE        PIC X(100).

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PJRNWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-RPT-STATUS        PIC X(2).
       01  WS-MASTER-OPEN-SW    PIC X(1) VALUE "N".
           88 WS-MASTER-IS-OPEN       VALUE "Y".
       01  WS-FILE-EOF-SWITCH   PIC X(1).
           88 WS-END-OF-FILE          VALUE "Y".
       01  WS-EXIT-SWITCH       PIC X(1) VALUE "N".
           88 WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-DATE-VALID-SW     PIC X(1).
           88 WS-ASOF-DATE-VALID      VALUE "Y".
       01  WS-DATE-INTEGER      PIC 9(7).

       01  WS-ENTERED-ID        PIC 9(6).
       01  WS-ASOF-DATE         PIC 9(8).
       01  WS-ON-MASTER-SW      PIC X(1).
           88 WS-ON-MASTER-NOW        VALUE "Y".
       01  WS-JOURNAL-START     PIC X(8).
       01  WS-COUNT-LATER       PIC 9(5).
       01  WS-COUNT-RESTORED    PIC 9(3).

      *    The record being rebuilt, one byte per field telling
      *    whether that field has already been set back, and the
      *    restored image viewed through the record layout for
      *    display.
       01  WS-ASOF-IMAGE        PIC X(187).
       01  WS-ASOF-RESTORED-FLAGS.
           05 WS-ASOF-RESTORED  PIC X(1) OCCURS 17 TIMES.
       01  WS-ASOF-FIELD-NO     PIC 9(2).

       01  WS-ASOF-LINE         PIC X(100).
       01  WS-HEADER-LINE.
           05 FILLER            PIC X(19) VALUE
              "RECORD FOR PERSON ".
           05 HL-PERSON-ID      PIC 9(6).
           05 FILLER            PIC X(7) VALUE " AS OF ".
           05 HL-ASOF-DATE      PIC 9(8).
           05 FILLER            PIC X(16) VALUE "  (REQUESTED BY ".
           05 HL-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1) VALUE ")".

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE "PERSASOF" TO WS-ERR-PROGRAM.
           MOVE LK-OPERATOR-ID TO WS-ERR-OPERATOR.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY "Person ID for the as-of inquiry "
                       "(0 to exit): "
               MOVE ZEROS TO WS-ENTERED-ID
               ACCEPT WS-ENTERED-ID
               IF WS-ENTERED-ID = ZEROS
                   MOVE "Y" TO WS-EXIT-SWITCH
               ELSE
                   PERFORM GET-VALID-ASOF-DATE
                   PERFORM REBUILD-ONE-RECORD
                   PERFORM SHOW-ASOF-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
      *    No master yet just means every person is rebuilt from the
      *    journal alone.
           OPEN INPUT PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SW
           ELSE
               IF WS-PM-STATUS NOT = "35"
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           OPEN EXTEND ASOF-REPORT-FILE.
           IF WS-RPT-STATUS = "05" OR WS-RPT-STATUS = "35"
               OPEN OUTPUT ASOF-REPORT-FILE
           END-IF.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "ASOFRPT"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       GET-VALID-ASOF-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-ASOF-DATE-VALID
               DISPLAY "As of date (YYYYMMDD): "
               MOVE ZEROS TO WS-ASOF-DATE
               ACCEPT WS-ASOF-DATE
               MOVE ZEROS TO WS-DATE-INTEGER
               IF WS-ASOF-DATE IS NUMERIC AND
                  WS-ASOF-DATE > ZEROS
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               END-IF
               IF WS-DATE-INTEGER = ZEROS
                   DISPLAY "Not a valid date, try again."
               ELSE
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-PERFORM.

       REBUILD-ONE-RECORD.
      *    Start from today's record (or nothing, if the person has
      *    since been purged or never existed) and walk the journal
      *    backwards field by field.
           MOVE SPACES TO WS-ASOF-IMAGE.
           MOVE "N" TO WS-ON-MASTER-SW.
           IF WS-MASTER-IS-OPEN
               MOVE WS-ENTERED-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER-SW
                       MOVE PERSON-MASTER-RECORD TO WS-ASOF-IMAGE
               END-READ
           END-IF.
           MOVE SPACES TO WS-ASOF-RESTORED-FLAGS.
           MOVE SPACES TO WS-JOURNAL-START.
           MOVE ZEROS  TO WS-COUNT-LATER.
           MOVE ZEROS  TO WS-COUNT-RESTORED.
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
                       IF WS-JOURNAL-START = SPACES
                           MOVE PJ-TIMESTAMP(1:8) TO WS-JOURNAL-START
                       END-IF
                       IF PJ-PERSON-ID IS NUMERIC AND
                          PJ-PERSON-ID = WS-ENTERED-ID AND
                          PJ-TIMESTAMP(1:8) > WS-ASOF-DATE
                           PERFORM UNDO-ONE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PJRN-STATUS NOT = "35"
               CLOSE PERSON-JOURNAL-FILE
           END-IF.
           MOVE WS-ENTERED-ID TO WS-ASOF-IMAGE(1:6).

       UNDO-ONE-JOURNAL-ENTRY.
      *    Only the first later entry for a field counts: its old
      *    value is what the field held on the as-of date. Later
      *    entries for the same field are changes on top of that.
           ADD 1 TO WS-COUNT-LATER.
           SET PJF-IDX TO 1.
           SEARCH WS-PJRN-FIELD
               AT END
                   CONTINUE
               WHEN PJF-NAME(PJF-IDX) = PJ-FIELD-NAME
                   SET WS-ASOF-FIELD-NO TO PJF-IDX
                   IF WS-ASOF-RESTORED(WS-ASOF-FIELD-NO) = SPACE
                       MOVE PJ-OLD-VALUE(1:PJF-LENGTH(PJF-IDX))
                           TO WS-ASOF-IMAGE(PJF-OFFSET(PJF-IDX):
                                            PJF-LENGTH(PJF-IDX))
                       MOVE "Y"
                           TO WS-ASOF-RESTORED(WS-ASOF-FIELD-NO)
                       ADD 1 TO WS-COUNT-RESTORED
                   END-IF
           END-SEARCH.

       SHOW-ASOF-RECORD.
           MOVE WS-ENTERED-ID  TO HL-PERSON-ID.
           MOVE WS-ASOF-DATE   TO HL-ASOF-DATE.
           MOVE LK-OPERATOR-ID TO HL-OPERATOR.
           MOVE SPACES TO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE WS-HEADER-LINE TO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           IF WS-JOURNAL-START NOT = SPACES AND
              WS-ASOF-DATE < WS-JOURNAL-START
               MOVE SPACES TO WS-ASOF-LINE
               STRING "  NOTE: JOURNAL BEGINS " WS-JOURNAL-START
                      " - EARLIER CHANGES ARE NOT RECORDED"
                      DELIMITED BY SIZE
                      INTO WS-ASOF-LINE
               PERFORM SHOW-ONE-LINE
           END-IF.
           IF WS-ASOF-IMAGE(7:181) = SPACES
               MOVE "  (not on file on that date)" TO WS-ASOF-LINE
               PERFORM SHOW-ONE-LINE
           ELSE
               MOVE WS-ASOF-IMAGE TO PERSON-MASTER-RECORD
               PERFORM SHOW-ASOF-FIELDS
           END-IF.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Journal entries since the date: "
                  WS-COUNT-LATER
                  "  Fields set back: " WS-COUNT-RESTORED
                  DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           IF NOT WS-ON-MASTER-NOW
               MOVE "  (no longer on PERSON-MASTER today)"
                   TO WS-ASOF-LINE
               PERFORM SHOW-ONE-LINE
           END-IF.

       SHOW-ASOF-FIELDS.
           IF PM-RECORD-INACTIVE
               MOVE SPACES TO WS-ASOF-LINE
               STRING "  *** INACTIVE since " PM-STATUS-DATE " ***"
                      DELIMITED BY SIZE
                      INTO WS-ASOF-LINE
               PERFORM SHOW-ONE-LINE
           END-IF.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Name:    " PM-NAME DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Born:    " PM-BIRTH-DATE
                  "   Age: " PM-AGE DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Street:  " PM-STREET DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  City:    " PM-CITY
                  "  State: " PM-STATE-CODE
                  "  Zip: " PM-ZIP
                  "  Country: " PM-COUNTRY-CODE
                  DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Postal:  " PM-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Phone:   " PM-PHONE DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Email:   " PM-EMAIL DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING "  Status:  " PM-REC-STATUS
                  "  Mail: " PM-MAIL-STATUS
                  "  Contact: " PM-CONTACT-PREF
                  "  Deliver: " PM-DELIVERY-PREF
                  "  Email status: " PM-EMAIL-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ASOF-LINE.
           PERFORM SHOW-ONE-LINE.

       SHOW-ONE-LINE.
           DISPLAY WS-ASOF-LINE.
           WRITE ASOF-REPORT-LINE FROM WS-ASOF-LINE.
           IF WS-RPT-STATUS NOT = "00"
               MOVE "ASOFRPT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"   TO WS-ERR-OPERATION
               MOVE WS-RPT-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLOSE-FILES.
           IF WS-MASTER-IS-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.
           CLOSE ASOF-REPORT-FILE.

       COPY ERRLOGP.
