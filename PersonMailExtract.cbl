      *                   the heads are judged up front with keyed
      *                   reads, and stand-in labels are counted on
      *                   MAILSUMM under "SH".
      *Date: 2026-10-06 - A selected person who is still a minor and
      *                   has a guardian linked on GUARDLNK (GRDLNK
      *                   copybook set) is labeled to the guardian's
      *                   name and address with a "FOR" line naming
      *                   the minor, counted on MAILSUMM under "GD".
      *                   The links and the guardians' records are
      *                   read up front, before the browse is
      *                   positioned. A guardian who cannot be
      *                   mailed suppresses the minor's label too,
      *                   counted under "SP".
      *Date: 2026-10-07 - Label to the address in effect today on
      *                   the new PERSADDR dated-address file (PADDR
      *                   copybook set) - a seasonal address while
      *                   one is in force, else the billing address,
      *                   else the master address as before - counted
      *                   on MAILSUMM under "DA". Selection and the
      *                   state tally stay on the master address. A
      *                   person (head, guardian) whose master address
      *                   bounced is still mailed when a deliverable
      *                   dated address is in effect.
      *Date: 2026-10-08 - Widen the PERSON-MASTER record copy for
      *                   the phone, email and delivery preference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSMAIL.


           COPY SREF.

           COPY GRDLNK.

           COPY PADDR.

           COPY ERRLOG.

       DATA DIVISION.

           COPY SREFFD.

           COPY GRDLNKFD.

           COPY PADDRFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY SREFWS.
       COPY NAMEFMT.
       COPY GRDLNKWS.
       COPY PADDRWS.
       COPY AGEDOB.
       COPY AGECUTOF.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-LBL-STATUS        PIC X(2).
       01  WS-COUNT-UNDELIVER   PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-NO-CONTACT  PIC 9(7) VALUE ZEROS.

      *    Active guardian links with the guardian's master record
      *    as it stood before the browse, so a minor's label can go
      *    to the guardian without a keyed read mid-browse.
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-GT-COUNT          PIC 9(3) VALUE ZEROS.
       01  WS-MAX-GUARDIANS     PIC 9(3) VALUE 500.
       01  WS-GUARDIAN-TABLE.
           05 WS-GUARDIAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY GT-IDX.
              10 GT-WARD-ID        PIC 9(6).
              10 GT-MAILABLE       PIC X(1).
              10 GT-GUARDIAN-REC   PIC X(187).
       01  WS-GT-FOUND-SW       PIC X(1).
           88 WS-WARD-HAS-GUARDIAN    VALUE "Y".
       01  WS-LINK-EOF-SW       PIC X(1).
           88 WS-END-OF-LINKS         VALUE "Y".
       01  WS-WARD-SAVE-RECORD  PIC X(187).
       01  WS-COUNT-GUARDIAN    PIC 9(7) VALUE ZEROS.

      *    The master record as read, put back after a dated
      *    address has been laid over the buffer for a label or a
      *    deliverability check.
       01  WS-LABEL-SAVE-RECORD PIC X(187).
       01  WS-DELIVERABLE-SW    PIC X(1).
           88 WS-MAIL-IS-DELIVERABLE  VALUE "Y".
       01  WS-COUNT-ALT-ADDRESS PIC 9(7) VALUE ZEROS.

       01  WS-SELECT-STATE      PIC X(2) VALUE SPACES.
       01  WS-SELECT-ZIP-LOW    PIC 9(5) VALUE ZEROS.
       01  WS-SELECT-ZIP-HIGH   PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PERSMAIL" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DOB-RUN-DATE.
           PERFORM READ-MAIL-PARM.
           PERFORM LOAD-HOUSEHOLD-ASSIGNS.
           PERFORM OPEN-STATE-REF.
           PERFORM OPEN-PERSON-ADDRESSES.
           PERFORM OPEN-FILES.
           PERFORM JUDGE-HOUSEHOLD-HEADS.
           PERFORM LOAD-GUARDIAN-LINKS.
           PERFORM POSITION-MASTER-BROWSE.
           PERFORM UNTIL WS-END-OF-MASTER
               READ PERSON-MASTER-FILE NEXT RECORD
                           WHEN PM-CONTACT-SUPPRESSED
                               ADD 1 TO WS-COUNT-NO-CONTACT
                           WHEN PM-MAIL-UNDELIVERABLE
                               PERFORM SELECT-UNDELIVERABLE-PERSON
                           WHEN OTHER
                               PERFORM SELECT-ONE-PERSON
                       END-EVALUATE
           DISPLAY "Selected:     " WS-COUNT-SELECTED.
           DISPLAY "Combined into households: " WS-COUNT-COMBINED.
           DISPLAY "Stand-in household heads: " WS-COUNT-STANDIN.
           DISPLAY "Labeled to a guardian:    " WS-COUNT-GUARDIAN.
           DISPLAY "Labeled to a dated address: "
                   WS-COUNT-ALT-ADDRESS.
           STOP RUN.

       READ-MAIL-PARM.
               END-START
           END-IF.

       SELECT-UNDELIVERABLE-PERSON.
      *    The master address bounced; a deliverable dated address
      *    in effect today still takes the mail.
           MOVE PERSON-MASTER-RECORD TO WS-LABEL-SAVE-RECORD.
           PERFORM JUDGE-MAIL-DELIVERABLE.
           MOVE WS-LABEL-SAVE-RECORD TO PERSON-MASTER-RECORD.
           IF WS-MAIL-IS-DELIVERABLE
               PERFORM SELECT-ONE-PERSON
           ELSE
               ADD 1 TO WS-COUNT-UNDELIVER
           END-IF.

       JUDGE-MAIL-DELIVERABLE.
      *    Leaves the dated address, if one applied, over the
      *    buffer; callers that go on using the record put it back.
           MOVE "Y" TO WS-DELIVERABLE-SW.
           IF PM-MAIL-UNDELIVERABLE
               MOVE "M" TO WS-PAD-USE
               MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE
               PERFORM APPLY-ADDRESS-IN-EFFECT
               IF NOT WS-PAD-APPLIED
                   MOVE "N" TO WS-DELIVERABLE-SW
               END-IF
           END-IF.

       SELECT-ONE-PERSON.
           ADD 1 TO WS-COUNT-READ.
           IF (WS-SELECT-STATE = SPACES OR
                  NOT WS-PERSON-IS-HEAD
                   PERFORM JUDGE-HOUSEHOLD-MEMBER
               ELSE
                   PERFORM LABEL-ONE-PERSON
               END-IF
           END-IF.

       LABEL-ONE-PERSON.
      *    A minor with a linked guardian is labeled to the
      *    guardian; the buffer is swapped to the guardian's record
      *    for the label block and put back for the state tally, so
      *    the count stays with the selected person's state.
           PERFORM FIND-WARD-GUARDIAN.
           EVALUATE TRUE
               WHEN NOT WS-GRD-USE-GUARDIAN
                   PERFORM WRITE-LABEL-BLOCK
                   PERFORM TALLY-STATE
                   ADD 1 TO WS-COUNT-SELECTED
               WHEN GT-MAILABLE(GT-IDX) NOT = "Y"
                   ADD 1 TO WS-COUNT-NO-CONTACT
               WHEN OTHER
                   MOVE PERSON-MASTER-RECORD TO WS-WARD-SAVE-RECORD
                   MOVE GT-GUARDIAN-REC(GT-IDX)
                       TO PERSON-MASTER-RECORD
                   PERFORM WRITE-LABEL-BLOCK
                   MOVE WS-WARD-SAVE-RECORD TO PERSON-MASTER-RECORD
                   PERFORM TALLY-STATE
                   ADD 1 TO WS-COUNT-SELECTED
                   ADD 1 TO WS-COUNT-GUARDIAN
           END-EVALUATE.

       FIND-WARD-GUARDIAN.
           MOVE "N" TO WS-GRD-USE-SWITCH.
           MOVE "N" TO WS-GT-FOUND-SW.
           SET GT-IDX TO 1.
           SEARCH WS-GUARDIAN-ENTRY
               VARYING GT-IDX
               AT END
                   CONTINUE
               WHEN GT-IDX > WS-GT-COUNT
                   CONTINUE
               WHEN GT-WARD-ID(GT-IDX) = PM-PERSON-ID
                   MOVE "Y" TO WS-GT-FOUND-SW
           END-SEARCH.
           IF WS-WARD-HAS-GUARDIAN
               PERFORM JUDGE-WARD-IS-MINOR
               IF WS-GRD-WARD-IS-MINOR
                   MOVE "Y" TO WS-GRD-USE-SWITCH
                   MOVE PM-PERSON-ID TO WS-GRD-WARD-ID
                   MOVE PM-NAME      TO WS-GRD-WARD-NAME
               END-IF
           END-IF.

               ELSE
                   PERFORM MARK-FALLBACK-LABELED
                   ADD 1 TO WS-COUNT-STANDIN
                   PERFORM LABEL-ONE-PERSON
               END-IF
           END-IF.

                       INVALID KEY
                           MOVE "N" TO HT-HEAD-OK(HJ-IDX)
                       NOT INVALID KEY
                           PERFORM JUDGE-MAIL-DELIVERABLE
                           IF PM-RECORD-ACTIVE AND
                              NOT PM-CONTACT-SUPPRESSED AND
                              WS-MAIL-IS-DELIVERABLE
                               MOVE "Y" TO HT-HEAD-OK(HJ-IDX)
                           ELSE
                               MOVE "N" TO HT-HEAD-OK(HJ-IDX)
               END-IF
           END-PERFORM.

       LOAD-GUARDIAN-LINKS.
      *    Keyed reads up front like the household heads: every
      *    active link with its guardian's record, an inactive
      *    guardian dropped (the minor labels in their own name)
      *    and a suppressed or undeliverable one kept but flagged
      *    unmailable. No GUARDLNK leaves the table empty.
           PERFORM OPEN-GUARDIAN-LINKS.
           MOVE "N" TO WS-LINK-EOF-SW.
           IF WS-GRDLNK-IS-OPEN
               MOVE ZEROS TO GL-PERSON-ID
               START GUARDIAN-LINK-FILE
                   KEY IS GREATER THAN OR EQUAL TO GL-PERSON-ID
                   INVALID KEY
                       MOVE "Y" TO WS-LINK-EOF-SW
               END-START
           ELSE
               MOVE "Y" TO WS-LINK-EOF-SW
           END-IF.
           PERFORM UNTIL WS-END-OF-LINKS
               READ GUARDIAN-LINK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINK-EOF-SW
                   NOT AT END
                       IF GL-IS-ACTIVE
                           PERFORM LOAD-ONE-GUARDIAN
                       END-IF
               END-READ
               IF WS-GRDLNK-STATUS NOT = "00" AND
                  WS-GRDLNK-STATUS NOT = "10"
                   MOVE "GUARDLNK"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM CLOSE-GUARDIAN-LINKS.

       LOAD-ONE-GUARDIAN.
           MOVE GL-GUARDIAN-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-RECORD-ACTIVE
                       IF WS-GT-COUNT < WS-MAX-GUARDIANS
                           ADD 1 TO WS-GT-COUNT
                           MOVE GL-PERSON-ID
                               TO GT-WARD-ID(WS-GT-COUNT)
                           MOVE PERSON-MASTER-RECORD
                               TO GT-GUARDIAN-REC(WS-GT-COUNT)
                           PERFORM JUDGE-MAIL-DELIVERABLE
                           IF PM-CONTACT-SUPPRESSED OR
                              NOT WS-MAIL-IS-DELIVERABLE
                               MOVE "N" TO GT-MAILABLE(WS-GT-COUNT)
                           ELSE
                               MOVE "Y" TO GT-MAILABLE(WS-GT-COUNT)
                           END-IF
                       ELSE
                           MOVE "GUARDLNK"   TO WS-ERR-FILE-NAME
                           MOVE "TABLE FULL" TO WS-ERR-OPERATION
                           MOVE "**" TO WS-ERR-STATUS
                           PERFORM LOG-FILE-ERROR
                       END-IF
                   END-IF
           END-READ.

       FIND-PERSON-HOUSEHOLD.
           MOVE "N" TO WS-HHLD-FOUND-SW.
           MOVE "N" TO WS-PERSON-IS-HEAD-SW.
      *    pointer keeps everything after the first word together
      *    so a multi-word surname survives. A single-word name
      *    goes out as keyed.
      *    The address printed is the one in effect today; the
      *    record is put back afterwards for the state tally.
           MOVE PERSON-MASTER-RECORD TO WS-LABEL-SAVE-RECORD.
           MOVE "M" TO WS-PAD-USE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE.
           PERFORM APPLY-ADDRESS-IN-EFFECT.
           IF WS-PAD-APPLIED
               ADD 1 TO WS-COUNT-ALT-ADDRESS
           END-IF.
           MOVE SPACES TO WS-NAME-FIRST WS-NAME-REST.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING PM-NAME DELIMITED BY ALL " "
               MOVE WS-NF-FULL-NAME TO MAIL-LABEL-LINE
           END-IF.
           PERFORM WRITE-ONE-LABEL-LINE.
           IF WS-GRD-USE-GUARDIAN
               MOVE SPACES TO MAIL-LABEL-LINE
               STRING "FOR " DELIMITED BY SIZE
                      WS-GRD-WARD-NAME DELIMITED BY SIZE
                      INTO MAIL-LABEL-LINE
               PERFORM WRITE-ONE-LABEL-LINE
           END-IF.
           MOVE PM-STREET TO MAIL-LABEL-LINE.
           PERFORM WRITE-ONE-LABEL-LINE.
           IF PM-COUNTRY-CODE = "US" OR PM-COUNTRY-CODE = SPACES
           END-IF.
           MOVE SPACES TO MAIL-LABEL-LINE.
           PERFORM WRITE-ONE-LABEL-LINE.
           MOVE WS-LABEL-SAVE-RECORD TO PERSON-MASTER-RECORD.

       WRITE-FOREIGN-ADDRESS-LINES.
      *    Outside the US the postal code prints on its own line
           MOVE "SH" TO SD-STATE-CODE.
           MOVE WS-COUNT-STANDIN TO SD-COUNT.
           WRITE MAIL-SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           MOVE "GD" TO SD-STATE-CODE.
           MOVE WS-COUNT-GUARDIAN TO SD-COUNT.
           WRITE MAIL-SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           MOVE "DA" TO SD-STATE-CODE.
           MOVE WS-COUNT-ALT-ADDRESS TO SD-COUNT.
           WRITE MAIL-SUMMARY-LINE FROM WS-SUMMARY-DETAIL.

       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           CLOSE MAIL-LABEL-FILE.
           CLOSE MAIL-SUMMARY-FILE.
           PERFORM CLOSE-STATE-REF.
           PERFORM CLOSE-PERSON-ADDRESSES.

       COPY SREFP.

       COPY NAMEFMTP.

       COPY GRDLNKP.

       COPY PADDRP.

       COPY AGEDOBP.

       COPY ERRLOGP.
