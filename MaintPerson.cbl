      *                   "Smith ..." records the old search found.
      *                   The fast path stays keyed; the scan only
      *                   runs when it came up empty.
      *Date: 2026-10-06 - Add a "G" guardian function, gated at the
      *                   same authority as delete: link a minor to
      *                   a parent, legal guardian or other
      *                   responsible party - another active adult
      *                   on the master - on the new GUARDLNK file
      *                   (GRDLNK copybook set), or end the link.
      *                   Each change goes on the person's notes,
      *                   and inquiry shows the linked guardian.
      *Date: 2026-10-07 - Add an "L" dated-address function: list a
      *                   person's billing, shipping and seasonal
      *                   addresses on the new PERSADDR file (PADDR
      *                   copybook set), add one with its effective
      *                   dates - state and country checked against
      *                   STCTREF and the ZIP against ZIPREF, as the
      *                   edits check a correction - or end one.
      *                   Each change goes onto ADDRHIST with its
      *                   address type, so the address-history
      *                   inquiry and PERSAUDT show it alongside the
      *                   master-address corrections. Inquiry shows
      *                   the addresses in effect today.
      *Date: 2026-10-08 - Capture phone, email and the statement
      *                   delivery preference (paper, email or both)
      *                   on add and change, re-prompting until they
      *                   pass the shared CONTVALP rules, and show
      *                   them on inquiry. A new email address clears
      *                   a vendor bounce; email delivery to the
      *                   address that bounced is refused and paper
      *                   kept.
      *Date: 2026-10-09 - Journal every field an add, change,
      *                   preference or delete alters to PERSJRNL,
      *                   with its old and new value and the
      *                   operator who keyed it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTPRS.


           COPY PDELT.

           COPY PJRN.

           COPY PNOTE.

           COPY GRDLNK.

           COPY PADDR.

           COPY ZREF.

           SELECT ADDRESS-HISTORY-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.

           COPY PDELTFD.

           COPY PJRNFD.

           COPY PNOTEFD.

           COPY GRDLNKFD.

           COPY PADDRFD.

           COPY ZREFFD.

       FD  ADDRESS-HISTORY-FILE.
       01  ADDRESS-HISTORY-LINE    PIC X(180).

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY PERSIDWS.
       COPY SREFWS.
       COPY PDELTWS.
       COPY PJRNWS.
       COPY PNOTEWS.
       COPY ADDRHREC.
       COPY GRDLNKWS.
       COPY PADDRWS.
       COPY ZREFWS.
       COPY AGEDOB.
       COPY AGECUTOF.
       COPY CONTVAL.
       01  WS-PM-STATUS         PIC X(2).
           88 WS-PM-RECORD-LOCKED     VALUE "51" "99" "9D".
       01  WS-AHIST-STATUS      PIC X(2).
           88 WS-IS-HISTORY           VALUE "H" "h".
           88 WS-IS-NOTES             VALUE "T" "t".
           88 WS-IS-PREFERENCE        VALUE "P" "p".
           88 WS-IS-GUARDIAN          VALUE "G" "g".
           88 WS-IS-ADDRESSES         VALUE "L" "l".
           88 WS-IS-EXIT              VALUE "X" "x".

       01  WS-KEY-ENTRY          PIC 9(6).
       01  WS-ENTRY-POSTAL       PIC X(10).
       01  WS-POSTAL-RULE        PIC X(1).
           88 WS-POSTAL-IS-FREE        VALUE "A".
       01  WS-ENTRY-PHONE        PIC X(16).
       01  WS-ENTRY-EMAIL        PIC X(50).
       01  WS-ENTRY-DELIVERY     PIC X(1).
           88 WS-ENTRY-BY-EMAIL        VALUE "E" "B".

       01  WS-SEARCH-NAME        PIC X(20).
       01  WS-SEARCH-ARG         PIC X(20).
           88 WS-NOTE-IS-ADD           VALUE "A" "a".
       01  WS-ENTRY-PREFERENCE   PIC X(1).
           88 WS-PREF-ENTRY-VALID      VALUE " " "M" "C" "D".
       01  WS-ENTRY-GUARDIAN-ID  PIC 9(6).
       01  WS-ENTRY-RELATIONSHIP PIC X(1).
           88 WS-RELATIONSHIP-VALID    VALUE "P" "G" "R".
       01  WS-GUARDIAN-VALID     PIC X(1).
           88 WS-GUARDIAN-IS-VALID     VALUE "Y".
       01  WS-LINK-ON-FILE       PIC X(1).
           88 WS-LINK-RECORD-EXISTS    VALUE "Y".
       01  WS-ADDR-FUNCTION      PIC X(1).
           88 WS-ADDR-IS-ADD           VALUE "A" "a".
           88 WS-ADDR-IS-END           VALUE "E" "e".
       01  WS-ENTRY-ADDR-TYPE    PIC X(1).
           88 WS-ADDR-TYPE-VALID       VALUE "B" "S" "V".
       01  WS-ENTRY-FROM-DATE    PIC 9(8).
       01  WS-ENTRY-TO-DATE      PIC 9(8).
       01  WS-DATE-INTEGER       PIC 9(7).
       01  WS-ADDR-DATE-VALID    PIC X(1).
           88 WS-ADDR-DATE-IS-VALID    VALUE "Y".
       01  WS-ZIP-AGREE-SWITCH   PIC X(1).
           88 WS-ZIP-AGREES            VALUE "Y".
       01  WS-ADDR-ON-FILE       PIC X(1).
           88 WS-ADDR-RECORD-EXISTS    VALUE "Y".
       01  WS-ADDR-COUNT         PIC 9(5).
       01  WS-ADDR-EOF-SWITCH    PIC X(1).
           88 WS-END-OF-ADDRESSES      VALUE "Y".

       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(8).
           MOVE "MAINTPRS" TO WS-ERR-PROGRAM.
           PERFORM OPEN-STATE-REF.
           PERFORM OPEN-CHANGE-CAPTURE.
           PERFORM OPEN-PERSON-JOURNAL.
           PERFORM OPEN-GUARDIAN-LINKS-I-O.
           PERFORM OPEN-PERSON-ADDRESSES-I-O.
           PERFORM OPEN-ZIP-REF.
           OPEN I-O PERSON-MASTER-FILE.
           IF WS-PM-STATUS = "35"
               CLOSE PERSON-MASTER-FILE
           DISPLAY "A - Add     C - Change   I - Inquire".
           DISPLAY "D - Delete  N - Name search".
           DISPLAY "H - Address history   T - Notes".
           DISPLAY "L - Dated addresses".
           DISPLAY "P - Contact preference  G - Guardian".
           DISPLAY "X - Exit".
           DISPLAY "Enter function: ".

       GET-FUNCTION-CODE.
                   PERFORM DO-NOTES
               WHEN WS-IS-PREFERENCE
                   PERFORM DO-CONTACT-PREFERENCE
               WHEN WS-IS-GUARDIAN
                   PERFORM DO-GUARDIAN
               WHEN WS-IS-ADDRESSES
                   PERFORM DO-DATED-ADDRESSES
               WHEN WS-IS-EXIT
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                           WS-KEY-ENTRY
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
                   PERFORM SAVE-PERSON-BEFORE-IMAGE
           END-READ.
           IF WS-PM-RECORD-LOCKED
               DISPLAY "Record in use by another job - try again."
      *    "deceased" or "undeliverable".
           MOVE SPACE TO PM-MAIL-STATUS.
           MOVE SPACE TO PM-CONTACT-PREF.
           MOVE SPACES TO PM-EMAIL.
           MOVE SPACE TO PM-EMAIL-STATUS.
           PERFORM APPLY-CONTACT-ENTRY.
           WRITE PERSON-MASTER-RECORD.
           EVALUATE TRUE
               WHEN WS-PM-STATUS = "00"
                   MOVE "A" TO WS-DELTA-ACTION
                   MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                   PERFORM JOURNAL-PERSON-ADD
                   DISPLAY "Record added."
               WHEN WS-PM-STATUS = "22"
      *            The assigned ID is already on the master, so the
              AH-PERSON-ID = WS-KEY-ENTRY
               ADD 1 TO WS-HIST-COUNT
               DISPLAY AH-TIMESTAMP(1:8) " by " AH-OPERATOR
               IF AH-ADDR-TYPE NOT = SPACE
                   DISPLAY "  DATED ADDRESS, TYPE " AH-ADDR-TYPE
               END-IF
               DISPLAY "  OLD: " AH-OLD-STREET " " AH-OLD-CITY " "
                       AH-OLD-STATE-CODE " " AH-OLD-ZIP " "
                       AH-OLD-COUNTRY-CODE
                       MOVE "C" TO WS-DELTA-ACTION
                       MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                       PERFORM RECORD-PERSON-CHANGE
                       MOVE "C" TO WS-PJRN-ACTION
                       PERFORM JOURNAL-PERSON-CHANGES
                       DISPLAY "Contact preference recorded."
                   END-IF
                   END-IF
               MOVE WS-ENTRY-ZIP      TO PM-ZIP
               MOVE WS-ENTRY-COUNTRY-CODE TO PM-COUNTRY-CODE
               MOVE WS-ENTRY-POSTAL TO PM-POSTAL-CODE
               PERFORM APPLY-CONTACT-ENTRY
               REWRITE PERSON-MASTER-RECORD
               IF WS-PM-RECORD-LOCKED
                   DISPLAY "Record in use by another job - "
                   MOVE "C" TO WS-DELTA-ACTION
                   MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                   PERFORM RECORD-PERSON-CHANGE
                   MOVE "C" TO WS-PJRN-ACTION
                   PERFORM JOURNAL-PERSON-CHANGES
                   DISPLAY "Record changed."
               END-IF
               END-IF
           END-IF.

       APPLY-CONTACT-ENTRY.
      *    A different email address is not the one the vendor
      *    bounced, so the bounce clears with it; asking for email
      *    delivery to the address that bounced keeps paper.
           IF WS-ENTRY-EMAIL NOT = PM-EMAIL
               MOVE SPACE TO PM-EMAIL-STATUS
           END-IF.
           IF PM-EMAIL-BOUNCED AND WS-ENTRY-BY-EMAIL
               DISPLAY "That email address bounced - key a new one "
                       "for email delivery. Paper kept."
               MOVE "P" TO WS-ENTRY-DELIVERY
           END-IF.
           MOVE WS-ENTRY-PHONE    TO PM-PHONE.
           MOVE WS-ENTRY-EMAIL    TO PM-EMAIL.
           MOVE WS-ENTRY-DELIVERY TO PM-DELIVERY-PREF.

       DO-INQUIRE.
           PERFORM GET-KEY-ENTRY.
           PERFORM READ-BY-KEY.
           DISPLAY "Zip:     " PM-ZIP.
           DISPLAY "Postal:  " PM-POSTAL-CODE.
           DISPLAY "Country: " PM-COUNTRY-CODE.
           DISPLAY "Phone:   " PM-PHONE.
           DISPLAY "Email:   " PM-EMAIL.
           EVALUATE TRUE
               WHEN PM-DELIVER-EMAIL
                   DISPLAY "Deliver: EMAIL"
               WHEN PM-DELIVER-BOTH
                   DISPLAY "Deliver: EMAIL AND PAPER"
               WHEN OTHER
                   DISPLAY "Deliver: PAPER"
           END-EVALUATE.
           IF PM-EMAIL-BOUNCED
               DISPLAY "*** EMAIL BOUNCED - STATEMENTS ON PAPER ***"
           END-IF.
           PERFORM SHOW-ADDRESSES-IN-EFFECT.
           MOVE PM-PERSON-ID TO WS-GRD-ARG-PERSON-ID.
           PERFORM LOOKUP-GUARDIAN-LINK.
           IF WS-GRD-LINKED
               DISPLAY "Guardian: " WS-GRD-GUARDIAN-ID
                       " (" WS-GRD-RELATIONSHIP ")"
           END-IF.
           EVALUATE TRUE
               WHEN PM-IS-DECEASED
                   DISPLAY "*** DECEASED - NO CONTACT ***"
                       MOVE "D" TO WS-DELTA-ACTION
                       MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
                       PERFORM RECORD-PERSON-CHANGE
                       MOVE "C" TO WS-PJRN-ACTION
                       PERFORM JOURNAL-PERSON-CHANGES
                       DISPLAY "Record marked inactive."
                   END-IF
                   END-IF
               END-IF
           END-IF.

       DO-GUARDIAN.
           IF LK-OPER-AUTH < WS-DELETE-AUTH-LEVEL
               DISPLAY "Not authorized - guardian links need "
                       "authority " WS-DELETE-AUTH-LEVEL "."
           ELSE
               PERFORM DO-AUTHORIZED-GUARDIAN
           END-IF.

       DO-AUTHORIZED-GUARDIAN.
      *    Enter the guardian's ID to link (or relink) the person,
      *    or zero to end the link they have.
           IF NOT WS-GRDLNK-IS-OPEN
               DISPLAY "Guardian links unavailable - see error log."
           ELSE
               PERFORM GET-KEY-ENTRY
               PERFORM READ-BY-KEY
               IF WS-FOUND-ON-MASTER
                   MOVE PM-PERSON-ID TO WS-GRD-WARD-ID
                   MOVE PM-NAME      TO WS-GRD-WARD-NAME
                   MOVE PM-PERSON-ID TO WS-GRD-ARG-PERSON-ID
                   PERFORM LOOKUP-GUARDIAN-LINK
                   IF WS-GRD-LINKED
                       DISPLAY "Current guardian: "
                               WS-GRD-GUARDIAN-ID
                               " (" WS-GRD-RELATIONSHIP ")"
                   ELSE
                       DISPLAY "No guardian linked."
                   END-IF
                   DISPLAY "Guardian ID (0 = end the current "
                           "link): "
                   MOVE ZEROS TO WS-ENTRY-GUARDIAN-ID
                   ACCEPT WS-ENTRY-GUARDIAN-ID
                   IF WS-ENTRY-GUARDIAN-ID = ZEROS
                       PERFORM END-GUARDIAN-LINK
                   ELSE
                       PERFORM JUDGE-GUARDIAN-ENTRY
                       IF WS-GUARDIAN-IS-VALID
                           PERFORM SET-GUARDIAN-LINK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       JUDGE-GUARDIAN-ENTRY.
      *    Only an active minor takes a guardian, and only another
      *    active adult on the master can be one - PERSCLAS ends
      *    the link anyway once the person comes of age.
           MOVE "N" TO WS-GUARDIAN-VALID.
           PERFORM JUDGE-WARD-IS-MINOR.
           EVALUATE TRUE
               WHEN PM-RECORD-INACTIVE
                   DISPLAY "Person is inactive - no link set."
               WHEN NOT WS-GRD-WARD-IS-MINOR
                   DISPLAY "Person is not a minor (age "
                           WS-GRD-WARD-AGE ") - no link set."
               WHEN WS-ENTRY-GUARDIAN-ID = WS-GRD-WARD-ID
                   DISPLAY "A person cannot be their own guardian."
               WHEN OTHER
                   PERFORM READ-GUARDIAN-ENTRY
           END-EVALUATE.

       READ-GUARDIAN-ENTRY.
           MOVE WS-ENTRY-GUARDIAN-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "No PERSON-MASTER record for guardian "
                           WS-ENTRY-GUARDIAN-ID
               NOT INVALID KEY
                   PERFORM JUDGE-WARD-IS-MINOR
                   EVALUATE TRUE
                       WHEN PM-RECORD-INACTIVE
                           DISPLAY "Guardian is inactive - no link "
                                   "set."
                       WHEN WS-GRD-WARD-IS-MINOR
                           DISPLAY "Guardian is a minor - no link "
                                   "set."
                       WHEN OTHER
                           DISPLAY "Guardian: " PM-NAME
                           MOVE "Y" TO WS-GUARDIAN-VALID
                   END-EVALUATE
           END-READ.
           IF WS-PM-RECORD-LOCKED
               DISPLAY "Record in use by another job - try again."
           END-IF.

       SET-GUARDIAN-LINK.
           MOVE SPACES TO WS-ENTRY-RELATIONSHIP.
           PERFORM UNTIL WS-RELATIONSHIP-VALID
               DISPLAY "Relationship (P=parent, G=legal guardian, "
                       "R=other responsible party): "
               ACCEPT WS-ENTRY-RELATIONSHIP
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-RELATIONSHIP)
                   TO WS-ENTRY-RELATIONSHIP
               IF NOT WS-RELATIONSHIP-VALID
                   DISPLAY "Enter P, G or R."
               END-IF
           END-PERFORM.
      *    One record per person: a new link is set over an ended
      *    (or replaced) one.
           MOVE WS-GRD-WARD-ID TO GL-PERSON-ID.
           MOVE "N" TO WS-LINK-ON-FILE.
           READ GUARDIAN-LINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LINK-ON-FILE
           END-READ.
           MOVE WS-GRD-WARD-ID        TO GL-PERSON-ID.
           MOVE WS-ENTRY-GUARDIAN-ID  TO GL-GUARDIAN-ID.
           MOVE WS-ENTRY-RELATIONSHIP TO GL-RELATIONSHIP.
           MOVE "A"                   TO GL-LINK-STATUS.
           MOVE WS-CURRENT-DATE(1:8)  TO GL-START-DATE.
           MOVE ZEROS                 TO GL-END-DATE.
           MOVE SPACE                 TO GL-END-REASON.
           MOVE LK-OPERATOR-ID        TO GL-OPERATOR.
           IF WS-LINK-RECORD-EXISTS
               REWRITE GUARDIAN-LINK-RECORD
               MOVE "REWRITE" TO WS-ERR-OPERATION
           ELSE
               WRITE GUARDIAN-LINK-RECORD
               MOVE "WRITE"   TO WS-ERR-OPERATION
           END-IF.
           IF WS-GRDLNK-STATUS NOT = "00"
               MOVE "MAINTPRS" TO WS-ERR-PROGRAM
               MOVE "GUARDLNK" TO WS-ERR-FILE-NAME
               MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-GRD-WARD-ID TO WS-NOTE-PERSON-ID
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "GUARDIAN LINKED TO " WS-ENTRY-GUARDIAN-ID
                      " (" WS-ENTRY-RELATIONSHIP ")"
                      DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               PERFORM APPEND-PERSON-NOTE
               DISPLAY "Guardian link recorded."
           END-IF.

       END-GUARDIAN-LINK.
      *    The ended link stays on file with the date and operator;
      *    the lookup above left its record in the buffer.
           IF NOT WS-GRD-LINKED
               DISPLAY "No active guardian link to end."
           ELSE
               MOVE "E"                  TO GL-LINK-STATUS
               MOVE WS-CURRENT-DATE(1:8) TO GL-END-DATE
               MOVE "O"                  TO GL-END-REASON
               MOVE LK-OPERATOR-ID       TO GL-OPERATOR
               REWRITE GUARDIAN-LINK-RECORD
               IF WS-GRDLNK-STATUS NOT = "00"
                   MOVE "MAINTPRS" TO WS-ERR-PROGRAM
                   MOVE "GUARDLNK" TO WS-ERR-FILE-NAME
                   MOVE "REWRITE"  TO WS-ERR-OPERATION
                   MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE WS-GRD-WARD-ID TO WS-NOTE-PERSON-ID
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "GUARDIAN LINK TO " WS-GRD-GUARDIAN-ID
                          " ENDED"
                          DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
                   PERFORM APPEND-PERSON-NOTE
                   DISPLAY "Guardian link ended."
               END-IF
           END-IF.

       SHOW-ADDRESSES-IN-EFFECT.
      *    The billing, shipping and seasonal addresses in force
      *    today, if the person has any.
           MOVE PM-PERSON-ID         TO WS-PAD-ARG-PERSON-ID.
           MOVE WS-CURRENT-DATE(1:8) TO WS-PAD-ARG-DATE.
           MOVE "B" TO WS-PAD-ARG-TYPE.
           PERFORM SHOW-ONE-ADDRESS-IN-EFFECT.
           MOVE "S" TO WS-PAD-ARG-TYPE.
           PERFORM SHOW-ONE-ADDRESS-IN-EFFECT.
           MOVE "V" TO WS-PAD-ARG-TYPE.
           PERFORM SHOW-ONE-ADDRESS-IN-EFFECT.

       SHOW-ONE-ADDRESS-IN-EFFECT.
           PERFORM LOOKUP-ADDRESS-IN-EFFECT.
           IF WS-PAD-IN-EFFECT
               DISPLAY "Address " DA-ADDR-TYPE ": " DA-STREET " "
                       DA-CITY " " DA-STATE-CODE " " DA-POSTAL-CODE
               IF DA-MAIL-UNDELIVERABLE
                   DISPLAY "  *** UNDELIVERABLE ***"
               END-IF
           END-IF.

       DO-DATED-ADDRESSES.
      *    List the person's billing, shipping and seasonal
      *    addresses, then add one or end one. A later effective
      *    date of the same type supersedes the earlier address
      *    from that day on; re-keying an existing type and date
      *    replaces that address.
           IF NOT WS-PADDR-IS-OPEN
               DISPLAY "Dated addresses unavailable - see error log."
           ELSE
               PERFORM GET-KEY-ENTRY
               PERFORM READ-BY-KEY
               IF WS-FOUND-ON-MASTER
                   PERFORM LIST-DATED-ADDRESSES
                   DISPLAY "A - Add an address  E - End an address"
                           "  (blank = return): "
                   MOVE SPACES TO WS-ADDR-FUNCTION
                   ACCEPT WS-ADDR-FUNCTION
                   EVALUATE TRUE
                       WHEN WS-ADDR-IS-ADD
                           PERFORM ADD-DATED-ADDRESS
                       WHEN WS-ADDR-IS-END
                           PERFORM END-DATED-ADDRESS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       LIST-DATED-ADDRESSES.
           MOVE ZEROS TO WS-ADDR-COUNT.
           MOVE "N"   TO WS-ADDR-EOF-SWITCH.
           MOVE WS-KEY-ENTRY TO DA-PERSON-ID.
           MOVE LOW-VALUES   TO DA-ADDR-TYPE.
           MOVE ZEROS        TO DA-EFFECTIVE-FROM.
           START PERSON-ADDRESS-FILE
               KEY IS GREATER THAN OR EQUAL TO DA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADDR-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-ADDRESSES
               READ PERSON-ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADDR-EOF-SWITCH
                   NOT AT END
                       IF DA-PERSON-ID NOT = WS-KEY-ENTRY
                           MOVE "Y" TO WS-ADDR-EOF-SWITCH
                       ELSE
                           PERFORM SHOW-ONE-DATED-ADDRESS
                       END-IF
               END-READ
               IF WS-PADDR-STATUS NOT = "00" AND
                  WS-PADDR-STATUS NOT = "10"
                   MOVE "MAINTPRS"  TO WS-ERR-PROGRAM
                   MOVE "PERSADDR"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           DISPLAY "Dated addresses on file: " WS-ADDR-COUNT.

       SHOW-ONE-DATED-ADDRESS.
           ADD 1 TO WS-ADDR-COUNT.
           DISPLAY DA-ADDR-TYPE " " DA-EFFECTIVE-FROM " - "
                   DA-EFFECTIVE-TO " " DA-STREET.
           DISPLAY "           " DA-CITY " " DA-STATE-CODE " "
                   DA-POSTAL-CODE " " DA-COUNTRY-CODE.
           IF DA-MAIL-UNDELIVERABLE
               DISPLAY "           *** UNDELIVERABLE ***"
           END-IF.

       GET-ADDRESS-TYPE-ENTRY.
           MOVE SPACES TO WS-ENTRY-ADDR-TYPE.
           PERFORM UNTIL WS-ADDR-TYPE-VALID
               DISPLAY "Address type (B=billing, S=shipping, "
                       "V=seasonal): "
               ACCEPT WS-ENTRY-ADDR-TYPE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-ADDR-TYPE)
                   TO WS-ENTRY-ADDR-TYPE
               IF NOT WS-ADDR-TYPE-VALID
                   DISPLAY "Enter B, S or V."
               END-IF
           END-PERFORM.

       GET-VALID-ADDRESS-DATES.
           MOVE "N" TO WS-ADDR-DATE-VALID.
           PERFORM UNTIL WS-ADDR-DATE-IS-VALID
               DISPLAY "Effective from (YYYYMMDD): "
               MOVE ZEROS TO WS-ENTRY-FROM-DATE
               ACCEPT WS-ENTRY-FROM-DATE
               DISPLAY "Effective to (YYYYMMDD, 0 = open-ended): "
               MOVE ZEROS TO WS-ENTRY-TO-DATE
               ACCEPT WS-ENTRY-TO-DATE
               PERFORM JUDGE-ADDRESS-DATES
           END-PERFORM.

       JUDGE-ADDRESS-DATES.
      *    Both dates must be real calendar dates, the end no
      *    earlier than the start; a seasonal address must end.
           MOVE ZEROS TO WS-DATE-INTEGER.
           IF WS-ENTRY-FROM-DATE IS NUMERIC AND
              WS-ENTRY-FROM-DATE > ZEROS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-FROM-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-DATE-INTEGER = ZEROS
                   DISPLAY "Effective-from date is not a valid "
                           "date, try again."
               WHEN WS-ENTRY-TO-DATE IS NOT NUMERIC
                   DISPLAY "Effective-to date must be numeric, "
                           "try again."
               WHEN WS-ENTRY-TO-DATE > ZEROS AND
                    WS-ENTRY-TO-DATE < WS-ENTRY-FROM-DATE
                   DISPLAY "Effective-to date is before the "
                           "effective-from date, try again."
               WHEN WS-ENTRY-ADDR-TYPE = "V" AND
                    WS-ENTRY-TO-DATE = ZEROS
                   DISPLAY "A seasonal address needs an end "
                           "date, try again."
               WHEN WS-ENTRY-TO-DATE = ZEROS
                   MOVE "Y" TO WS-ADDR-DATE-VALID
               WHEN OTHER
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-ENTRY-TO-DATE)
                   IF WS-DATE-INTEGER = ZEROS
                       DISPLAY "Effective-to date is not a valid "
                               "date, try again."
                   ELSE
                       MOVE "Y" TO WS-ADDR-DATE-VALID
                   END-IF
           END-EVALUATE.

       ADD-DATED-ADDRESS.
           PERFORM GET-ADDRESS-TYPE-ENTRY.
           PERFORM GET-VALID-ADDRESS-DATES.
           DISPLAY "Street: ".
           ACCEPT WS-ENTRY-STREET.
           DISPLAY "City: ".
           ACCEPT WS-ENTRY-CITY.
           PERFORM GET-VALID-STATE-CODE.
           PERFORM GET-VALID-COUNTRY-CODE.
           PERFORM GET-VALID-POSTAL-CODE.
           PERFORM CHECK-ADDRESS-ZIP.
           IF WS-ZIP-AGREES
               PERFORM WRITE-DATED-ADDRESS
           END-IF.

       CHECK-ADDRESS-ZIP.
      *    The same test PERSEDIT puts a correction through: a ZIP
      *    that ZIPREF knows must belong to the entered state.
           MOVE "Y" TO WS-ZIP-AGREE-SWITCH.
           IF WS-ZREF-IS-OPEN AND WS-ENTRY-ZIP NOT = ZEROS
               MOVE WS-ENTRY-ZIP TO WS-ZREF-ARG-ZIP
               PERFORM LOOKUP-ZIP-CODE
               IF WS-ZREF-KNOWN AND
                  WS-ZREF-FOUND-STATE NOT = WS-ENTRY-STATE-CODE
                   MOVE "N" TO WS-ZIP-AGREE-SWITCH
                   DISPLAY "ZIP " WS-ENTRY-ZIP " is in "
                           WS-ZREF-FOUND-STATE " on ZIPREF, not "
                           WS-ENTRY-STATE-CODE
                           " - address not recorded."
               END-IF
           END-IF.

       WRITE-DATED-ADDRESS.
      *    The address it replaces (same type and date), if any,
      *    is the "old" side of the ADDRHIST entry.
           MOVE SPACES TO AH-OLD-STREET AH-OLD-CITY
                          AH-OLD-STATE-CODE AH-OLD-COUNTRY-CODE.
           MOVE ZEROS  TO AH-OLD-ZIP.
           MOVE WS-KEY-ENTRY       TO DA-PERSON-ID.
           MOVE WS-ENTRY-ADDR-TYPE TO DA-ADDR-TYPE.
           MOVE WS-ENTRY-FROM-DATE TO DA-EFFECTIVE-FROM.
           MOVE "N" TO WS-ADDR-ON-FILE.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDR-ON-FILE
                   MOVE DA-STREET       TO AH-OLD-STREET
                   MOVE DA-CITY         TO AH-OLD-CITY
                   MOVE DA-STATE-CODE   TO AH-OLD-STATE-CODE
                   MOVE DA-ZIP          TO AH-OLD-ZIP
                   MOVE DA-COUNTRY-CODE TO AH-OLD-COUNTRY-CODE
           END-READ.
           MOVE WS-KEY-ENTRY          TO DA-PERSON-ID.
           MOVE WS-ENTRY-ADDR-TYPE    TO DA-ADDR-TYPE.
           MOVE WS-ENTRY-FROM-DATE    TO DA-EFFECTIVE-FROM.
           MOVE WS-ENTRY-TO-DATE      TO DA-EFFECTIVE-TO.
           MOVE WS-ENTRY-STREET       TO DA-STREET.
           MOVE WS-ENTRY-CITY         TO DA-CITY.
           MOVE WS-ENTRY-STATE-CODE   TO DA-STATE-CODE.
           MOVE WS-ENTRY-ZIP          TO DA-ZIP.
           MOVE WS-ENTRY-COUNTRY-CODE TO DA-COUNTRY-CODE.
           MOVE WS-ENTRY-POSTAL       TO DA-POSTAL-CODE.
           MOVE SPACE                 TO DA-MAIL-STATUS.
           MOVE WS-CURRENT-DATE(1:8)  TO DA-CHANGED-DATE.
           MOVE LK-OPERATOR-ID        TO DA-OPERATOR.
           IF WS-ADDR-RECORD-EXISTS
               REWRITE PERSON-ADDRESS-RECORD
               MOVE "REWRITE" TO WS-ERR-OPERATION
           ELSE
               WRITE PERSON-ADDRESS-RECORD
               MOVE "WRITE"   TO WS-ERR-OPERATION
           END-IF.
           IF WS-PADDR-STATUS NOT = "00"
               MOVE "MAINTPRS" TO WS-ERR-PROGRAM
               MOVE "PERSADDR" TO WS-ERR-FILE-NAME
               MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE WS-ENTRY-STREET       TO AH-NEW-STREET
               MOVE WS-ENTRY-CITY         TO AH-NEW-CITY
               MOVE WS-ENTRY-STATE-CODE   TO AH-NEW-STATE-CODE
               MOVE WS-ENTRY-ZIP          TO AH-NEW-ZIP
               MOVE WS-ENTRY-COUNTRY-CODE TO AH-NEW-COUNTRY-CODE
               PERFORM WRITE-DATED-ADDRESS-HISTORY
               DISPLAY "Address recorded."
           END-IF.

       END-DATED-ADDRESS.
      *    The ended address stays on file with its end date; the
      *    ADDRHIST entry shows it going to blank.
           PERFORM GET-ADDRESS-TYPE-ENTRY.
           DISPLAY "Effective-from date of the address to end "
                   "(YYYYMMDD): ".
           MOVE ZEROS TO WS-ENTRY-FROM-DATE.
           ACCEPT WS-ENTRY-FROM-DATE.
           DISPLAY "Last day in effect (YYYYMMDD, 0 = today): ".
           MOVE ZEROS TO WS-ENTRY-TO-DATE.
           ACCEPT WS-ENTRY-TO-DATE.
           IF WS-ENTRY-TO-DATE IS NOT NUMERIC OR
              WS-ENTRY-TO-DATE = ZEROS
               MOVE WS-CURRENT-DATE(1:8) TO WS-ENTRY-TO-DATE
           END-IF.
           MOVE WS-KEY-ENTRY       TO DA-PERSON-ID.
           MOVE WS-ENTRY-ADDR-TYPE TO DA-ADDR-TYPE.
           MOVE WS-ENTRY-FROM-DATE TO DA-EFFECTIVE-FROM.
           MOVE "N" TO WS-ADDR-ON-FILE.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   DISPLAY "No " WS-ENTRY-ADDR-TYPE " address from "
                           WS-ENTRY-FROM-DATE " on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDR-ON-FILE
           END-READ.
           IF WS-ADDR-RECORD-EXISTS
               IF WS-ENTRY-TO-DATE < DA-EFFECTIVE-FROM
                   DISPLAY "That is before the address took "
                           "effect - not ended."
               ELSE
                   PERFORM APPLY-ADDRESS-END
               END-IF
           END-IF.

       APPLY-ADDRESS-END.
           MOVE DA-STREET       TO AH-OLD-STREET.
           MOVE DA-CITY         TO AH-OLD-CITY.
           MOVE DA-STATE-CODE   TO AH-OLD-STATE-CODE.
           MOVE DA-ZIP          TO AH-OLD-ZIP.
           MOVE DA-COUNTRY-CODE TO AH-OLD-COUNTRY-CODE.
           MOVE WS-ENTRY-TO-DATE     TO DA-EFFECTIVE-TO.
           MOVE WS-CURRENT-DATE(1:8) TO DA-CHANGED-DATE.
           MOVE LK-OPERATOR-ID       TO DA-OPERATOR.
           REWRITE PERSON-ADDRESS-RECORD.
           IF WS-PADDR-STATUS NOT = "00"
               MOVE "MAINTPRS" TO WS-ERR-PROGRAM
               MOVE "PERSADDR" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"  TO WS-ERR-OPERATION
               MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO AH-NEW-STREET AH-NEW-CITY
                              AH-NEW-STATE-CODE AH-NEW-COUNTRY-CODE
               MOVE ZEROS  TO AH-NEW-ZIP
               PERFORM WRITE-DATED-ADDRESS-HISTORY
               DISPLAY "Address ended."
           END-IF.

       WRITE-DATED-ADDRESS-HISTORY.
      *    Appended the same way PERSUPDT appends a correction, so
      *    the "H" inquiry and PERSAUDT read it back with the rest.
           MOVE FUNCTION CURRENT-DATE TO AH-TIMESTAMP.
           MOVE WS-KEY-ENTRY       TO AH-PERSON-ID.
           MOVE LK-OPERATOR-ID     TO AH-OPERATOR.
           MOVE WS-ENTRY-ADDR-TYPE TO AH-ADDR-TYPE.
           OPEN EXTEND ADDRESS-HISTORY-FILE.
           IF WS-AHIST-STATUS = "05" OR WS-AHIST-STATUS = "35"
               OPEN OUTPUT ADDRESS-HISTORY-FILE
           END-IF.
           IF WS-AHIST-STATUS NOT = "00"
               MOVE "MAINTPRS"    TO WS-ERR-PROGRAM
               MOVE "ADDRHIST"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AHIST-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               WRITE ADDRESS-HISTORY-LINE FROM WS-ADDR-HIST-DETAIL
               IF WS-AHIST-STATUS NOT = "00"
                   MOVE "MAINTPRS" TO WS-ERR-PROGRAM
                   MOVE "ADDRHIST" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-AHIST-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE ADDRESS-HISTORY-FILE
           END-IF.
           MOVE SPACE TO AH-ADDR-TYPE.

       GET-ADD-ENTRY-FIELDS.
      *    The add captured the name and street up front for the
      *    candidate search; only the rest is prompted here. The
           PERFORM GET-VALID-STATE-CODE.
           PERFORM GET-VALID-COUNTRY-CODE.
           PERFORM GET-VALID-POSTAL-CODE.
           PERFORM GET-VALID-CONTACT-FIELDS.

       GET-PERSON-ENTRY-FIELDS.
           DISPLAY "Name: ".
           PERFORM GET-VALID-STATE-CODE.
           PERFORM GET-VALID-COUNTRY-CODE.
           PERFORM GET-VALID-POSTAL-CODE.
           PERFORM GET-VALID-CONTACT-FIELDS.

       GET-VALID-POSTAL-CODE.
      *    Free-rule countries take any nonblank postal code and
               END-IF
           END-PERFORM.

       GET-VALID-CONTACT-FIELDS.
      *    Re-prompt until the phone, email and delivery preference
      *    pass the shared CONTVALP rules - the same rules the CSV
      *    import, the intake and the nightly edit apply. Each may
      *    be left blank; the phone is judged against the country
      *    just keyed.
           MOVE "N" TO WS-CV-VALID-SWITCH.
           PERFORM UNTIL WS-CV-IS-VALID
               DISPLAY "Phone: "
               MOVE SPACES TO WS-CV-PHONE-IN
               ACCEPT WS-CV-PHONE-IN
               DISPLAY "Email: "
               MOVE SPACES TO WS-CV-EMAIL
               ACCEPT WS-CV-EMAIL
               DISPLAY "Statements by (P=paper, E=email, "
                       "B=both, blank=paper): "
               MOVE SPACES TO WS-CV-DELIVERY-PREF
               ACCEPT WS-CV-DELIVERY-PREF
               MOVE WS-ENTRY-COUNTRY-CODE TO WS-CV-COUNTRY
               PERFORM VALIDATE-CONTACT-FIELDS
               IF WS-CV-IS-VALID
                   MOVE WS-CV-PHONE         TO WS-ENTRY-PHONE
                   MOVE WS-CV-EMAIL         TO WS-ENTRY-EMAIL
                   MOVE WS-CV-DELIVERY-PREF TO WS-ENTRY-DELIVERY
               ELSE
                   DISPLAY WS-CV-REASON ", try again."
               END-IF
           END-PERFORM.

       GET-VALID-BIRTH-DATE.
      *    Re-prompt until a plausible birth date is entered: it must
      *    be numeric, not in the future, and derive an age of 1-120,
           CLOSE PERSON-MASTER-FILE.
           PERFORM CLOSE-STATE-REF.
           PERFORM CLOSE-CHANGE-CAPTURE.
           PERFORM CLOSE-PERSON-JOURNAL.
           PERFORM CLOSE-GUARDIAN-LINKS.
           PERFORM CLOSE-PERSON-ADDRESSES.
           PERFORM CLOSE-ZIP-REF.

       COPY SREFP.

       COPY PDELTP.

       COPY PJRNP.

       COPY PNOTEP.

       COPY PERSIDP.

       COPY GRDLNKP.

       COPY PADDRP.

       COPY ZREFP.

       COPY AGEDOBP.

       COPY CONTVALP.

       COPY ERRLOGP.
