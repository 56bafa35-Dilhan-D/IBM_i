      *Date: 2026-10-12 - Shared inbound-file registry paragraphs.
      *                   Callers must also have COPYed INFREG/
      *                   INFREGFD/INFREGWS and the ERRLOG set, and
      *                   set WS-ERR-PROGRAM before PERFORMing.
      *Date: 2026-10-15 - With WS-IF-RERUN-ALLOWED set, a match on
      *                   the step's own entry for the same cycle
      *                   date is a rerun - not refused, not
      *                   registered again.
       START-INBOUND-FILE.
      *    Clear the totals for a new file - a subprogram called
      *    again from the menu still holds the last file's.
           MOVE ZEROS TO WS-IF-HEADER-DATE WS-IF-SEQ-FIRST
                         WS-IF-SEQ-LAST WS-IF-RECORD-COUNT
                         WS-IF-AMOUNT-TOTAL WS-IF-HASH-TOTAL.
           MOVE "A" TO WS-IF-VERDICT-SW.

       TALLY-INBOUND-RECORD.
      *    Count the record and add each character, weighted by its
      *    position, to the file's hash total - two files with the
      *    same records carry the same count and hash.
           ADD 1 TO WS-IF-RECORD-COUNT.
           PERFORM VARYING WS-IF-HASH-SUB FROM 1 BY 1
                   UNTIL WS-IF-HASH-SUB > WS-IF-HASH-LENGTH
               IF WS-IF-HASH-RECORD(WS-IF-HASH-SUB:1) NOT = SPACE
                   MOVE LOW-VALUES TO WS-IF-CHAR-BYTES
                   MOVE WS-IF-HASH-RECORD(WS-IF-HASH-SUB:1)
                       TO WS-IF-CHAR-BYTES(2:1)
                   COMPUTE WS-IF-HASH-TOTAL = WS-IF-HASH-TOTAL +
                       WS-IF-CHAR-BINARY * WS-IF-HASH-SUB
               END-IF
           END-PERFORM.

       CHECK-INBOUND-FILE.
      *    Scan the registry for this source. A file already taken
      *    with the same sender sequence, or with the same record
      *    count, hash and amount totals, is a duplicate: refused
      *    (RETURN-CODE 12, a D entry on the registry) unless
      *    INFRLSE holds a release for it by an operator with
      *    supervisor authority. An empty file is never a
      *    duplicate. A sender sequence past the highest taken so
      *    far plus one means a file went missing - a G entry
      *    records the gap and RETURN-CODE is at least 4. Where the
      *    step allows it, a file it already took for this same
      *    cycle date is a rerun of the cycle and goes through.
           MOVE "A" TO WS-IF-VERDICT-SW.
           MOVE "N" TO WS-IF-GAP-SW.
           MOVE "N" TO WS-IF-SPENT-SW.
           MOVE ZEROS TO WS-IF-HIGH-SEQ.
           MOVE SPACES TO WS-IF-RELEASE-OPER WS-IF-REFUSAL.
           MOVE "N" TO WS-IF-EOF-SWITCH.
           OPEN INPUT INBOUND-REGISTRY-FILE.
           EVALUATE TRUE
               WHEN WS-INFREG-STATUS = "00"
                   PERFORM SCAN-INBOUND-REGISTRY
                   CLOSE INBOUND-REGISTRY-FILE
               WHEN WS-INFREG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "INFREG"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-INFREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           IF WS-IF-FILE-DUPLICATE
               PERFORM CHECK-INBOUND-RELEASE
           END-IF.
           EVALUATE TRUE
               WHEN WS-IF-FILE-DUPLICATE
                   PERFORM REFUSE-INBOUND-FILE
               WHEN WS-IF-FILE-RERUN
                   DISPLAY WS-IF-SOURCE " rerun for cycle "
                           WS-IF-CYCLE-DATE " - registered "
                           WS-IF-MATCH-TIMESTAMP(1:8) " by "
                           WS-ERR-PROGRAM
               WHEN WS-IF-SEQ-FIRST > ZEROS AND
                    WS-IF-HIGH-SEQ > ZEROS AND
                    WS-IF-SEQ-FIRST > WS-IF-HIGH-SEQ + 1
                   PERFORM REPORT-INBOUND-GAP
           END-EVALUATE.

       SCAN-INBOUND-REGISTRY.
           PERFORM UNTIL WS-IF-END-OF-FILE
               READ INBOUND-REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-IF-EOF-SWITCH
                   NOT AT END
                       IF IR-SOURCE = WS-IF-SOURCE AND
                          (IR-ACCEPTED OR IR-RELEASED)
                           PERFORM MATCH-INBOUND-ENTRY
                       END-IF
               END-READ
               IF WS-INFREG-STATUS NOT = "00" AND
                  WS-INFREG-STATUS NOT = "10"
                   MOVE "INFREG" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-INFREG-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       MATCH-INBOUND-ENTRY.
           IF IR-SEQ-LAST > WS-IF-HIGH-SEQ
               MOVE IR-SEQ-LAST TO WS-IF-HIGH-SEQ
           END-IF.
           IF (WS-IF-SEQ-FIRST > ZEROS AND
               IR-SEQ-FIRST = WS-IF-SEQ-FIRST) OR
              (WS-IF-RECORD-COUNT > ZEROS AND
               IR-RECORD-COUNT = WS-IF-RECORD-COUNT AND
               IR-HASH-TOTAL = WS-IF-HASH-TOTAL AND
               IR-AMOUNT-TOTAL = WS-IF-AMOUNT-TOTAL)
      *        Once the step's own entry for this cycle is found the
      *        run is a rerun, whatever else the file matches.
               EVALUATE TRUE
                   WHEN WS-IF-RERUN-ALLOWED AND
                        IR-PROGRAM = WS-ERR-PROGRAM AND
                        IR-CYCLE-DATE = WS-IF-CYCLE-DATE
                       MOVE "S" TO WS-IF-VERDICT-SW
                       MOVE IR-TIMESTAMP  TO WS-IF-MATCH-TIMESTAMP
                       MOVE IR-CYCLE-DATE TO WS-IF-MATCH-CYCLE
                   WHEN WS-IF-FILE-RERUN
                       CONTINUE
                   WHEN OTHER
                       MOVE "D" TO WS-IF-VERDICT-SW
                       MOVE IR-TIMESTAMP  TO WS-IF-MATCH-TIMESTAMP
                       MOVE IR-CYCLE-DATE TO WS-IF-MATCH-CYCLE
      *                A release is good for one resend only.
                       IF IR-RELEASED AND
                          IR-RECORD-COUNT = WS-IF-RECORD-COUNT
                           MOVE "Y" TO WS-IF-SPENT-SW
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-INBOUND-RELEASE.
           MOVE "N" TO WS-IF-FOUND-SW.
           MOVE "N" TO WS-IF-EOF-SWITCH.
           OPEN INPUT INBOUND-RELEASE-FILE.
           EVALUATE TRUE
               WHEN WS-INFRLSE-STATUS = "00"
                   PERFORM SCAN-INBOUND-RELEASES
                   CLOSE INBOUND-RELEASE-FILE
               WHEN WS-INFRLSE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "INFRLSE"    TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-INFRLSE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           IF NOT WS-IF-RELEASE-FOUND
               MOVE "DUPLICATE - NOT RELEASED" TO WS-IF-REFUSAL
           ELSE
               PERFORM READ-RELEASE-AUTHORITY
               EVALUATE TRUE
                   WHEN WS-IF-RELEASE-SPENT
                       MOVE "RELEASE ALREADY USED"
                           TO WS-IF-REFUSAL
                   WHEN NOT WS-IF-OPERATOR-ON-PROFILE
                       MOVE "RELEASER NOT ON OPERPROF"
                           TO WS-IF-REFUSAL
                   WHEN WS-IF-OPER-AUTH < WS-IF-RELEASE-AUTH
                       MOVE "RELEASE OVER AUTHORITY"
                           TO WS-IF-REFUSAL
                   WHEN OTHER
                       MOVE "R" TO WS-IF-VERDICT-SW
               END-EVALUATE
           END-IF.

       SCAN-INBOUND-RELEASES.
           PERFORM UNTIL WS-IF-END-OF-FILE
               READ INBOUND-RELEASE-FILE
                   AT END
                       MOVE "Y" TO WS-IF-EOF-SWITCH
                   NOT AT END
                       IF IL-SOURCE = WS-IF-SOURCE AND
                          IL-RECORD-COUNT = WS-IF-RECORD-COUNT
                           MOVE "Y" TO WS-IF-FOUND-SW
                           MOVE IL-OPERATOR-ID
                               TO WS-IF-RELEASE-OPER
                       END-IF
               END-READ
               IF WS-INFRLSE-STATUS NOT = "00" AND
                  WS-INFRLSE-STATUS NOT = "10"
                   MOVE "INFRLSE" TO WS-ERR-FILE-NAME
                   MOVE "READ"    TO WS-ERR-OPERATION
                   MOVE WS-INFRLSE-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.

       READ-RELEASE-AUTHORITY.
           MOVE "N" TO WS-IF-OPER-SW.
           MOVE ZEROS TO WS-IF-OPER-AUTH.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-IF-PROF-STATUS = "00"
               MOVE WS-IF-RELEASE-OPER TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-IF-OPER-SW
                       MOVE OP-AUTH-LEVEL TO WS-IF-OPER-AUTH
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
               IF WS-IF-PROF-STATUS NOT = "35"
                   MOVE "OPERPROF"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-IF-PROF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       REFUSE-INBOUND-FILE.
           PERFORM BUILD-INBOUND-ENTRY.
           MOVE "D" TO IR-ENTRY-TYPE.
           MOVE WS-IF-RELEASE-OPER TO IR-OPERATOR-ID.
           MOVE WS-IF-REFUSAL TO IR-NOTE.
           PERFORM APPEND-INBOUND-REGISTRY.
           DISPLAY WS-IF-SOURCE " refused - duplicate of the file "
                   "registered " WS-IF-MATCH-TIMESTAMP(1:8)
                   " for cycle " WS-IF-MATCH-CYCLE.
           DISPLAY WS-IF-SOURCE " records " WS-IF-RECORD-COUNT
                   " hash " WS-IF-HASH-TOTAL " - " WS-IF-REFUSAL.
           MOVE WS-IF-DUPLICATE-RC TO RETURN-CODE.

       REPORT-INBOUND-GAP.
           MOVE "Y" TO WS-IF-GAP-SW.
           COMPUTE WS-IF-MISSING-FIRST = WS-IF-HIGH-SEQ + 1.
           COMPUTE WS-IF-MISSING-LAST = WS-IF-SEQ-FIRST - 1.
           PERFORM BUILD-INBOUND-ENTRY.
           MOVE "G" TO IR-ENTRY-TYPE.
           MOVE WS-IF-MISSING-FIRST TO IR-SEQ-FIRST.
           MOVE WS-IF-MISSING-LAST  TO IR-SEQ-LAST.
           MOVE ZEROS TO IR-HEADER-DATE IR-RECORD-COUNT
                         IR-AMOUNT-TOTAL IR-HASH-TOTAL.
           MOVE "MISSING FILE - SEQUENCE GAP" TO IR-NOTE.
           PERFORM APPEND-INBOUND-REGISTRY.
           DISPLAY WS-IF-SOURCE " missing file - sender sequence "
                   WS-IF-MISSING-FIRST " thru " WS-IF-MISSING-LAST
                   " never received.".
           IF RETURN-CODE < WS-IF-GAP-RC
               MOVE WS-IF-GAP-RC TO RETURN-CODE
           END-IF.

       REGISTER-INBOUND-FILE.
      *    Record the file as taken, once the step has processed it.
      *    A rerun's file is on the registry already.
           IF NOT WS-IF-FILE-RERUN
               PERFORM BUILD-INBOUND-ENTRY
               IF WS-IF-FILE-RELEASED
                   MOVE "R" TO IR-ENTRY-TYPE
                   MOVE WS-IF-RELEASE-OPER TO IR-OPERATOR-ID
                   MOVE "RELEASED DUPLICATE" TO IR-NOTE
               ELSE
                   MOVE "A" TO IR-ENTRY-TYPE
               END-IF
               PERFORM APPEND-INBOUND-REGISTRY
           END-IF.

       BUILD-INBOUND-ENTRY.
           MOVE SPACES TO INBOUND-REGISTRY-RECORD.
           MOVE WS-IF-SOURCE       TO IR-SOURCE.
           MOVE WS-ERR-PROGRAM     TO IR-PROGRAM.
           MOVE WS-IF-CYCLE-DATE   TO IR-CYCLE-DATE.
           MOVE WS-IF-HEADER-DATE  TO IR-HEADER-DATE.
           MOVE WS-IF-SEQ-FIRST    TO IR-SEQ-FIRST.
           MOVE WS-IF-SEQ-LAST     TO IR-SEQ-LAST.
           MOVE WS-IF-RECORD-COUNT TO IR-RECORD-COUNT.
           MOVE WS-IF-AMOUNT-TOTAL TO IR-AMOUNT-TOTAL.
           MOVE WS-IF-HASH-TOTAL   TO IR-HASH-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO IR-TIMESTAMP.

       APPEND-INBOUND-REGISTRY.
           OPEN EXTEND INBOUND-REGISTRY-FILE.
           IF WS-INFREG-STATUS = "05" OR WS-INFREG-STATUS = "35"
               OPEN OUTPUT INBOUND-REGISTRY-FILE
           END-IF.
           IF WS-INFREG-STATUS NOT = "00"
               MOVE "INFREG"      TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-INFREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           WRITE INBOUND-REGISTRY-RECORD.
           IF WS-INFREG-STATUS NOT = "00"
               MOVE "INFREG" TO WS-ERR-FILE-NAME
               MOVE "WRITE"  TO WS-ERR-OPERATION
               MOVE WS-INFREG-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           CLOSE INBOUND-REGISTRY-FILE.
