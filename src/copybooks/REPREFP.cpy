      *Date: 2026-09-30 - Shared open/lookup/close paragraphs for the
      *                   sales-rep master. Callers must also have
      *                   COPYed REPREF/REPREFFD/REPREFWS, the
      *                   TRMREF set (RESOLVE-CUSTOMER-REP reads
      *                   CUSTACCT, opened by OPEN-TERMS-FILES) and
      *                   the ERRLOG set, set WS-ERR-PROGRAM before
      *                   PERFORMing OPEN-REP-FILE, and PERFORM
      *                   CLOSE-REP-FILE before their own shutdown.
      *                   A missing SLSREP is tolerated - no rep
      *                   resolves and orders go out unassigned.
       OPEN-REP-FILE.
           MOVE "N" TO WS-SLSREP-OPEN-SWITCH.
           OPEN INPUT SALES-REP-FILE.
           EVALUATE TRUE
               WHEN WS-SLSREP-STATUS = "00"
                   MOVE "Y" TO WS-SLSREP-OPEN-SWITCH
               WHEN WS-SLSREP-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "SLSREP"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       LOOKUP-REP-CODE.
      *    Known means on file and active; an inactive rep's name
      *    still comes back for reporting.
           MOVE "N"    TO WS-REP-FOUND-SWITCH.
           MOVE SPACES TO WS-REP-CODE.
           MOVE SPACES TO WS-REP-NAME.
           MOVE SPACES TO WS-REP-TERRITORY.
           MOVE ZEROS  TO WS-REP-COMM-PCT.
           IF WS-SLSREP-IS-OPEN AND WS-REP-ARG-CODE NOT = SPACES
               MOVE WS-REP-ARG-CODE TO SP-REP-CODE
               READ SALES-REP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-REP-NAME TO WS-REP-NAME
                       IF SP-IS-ACTIVE
                           MOVE "Y" TO WS-REP-FOUND-SWITCH
                           MOVE SP-REP-CODE  TO WS-REP-CODE
                           MOVE SP-TERRITORY TO WS-REP-TERRITORY
                           MOVE SP-COMM-PCT  TO WS-REP-COMM-PCT
                       END-IF
               END-READ
           END-IF.

       RESOLVE-CUSTOMER-REP.
      *    The customer's own rep off CUSTACCT when it is still
      *    active; otherwise the default rep of the territory the
      *    customer's state rolls up to.
           MOVE SPACE TO WS-REP-SOURCE.
           MOVE SPACES TO WS-REP-ARG-CODE.
           IF WS-CUSTACCT-IS-OPEN
               MOVE WS-REP-ARG-PERSON-ID TO CA-PERSON-ID
               READ CUSTOMER-ACCOUNT-FILE
                   INVALID KEY
                       MOVE SPACES TO CA-REP-CODE
               END-READ
               MOVE CA-REP-CODE TO WS-REP-ARG-CODE
           END-IF.
           PERFORM LOOKUP-REP-CODE.
           IF WS-REP-KNOWN
               MOVE "A" TO WS-REP-SOURCE
           ELSE
               PERFORM FIND-TERRITORY-REP
           END-IF.

       FIND-TERRITORY-REP.
      *    SLSREP is one short record per rep; a pass finds the
      *    territory's flagged default.
           MOVE "N"    TO WS-REP-FOUND-SWITCH.
           MOVE SPACES TO WS-REP-CODE.
           MOVE SPACES TO WS-REP-NAME.
           MOVE SPACES TO WS-REP-TERRITORY.
           MOVE ZEROS  TO WS-REP-COMM-PCT.
           MOVE "N"    TO WS-REP-SCAN-SWITCH.
           IF NOT WS-SLSREP-IS-OPEN OR WS-REP-ARG-TERRITORY = SPACES
               MOVE "Y" TO WS-REP-SCAN-SWITCH
           ELSE
               MOVE LOW-VALUES TO SP-REP-CODE
               START SALES-REP-FILE
                   KEY IS GREATER THAN OR EQUAL TO SP-REP-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-REP-SCAN-SWITCH
               END-START
           END-IF.
           PERFORM UNTIL WS-REP-SCAN-DONE
               READ SALES-REP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REP-SCAN-SWITCH
                   NOT AT END
                       IF SP-IS-ACTIVE AND SP-IS-TERR-DEFAULT AND
                          SP-TERRITORY = WS-REP-ARG-TERRITORY
                           MOVE "Y" TO WS-REP-FOUND-SWITCH
                           MOVE "Y" TO WS-REP-SCAN-SWITCH
                           MOVE "T" TO WS-REP-SOURCE
                           MOVE SP-REP-CODE  TO WS-REP-CODE
                           MOVE SP-REP-NAME  TO WS-REP-NAME
                           MOVE SP-TERRITORY TO WS-REP-TERRITORY
                           MOVE SP-COMM-PCT  TO WS-REP-COMM-PCT
                       END-IF
               END-READ
               IF WS-SLSREP-STATUS NOT = "00" AND
                  WS-SLSREP-STATUS NOT = "10"
                   MOVE "SLSREP"    TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-SLSREP-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
                   MOVE "Y" TO WS-REP-SCAN-SWITCH
               END-IF
           END-PERFORM.

       CLOSE-REP-FILE.
           IF WS-SLSREP-IS-OPEN
               CLOSE SALES-REP-FILE
               MOVE "N" TO WS-SLSREP-OPEN-SWITCH
           END-IF.
