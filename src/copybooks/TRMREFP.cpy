      *Date: 2026-09-17 - Shared open/resolve/close paragraphs for
      *                   payment terms. Callers must also have
      *                   COPYed TRMREF/TRMREFFD/TRMREFWS and the
      *                   ERRLOG set, set WS-ERR-PROGRAM before
      *                   PERFORMing OPEN-TERMS-FILES, and PERFORM
      *                   CLOSE-TERMS-FILES before their own
      *                   shutdown. Either file missing just means
      *                   every customer bills on the house terms.
       OPEN-TERMS-FILES.
           MOVE "N" TO WS-TERMSREF-OPEN-SWITCH.
           MOVE "N" TO WS-CUSTACCT-OPEN-SWITCH.
           OPEN INPUT TERMS-CODE-FILE.
           EVALUATE TRUE
               WHEN WS-TERMSREF-STATUS = "00"
                   MOVE "Y" TO WS-TERMSREF-OPEN-SWITCH
               WHEN WS-TERMSREF-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TERMSREF"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-TERMSREF-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           EVALUATE TRUE
               WHEN WS-CUSTACCT-STATUS = "00"
                   MOVE "Y" TO WS-CUSTACCT-OPEN-SWITCH
               WHEN WS-CUSTACCT-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "CUSTACCT"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-CUSTACCT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       RESOLVE-CUSTOMER-TERMS.
      *    The customer's code off CUSTACCT, its days and discount
      *    off TERMSREF; the due date is the invoice date plus the
      *    net days and the discount cut-off the invoice date plus
      *    the discount days (zero when the code has no discount).
           MOVE WS-TRM-HOUSE-CODE     TO WS-TRM-TERMS-CODE.
           MOVE WS-TRM-HOUSE-NET-DAYS TO WS-TRM-NET-DAYS.
           MOVE ZEROS TO WS-TRM-DISC-DAYS.
           MOVE ZEROS TO WS-TRM-DISC-PCT.
           IF WS-CUSTACCT-IS-OPEN
               MOVE WS-TRM-ARG-PERSON-ID TO CA-PERSON-ID
               READ CUSTOMER-ACCOUNT-FILE
                   INVALID KEY
                       MOVE SPACES TO CA-TERMS-CODE
               END-READ
               IF CA-TERMS-CODE NOT = SPACES
                   PERFORM LOOK-UP-TERMS-CODE
               END-IF
           END-IF.
           COMPUTE WS-TRM-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TRM-ARG-INVOICE-DATE).
           COMPUTE WS-TRM-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TRM-DATE-INTEGER + WS-TRM-NET-DAYS).
           IF WS-TRM-DISC-PCT > ZEROS
               COMPUTE WS-TRM-DISC-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TRM-DATE-INTEGER + WS-TRM-DISC-DAYS)
           ELSE
               MOVE ZEROS TO WS-TRM-DISC-DATE
           END-IF.

       LOOK-UP-TERMS-CODE.
           IF WS-TERMSREF-IS-OPEN
               MOVE CA-TERMS-CODE TO TC-TERMS-CODE
               READ TERMS-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TC-TERMS-CODE TO WS-TRM-TERMS-CODE
                       MOVE TC-NET-DAYS   TO WS-TRM-NET-DAYS
                       MOVE TC-DISC-PCT   TO WS-TRM-DISC-PCT
                       MOVE TC-DISC-DAYS  TO WS-TRM-DISC-DAYS
               END-READ
           END-IF.

       CLOSE-TERMS-FILES.
           IF WS-TERMSREF-IS-OPEN
               CLOSE TERMS-CODE-FILE
               MOVE "N" TO WS-TERMSREF-OPEN-SWITCH
           END-IF.
           IF WS-CUSTACCT-IS-OPEN
               CLOSE CUSTOMER-ACCOUNT-FILE
               MOVE "N" TO WS-CUSTACCT-OPEN-SWITCH
           END-IF.
