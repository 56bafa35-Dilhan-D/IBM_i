      *Date: 2026-10-07 - Shared open/lookup/close paragraphs for the
      *                   dated-address file. Callers must also have
      *                   COPYed PADDR/PADDRFD/PADDRWS, PERSSEL/
      *                   PERSONREC and the ERRLOG set, set
      *                   WS-ERR-PROGRAM before PERFORMing an open,
      *                   and PERFORM CLOSE-PERSON-ADDRESSES before
      *                   their own shutdown. A missing PERSADDR is
      *                   tolerated by the readers - no address is
      *                   ever in effect and everyone is addressed
      *                   at the master address as before.
       OPEN-PERSON-ADDRESSES.
           MOVE "N" TO WS-PADDR-OPEN-SWITCH.
           OPEN INPUT PERSON-ADDRESS-FILE.
           EVALUATE TRUE
               WHEN WS-PADDR-STATUS = "00"
                   MOVE "Y" TO WS-PADDR-OPEN-SWITCH
               WHEN WS-PADDR-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PERSADDR"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       OPEN-PERSON-ADDRESSES-I-O.
      *    The updaters create the file the first time, the same
      *    way PERSCLAS creates CURCLASS.
           MOVE "N" TO WS-PADDR-OPEN-SWITCH.
           OPEN I-O PERSON-ADDRESS-FILE.
           IF WS-PADDR-STATUS = "35"
               CLOSE PERSON-ADDRESS-FILE
               OPEN OUTPUT PERSON-ADDRESS-FILE
               CLOSE PERSON-ADDRESS-FILE
               OPEN I-O PERSON-ADDRESS-FILE
           END-IF.
           IF WS-PADDR-STATUS = "00"
               MOVE "Y" TO WS-PADDR-OPEN-SWITCH
           ELSE
               MOVE "PERSADDR" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-PADDR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       LOOKUP-ADDRESS-IN-EFFECT.
      *    The person's addresses of the type read back in date
      *    order; the last one starting on or before the date and
      *    not yet ended on it is the one in effect, re-read so it
      *    is left in the record area.
           MOVE "N"   TO WS-PAD-FOUND-SWITCH.
           MOVE ZEROS TO WS-PAD-BEST-FROM.
           IF WS-PADDR-IS-OPEN
               MOVE "N" TO WS-PAD-BROWSE-SWITCH
               MOVE WS-PAD-ARG-PERSON-ID TO DA-PERSON-ID
               MOVE WS-PAD-ARG-TYPE      TO DA-ADDR-TYPE
               MOVE ZEROS                TO DA-EFFECTIVE-FROM
               START PERSON-ADDRESS-FILE
                   KEY IS GREATER THAN OR EQUAL TO DA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PAD-BROWSE-SWITCH
               END-START
               PERFORM UNTIL WS-PAD-BROWSE-DONE
                   READ PERSON-ADDRESS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PAD-BROWSE-SWITCH
                       NOT AT END
                           IF DA-PERSON-ID NOT =
                                   WS-PAD-ARG-PERSON-ID OR
                              DA-ADDR-TYPE NOT = WS-PAD-ARG-TYPE OR
                              DA-EFFECTIVE-FROM > WS-PAD-ARG-DATE
                               MOVE "Y" TO WS-PAD-BROWSE-SWITCH
                           ELSE
                               IF DA-EFFECTIVE-TO = ZEROS OR
                                  DA-EFFECTIVE-TO >= WS-PAD-ARG-DATE
                                   MOVE "Y" TO WS-PAD-FOUND-SWITCH
                                   MOVE DA-EFFECTIVE-FROM
                                       TO WS-PAD-BEST-FROM
                               END-IF
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
               IF WS-PAD-IN-EFFECT
                   MOVE WS-PAD-ARG-PERSON-ID TO DA-PERSON-ID
                   MOVE WS-PAD-ARG-TYPE      TO DA-ADDR-TYPE
                   MOVE WS-PAD-BEST-FROM     TO DA-EFFECTIVE-FROM
                   READ PERSON-ADDRESS-FILE
                       INVALID KEY
                           MOVE "N" TO WS-PAD-FOUND-SWITCH
                   END-READ
               END-IF
           END-IF.

       APPLY-ADDRESS-IN-EFFECT.
      *    Mail goes to a seasonal address while one is in force,
      *    else the billing address; an invoice bills to the billing
      *    address; goods are taxed where they ship, else where they
      *    bill. An address flagged undeliverable is passed over.
      *    The buffer is never rewritten - the overlay only lasts
      *    until the caller's next read - and an applied address
      *    clears the master's own undeliverable flag with it,
      *    since the mail is no longer going there.
           MOVE SPACE TO WS-PAD-APPLIED-TYPE.
           EVALUATE TRUE
               WHEN WS-PAD-USE-BILLING
                   MOVE "B " TO WS-PAD-TYPE-ORDER
               WHEN WS-PAD-USE-SHIPPING
                   MOVE "SB" TO WS-PAD-TYPE-ORDER
               WHEN OTHER
                   MOVE "VB" TO WS-PAD-TYPE-ORDER
           END-EVALUATE.
           MOVE PM-PERSON-ID TO WS-PAD-ARG-PERSON-ID.
           PERFORM VARYING WS-PAD-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-PAD-TYPE-SUB > 2 OR WS-PAD-APPLIED
               IF WS-PAD-TYPE-ORDER(WS-PAD-TYPE-SUB:1) NOT = SPACE
                   MOVE WS-PAD-TYPE-ORDER(WS-PAD-TYPE-SUB:1)
                       TO WS-PAD-ARG-TYPE
                   PERFORM LOOKUP-ADDRESS-IN-EFFECT
                   IF WS-PAD-IN-EFFECT AND
                      NOT DA-MAIL-UNDELIVERABLE
                       MOVE DA-STREET       TO PM-STREET
                       MOVE DA-CITY         TO PM-CITY
                       MOVE DA-STATE-CODE   TO PM-STATE-CODE
                       MOVE DA-ZIP          TO PM-ZIP
                       MOVE DA-COUNTRY-CODE TO PM-COUNTRY-CODE
                       MOVE DA-POSTAL-CODE  TO PM-POSTAL-CODE
                       MOVE SPACE           TO PM-MAIL-STATUS
                       MOVE DA-ADDR-TYPE    TO WS-PAD-APPLIED-TYPE
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-PERSON-ADDRESSES.
           IF WS-PADDR-IS-OPEN
               CLOSE PERSON-ADDRESS-FILE
           END-IF.
