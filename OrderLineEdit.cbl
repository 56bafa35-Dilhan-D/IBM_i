      *                   set, maintained by MAINTITM) - a line for
      *                   an item not on file is a reject before it
      *                   can price an invoice.
      *Date: 2026-09-16 - Resolve each clean line's price through
      *                   the shared PRCREF pricing rules (contract
      *                   price, quantity break, list price) with
      *                   the customer and order date from the
      *                   ORDHDR header, and pass it forward on
      *                   OL-UNIT-PRICE - the same price ORDENTRY
      *                   showed and ORDER-TOTAL will bill. Fill the
      *                   quantity ordered from OL-QTY on lines that
      *                   arrive without it.
      *Date: 2026-09-30 - Widen the order header copy for the
      *                   sales rep code.
      *Date: 2026-10-05 - Reject a line for an age-restricted item
      *                   when the order's customer is below the
      *                   item's minimum AGEBRKT bracket at the order
      *                   date, derived from PM-BIRTH-DATE, or has no
      *                   birth date on file; each refusal goes to
      *                   the AGECOMPL compliance log.
      *Date: 2026-10-12 - Pre-read ORDHDR and ORDLINES for their
      *                   record count, hash and extended line value
      *                   and check the pair, as one set under
      *                   ORDLINES, against the shared INFREG
      *                   inbound-file registry: a set already edited
      *                   is refused with RETURN-CODE 12 and nothing
      *                   is written, unless INFRLSE carries a
      *                   supervisor's release. The set is registered
      *                   once the edit completes.
      *Date: 2026-10-13 - Stamp RUNCTL start and completion under
      *                   the CYCLDATE cycle date, as the DAILYCYC
      *                   steps do, so JOBGATE can tell a PAYCYCLE
      *                   day completed. The step does not skip on
      *                   an earlier stamp: it is also run on
      *                   demand from MAINMENU, and INFREG already
      *                   refuses an order set edited before.
      *Date: 2026-10-15 - Take the run PARM. MAINMENU passes MENU:
      *                   an on-demand edit neither stamps RUNCTL nor
      *                   checks or registers the order set on
      *                   INFREG, both of which track the PAYCYCLE
      *                   step only. A resubmitted PAYCYCLE step
      *                   finds its own INFREG entry for the same
      *                   cycle date and edits again rather than
      *                   being refused. The registry entry carries
      *                   the CYCLDATE cycle date, and the last
      *                   run's counts and switches are cleared on
      *                   entry.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEDIT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHDR-STATUS.

           COPY ITMREF.

           COPY PRCREF.

           COPY PERSSEL.

           COPY AGERST.

           COPY INFREG.

           COPY CYCDT.

           COPY RUNCTL.

           COPY ERRLOG.

       DATA DIVISION.
           COPY ORDLINER.

       FD  EDITED-LINES-FILE.
       01  EDITED-LINE-RECORD      PIC X(35).

       FD  LINE-REJECT-FILE.
       01  LINE-REJECT-LINE        PIC X(80).

       FD  ORDER-HEADER-FILE.
       01  ORDER-HEADER-RECORD.
           05 OH-ORDER-NUMBER       PIC 9(6).
           05 OH-PERSON-ID          PIC 9(6).
           05 OH-ORDER-DATE         PIC 9(8).
           05 OH-REP-CODE           PIC X(4).

           COPY ITMREFFD.

           COPY PRCREFFD.

       FD  PERSON-MASTER-FILE.
           COPY PERSONREC.

           COPY AGERSTFD.

           COPY INFREGFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY CYCDTWS.
       COPY RUNCTLWS.
       COPY ITMREFWS.
       COPY PRCREFWS.
       COPY AGERSTWS.
       COPY INFREGWS.
       COPY AGECUTOF.
       COPY AGEBRKT.
       COPY AGEDOB.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-PM-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PM-FILE-IS-OPEN      VALUE "Y".
       01  WS-ORDLINE-STATUS    PIC X(2).
       01  WS-ORDHDR-STATUS     PIC X(2).
       01  WS-CURRENT-DATE      PIC X(21).
       01  WS-HDR-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-END-OF-HEADERS       VALUE "Y".
       01  WS-EDITED-STATUS     PIC X(2).
       01  WS-REJ-STATUS        PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-LINES         VALUE "Y".
       01  WS-MENU-RUN-SW       PIC X(1) VALUE "N".
           88 WS-MENU-RUN             VALUE "Y".

       01  WS-COUNT-READ        PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-CLEAN       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REJECTED    PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-REPRICED    PIC 9(7) VALUE ZEROS.

      *    The day's order headers, for the customer and order date
      *    a line's price resolves under.
       01  WS-HEADER-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-MAX-HEADERS       PIC 9(3) VALUE 500.
       01  WS-HEADER-TABLE.
           05 WS-HEADER-ENTRY OCCURS 500 TIMES
                   INDEXED BY HD-IDX.
              10 HT-ORDER-NUMBER   PIC 9(6).
              10 HT-PERSON-ID      PIC 9(6).
              10 HT-ORDER-DATE     PIC 9(8).

       01  WS-LINE-VALID        PIC X(1).
           88 WS-LINE-IS-VALID        VALUE "Y".
           05 SL-LABEL          PIC X(20).
           05 SL-COUNT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *    The run PARM, halfword length then text. The PAYCYCLE
      *    step passes none; MAINMENU passes MENU.
       01  LK-RUN-PARM.
           05 LK-PARM-LENGTH    PIC S9(4) COMP.
           05 LK-PARM-TEXT      PIC X(4).

       PROCEDURE DIVISION USING LK-RUN-PARM.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           MOVE "N" TO WS-MENU-RUN-SW.
           IF LK-PARM-LENGTH >= 4
               IF LK-PARM-TEXT = "MENU"
                   MOVE "Y" TO WS-MENU-RUN-SW
               END-IF
           END-IF.
      *    Called again from the menu the program still holds the
      *    last run's counts and switches.
           MOVE "N" TO WS-EOF-SWITCH WS-HDR-EOF-SWITCH.
           MOVE ZEROS TO WS-COUNT-READ WS-COUNT-CLEAN
                         WS-COUNT-REJECTED WS-COUNT-REPRICED
                         WS-HEADER-COUNT.
           MOVE "ORDEDIT" TO WS-ERR-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CYC-RUN-DATE.
           PERFORM RESOLVE-CYCLE-DATE.
           MOVE WS-CYC-DATE TO WS-RC-CYCLE-DATE.
           MOVE "ORDEDIT" TO WS-RC-STEP-NAME.
      *    RUNCTL and INFREG are the PAYCYCLE step's - JOBGATE reads
      *    the RUNCTL stamp as the PAYCYCLE day completed.
           IF NOT WS-MENU-RUN
               PERFORM RECORD-STEP-START
               PERFORM CHECK-ORDER-REGISTRY
               IF WS-IF-FILE-DUPLICATE
                   DISPLAY "ORDHDR/ORDLINES refused - nothing edited."
                   GOBACK
               END-IF
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ORDER-HEADERS.
           PERFORM UNTIL WS-END-OF-LINES
               READ ORDER-LINES-FILE
                   AT END
           END-PERFORM.
           PERFORM WRITE-EDIT-SUMMARY.
           PERFORM CLOSE-FILES.
           IF NOT WS-MENU-RUN
               PERFORM REGISTER-INBOUND-FILE
               MOVE WS-COUNT-READ TO WS-RC-COUNT-1
               MOVE WS-COUNT-CLEAN TO WS-RC-COUNT-2
               MOVE WS-COUNT-REJECTED TO WS-RC-COUNT-3
               MOVE WS-COUNT-REPRICED TO WS-RC-COUNT-4
               PERFORM RECORD-STEP-END
           END-IF.
           GOBACK.

       CHECK-ORDER-REGISTRY.
      *    Count and hash the headers and lines, and total the
      *    lines' quantity times unit price, before anything is
      *    edited. Files that will not open are left for OPEN-FILES
      *    and LOAD-ORDER-HEADERS to deal with. Re-editing the set
      *    already taken for this cycle is a resubmit of the step,
      *    not a duplicate - the edit rebuilds its outputs.
           MOVE "ORDLINES" TO WS-IF-SOURCE.
           PERFORM START-INBOUND-FILE.
           MOVE WS-CYC-DATE TO WS-IF-CYCLE-DATE.
           MOVE "Y" TO WS-IF-RERUN-SW.
           MOVE 24 TO WS-IF-HASH-LENGTH.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS = "00"
               PERFORM UNTIL WS-END-OF-HEADERS
                   READ ORDER-HEADER-FILE
                       AT END
                           MOVE "Y" TO WS-HDR-EOF-SWITCH
                       NOT AT END
                           MOVE ORDER-HEADER-RECORD
                               TO WS-IF-HASH-RECORD
                           PERFORM TALLY-INBOUND-RECORD
                   END-READ
                   IF WS-ORDHDR-STATUS NOT = "00" AND
                      WS-ORDHDR-STATUS NOT = "10"
                       MOVE "ORDHDR" TO WS-ERR-FILE-NAME
                       MOVE "READ"   TO WS-ERR-OPERATION
                       MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                       MOVE "Y" TO WS-HDR-EOF-SWITCH
                   END-IF
               END-PERFORM
               CLOSE ORDER-HEADER-FILE
           END-IF.
           MOVE "N" TO WS-HDR-EOF-SWITCH.
           MOVE 35 TO WS-IF-HASH-LENGTH.
           OPEN INPUT ORDER-LINES-FILE.
           IF WS-ORDLINE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-LINES
                   READ ORDER-LINES-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TALLY-ORDER-LINE
                   END-READ
                   IF WS-ORDLINE-STATUS NOT = "00" AND
                      WS-ORDLINE-STATUS NOT = "10"
                       MOVE "ORDLINES" TO WS-ERR-FILE-NAME
                       MOVE "READ"     TO WS-ERR-OPERATION
                       MOVE WS-ORDLINE-STATUS TO WS-ERR-STATUS
                       PERFORM LOG-FILE-ERROR
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
               END-PERFORM
               CLOSE ORDER-LINES-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM CHECK-INBOUND-FILE.

       TALLY-ORDER-LINE.
           MOVE ORDER-LINE-RECORD TO WS-IF-HASH-RECORD.
           PERFORM TALLY-INBOUND-RECORD.
           IF OL-QTY IS NUMERIC AND OL-UNIT-PRICE IS NUMERIC
               COMPUTE WS-IF-AMOUNT-TOTAL = WS-IF-AMOUNT-TOTAL +
                   OL-QTY * OL-UNIT-PRICE
           END-IF.

       OPEN-FILES.
           PERFORM OPEN-ITEM-MASTER.
           IF NOT WS-ITEM-FILE-IS-OPEN
               DISPLAY "No ITEMMAST master - item checks skipped."
           END-IF.
           PERFORM OPEN-PRICE-FILES.
      *    The person master is only read for the birth date of a
      *    customer ordering an age-restricted item; without it
      *    no age can be told and such lines are refused.
           OPEN INPUT PERSON-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-PM-STATUS = "00"
                   MOVE "Y" TO WS-PM-OPEN-SWITCH
               WHEN WS-PM-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-PM-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT ORDER-LINES-FILE.
           IF WS-ORDLINE-STATUS NOT = "00"
               MOVE "ORDLINES"   TO WS-ERR-FILE-NAME
               PERFORM CHECK-LINE-SEQUENCE
           END-IF.
           IF WS-LINE-IS-VALID
               PERFORM RESOLVE-EDITED-PRICE
               WRITE EDITED-LINE-RECORD FROM ORDER-LINE-RECORD
               IF WS-EDITED-STATUS NOT = "00"
                   MOVE "ORDLINED" TO WS-ERR-FILE-NAME
                   MOVE "N" TO WS-LINE-VALID
                   MOVE "Item not on item master"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-ITEM-FOUND-AGE-MIN > 1
                       PERFORM CHECK-LINE-AGE-RESTRICTION
                   END-IF
               END-IF
           END-IF.

       CHECK-LINE-AGE-RESTRICTION.
      *    The customer's age is taken at the order date on the
      *    ORDHDR header. A line whose header is not in today's
      *    file has no customer to tell the age of, and is refused
      *    like a customer with no birth date.
           MOVE ZEROS TO WS-AGR-ARG-PERSON-ID.
           MOVE ZEROS TO WS-AGR-ARG-BIRTH-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-AGR-ARG-ORDER-DATE.
           SET HD-IDX TO 1.
           SEARCH WS-HEADER-ENTRY
               VARYING HD-IDX
               AT END
                   CONTINUE
               WHEN HD-IDX > WS-HEADER-COUNT
                   CONTINUE
               WHEN HT-ORDER-NUMBER(HD-IDX) = OL-ORDER-NUMBER
                   MOVE HT-PERSON-ID(HD-IDX) TO WS-AGR-ARG-PERSON-ID
                   MOVE HT-ORDER-DATE(HD-IDX)
                       TO WS-AGR-ARG-ORDER-DATE
           END-SEARCH.
           IF WS-AGR-ARG-PERSON-ID > ZEROS AND WS-PM-FILE-IS-OPEN
               MOVE WS-AGR-ARG-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-BIRTH-DATE TO WS-AGR-ARG-BIRTH-DATE
               END-READ
           END-IF.
           MOVE WS-ITEM-FOUND-AGE-MIN TO WS-AGR-ARG-MIN-BRACKET.
           MOVE OL-ORDER-NUMBER       TO WS-AGR-ARG-ORDER.
           MOVE OL-ITEM-NUMBER        TO WS-AGR-ARG-ITEM.
           PERFORM CHECK-AGE-RESTRICTION.
           EVALUATE TRUE
               WHEN WS-AGR-UNDER-AGE
                   MOVE "N" TO WS-LINE-VALID
                   MOVE "Age-restricted item - customer under age"
                       TO WS-REJECT-REASON
               WHEN WS-AGR-NO-BIRTH-DATE
                   MOVE "N" TO WS-LINE-VALID
                   MOVE "Age-restricted item - no birth date"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-ORDER-HEADERS.
      *    A missing ORDHDR (the edit run on its own from the menu)
      *    just means lines price for no particular customer on
      *    today's date.
           OPEN INPUT ORDER-HEADER-FILE.
           IF WS-ORDHDR-STATUS = "35"
               MOVE "Y" TO WS-HDR-EOF-SWITCH
           ELSE
               IF WS-ORDHDR-STATUS NOT = "00"
                   MOVE "ORDHDR"     TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-HEADERS
               READ ORDER-HEADER-FILE
                   AT END
                       MOVE "Y" TO WS-HDR-EOF-SWITCH
                   NOT AT END
                       IF WS-HEADER-COUNT < WS-MAX-HEADERS
                           ADD 1 TO WS-HEADER-COUNT
                           MOVE OH-ORDER-NUMBER TO
                               HT-ORDER-NUMBER(WS-HEADER-COUNT)
                           MOVE OH-PERSON-ID TO
                               HT-PERSON-ID(WS-HEADER-COUNT)
                           MOVE OH-ORDER-DATE TO
                               HT-ORDER-DATE(WS-HEADER-COUNT)
                       ELSE
                           DISPLAY "SKIPPED beyond header table "
                                   "limit: order " OH-ORDER-NUMBER
                       END-IF
               END-READ
               IF WS-ORDHDR-STATUS NOT = "00" AND
                  WS-ORDHDR-STATUS NOT = "10"
                   MOVE "ORDHDR" TO WS-ERR-FILE-NAME
                   MOVE "READ"   TO WS-ERR-OPERATION
                   MOVE WS-ORDHDR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           IF WS-ORDHDR-STATUS NOT = "35"
               CLOSE ORDER-HEADER-FILE
           END-IF.

       RESOLVE-EDITED-PRICE.
      *    The item lookup in CHECK-ITEM-ON-MASTER left the list
      *    price in WS-ITEM-FOUND-PRICE. With no item master the
      *    keyed price stands, as it will at invoice time.
           IF OL-QTY-ORDERED IS NOT NUMERIC OR
              OL-QTY-ORDERED = ZEROS
               MOVE OL-QTY TO OL-QTY-ORDERED
           END-IF.
           IF WS-ITEM-KNOWN
               MOVE ZEROS TO WS-PRC-ARG-PERSON-ID
               MOVE WS-CURRENT-DATE(1:8) TO WS-PRC-ARG-DATE
               SET HD-IDX TO 1
               SEARCH WS-HEADER-ENTRY
                   VARYING HD-IDX
                   AT END
                       CONTINUE
                   WHEN HD-IDX > WS-HEADER-COUNT
                       CONTINUE
                   WHEN HT-ORDER-NUMBER(HD-IDX) = OL-ORDER-NUMBER
                       MOVE HT-PERSON-ID(HD-IDX)
                           TO WS-PRC-ARG-PERSON-ID
                       MOVE HT-ORDER-DATE(HD-IDX) TO WS-PRC-ARG-DATE
               END-SEARCH
               MOVE OL-ITEM-NUMBER      TO WS-PRC-ARG-ITEM
               MOVE OL-QTY-ORDERED      TO WS-PRC-ARG-QTY
               MOVE WS-ITEM-FOUND-PRICE TO WS-PRC-ARG-LIST-PRICE
               PERFORM RESOLVE-LINE-PRICE
               IF WS-PRC-PRICE NOT = OL-UNIT-PRICE
                   ADD 1 TO WS-COUNT-REPRICED
                   MOVE WS-PRC-PRICE TO OL-UNIT-PRICE
               END-IF
           END-IF.

           MOVE "Rejected:"       TO SL-LABEL.
           MOVE WS-COUNT-REJECTED TO SL-COUNT.
           WRITE LINE-REJECT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Repriced:"       TO SL-LABEL.
           MOVE WS-COUNT-REPRICED TO SL-COUNT.
           WRITE LINE-REJECT-LINE FROM WS-SUMMARY-LINE.
           MOVE "Age refusals:"   TO SL-LABEL.
           MOVE WS-AGR-REFUSAL-COUNT TO SL-COUNT.
           WRITE LINE-REJECT-LINE FROM WS-SUMMARY-LINE.
           DISPLAY "Lines read:     " WS-COUNT-READ.
           DISPLAY "Passed forward: " WS-COUNT-CLEAN.
           DISPLAY "Rejected:       " WS-COUNT-REJECTED.
           DISPLAY "Repriced:       " WS-COUNT-REPRICED.
           DISPLAY "Age refusals:   " WS-AGR-REFUSAL-COUNT.

       CLOSE-FILES.
           CLOSE ORDER-LINES-FILE.
           CLOSE EDITED-LINES-FILE.
           CLOSE LINE-REJECT-FILE.
           PERFORM CLOSE-ITEM-MASTER.
           PERFORM CLOSE-PRICE-FILES.
           IF WS-PM-FILE-IS-OPEN
               CLOSE PERSON-MASTER-FILE
           END-IF.

       COPY ITMREFP.

       COPY PRCREFP.

       COPY AGERSTP.

       COPY AGEBRKTP.

       COPY AGEDOBP.

       COPY INFREGP.

       COPY CYCDTP.

       COPY RUNCTLP.

       COPY ERRLOGP.
