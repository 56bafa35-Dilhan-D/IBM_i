      *                   logical delete; a retired person keeps the
      *                   last CURCLASS view they had but gets no new
      *                   decisions.
      *Date: 2026-10-06 - A person linked to a guardian on GUARDLNK
      *                   (GRDLNK copybook set) who has come out of
      *                   the Mineur bracket has the link ended
      *                   automatically and goes on the COMEAGE
      *                   coming-of-age list, so accounts can
      *                   contact the new adult directly. The count
      *                   rides on the RUNCTL stamp as count 2.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSCLAS.

               RECORD KEY IS CC-PERSON-ID
               FILE STATUS IS WS-CURCL-STATUS.

           SELECT COMING-OF-AGE-FILE ASSIGN TO "COMEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMEAGE-STATUS.

           COPY GRDLNK.

           COPY CYCDT.

           COPY RUNCTL.
           05 CC-AGE               PIC 9(3).
           05 CC-CLASS-DATE        PIC 9(8).

       FD  COMING-OF-AGE-FILE.
       01  COMING-OF-AGE-RECORD.
           05 CO-PERSON-ID         PIC 9(6).
           05 CO-NAME              PIC X(20).
           05 CO-BIRTH-DATE        PIC 9(8).
           05 CO-AGE               PIC 9(3).
           05 CO-GUARDIAN-ID       PIC 9(6).
           05 CO-RELATIONSHIP      PIC X(1).
           05 CO-LINK-START-DATE   PIC 9(8).
           05 CO-LINK-END-DATE     PIC 9(8).

           COPY GRDLNKFD.

           COPY CYCDTFD.

           COPY RUNCTLFD.
       COPY AGECUTOF.
       COPY AGEBRKT.
       COPY AGEDOB.
       COPY GRDLNKWS.
       01  WS-PM-STATUS         PIC X(2).
       01  WS-LOG-STATUS        PIC X(2).
       01  WS-CURCL-STATUS      PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER        VALUE "Y".
       01  WS-COUNT-CLASSIFIED  PIC 9(7) VALUE ZEROS.
       01  WS-COMEAGE-STATUS    PIC X(2).
       01  WS-COUNT-COME-OF-AGE PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           END-PERFORM.
           PERFORM CLOSE-FILES.
           DISPLAY "Persons classified: " WS-COUNT-CLASSIFIED.
           DISPLAY "Guardian links ended at majority: "
                   WS-COUNT-COME-OF-AGE.
           MOVE WS-COUNT-CLASSIFIED TO WS-RC-COUNT-1.
           MOVE WS-COUNT-COME-OF-AGE TO WS-RC-COUNT-2.
           PERFORM RECORD-STEP-END.
           STOP RUN.

               MOVE WS-CURCL-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           PERFORM OPEN-GUARDIAN-LINKS-I-O.
           OPEN EXTEND COMING-OF-AGE-FILE.
           IF WS-COMEAGE-STATUS = "05" OR WS-COMEAGE-STATUS = "35"
               OPEN OUTPUT COMING-OF-AGE-FILE
           END-IF.
           IF WS-COMEAGE-STATUS NOT = "00"
               MOVE "PERSCLAS"    TO WS-ERR-PROGRAM
               MOVE "COMEAGE"     TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-COMEAGE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CLASSIFY-ONE-PERSON.
           PERFORM DERIVE-CURRENT-AGE.
           PERFORM CLASSIFY-BY-AGE-BRACKET.
           PERFORM LOG-PERSON-CLASSIFICATION.
           PERFORM POST-CURRENT-CLASS.
           IF WS-AGE-TO-CLASSIFY > WS-MAJORITY-AGE
               PERFORM END-LINK-AT-MAJORITY
           END-IF.
           ADD 1 TO WS-COUNT-CLASSIFIED.

       DERIVE-CURRENT-AGE.
                   END-IF
           END-READ.

       END-LINK-AT-MAJORITY.
      *    Out of the Mineur bracket: a guardian link still active
      *    is ended as of the run date, and the new adult goes on
      *    the coming-of-age list with the guardian who answered
      *    for them.
           MOVE PM-PERSON-ID TO WS-GRD-ARG-PERSON-ID.
           PERFORM LOOKUP-GUARDIAN-LINK.
           IF WS-GRD-LINKED
               MOVE "E"             TO GL-LINK-STATUS
               MOVE WS-DOB-RUN-DATE TO GL-END-DATE
               MOVE "M"             TO GL-END-REASON
               MOVE "PERSCLAS"      TO GL-OPERATOR
               REWRITE GUARDIAN-LINK-RECORD
               IF WS-GRDLNK-STATUS NOT = "00"
                   MOVE "PERSCLAS" TO WS-ERR-PROGRAM
                   MOVE "GUARDLNK" TO WS-ERR-FILE-NAME
                   MOVE "REWRITE"  TO WS-ERR-OPERATION
                   MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   PERFORM WRITE-COMING-OF-AGE
               END-IF
           END-IF.

       WRITE-COMING-OF-AGE.
           MOVE PM-PERSON-ID       TO CO-PERSON-ID.
           MOVE PM-NAME            TO CO-NAME.
           MOVE WS-DOB-BIRTH-DATE  TO CO-BIRTH-DATE.
           MOVE WS-AGE-TO-CLASSIFY TO CO-AGE.
           MOVE GL-GUARDIAN-ID     TO CO-GUARDIAN-ID.
           MOVE GL-RELATIONSHIP    TO CO-RELATIONSHIP.
           MOVE GL-START-DATE      TO CO-LINK-START-DATE.
           MOVE GL-END-DATE        TO CO-LINK-END-DATE.
           WRITE COMING-OF-AGE-RECORD.
           IF WS-COMEAGE-STATUS NOT = "00"
               MOVE "PERSCLAS" TO WS-ERR-PROGRAM
               MOVE "COMEAGE"  TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-COMEAGE-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-COUNT-COME-OF-AGE
           END-IF.

       CLOSE-FILES.
           CLOSE PERSON-MASTER-FILE.
           CLOSE CLASSIFICATION-LOG-FILE.
           CLOSE CURRENT-CLASS-FILE.
           CLOSE COMING-OF-AGE-FILE.
           PERFORM CLOSE-GUARDIAN-LINKS.

       COPY AGEBRKTP.

       COPY AGEDOBP.

       COPY GRDLNKP.

       COPY CYCDTP.

       COPY RUNCTLP.
