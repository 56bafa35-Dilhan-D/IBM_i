      *Date: 2026-10-06 - Shared open/lookup/close paragraphs for the
      *                   guardian-link file. Callers must also have
      *                   COPYed GRDLNK/GRDLNKFD/GRDLNKWS, PERSSEL/
      *                   PERSONREC, AGECUTOF, AGEDOB/AGEDOBP and the
      *                   ERRLOG set, set WS-ERR-PROGRAM and
      *                   WS-DOB-RUN-DATE before PERFORMing an open,
      *                   and PERFORM CLOSE-GUARDIAN-LINKS before
      *                   their own shutdown. A missing GUARDLNK is
      *                   tolerated by the readers - nobody is
      *                   linked and everyone is addressed in their
      *                   own name as before.
       OPEN-GUARDIAN-LINKS.
           MOVE "N" TO WS-GRDLNK-OPEN-SWITCH.
           OPEN INPUT GUARDIAN-LINK-FILE.
           EVALUATE TRUE
               WHEN WS-GRDLNK-STATUS = "00"
                   MOVE "Y" TO WS-GRDLNK-OPEN-SWITCH
               WHEN WS-GRDLNK-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "GUARDLNK"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       OPEN-GUARDIAN-LINKS-I-O.
      *    The maintainers create the file the first time, the same
      *    way PERSCLAS creates CURCLASS.
           MOVE "N" TO WS-GRDLNK-OPEN-SWITCH.
           OPEN I-O GUARDIAN-LINK-FILE.
           IF WS-GRDLNK-STATUS = "35"
               CLOSE GUARDIAN-LINK-FILE
               OPEN OUTPUT GUARDIAN-LINK-FILE
               CLOSE GUARDIAN-LINK-FILE
               OPEN I-O GUARDIAN-LINK-FILE
           END-IF.
           IF WS-GRDLNK-STATUS = "00"
               MOVE "Y" TO WS-GRDLNK-OPEN-SWITCH
           ELSE
               MOVE "GUARDLNK" TO WS-ERR-FILE-NAME
               MOVE "OPEN I-O" TO WS-ERR-OPERATION
               MOVE WS-GRDLNK-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       LOOKUP-GUARDIAN-LINK.
      *    Linked means an active link is on file; an ended one
      *    leaves the record in GUARDIAN-LINK-RECORD for the caller
      *    to show or reuse, but links nobody.
           MOVE "N"    TO WS-GRD-FOUND-SWITCH.
           MOVE ZEROS  TO WS-GRD-GUARDIAN-ID.
           MOVE SPACES TO WS-GRD-RELATIONSHIP.
           IF WS-GRDLNK-IS-OPEN
               MOVE WS-GRD-ARG-PERSON-ID TO GL-PERSON-ID
               READ GUARDIAN-LINK-FILE
                   INVALID KEY
                       MOVE ZEROS TO GL-PERSON-ID
                   NOT INVALID KEY
                       IF GL-IS-ACTIVE
                           MOVE "Y" TO WS-GRD-FOUND-SWITCH
                           MOVE GL-GUARDIAN-ID
                               TO WS-GRD-GUARDIAN-ID
                           MOVE GL-RELATIONSHIP
                               TO WS-GRD-RELATIONSHIP
                       END-IF
               END-READ
           END-IF.

       JUDGE-WARD-IS-MINOR.
      *    Age as of WS-DOB-RUN-DATE from PM-BIRTH-DATE, falling
      *    back to the stored PM-AGE like PERSCLAS does; a minor is
      *    anyone PERSCLAS would put in the Mineur bracket, whose
      *    upper age is the AGECUTOF majority age.
           IF PM-BIRTH-DATE IS NUMERIC
               MOVE PM-BIRTH-DATE TO WS-DOB-BIRTH-DATE
           ELSE
               MOVE ZEROS TO WS-DOB-BIRTH-DATE
           END-IF.
           PERFORM COMPUTE-AGE-FROM-DOB.
           IF WS-DOB-DERIVED-AGE = ZEROS
               MOVE PM-AGE TO WS-DOB-DERIVED-AGE
           END-IF.
           MOVE WS-DOB-DERIVED-AGE TO WS-GRD-WARD-AGE.
           IF WS-GRD-WARD-AGE <= WS-MAJORITY-AGE
               MOVE "Y" TO WS-GRD-MINOR-SWITCH
           ELSE
               MOVE "N" TO WS-GRD-MINOR-SWITCH
           END-IF.

       RESOLVE-RESPONSIBLE-PARTY.
      *    With the person's own record in the buffer: a minor with
      *    an active link to a guardian still active on the master
      *    is answered by the guardian, whose record is left in the
      *    buffer. Otherwise the person's own record is put back.
      *    Keyed reads - not for use inside a READ NEXT browse.
           MOVE "N" TO WS-GRD-USE-SWITCH.
           MOVE PM-PERSON-ID TO WS-GRD-WARD-ID.
           MOVE PM-NAME      TO WS-GRD-WARD-NAME.
           MOVE PM-PERSON-ID TO WS-GRD-ARG-PERSON-ID.
           PERFORM LOOKUP-GUARDIAN-LINK.
           IF WS-GRD-LINKED
               PERFORM JUDGE-WARD-IS-MINOR
               IF WS-GRD-WARD-IS-MINOR
                   MOVE WS-GRD-GUARDIAN-ID TO PM-PERSON-ID
                   READ PERSON-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-RECORD-ACTIVE
                               MOVE "Y" TO WS-GRD-USE-SWITCH
                           END-IF
                   END-READ
                   IF NOT WS-GRD-USE-GUARDIAN
                       MOVE WS-GRD-WARD-ID TO PM-PERSON-ID
                       READ PERSON-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       CLOSE-GUARDIAN-LINKS.
           IF WS-GRDLNK-IS-OPEN
               CLOSE GUARDIAN-LINK-FILE
               MOVE "N" TO WS-GRDLNK-OPEN-SWITCH
           END-IF.
