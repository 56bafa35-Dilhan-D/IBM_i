      *Date: 2026-10-15 - Shared run-control step-name override
      *                   paragraph. Callers must also have COPYed
      *                   RCSTEP/RCSTEPFD/RCSTEPWS and the RUNCTL set,
      *                   and move their own step name to
      *                   WS-RC-STEP-NAME before PERFORMing. No
      *                   override record (the normal cycle run)
      *                   leaves that name as it is.
       RESOLVE-RUN-STEP-NAME.
           OPEN INPUT RUN-STEP-NAME-FILE.
           IF WS-RCSTEP-STATUS = "00"
               READ RUN-STEP-NAME-FILE
                   NOT AT END
                       IF RS-STEP-NAME NOT = SPACES
                           MOVE RS-STEP-NAME TO WS-RC-STEP-NAME
                       END-IF
               END-READ
               CLOSE RUN-STEP-NAME-FILE
           END-IF.
