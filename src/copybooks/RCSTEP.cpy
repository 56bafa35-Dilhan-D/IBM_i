      *Date: 2026-10-15 - Shared run-control step-name override file
      *                   for FILE-CONTROL: one optional record, the
      *                   name a step should stamp RUNCTL under when
      *                   a job runs it outside its usual cycle (as
      *                   FINCHRG runs GLEXTRCT and ARROLLFW on the
      *                   finance-charge feed), so that run is never
      *                   taken for the cycle's own. Used with
      *                   RCSTEPFD/RCSTEPWS/RCSTEPP.
           SELECT RUN-STEP-NAME-FILE ASSIGN TO "RCSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCSTEP-STATUS.
