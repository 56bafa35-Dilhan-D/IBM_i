      *Date: 2026-10-15 - FD for the shared run-control step-name
      *                   override. One record: the RUNCTL step name.
       FD  RUN-STEP-NAME-FILE.
       01  RUN-STEP-NAME-RECORD.
           05 RS-STEP-NAME      PIC X(8).
