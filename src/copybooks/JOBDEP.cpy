      *Date: 2026-10-13 - Declared cross-job prerequisites, checked
      *                   against RUNCTL by the JOBGATE first step
      *                   of each gated job and shown by CYCLSTAT,
      *                   so both read the same list. The member
      *                   table names the steps that make up a job:
      *                   a job has completed a cycle date when every
      *                   member has a completion stamp for it. Each
      *                   rule gives the gated job, the rule type and
      *                   the prerequisite (a job from the member
      *                   table, or a single RUNCTL step):
      *                     S - completed for the same cycle date;
      *                     N - NOT already completed for the cycle
      *                         date (a job that finished the date
      *                         has nothing left to do until DAILYCYC
      *                         moves CYCLDATE on);
      *                     M - completed for every BDCAL business
      *                         day of the period.
      *                   CYCLBAL stamps its completion only when the
      *                   cycle balanced. Adding a prerequisite is a
      *                   table entry here. Callers set WS-JD-CYCLE-
      *                   DATE (S and N) and WS-JD-FROM/TO-DATE (M),
      *                   load the business calendar, SET JU-IDX to
      *                   a rule and PERFORM CHECK-JOB-RULE (from
      *                   JOBDEPP); WS-JD-RULE-MET and the
      *                   WS-JD-FINDING table - each missing item
      *                   with its date and step - come back. A job
      *                   that does not meet its rules ends its gate
      *                   step with WS-JD-NOT-MET-RC.
      *Date: 2026-10-15 - Rule type P - completed for the prior
      *                   cycle: the cycle date still on CYCLDATE,
      *                   read before CYCLNEXT moves it on. It is
      *                   due only when that date was a BDCAL
      *                   business day and WS-JD-BALANCED-STEP
      *                   completed it; a date that did not balance
      *                   is rerun by DAILYCYC before PAYCYCLE can
      *                   take it, and a weekend or holiday has no
      *                   PAYCYCLE, so either way the rule is waived
      *                   (WS-JD-DAY-COUNT comes back zero). DAILYCYC
      *                   now holds for the prior cycle's PAYCYCLE.
       01  WS-JD-MEMBER-VALUES.
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLESTORDGEN".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEORDEDIT ".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEORDCREDT".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLESHIPMTCH".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEORDTOTAL".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLELOCKBOX ".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEPAYAPPLY".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLERETAUTH ".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEARADJUST".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLECREDAPPL".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLECOMMACCR".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEARAGING ".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEGLEXTRCT".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEARROLLFW".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEBANKRECN".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEPROMCHK ".
           05 FILLER               PIC X(16) VALUE
              "PAYCYCLEPORTFEED".
       01  WS-JD-MEMBER-TABLE REDEFINES WS-JD-MEMBER-VALUES.
           05 WS-JD-MEMBER OCCURS 17 TIMES
                   INDEXED BY JM-IDX.
              10 JM-JOB-NAME       PIC X(8).
              10 JM-STEP-NAME      PIC X(8).
       01  WS-JD-MEMBER-COUNT      PIC 9(3) VALUE 17.

       01  WS-JD-RULE-VALUES.
           05 FILLER               PIC X(17) VALUE
              "PAYCYCLESPERSUPDT".
           05 FILLER               PIC X(17) VALUE
              "PAYCYCLESCYCLBAL ".
           05 FILLER               PIC X(17) VALUE
              "PAYCYCLENPAYCYCLE".
           05 FILLER               PIC X(17) VALUE
              "DAILYCYCPPAYCYCLE".
           05 FILLER               PIC X(17) VALUE
              "ARSTMT  MPAYCYCLE".
           05 FILLER               PIC X(17) VALUE
              "DUNNING MPAYCYCLE".
           05 FILLER               PIC X(17) VALUE
              "TAXREMITMPAYCYCLE".
           05 FILLER               PIC X(17) VALUE
              "FINCHRG MPAYCYCLE".
       01  WS-JD-RULE-TABLE REDEFINES WS-JD-RULE-VALUES.
           05 WS-JD-RULE OCCURS 8 TIMES
                   INDEXED BY JU-IDX.
              10 JU-JOB-NAME       PIC X(8).
              10 JU-RULE-TYPE      PIC X(1).
                 88 JU-SAME-CYCLE      VALUE "S".
                 88 JU-NOT-YET-DONE    VALUE "N".
                 88 JU-EVERY-BUS-DAY   VALUE "M".
                 88 JU-PRIOR-CYCLE     VALUE "P".
              10 JU-PREREQ         PIC X(8).
       01  WS-JD-RULE-COUNT        PIC 9(2) VALUE 8.

      *    The step whose completion stamp means a cycle date
      *    balanced and DAILYCYC will not run it again.
       01  WS-JD-BALANCED-STEP     PIC X(8) VALUE "CYCLBAL".

      *    Condition code a gate step ends with when its job's
      *    prerequisites are not met (16 stays the I/O abend code,
      *    12 the refused inbound file).
       01  WS-JD-NOT-MET-RC        PIC 9(2) VALUE 20.

       01  WS-JD-CYCLE-DATE        PIC 9(8).
       01  WS-JD-FROM-DATE         PIC 9(8).
       01  WS-JD-TO-DATE           PIC 9(8).
       01  WS-JD-RULE-SW           PIC X(1).
           88 WS-JD-RULE-MET           VALUE "Y".
       01  WS-JD-RULE-TEXT         PIC X(40).
       01  WS-JD-DAY-COUNT         PIC 9(3).

      *    Every step and date the rule needs, in date order, with
      *    what RUNCTL shows for it.
       01  WS-JD-MAX-REQS          PIC 9(4) VALUE 799.
       01  WS-JD-REQ-COUNT         PIC 9(4).
       01  WS-JD-REQ-TABLE.
           05 WS-JD-REQ OCCURS 800 TIMES
                   INDEXED BY JQ-IDX.
              10 JQ-DATE           PIC 9(8).
              10 JQ-STEP           PIC X(8).
              10 JQ-STATE          PIC X(1).
                 88 JQ-NOT-RUN         VALUE "N".
                 88 JQ-STARTED         VALUE "S".
                 88 JQ-COMPLETED       VALUE "C".

      *    What the rule found missing: a whole job not run on a
      *    date carries a blank step.
       01  WS-JD-FIND-COUNT        PIC 9(4).
       01  WS-JD-FINDING-TABLE.
           05 WS-JD-FINDING OCCURS 800 TIMES
                   INDEXED BY JF-IDX.
              10 JF-PREREQ         PIC X(8).
              10 JF-DATE           PIC 9(8).
              10 JF-STEP           PIC X(8).
              10 JF-TEXT           PIC X(24).

       01  WS-JD-DAY               PIC 9(8).
       01  WS-JD-DAY-INTEGER       PIC 9(7).
       01  WS-JD-STOP-INTEGER      PIC 9(7).
       01  WS-JD-ARG-STEP          PIC X(8).
       01  WS-JD-ARG-TEXT          PIC X(24).
       01  WS-JD-SUB               PIC 9(4).
       01  WS-JD-GROUP-START       PIC 9(4).
       01  WS-JD-GROUP-END         PIC 9(4).
       01  WS-JD-GROUP-SIZE        PIC 9(4).
       01  WS-JD-GROUP-DONE        PIC 9(4).
       01  WS-JD-GROUP-STARTED     PIC 9(4).
       01  WS-JD-JOB-SW            PIC X(1).
           88 WS-JD-PREREQ-IS-JOB      VALUE "Y".
       01  WS-JD-FULL-SW           PIC X(1).
           88 WS-JD-TABLE-FULL         VALUE "Y".
