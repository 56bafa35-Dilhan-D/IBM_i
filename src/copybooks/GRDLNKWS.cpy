      *Date: 2026-10-06 - Working-storage fields for the shared
      *                   guardian-link lookups, used with COPY
      *                   GRDLNKP. LOOKUP-GUARDIAN-LINK takes the
      *                   person in WS-GRD-ARG-PERSON-ID and answers
      *                   WS-GRD-LINKED with the guardian in
      *                   WS-GRD-GUARDIAN-ID. JUDGE-WARD-IS-MINOR
      *                   works off the PERSON-MASTER record in the
      *                   buffer and answers WS-GRD-WARD-IS-MINOR.
      *                   RESOLVE-RESPONSIBLE-PARTY combines the two
      *                   for a person's record in the buffer and
      *                   answers WS-GRD-USE-GUARDIAN, leaving the
      *                   guardian's record in the buffer and the
      *                   person's own ID and name in WS-GRD-WARD-ID
      *                   and WS-GRD-WARD-NAME.
       01  WS-GRDLNK-STATUS        PIC X(2).
       01  WS-GRDLNK-OPEN-SWITCH   PIC X(1) VALUE "N".
           88 WS-GRDLNK-IS-OPEN         VALUE "Y".
       01  WS-GRD-ARG-PERSON-ID    PIC 9(6).
       01  WS-GRD-FOUND-SWITCH     PIC X(1).
           88 WS-GRD-LINKED             VALUE "Y".
       01  WS-GRD-GUARDIAN-ID      PIC 9(6).
       01  WS-GRD-RELATIONSHIP     PIC X(1).
       01  WS-GRD-MINOR-SWITCH     PIC X(1).
           88 WS-GRD-WARD-IS-MINOR      VALUE "Y".
       01  WS-GRD-WARD-AGE         PIC 9(5).
       01  WS-GRD-USE-SWITCH       PIC X(1).
           88 WS-GRD-USE-GUARDIAN       VALUE "Y".
       01  WS-GRD-WARD-ID          PIC 9(6).
       01  WS-GRD-WARD-NAME        PIC X(20).
