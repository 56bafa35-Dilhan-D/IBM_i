      *Date: 2026-10-07 - Working-storage fields for the shared
      *                   dated-address lookups, used with COPY
      *                   PADDRP. LOOKUP-ADDRESS-IN-EFFECT takes the
      *                   person, type and date in WS-PAD-ARG-
      *                   PERSON-ID/-TYPE/-DATE and answers
      *                   WS-PAD-IN-EFFECT, leaving that address in
      *                   the record area. APPLY-ADDRESS-IN-EFFECT
      *                   takes a PERSON-MASTER record in the buffer,
      *                   the use in WS-PAD-USE (mailing, billing or
      *                   shipping) and the date in WS-PAD-ARG-DATE,
      *                   and lays the deliverable address in effect
      *                   over the buffer's address fields, naming
      *                   its type in WS-PAD-APPLIED-TYPE (space
      *                   when the master address stands).
       01  WS-PADDR-STATUS         PIC X(2).
       01  WS-PADDR-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PADDR-IS-OPEN          VALUE "Y".
       01  WS-PAD-ARG-PERSON-ID    PIC 9(6).
       01  WS-PAD-ARG-TYPE         PIC X(1).
       01  WS-PAD-ARG-DATE         PIC 9(8).
       01  WS-PAD-FOUND-SWITCH     PIC X(1).
           88 WS-PAD-IN-EFFECT          VALUE "Y".
       01  WS-PAD-BEST-FROM        PIC 9(8).
       01  WS-PAD-BROWSE-SWITCH    PIC X(1).
           88 WS-PAD-BROWSE-DONE        VALUE "Y".
       01  WS-PAD-USE              PIC X(1) VALUE "M".
           88 WS-PAD-USE-MAILING        VALUE "M".
           88 WS-PAD-USE-BILLING        VALUE "B".
           88 WS-PAD-USE-SHIPPING       VALUE "S".
       01  WS-PAD-TYPE-ORDER       PIC X(2).
       01  WS-PAD-TYPE-SUB         PIC 9(1).
       01  WS-PAD-APPLIED-TYPE     PIC X(1).
           88 WS-PAD-APPLIED            VALUE "B" "S" "V".
