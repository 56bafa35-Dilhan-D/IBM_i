      *Date: 2026-10-08 - Working-storage fields for the shared
      *                   e-delivery write, used with COPY EDLVP.
      *                   Callers set WS-EDL-SOURCE and
      *                   WS-EDL-RUN-DATE before OPEN-EDELIVERY;
      *                   RESOLVE-DELIVERY-CHANNEL then says, from
      *                   the PERSON-MASTER buffer, whether each
      *                   document goes on paper, by email, both or
      *                   not at all.
       01  WS-EDL-STATUS          PIC X(2).
       01  WS-EDL-OPEN-SWITCH     PIC X(1) VALUE "N".
           88 WS-EDL-IS-OPEN           VALUE "Y".
       01  WS-EDL-SOURCE          PIC X(4).
       01  WS-EDL-RUN-DATE        PIC 9(8).
       01  WS-EDL-PERSON-ID       PIC 9(6).
       01  WS-EDL-CHANNEL         PIC X(1).
           88 WS-EDL-PAPER-ONLY        VALUE "P".
           88 WS-EDL-EMAIL-ONLY        VALUE "E".
           88 WS-EDL-PAPER-AND-EMAIL   VALUE "B".
           88 WS-EDL-SUPPRESSED        VALUE "S".
           88 WS-EDL-TO-PAPER          VALUE "P" "B".
           88 WS-EDL-TO-EMAIL          VALUE "E" "B".
       01  WS-EDL-EMAIL-SWITCH    PIC X(1).
           88 WS-EDL-EMAIL-USABLE      VALUE "Y".
       01  WS-EDL-PAPER-SWITCH    PIC X(1).
           88 WS-EDL-PAPER-USABLE      VALUE "Y".
       01  WS-EDL-TEXT            PIC X(132).
       01  WS-EDL-POINTER         PIC 9(3).
       01  WS-EDL-DOC-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-EDL-REC-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-EDL-ED-COUNT        PIC Z(6)9.
       01  WS-EDL-ED-DOCS         PIC Z(6)9.
