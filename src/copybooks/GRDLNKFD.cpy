      *Date: 2026-10-06 - Record layout for the guardian-link file.
      *                   An ended link keeps its record, with the
      *                   date and why it ended (operator, or the
      *                   person came of age), until a new link is
      *                   set over it. Relationship is parent "P",
      *                   legal guardian "G" or other responsible
      *                   party "R".
       FD  GUARDIAN-LINK-FILE.
       01  GUARDIAN-LINK-RECORD.
           05 GL-PERSON-ID         PIC 9(6).
           05 GL-GUARDIAN-ID       PIC 9(6).
           05 GL-RELATIONSHIP      PIC X(1).
              88 GL-IS-PARENT          VALUE "P".
              88 GL-IS-LEGAL-GUARDIAN  VALUE "G".
              88 GL-IS-RESPONSIBLE     VALUE "R".
              88 GL-RELATIONSHIP-VALID VALUE "P" "G" "R".
           05 GL-LINK-STATUS       PIC X(1).
              88 GL-IS-ACTIVE          VALUE "A".
              88 GL-IS-ENDED           VALUE "E".
           05 GL-START-DATE        PIC 9(8).
           05 GL-END-DATE          PIC 9(8).
           05 GL-END-REASON        PIC X(1).
              88 GL-ENDED-BY-OPERATOR  VALUE "O".
              88 GL-ENDED-AT-MAJORITY  VALUE "M".
           05 GL-OPERATOR          PIC X(8).
