      *Date: 2026-10-05 - Working-storage fields for the shared
      *                   age-restriction check, used with COPY
      *                   AGERSTP. Callers set the item's minimum
      *                   bracket (IT-AGE-MIN-BRACKET, through
      *                   WS-ITEM-FOUND-AGE-MIN), the customer, their
      *                   PM-BIRTH-DATE, the order date, the order
      *                   and item numbers, then PERFORM
      *                   CHECK-AGE-RESTRICTION; WS-AGR-ALLOWED
      *                   answers, and a refusal has already been
      *                   logged. The bracket numbers are the rows of
      *                   the shared AGEBRKT table: 1 Mineur, 2 Jeune
      *                   Majeur, 3 Majeur, 4 Senior; 0 (or 1) is an
      *                   unrestricted item.
       01  WS-AGR-STATUS          PIC X(2).
       01  WS-AGR-ARG-MIN-BRACKET PIC 9(1).
       01  WS-AGR-ARG-PERSON-ID   PIC 9(6).
       01  WS-AGR-ARG-BIRTH-DATE  PIC 9(8).
       01  WS-AGR-ARG-ORDER-DATE  PIC 9(8).
       01  WS-AGR-ARG-ORDER       PIC 9(6).
       01  WS-AGR-ARG-ITEM        PIC 9(6).
       01  WS-AGR-RESULT-SW       PIC X(1).
           88 WS-AGR-ALLOWED           VALUE "Y".
           88 WS-AGR-UNDER-AGE         VALUE "A".
           88 WS-AGR-NO-BIRTH-DATE     VALUE "U".
       01  WS-AGR-AGE             PIC 9(3).
       01  WS-AGR-BRACKET-NO      PIC 9(1).
       01  WS-AGR-BRACKET-LABEL   PIC X(14).
       01  WS-AGR-TABLE-SW        PIC X(1) VALUE "N".
           88 WS-AGR-TABLE-BUILT       VALUE "Y".
       01  WS-AGR-REFUSAL-COUNT   PIC 9(5) VALUE ZEROS.
