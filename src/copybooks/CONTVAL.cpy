      *Date: 2026-10-08 - Shared contact-field validation fields, so
      *                   the maintenance screen, the CSV import, the
      *                   customer intake and the transaction edit
      *                   hold phone, email and delivery preference
      *                   to one rule. Callers load the keyed values,
      *                   PERFORM VALIDATE-CONTACT-FIELDS from
      *                   CONTVALP, and take the normalized values
      *                   back from the same fields.
       01  WS-CV-PHONE-IN       PIC X(20).
       01  WS-CV-COUNTRY        PIC X(2).
       01  WS-CV-PHONE          PIC X(16).
       01  WS-CV-EMAIL          PIC X(50).
       01  WS-CV-DELIVERY-PREF  PIC X(1).
       01  WS-CV-VALID-SWITCH   PIC X(1).
           88 WS-CV-IS-VALID          VALUE "Y".
       01  WS-CV-REASON         PIC X(40).
       01  WS-CV-PLUS-SWITCH    PIC X(1).
           88 WS-CV-INTERNATIONAL     VALUE "Y".
       01  WS-CV-DIGITS-ONLY    PIC X(15).
       01  WS-CV-DIGITS         PIC 9(2).
       01  WS-CV-SUB            PIC 9(2).
       01  WS-CV-CHAR           PIC X(1).
       01  WS-CV-LENGTH         PIC 9(2).
       01  WS-CV-TRAIL-COUNT    PIC 9(2).
       01  WS-CV-AT-COUNT       PIC 9(2).
       01  WS-CV-AT-POS         PIC 9(2).
       01  WS-CV-DOMAIN-LENGTH  PIC 9(2).
       01  WS-CV-DOT-COUNT      PIC 9(2).
