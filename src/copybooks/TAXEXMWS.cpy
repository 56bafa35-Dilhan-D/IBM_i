      *Date: 2026-09-27 - Working-storage fields for the shared
      *                   exemption check, used with COPY TAXEXMP.
      *                   Callers put the customer, the state the
      *                   sale is taxed in and the sale date in the
      *                   WS-EXM-ARG- fields and PERFORM
      *                   RESOLVE-TAX-EXEMPTION; WS-EXM-IS-EXEMPT
      *                   comes back set with the certificate number
      *                   and exemption type when a certificate
      *                   covers that date.
       01  WS-TAXEXMPT-STATUS      PIC X(2).
       01  WS-TAXEXMPT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-TAXEXMPT-IS-OPEN       VALUE "Y".
       01  WS-EXM-ARG-PERSON-ID    PIC 9(6).
       01  WS-EXM-ARG-STATE        PIC X(2).
       01  WS-EXM-ARG-DATE         PIC 9(8).
       01  WS-EXM-EXEMPT-SWITCH    PIC X(1).
           88 WS-EXM-IS-EXEMPT          VALUE "Y".
       01  WS-EXM-CERT-NUMBER      PIC X(15).
       01  WS-EXM-TYPE             PIC X(1).
