      *Date: 2026-10-09 - Working-storage fields for the shared
      *                   PERSON-MASTER field journal, used with
      *                   COPY PJRNP. A writer PERFORMs
      *                   SAVE-PERSON-BEFORE-IMAGE once the record
      *                   is read, makes its changes, and after the
      *                   REWRITE sets WS-PJRN-ACTION and PERFORMs
      *                   JOURNAL-PERSON-CHANGES; an add PERFORMs
      *                   JOURNAL-PERSON-ADD after the WRITE and a
      *                   purge JOURNAL-PERSON-DELETE before the
      *                   DELETE. WS-PJRN-PROGRAM and
      *                   WS-PJRN-OPERATOR default to WS-ERR-PROGRAM
      *                   and WS-ERR-OPERATOR when left blank.
      *                   The images are the PERSONREC length and
      *                   widen with it; the field table names each
      *                   field's position and length in the record
      *                   and gains an entry with each new field.
       01  WS-PJRN-STATUS         PIC X(2).
       01  WS-PJRN-OPEN-SWITCH    PIC X(1) VALUE "N".
           88 WS-PJRN-IS-OPEN          VALUE "Y".
       01  WS-PJRN-ACTION         PIC X(1).
       01  WS-PJRN-PROGRAM        PIC X(8) VALUE SPACES.
       01  WS-PJRN-OPERATOR       PIC X(8) VALUE SPACES.
       01  WS-PJRN-TIMESTAMP      PIC X(21).
       01  WS-PJRN-PERSON-ID      PIC 9(6).
       01  WS-PJRN-BEFORE         PIC X(187).
       01  WS-PJRN-AFTER          PIC X(187).
       01  WS-PJRN-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-PJRN-FIELD-VALUES.
           05 FILLER               PIC X(18) VALUE
              "NAME        007020".
           05 FILLER               PIC X(18) VALUE
              "AGE         027005".
           05 FILLER               PIC X(18) VALUE
              "BIRTH-DATE  032008".
           05 FILLER               PIC X(18) VALUE
              "STREET      040030".
           05 FILLER               PIC X(18) VALUE
              "CITY        070020".
           05 FILLER               PIC X(18) VALUE
              "STATE-CODE  090002".
           05 FILLER               PIC X(18) VALUE
              "ZIP         092005".
           05 FILLER               PIC X(18) VALUE
              "COUNTRY-CODE097002".
           05 FILLER               PIC X(18) VALUE
              "REC-STATUS  099001".
           05 FILLER               PIC X(18) VALUE
              "STATUS-DATE 100008".
           05 FILLER               PIC X(18) VALUE
              "MAIL-STATUS 108001".
           05 FILLER               PIC X(18) VALUE
              "CONTACT-PREF109001".
           05 FILLER               PIC X(18) VALUE
              "POSTAL-CODE 110010".
           05 FILLER               PIC X(18) VALUE
              "PHONE       120016".
           05 FILLER               PIC X(18) VALUE
              "EMAIL       136050".
           05 FILLER               PIC X(18) VALUE
              "DELIVERY    186001".
           05 FILLER               PIC X(18) VALUE
              "EMAIL-STATUS187001".
       01  WS-PJRN-FIELD-TABLE REDEFINES WS-PJRN-FIELD-VALUES.
           05 WS-PJRN-FIELD OCCURS 17 TIMES
                   INDEXED BY PJF-IDX.
              10 PJF-NAME          PIC X(12).
              10 PJF-OFFSET        PIC 9(3).
              10 PJF-LENGTH        PIC 9(3).
