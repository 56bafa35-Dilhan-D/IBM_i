      *                   maintenance screen reads the file back for
      *                   the per-person address-history inquiry, so
      *                   writer and reader agree on the fields.
      *Date: 2026-10-07 - Add AH-ADDR-TYPE (line now 180 bytes): the
      *                   billing, shipping or seasonal address a
      *                   dated-address change applied to; space for
      *                   a change to the PERSON-MASTER address.
       01  WS-ADDR-HIST-DETAIL.
           05 AH-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 AH-NEW-COUNTRY-CODE PIC A(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 AH-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 AH-ADDR-TYPE       PIC X(1) VALUE SPACE.
