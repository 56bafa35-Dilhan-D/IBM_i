      *Date: 2026-09-14 - Working-storage fields for the shared
      *                   stock-movement write, used with COPY
      *                   STKMOVP. Callers set the item, type,
      *                   quantity, on-hand after and reference,
      *                   then PERFORM WRITE-STOCK-MOVEMENT (file
      *                   held open by a batch run) or
      *                   APPEND-STOCK-MOVEMENT (self-contained,
      *                   for a screen); the timestamp and
      *                   WS-ERR-OPERATOR stamp go on automatically.
       01  WS-STKMOV-STATUS       PIC X(2).
       01  WS-STKMOV-OPEN-SWITCH  PIC X(1) VALUE "N".
           88 WS-STKMOV-IS-OPEN        VALUE "Y".
       01  WS-MOVE-ITEM-NUMBER    PIC 9(6).
       01  WS-MOVE-TYPE           PIC X(1).
       01  WS-MOVE-QTY            PIC 9(7).
       01  WS-MOVE-ON-HAND        PIC S9(7).
       01  WS-MOVE-REFERENCE      PIC X(10).
       01  WS-MOVE-COUNT          PIC 9(7) VALUE ZEROS.
