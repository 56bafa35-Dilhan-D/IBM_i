      *Date: 2026-09-24 - Dispute reason and resolution codes kept
      *                   on OPENINV, shared by the MAINTDSP dispute
      *                   screen and the DISPRPT open-disputes
      *                   report so both read the same list. Callers
      *                   MOVE the code to WS-DSP-ARG-CODE and
      *                   PERFORM LOOKUP-DISPUTE-REASON or
      *                   LOOKUP-DISPUTE-RESOLUTION (from DSPCODEP);
      *                   WS-DSP-CODE-VALID and WS-DSP-DESC come
      *                   back. Adding a code is a table entry here.
       01  WS-DSP-REASON-VALUES.
           05 FILLER               PIC X(22) VALUE
              "PRPRICING".
           05 FILLER               PIC X(22) VALUE
              "QTQUANTITY SHORT".
           05 FILLER               PIC X(22) VALUE
              "DMDAMAGED GOODS".
           05 FILLER               PIC X(22) VALUE
              "NRNOT RECEIVED".
           05 FILLER               PIC X(22) VALUE
              "DBDUPLICATE BILLING".
           05 FILLER               PIC X(22) VALUE
              "TXTAX CHARGED".
           05 FILLER               PIC X(22) VALUE
              "OTOTHER".
       01  WS-DSP-REASON-TABLE REDEFINES WS-DSP-REASON-VALUES.
           05 WS-DSP-REASON OCCURS 7 TIMES
                   INDEXED BY DR-IDX.
              10 DR-CODE           PIC X(2).
              10 DR-DESC           PIC X(20).

       01  WS-DSP-RESOLUTION-VALUES.
           05 FILLER               PIC X(22) VALUE
              "CMCREDIT MEMO ISSUED".
           05 FILLER               PIC X(22) VALUE
              "UPUPHELD - CUST PAYS".
           05 FILLER               PIC X(22) VALUE
              "WOWRITTEN OFF".
           05 FILLER               PIC X(22) VALUE
              "RBREBILLED".
           05 FILLER               PIC X(22) VALUE
              "WDWITHDRAWN BY CUST".
           05 FILLER               PIC X(22) VALUE
              "OTOTHER".
       01  WS-DSP-RESOLUTION-TABLE REDEFINES WS-DSP-RESOLUTION-VALUES.
           05 WS-DSP-RESOLUTION OCCURS 6 TIMES
                   INDEXED BY DV-IDX.
              10 DV-CODE           PIC X(2).
              10 DV-DESC           PIC X(20).

       01  WS-DSP-ARG-CODE         PIC X(2).
       01  WS-DSP-DESC             PIC X(20).
       01  WS-DSP-CODE-SW          PIC X(1).
           88 WS-DSP-CODE-VALID        VALUE "Y".
