      *                   as option 16 (operator ID and authority -
      *                   cancels are gated) and the cycle-status
      *                   console as option 17.
      *Date: 2026-09-16 - Add the contract-price and quantity-break
      *                   maintenance as option 18 (operator ID,
      *                   for the PRCAUDT price audit trail).
      *Date: 2026-09-17 - Add the payment-terms and customer-account
      *                   maintenance as option 19 (operator ID,
      *                   for the TRMAUDT audit trail).
      *Date: 2026-09-24 - Add the disputed-invoice screen as option
      *                   20 (operator ID and authority - opening
      *                   and resolving disputes are gated).
      *Date: 2026-09-25 - Add the collector worklist as option 21
      *                   (operator ID, for the PERSNOTE call notes
      *                   and the promises taken).
      *Date: 2026-09-27 - Add the tax exemption certificate screen as
      *                   option 22, passing the operator authority so
      *                   only level 3 and up can change certificates.
      *Date: 2026-09-30 - Add sales rep and customer rep maintenance
      *                   as option 23, passing the operator authority
      *                   so only level 3 and up can change reps.
      *Date: 2026-10-02 - Add standing order maintenance as option
      *                   24 (operator ID for the error log).
      *Date: 2026-10-03 - Add order maintenance as option 25,
      *                   passing the operator authority so only
      *                   level 3 and up can cancel an order.
      *Date: 2026-10-09 - Add the PERSON-MASTER as-of inquiry as
      *                   option 26 (operator ID for the report and
      *                   the error log).
      *Date: 2026-10-15 - Pass MENU to the order line edit, option
      *                   8, in the form of a run PARM, so an edit
      *                   from here leaves the PAYCYCLE step's RUNCTL
      *                   and INFREG entries alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMENU.

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTH             PIC 9(1).

      *    ORDEDIT is also a PAYCYCLE step; run from here it is
      *    handed MENU as its PARM.
       01  WS-ORDEDIT-PARM.
           05 WS-ORDEDIT-PARM-LENGTH PIC S9(4) COMP VALUE 4.
           05 WS-ORDEDIT-PARM-TEXT   PIC X(4) VALUE "MENU".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-ERR-FATAL-SWITCH.
           DISPLAY "15. Maintain holiday calendar (MAINTCAL)".
           DISPLAY "16. Pending transactions (PENDMNT)".
           DISPLAY "17. Cycle status console (CYCLSTAT)".
           DISPLAY "18. Contract prices / quantity breaks (MAINTPRC)".
           DISPLAY "19. Payment terms / customer accounts (MAINTTRM)".
           DISPLAY "20. Disputed invoices (MAINTDSP)".
           DISPLAY "21. Collector worklist (COLLWORK)".
           DISPLAY "22. Tax exemption certificates (MAINTEXM)".
           DISPLAY "23. Sales reps / customer reps (MAINTREP)".
           DISPLAY "24. Standing orders (MAINTSTO)".
           DISPLAY "25. Amend / cancel an order (ORDMAINT)".
           DISPLAY "26. Person record as of a date (PERSASOF)".
           DISPLAY "0. Exit".
           DISPLAY "Enter your choice: ".

               WHEN 7
                   CALL "MAINTREF"
               WHEN 8
                   CALL "ORDEDIT" USING WS-ORDEDIT-PARM
               WHEN 9
                   CALL "MAINTZIP"
               WHEN 10
                                        WS-OPER-AUTH
               WHEN 17
                   CALL "CYCLSTAT"
               WHEN 18
                   CALL "MAINTPRC" USING WS-OPERATOR-ID
               WHEN 19
                   CALL "MAINTTRM" USING WS-OPERATOR-ID
               WHEN 20
                   CALL "MAINTDSP" USING WS-OPERATOR-ID
                                         WS-OPER-AUTH
               WHEN 21
                   CALL "COLLWORK" USING WS-OPERATOR-ID
               WHEN 22
                   CALL "MAINTEXM" USING WS-OPERATOR-ID
                                         WS-OPER-AUTH
               WHEN 23
                   CALL "MAINTREP" USING WS-OPERATOR-ID
                                         WS-OPER-AUTH
               WHEN 24
                   CALL "MAINTSTO" USING WS-OPERATOR-ID
               WHEN 25
                   CALL "ORDMAINT" USING WS-OPERATOR-ID
                                         WS-OPER-AUTH
               WHEN 26
                   CALL "PERSASOF" USING WS-OPERATOR-ID
               WHEN 0
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
