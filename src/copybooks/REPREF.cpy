      *Date: 2026-09-30 - Shared sales-rep master for FILE-CONTROL:
      *                   SLSREP holds one record per sales rep -
      *                   name, payroll ID, commission percent and
      *                   the territory the rep covers, which is an
      *                   SR-REGION-CODE off the STCTREF state
      *                   records so territories roll up the same
      *                   way REGNREV reports revenue. A customer's
      *                   own default rep is CA-REP-CODE on
      *                   CUSTACCT (the TRMREF set). Used with
      *                   REPREFFD/REPREFWS/REPREFP; maintained by
      *                   MAINTREP.
           SELECT SALES-REP-FILE ASSIGN TO "SLSREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-REP-CODE
               FILE STATUS IS WS-SLSREP-STATUS.
