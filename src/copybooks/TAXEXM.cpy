      *Date: 2026-09-27 - Shared sales-tax exemption certificate file
      *                   for FILE-CONTROL: one TAXEXMPT record per
      *                   customer and state an exemption
      *                   certificate is on file for. Used with
      *                   TAXEXMFD/TAXEXMWS/TAXEXMP so ORDER-TOTAL
      *                   decides exemption the same way the
      *                   MAINTEXM maintenance screen shows it; the
      *                   EXMEXPRT report lists certificates coming
      *                   up for renewal.
           SELECT TAX-EXEMPT-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TAXEXMPT-STATUS.
