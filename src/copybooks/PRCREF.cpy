      *Date: 2026-09-16 - Shared pricing files for FILE-CONTROL:
      *                   PRCAGR holds the customer contract prices
      *                   sales negotiates, keyed by person, item
      *                   and effective date with an expiry date;
      *                   PRCBRK holds the quantity-break tiers per
      *                   item, keyed by item and the minimum
      *                   quantity the tier starts at. Used with
      *                   PRCREFFD/PRCREFWS/PRCREFP so ORDENTRY,
      *                   ORDEDIT and ORDER-TOTAL resolve the same
      *                   price; maintained by MAINTPRC.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRCAGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PRCAGR-STATUS.

           SELECT PRICE-BREAK-FILE ASSIGN TO "PRCBRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QB-KEY
               FILE STATUS IS WS-PRCBRK-STATUS.
