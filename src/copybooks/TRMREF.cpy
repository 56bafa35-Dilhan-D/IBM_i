      *Date: 2026-09-17 - Shared payment-terms files for
      *                   FILE-CONTROL: TERMSREF holds the terms
      *                   codes (net days, early-payment discount
      *                   percent and discount window), CUSTACCT the
      *                   customer account record carrying the terms
      *                   code each customer is billed on. Used with
      *                   TRMREFFD/TRMREFWS/TRMREFP so ORDER-TOTAL
      *                   stamps the due date the same way the
      *                   maintenance screen shows it; maintained by
      *                   MAINTTRM.
           SELECT TERMS-CODE-FILE ASSIGN TO "TERMSREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERMS-CODE
               FILE STATUS IS WS-TERMSREF-STATUS.

           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PERSON-ID
               FILE STATUS IS WS-CUSTACCT-STATUS.
