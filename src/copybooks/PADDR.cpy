      *Date: 2026-10-07 - Shared dated-address file for FILE-CONTROL:
      *                   a person's billing ("B"), shipping ("S")
      *                   and seasonal ("V") addresses alongside the
      *                   PERSON-MASTER address, each in force from
      *                   its effective date to its end date. Keyed
      *                   by person ID, address type and effective
      *                   date, so a person's addresses of one type
      *                   read back in date order. Statements,
      *                   dunning letters and mailings go to the
      *                   address in effect on the run date, the
      *                   invoice bills to the billing address and
      *                   taxes by the shipping address; with none
      *                   in effect everyone falls back to the
      *                   master address. Used with PADDRFD/PADDRWS/
      *                   PADDRP; maintained by MAINTPRS.
           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-PADDR-STATUS.
