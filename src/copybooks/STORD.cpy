      *Date: 2026-10-02 - Shared standing-order master for
      *                   FILE-CONTROL: one record per recurring
      *                   order - the customer, the items and
      *                   quantities they take, how often, the
      *                   next date it is due and the date it
      *                   stops. Keyed by the standing-order
      *                   number. Used with STORDFD; maintained by
      *                   MAINTSTO and read by the nightly STORDGEN
      *                   generator, which writes the due ones to
      *                   ORDHDR/ORDLINES ahead of ORDEDIT and rolls
      *                   each one's next date forward.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-STANDING-ID
               FILE STATUS IS WS-STDORD-STATUS.
