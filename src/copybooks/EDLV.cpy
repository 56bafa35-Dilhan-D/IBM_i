      *Date: 2026-10-08 - Shared e-delivery file for FILE-CONTROL:
      *                   the customer documents - statements and
      *                   dunning letters - the runs hand to the
      *                   email vendor instead of (or as well as)
      *                   printing them, one document per customer
      *                   who asked for paperless delivery. Used
      *                   with EDLVFD/EDLVWS/EDLVP.
           SELECT EDELIVERY-FILE ASSIGN TO "EDELIVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDL-STATUS.
