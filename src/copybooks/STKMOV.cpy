      *Date: 2026-09-14 - Shared stock-movement history file for
      *                   FILE-CONTROL: one appended record for
      *                   every change to an item's on-hand
      *                   quantity - a warehouse receipt, a line
      *                   relieved by the invoice run, or a count
      *                   correction keyed through MAINTITM - so a
      *                   count discrepancy can be walked back
      *                   movement by movement. Used with
      *                   STKMOVFD/STKMOVWS/STKMOVP.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKMOV-STATUS.
