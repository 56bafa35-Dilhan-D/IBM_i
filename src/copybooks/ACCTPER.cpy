      *Date: 2026-09-23 - Shared accounting-period file for
      *                   FILE-CONTROL: one record per period
      *                   (YYYYMM) finance has closed, or closed
      *                   and reopened, carrying its open/closed
      *                   status. A period with no record is open.
      *                   The PERCLOSE job maintains it; the posting
      *                   programs read it through ACCTPERFD/
      *                   ACCTPERWS/ACCTPERP so nothing dated in a
      *                   closed period posts into it.
           SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO "ACCTPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTPER-STATUS.
