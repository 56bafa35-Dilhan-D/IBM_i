      *Date: 2026-09-26 - Payment-behavior score record for the
      *                   PAYSCORE file, keyed by person ID and
      *                   rebuilt every month by the PAYSCORE job
      *                   from the last twelve months of OPENINV,
      *                   OPENARCH and ADJREG: how many invoices the
      *                   customer paid and how long they took (the
      *                   plain average and the average weighted by
      *                   invoice amount), NSF reversals, disputes
      *                   opened and write-offs taken. SC-SCORE runs
      *                   0-100 and SC-GRADE buckets it A (prompt)
      *                   to E; N means nothing paid in the window.
      *                   SC-REVIEW carries the credit-review
      *                   suggestion against the CREDLIM limit.
      *                   ORDCREDT prints the score on its CREDRPT
      *                   decision lines and ORDRELSE shows it next
      *                   to each held order.
       01  PAY-SCORE-RECORD.
           05 SC-PERSON-ID         PIC 9(6).
           05 SC-SCORE-DATE        PIC 9(8).
           05 SC-SCORE             PIC 9(3).
           05 SC-GRADE             PIC X(1).
              88 SC-GRADE-PROMPT       VALUE "A".
              88 SC-GRADE-SLOW         VALUE "D" "E".
              88 SC-NO-HISTORY         VALUE "N".
           05 SC-PAID-COUNT        PIC 9(5).
           05 SC-AVG-DAYS          PIC 9(4).
           05 SC-WEIGHTED-DAYS     PIC 9(4).
           05 SC-NSF-COUNT         PIC 9(3).
           05 SC-DISPUTE-COUNT     PIC 9(3).
           05 SC-WRITEOFF-COUNT    PIC 9(3).
           05 SC-WRITEOFF-AMOUNT   PIC 9(7)V99.
           05 SC-REVIEW            PIC X(1).
              88 SC-REVIEW-INCREASE    VALUE "I".
              88 SC-REVIEW-DECREASE    VALUE "D".
              88 SC-REVIEW-KEEP        VALUE "K".
           05 SC-SUGGESTED-LIMIT   PIC 9(7)V99.
