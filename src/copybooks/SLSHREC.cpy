      *Date: 2026-10-01 - Shared sales-history record: one per
      *                   invoiced order line, appended by
      *                   ORDER-TOTAL as it bills (type "S": item,
      *                   quantity shipped, unit price and the
      *                   line's revenue before tax), plus the
      *                   deductions that net against those sales -
      *                   a credit memo ARADJUST applies to the
      *                   invoice ("C", no item; the monthly SLSANAL
      *                   run spreads it over the invoice's lines
      *                   by revenue) and an item returned against
      *                   it ("R"). Amounts are unsigned and in base
      *                   currency; the type says which way they
      *                   count. SH-INVOICE-DATE is always the date
      *                   of the invoice the activity belongs to, so
      *                   a deduction nets against the month the
      *                   sale was made in; SH-ACTIVITY-DATE is the
      *                   day it actually happened. Read by SLSANAL.
       01  SALES-HISTORY-RECORD.
           05 SH-INVOICE-NUMBER    PIC 9(6).
           05 SH-RECORD-TYPE       PIC X(1).
              88 SH-IS-SALE            VALUE "S".
              88 SH-IS-RETURN          VALUE "R".
              88 SH-IS-CREDIT-MEMO     VALUE "C".
              88 SH-IS-DEDUCTION       VALUE "R" "C".
           05 SH-INVOICE-DATE      PIC 9(8).
           05 SH-ACTIVITY-DATE     PIC 9(8).
           05 SH-PERSON-ID         PIC 9(6).
           05 SH-LINE-NUMBER       PIC 9(6).
           05 SH-ITEM-NUMBER       PIC 9(6).
           05 SH-QTY               PIC 9(5).
           05 SH-UNIT-PRICE        PIC 9(5)V99.
           05 SH-REVENUE           PIC 9(7)V99.
