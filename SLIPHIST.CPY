      * regenerate any one slip on demand months later instead of
      * reconstructing it from the ledger.  A rerun or adjustment
      * for the same employee and pay date replaces the stored
      * slip, matching what was actually issued last.  The
      * court-ordered deductions taken from the net pay follow
      * the bands - order, creditor, amount and the balance left
      * on an order with a ceiling - then the amount actually
      * paid.  The record grew by those fields; slipcnv converts
      * a history file written in the earlier layout.
      * ----------------------------------------------------------
         01 PAYSLIP-HISTORY-RECORD.
           05 SH-KEY.
             10 SH-HIGH PIC S9(11)V99.
             10 SH-RATE PIC 9(3)V9(3).
             10 SH-TAX PIC S9(11)V9(02).
           05 SH-DEDUCTION-COUNT PIC 9(02).
           05 SH-DEDUCTION OCCURS 10 TIMES.
             10 SH-DED-ORDER-REF PIC X(12).
             10 SH-DED-CREDITOR PIC X(20).
             10 SH-DED-AMOUNT PIC S9(11)V99.
             10 SH-DED-BALANCE PIC S9(11)V99.
             10 SH-DED-CEILING-SW PIC X(01).
           05 SH-AMOUNT-PAID PIC S9(11)V99.
