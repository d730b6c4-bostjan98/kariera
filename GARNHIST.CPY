      * ----------------------------------------------------------
      * GARNHIST.CPY
      * One line of the GARNHIST.TXT deduction register, appended
      * by the payroll run for every court-ordered deduction it
      * takes (kind DED) and by paybkout for every deduction of
      * a failed run it backs out (kind BKO, amount negated).
      * The register is the running account of each order: what
      * an order has recovered is the sum of its lines, so the
      * balance left is its total due less that sum.  glpost
      * takes the night's deductions from it per department and
      * garnexp builds the creditor remittance from it.  The pay
      * frequency is that of the run that took the deduction
      * (blank on lines from before weekly pay was run: monthly).
      * ----------------------------------------------------------
         01 GARNISHMENT-HISTORY-RECORD.
           05 GH-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 GH-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 GH-ORDER-REF PIC X(12).
           05 FILLER PIC X(02).
           05 GH-CREDITOR PIC X(20).
           05 FILLER PIC X(02).
           05 GH-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02).
           05 GH-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 GH-RUN-ID PIC X(14).
           05 FILLER PIC X(02).
           05 GH-KIND PIC X(03).
             88 GH-IS-DEDUCTION VALUE "DED".
             88 GH-IS-BACKOUT VALUE "BKO".
           05 FILLER PIC X(02).
           05 GH-FREQUENCY PIC X(01).
             88 GH-WEEKLY VALUE "W".
             88 GH-MONTHLY VALUE "M" " ".
