      * ----------------------------------------------------------
      * PAYHOLD.CPY
      * One payment held back from the bank file, as queued in
      * PAYHOLD.TXT by the payvar variance check: the employee,
      * the pay date the net pay belongs to, the amount held and
      * the net paid on the previous pay date it was compared
      * with, and why it was stopped.  payexp leaves a held item
      * out of BANKPAY.TXT until PAYRLSE.TXT carries a release
      * for the same employee and pay date signed by a named
      * approver, then pays it and drops it from the queue; the
      * night report lists whatever is still waiting.
      * ----------------------------------------------------------
         01 PAYMENT-HOLD-RECORD.
           05 PH-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 PH-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 PH-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 PH-PRIOR-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 PH-REASON PIC X(30).
