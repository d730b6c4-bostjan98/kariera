      * ----------------------------------------------------------
      * GARNORD.CPY
      * One court-ordered deduction (wage attachment) against an
      * employee, as keyed into GARNORD.TXT: the order reference
      * and the creditor it is paid to, the priority it ranks at
      * among the employee's orders (01 is taken first), and
      * either a fixed amount (method A) or a percentage of the
      * net pay after tax and pension (method P, two decimals)
      * per pay period.  The total to recover stops the order
      * once it is paid off - zero means no ceiling - and the
      * protected net is the least take-home pay the order may
      * leave the employee with.  Only status A orders are
      * applied.  What has been recovered so far is not kept
      * here: the payroll run totals it from the GARNHIST.TXT
      * deduction register (GARNHIST.CPY).
      * ----------------------------------------------------------
         01 GARNISHMENT-ORDER-RECORD.
           05 GO-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 GO-ORDER-REF PIC X(12).
           05 FILLER PIC X(02).
           05 GO-CREDITOR PIC X(20).
           05 FILLER PIC X(02).
           05 GO-PRIORITY PIC 9(02).
           05 FILLER PIC X(02).
           05 GO-METHOD PIC X(01).
             88 GO-BY-AMOUNT VALUE "A".
             88 GO-BY-PERCENT VALUE "P".
           05 FILLER PIC X(02).
           05 GO-PERIOD-VALUE PIC 9(09)V99.
           05 FILLER PIC X(02).
           05 GO-TOTAL-DUE PIC 9(09)V99.
           05 FILLER PIC X(02).
           05 GO-PROTECTED-NET PIC 9(09)V99.
           05 FILLER PIC X(02).
           05 GO-STATUS PIC X(01).
             88 GO-IS-ACTIVE VALUE "A".
