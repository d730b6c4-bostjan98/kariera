      * Year-to-date accumulation record, one per employee, keyed
      * by YT-EMP-ID.  Updated by the payroll batch after every
      * successful calculation, printed by ytdstmt and rolled over
      * at year end by ytdroll.  YT-RUN-COUNT is every run that
      * paid the employee; the weekly and monthly counts split it
      * by the pay frequency of the run.  YT-FINAL-PAY-DATE is
      * the pay date of a leaver's final pay: from then on the
      * record is closed - the year's figures are the ones the
      * leaver's statement gave the next employer - and a later
      * ordinary payroll record for the employee is refused
      * unless a rehire has moved the hire date past it.  Zero
      * while the employee is still employed.  YT-LAST-RUN-ID and
      * YT-LAST-SEQ stamp the payroll run and ledger sequence
      * number of the last line whose amounts the payroll run
      * added here, so paybkout backs out of this record exactly
      * the lines of a failed run that reached it - not one the
      * run posted to the ledger and died before adding.
      * ----------------------------------------------------------
         01 YTD-RECORD.
           05 YT-EMP-ID PIC X(10).
           05 YT-PENSIONVALUE PIC S9(13)V99.
           05 YT-NETPAY PIC S9(13)V99.
           05 YT-RUN-COUNT PIC 9(06).
           05 YT-WEEKLY-RUNS PIC 9(06).
           05 YT-MONTHLY-RUNS PIC 9(06).
           05 YT-FINAL-PAY-DATE PIC 9(08).
           05 YT-LAST-RUN-ID PIC X(14).
           05 YT-LAST-SEQ PIC 9(06).
