      * empmaint approval transaction, so one person cannot
      * quietly redirect net pay.  payexp and the recycle queue
      * only ever pay to EM-ACCOUNT-REF.
      * EM-HOURLY-RATE is the base rate per normal hour that the
      * timeimp timesheet import prices hours worked with; it is
      * zero for staff paid a keyed amount.
      * EM-PAY-FREQUENCY says which pay cycle the employee is on:
      * W weekly or M monthly.  A payroll window pays only the
      * employees whose frequency matches its PAYCAL.TXT entry;
      * a blank (a record keyed before frequencies existed) is
      * treated as monthly, the one cycle there was then.
      * EM-TERMINATION-DATE and EM-LEAVING-REASON are set when an
      * employee leaves (zero and spaces while employed).  Like
      * the account reference they are keyed into the pending
      * fields first and only move onto the record when a second
      * user releases them through empmaint.  The payroll run
      * prorates the leaver's last period to the termination
      * date and treats it as final pay; payexp sets the employee
      * inactive once that final pay has gone to the bank.
      * ----------------------------------------------------------
         01 EMPLOYEE-MASTER-RECORD.
           05 EM-EMP-ID PIC X(10).
           05 EM-ACCOUNT-REF PIC X(20).
           05 EM-PENDING-ACCOUNT-REF PIC X(20).
           05 EM-PENDING-USER PIC X(08).
           05 EM-HOURLY-RATE PIC 9(05)V99.
           05 EM-PAY-FREQUENCY PIC X(01).
             88 EM-PAID-WEEKLY VALUE "W".
             88 EM-PAID-MONTHLY VALUE "M" " ".
           05 EM-TERMINATION-DATE PIC 9(08).
           05 EM-LEAVING-REASON PIC X(20).
           05 EM-PENDING-TERM-DATE PIC 9(08).
           05 EM-PENDING-TERM-REASON PIC X(20).
           05 EM-PENDING-TERM-USER PIC X(08).
