      *                 running this twice stops cleanly with the
      *                 file untouched.  Run once at deploy,
      *                 before the first window on the new code.
      * 2026-09-12  BK  Re-pointed at the next layout change: the
      *                 old layout is now the 117-byte record with
      *                 the pending-account fields, and the new
      *                 one adds the hourly rate for the timesheet
      *                 import, the pay frequency, and the
      *                 termination date and leaving reason with
      *                 their pending fields, all in one pass.
      *                 The hourly rate converts as zero (keyed-
      *                 amount staff), the frequency as M - every
      *                 employee was paid monthly until weekly pay
      *                 existed - and the termination fields as
      *                 zero and spaces, since nobody on the
      *                 master has left yet.  Same two passes,
      *                 same count check and the same double-run
      *                 guard.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 OM-HIRE-DATE PIC 9(08).
           05 OM-ACTIVE-FLAG PIC X(01).
           05 OM-ACCOUNT-REF PIC X(20).
           05 OM-PENDING-ACCOUNT-REF PIC X(20).
           05 OM-PENDING-USER PIC X(08).

         FD EMPMAST-FILE.
         COPY EMPMAST.

      * ----------------------------------------------------------
      * A master already in the new layout (or otherwise not the
      * 117-byte record) refuses the old-layout open, and nothing
      * is touched - that is the double-run guard.
      * ----------------------------------------------------------
         1000-UNLOAD-OLD-LAYOUT.
               MOVE OM-HIRE-DATE TO WK-HIRE-DATE
               MOVE OM-ACTIVE-FLAG TO WK-ACTIVE-FLAG
               MOVE OM-ACCOUNT-REF TO WK-ACCOUNT-REF
               MOVE OM-PENDING-ACCOUNT-REF TO WK-PENDING-ACCOUNT-REF
               MOVE OM-PENDING-USER TO WK-PENDING-USER
               MOVE ZERO TO WK-HOURLY-RATE
               MOVE "M" TO WK-PAY-FREQUENCY
               MOVE ZERO TO WK-TERMINATION-DATE
               MOVE SPACES TO WK-LEAVING-REASON
               MOVE ZERO TO WK-PENDING-TERM-DATE
               MOVE SPACES TO WK-PENDING-TERM-REASON
               MOVE SPACES TO WK-PENDING-TERM-USER
               WRITE WORK-MASTER-RECORD
           END-READ.

