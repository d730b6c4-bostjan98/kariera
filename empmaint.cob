      *                 EMPHIST.TXT change history - the point of
      *                 keeping it - can never be blank for adds
      *                 and deactivations either.
      * 2026-09-10  BK  Hourly rate for the timeimp timesheet
      *                 import: a new MT-HOURLY-RATE column at the
      *                 end of the A and C transactions sets
      *                 EM-HOURLY-RATE.  Left blank it adds the
      *                 employee at zero (keyed-amount staff) and
      *                 leaves the rate alone on a change, so
      *                 transaction files keyed before the column
      *                 existed read unchanged.  The change
      *                 history image is widened to the new
      *                 master record.
      * 2026-09-11  BK  Pay frequency: a new MT-PAY-FREQUENCY
      *                 column after the hourly rate sets
      *                 EM-PAY-FREQUENCY, W weekly or M monthly.
      *                 Left blank an add is monthly and a change
      *                 leaves the frequency alone; any other code
      *                 is rejected before the master is touched.
      *                 The change history image is widened to the
      *                 new master record.
      * 2026-09-12  BK  Leavers.  The new T (terminate) transaction
      *                 keys a termination date and leaving reason
      *                 from two new trailing columns; like an
      *                 account change it only pends, and a second,
      *                 different user releases it onto the record
      *                 with the new L (leaver release)
      *                 transaction.  The date may not be before
      *                 the hire date and the employee must be
      *                 active and not already leaving.  A change
      *                 keying a hire date later than the
      *                 termination date is a rehire: the leaving
      *                 fields are cleared and the employee is made
      *                 active again.  The history line layout
      *                 moves to the new EMPHIST.CPY, shared with
      *                 payexp, and the image is widened to the new
      *                 master record.
      * 2026-09-19  BK  The EMPTRAN.TXT transaction layout moves to
      *                 the new EMPTRAN.CPY, shared with 1-naloga,
      *                 which now writes name and department change
      *                 transactions for this program to apply.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
         FILE SECTION.
         FD MAINT-FILE.
         COPY EMPTRAN.

         FD EMPMAST-FILE.
         COPY EMPMAST.
         01 REPORT-RECORD PIC X(100).

         FD HISTORY-FILE.
         01 HISTORY-RECORD PIC X(240).

       WORKING-STORAGE SECTION.
         01 WS-MAINT-STATUS PIC X(02).
         01 WS-HISTORY-STATUS PIC X(02).
         01 WS-EOF PIC X(01) VALUE "N".
         01 WS-RUN-DATE PIC 9(08).
         01 WS-BEFORE-IMAGE PIC X(189).
         COPY EMPHIST.
         01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-OUTCOME PIC X(30).
           EVALUATE TRUE
             WHEN MT-USER-ID = SPACES
               MOVE "TRANSACTION NEEDS KEYER ID" TO WS-OUTCOME
             WHEN NOT MT-FREQUENCY-VALID
               MOVE "PAY FREQUENCY MUST BE W OR M" TO WS-OUTCOME
             WHEN MT-ACTION-ADD
               PERFORM 2100-ADD-EMPLOYEE
             WHEN MT-ACTION-CHANGE
               PERFORM 2300-DEACTIVATE-EMPLOYEE
             WHEN MT-ACTION-RELEASE
               PERFORM 2400-RELEASE-ACCOUNT-CHANGE
             WHEN MT-ACTION-TERMINATE
               PERFORM 2500-KEY-TERMINATION
             WHEN MT-ACTION-LEAVER-RELEASE
               PERFORM 2600-RELEASE-TERMINATION
             WHEN OTHER
               MOVE "UNKNOWN ACTION CODE" TO WS-OUTCOME
           END-EVALUATE
             MOVE ZERO TO EM-HIRE-DATE
           END-IF
           MOVE MT-ACCOUNT-REF TO EM-ACCOUNT-REF
           IF MT-HOURLY-RATE IS NUMERIC
             MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
           ELSE
             MOVE ZERO TO EM-HOURLY-RATE
           END-IF
           IF MT-PAY-FREQUENCY = SPACE
             MOVE "M" TO EM-PAY-FREQUENCY
           ELSE
             MOVE MT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
           END-IF
           MOVE SPACES TO EM-PENDING-ACCOUNT-REF
           MOVE SPACES TO EM-PENDING-USER
           MOVE ZERO TO EM-TERMINATION-DATE
           MOVE SPACES TO EM-LEAVING-REASON
           MOVE ZERO TO EM-PENDING-TERM-DATE
           MOVE SPACES TO EM-PENDING-TERM-REASON
           MOVE SPACES TO EM-PENDING-TERM-USER
           SET EM-IS-ACTIVE TO TRUE
           WRITE EMPLOYEE-MASTER-RECORD
             INVALID KEY
           END-WRITE.

      * ----------------------------------------------------------
      * Name, department, hire date, hourly rate and pay frequency
      * apply at once; the account reference is the field a
      * fraudster would key, so it only reaches the pending slot
      * here and EM-ACCOUNT-REF itself moves when a different user
      * releases it with an R transaction.  payexp keeps paying
      * the old account until then.  A hire date later than the
      * employee's termination date brings a leaver back: the
      * leaving fields clear and the record is active again.
      * ----------------------------------------------------------
         2200-CHANGE-EMPLOYEE.
           MOVE MT-EMP-ID TO EM-EMP-ID
                AND MT-HIRE-DATE NOT = ZERO
                 MOVE MT-HIRE-DATE TO EM-HIRE-DATE
               END-IF
               IF MT-HOURLY-RATE IS NUMERIC
                AND MT-HOURLY-RATE NOT = ZERO
                 MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
               END-IF
               IF MT-PAY-FREQUENCY NOT = SPACE
                 MOVE MT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
               END-IF
               IF MT-ACCOUNT-REF NOT = SPACES
                 MOVE MT-ACCOUNT-REF TO EM-PENDING-ACCOUNT-REF
                 MOVE MT-USER-ID TO EM-PENDING-USER
               ELSE
                 MOVE "CHANGED" TO WS-OUTCOME
               END-IF
               IF EM-TERMINATION-DATE > ZERO
                AND EM-HIRE-DATE > EM-TERMINATION-DATE
                 MOVE ZERO TO EM-TERMINATION-DATE
                 MOVE SPACES TO EM-LEAVING-REASON
                 SET EM-IS-ACTIVE TO TRUE
                 IF WS-OUTCOME = "CHANGED"
                   MOVE "REHIRED" TO WS-OUTCOME
                 END-IF
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
               PERFORM 4000-WRITE-HISTORY-IMAGES
           END-READ.
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * A termination waits for a second user exactly as an
      * account change does: stopping someone's pay is as much a
      * one-person fraud as redirecting it.  Only an active
      * employee not already leaving can be given a date, and the
      * date cannot come before the hire date.
      * ----------------------------------------------------------
         2500-KEY-TERMINATION.
           MOVE MT-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
             INVALID KEY
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-OUTCOME
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN MT-TERMINATION-DATE IS NOT NUMERIC
                  OR MT-TERMINATION-DATE = ZERO
                   MOVE "TERMINATION DATE NOT VALID" TO WS-OUTCOME
                 WHEN MT-LEAVING-REASON = SPACES
                   MOVE "LEAVING REASON MISSING" TO WS-OUTCOME
                 WHEN MT-TERMINATION-DATE < EM-HIRE-DATE
                   MOVE "TERMINATION BEFORE HIRE DATE" TO WS-OUTCOME
                 WHEN NOT EM-IS-ACTIVE
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-OUTCOME
                 WHEN EM-TERMINATION-DATE > ZERO
                   MOVE "EMPLOYEE ALREADY LEAVING" TO WS-OUTCOME
                 WHEN OTHER
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE MT-TERMINATION-DATE TO EM-PENDING-TERM-DATE
                   MOVE MT-LEAVING-REASON TO EM-PENDING-TERM-REASON
                   MOVE MT-USER-ID TO EM-PENDING-TERM-USER
                   REWRITE EMPLOYEE-MASTER-RECORD
                   MOVE "TERMINATION PENDING" TO WS-OUTCOME
                   PERFORM 4000-WRITE-HISTORY-IMAGES
               END-EVALUATE
           END-READ.

      * ----------------------------------------------------------
      * The leaver release puts the pending termination on the
      * record.  The employee stays active: the payroll run pays
      * the prorated final period and payexp sets the record
      * inactive once that has gone to the bank.
      * ----------------------------------------------------------
         2600-RELEASE-TERMINATION.
           MOVE MT-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
             INVALID KEY
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-OUTCOME
             NOT INVALID KEY
               IF EM-PENDING-TERM-DATE = ZERO
                 MOVE "NO TERMINATION PENDING" TO WS-OUTCOME
               ELSE
                 IF MT-USER-ID = EM-PENDING-TERM-USER
                   MOVE "APPROVER MUST BE A SECOND USER"
                       TO WS-OUTCOME
                 ELSE
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE EM-PENDING-TERM-DATE TO EM-TERMINATION-DATE
                   MOVE EM-PENDING-TERM-REASON TO EM-LEAVING-REASON
                   MOVE ZERO TO EM-PENDING-TERM-DATE
                   MOVE SPACES TO EM-PENDING-TERM-REASON
                   MOVE SPACES TO EM-PENDING-TERM-USER
                   REWRITE EMPLOYEE-MASTER-RECORD
                   MOVE "TERMINATION RELEASED" TO WS-OUTCOME
                   PERFORM 4000-WRITE-HISTORY-IMAGES
                 END-IF
               END-IF
           END-READ.

         3000-WRITE-REPORT-LINE.
           IF WS-OUTCOME = "ADDED" OR "CHANGED" OR "DEACTIVATED"
            OR "ACCOUNT CHANGE PENDING" OR "ACCOUNT CHANGE RELEASED"
            OR "TERMINATION PENDING" OR "TERMINATION RELEASED"
            OR "REHIRED"
             ADD 1 TO WS-APPLIED-COUNT
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
