       IDENTIFICATION DIVISION.
       PROGRAM-ID. payvar.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 8th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-08  BK  First version.  Pay variance check between
      *                 the payroll run and the bank export.  Each
      *                 employee's net pay in tonight's PAYNET.DAT
      *                 is compared with the net pay the ledger
      *                 shows for them on the previous pay date;
      *                 a change beyond both the percentage and the
      *                 absolute limit in PAYVAR.PRM, a first-time
      *                 payee and someone who was not paid on the
      *                 previous pay date are all held: queued to
      *                 PAYHOLD.TXT, which payexp honours by leaving
      *                 them out of BANKPAY.TXT until a named
      *                 approver releases them.  Employees paid on
      *                 the previous pay date but missing tonight
      *                 are reported.  Everything flagged is listed
      *                 on PAYVAR.TXT.
      * 2026-09-09  BK  PAYNET.DAT now carries the amount paid
      *                 after court-ordered deductions while the
      *                 ledger keeps net pay before them, so the
      *                 previous pay date's deductions on the
      *                 GARNHIST.TXT register are taken off the
      *                 ledger figure before comparing - a steady
      *                 deduction is not a variance.
      * 2026-09-11  BK  Weekly and monthly pay.  The previous pay
      *                 date, and what was paid on it, come only
      *                 from ledger lines and register deductions
      *                 of the window's pay frequency (blank
      *                 column: monthly), so a weekly employee is
      *                 compared with last week and a monthly one
      *                 with last month.  Whether someone was ever
      *                 paid before still looks at every line.
      * 2026-09-22  BK  Corrections are left out of the comparison.
      *                 An adjustment puts only the difference on
      *                 PAYNET.DAT, so tonight's REV, ADJ, BKA and
      *                 BKR ledger lines are taken off the PAYNET
      *                 figure before it is measured, and the same
      *                 lines are left out of what was paid on the
      *                 previous pay date.  Someone with nothing
      *                 but a correction tonight is reported, not
      *                 held.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PAYVAR.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT PAYNET-FILE ASSIGN TO "PAYNET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYNET-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYVAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT GARNISHMENT-HISTORY-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.

           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PV-PCT-LIMIT PIC 9(03)V99.
           05 FILLER PIC X(02).
           05 PV-ABS-LIMIT PIC 9(09)V99.

         FD PAYNET-FILE.
         01 PAYNET-RECORD.
           05 PN-EMP-ID PIC X(10).
           05 PN-NETPAY PIC S9(11)V99 SIGN IS LEADING SEPARATE.

         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD HOLD-FILE.
         COPY PAYHOLD.

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

         FD GARNISHMENT-HISTORY-FILE.
         COPY GARNHIST.

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         COPY PAYDATE.
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-PAYNET-STATUS PIC X(02).
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-HOLD-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-LINE-FREQUENCY PIC X(01).
         01 WS-PREVIOUS-DATE PIC 9(08) VALUE ZERO.
         01 WS-LINE-DATE PIC 9(08).
         01 WS-PCT-LIMIT PIC 9(03)V99 VALUE 25.00.
         01 WS-ABS-LIMIT PIC 9(09)V99 VALUE 500.00.
         01 WS-EMP-TABLE.
           05 WS-EMP-COUNT PIC 9(04) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES.
             10 WS-ET-EMP-ID PIC X(10).
             10 WS-ET-CURRENT PIC S9(11)V99.
             10 WS-ET-PRIOR PIC S9(11)V99.
             10 WS-ET-ADJUSTMENT PIC S9(11)V99.
             10 WS-ET-ADJUSTED-SW PIC X(01).
             10 WS-ET-IN-RUN-SW PIC X(01).
             10 WS-ET-IN-PRIOR-SW PIC X(01).
             10 WS-ET-PAID-BEFORE-SW PIC X(01).
             10 WS-ET-HELD-SW PIC X(01).
         01 WS-EMP-SUB PIC 9(04).
         01 WS-FOUND-SUB PIC 9(04).
         01 WS-LOOKUP-EMP-ID PIC X(10).
         01 WS-OVERFLOW-SW PIC X(01) VALUE "N".
         01 WS-LINE-NETPAY PIC S9(11)V99.
         01 WS-LINE-KIND PIC X(01).
         01 WS-COMPARED PIC S9(11)V99.
         01 WS-CHANGE PIC S9(11)V99.
         01 WS-ABS-CHANGE PIC 9(11)V99.
         01 WS-ABS-PRIOR PIC 9(11)V99.
         01 WS-PCT-CHANGE PIC 9(05)V99.
         01 WS-REASON PIC X(30).
         01 WS-CHECKED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-HELD-COUNT PIC 9(06) VALUE ZERO.
         01 WS-MISSING-COUNT PIC 9(06) VALUE ZERO.
         01 WS-TITLE-LINE.
           05 FILLER PIC X(28) VALUE
              "PAY VARIANCE CHECK          ".
           05 FILLER PIC X(04) VALUE "RUN ".
           05 WS-TL-DATE PIC 9(08).
           05 FILLER PIC X(21) VALUE
              "   PREVIOUS PAY DATE ".
           05 WS-TL-PREVIOUS-DATE PIC 9(08).
         01 WS-LIMIT-LINE.
           05 FILLER PIC X(18) VALUE "LIMITS: CHANGE OF ".
           05 WS-LM-PCT PIC ZZ9.99.
           05 FILLER PIC X(11) VALUE "% AND OVER ".
           05 WS-LM-ABS PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "EMPLOYEE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "     NET THIS RUN".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "    NET LAST TIME".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "           CHANGE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "  CHANGE%".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACTION".
         01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-CURRENT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-PRIOR PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-CHANGE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-PCT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-REASON PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-ACTION PIC X(12).
         01 WS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "EMPLOYEES CHECKED   ".
           05 WS-TT-CHECKED PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "HELD    ".
           05 WS-TT-HELD PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "MISSING THIS RUN      ".
           05 WS-TT-MISSING PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0010-READ-PAY-DATE
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           OPEN INPUT PAYNET-FILE
           IF WS-PAYNET-STATUS NOT = "00"
             DISPLAY "payvar: PAYNET.DAT NOT AVAILABLE, STATUS = "
                 WS-PAYNET-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-EOF
             PERFORM 2000-LOAD-ONE-PAYMENT
                 UNTIL WS-EOF = "Y"
             CLOSE PAYNET-FILE
             PERFORM 3000-FIND-PREVIOUS-PAY-DATE
             PERFORM 3500-LOAD-PREVIOUS-PAY
             PERFORM 3700-LOAD-PREVIOUS-DEDUCTIONS
             IF WS-OVERFLOW-SW = "Y"
               DISPLAY "payvar: MORE THAN 5000 EMPLOYEES - NOTHING "
                   "CHECKED"
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 4000-MARK-HELD-ALREADY
               PERFORM 5000-CHECK-VARIANCES
             END-IF
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * PAYVAR.PRM holds the two limits, percentage then amount.
      * A change is flagged only when it breaks both, so a small
      * salary doubling by a few euros or a large salary moving
      * by a fraction of a percent does not stop the payment.  A
      * zero limit switches that test off.  No parameter file
      * means the standing limits of 25% and 500.00.
      * ----------------------------------------------------------
         1000-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
             READ PARAMETER-FILE
               NOT AT END
                 IF PV-PCT-LIMIT IS NUMERIC
                  AND PV-ABS-LIMIT IS NUMERIC
                   MOVE PV-PCT-LIMIT TO WS-PCT-LIMIT
                   MOVE PV-ABS-LIMIT TO WS-ABS-LIMIT
                 ELSE
                   DISPLAY "payvar: PAYVAR.PRM NOT NUMERIC - "
                       "STANDING LIMITS USED"
                 END-IF
             END-READ
             CLOSE PARAMETER-FILE
           ELSE
             DISPLAY "payvar: NO PAYVAR.PRM - STANDING LIMITS USED"
           END-IF.

         2000-LOAD-ONE-PAYMENT.
           READ PAYNET-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE PN-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 2100-FIND-OR-ADD-EMPLOYEE
               IF WS-FOUND-SUB > ZERO
                 ADD PN-NETPAY TO WS-ET-CURRENT (WS-FOUND-SUB)
                 MOVE "Y" TO WS-ET-IN-RUN-SW (WS-FOUND-SUB)
               END-IF
           END-READ.

         2100-FIND-OR-ADD-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2150-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
             IF WS-EMP-COUNT < 5000
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-EMP-ID TO WS-ET-EMP-ID (WS-FOUND-SUB)
               MOVE ZERO TO WS-ET-CURRENT (WS-FOUND-SUB)
               MOVE ZERO TO WS-ET-PRIOR (WS-FOUND-SUB)
               MOVE ZERO TO WS-ET-ADJUSTMENT (WS-FOUND-SUB)
               MOVE "N" TO WS-ET-ADJUSTED-SW (WS-FOUND-SUB)
               MOVE "N" TO WS-ET-IN-RUN-SW (WS-FOUND-SUB)
               MOVE "N" TO WS-ET-IN-PRIOR-SW (WS-FOUND-SUB)
               MOVE "N" TO WS-ET-PAID-BEFORE-SW (WS-FOUND-SUB)
               MOVE "N" TO WS-ET-HELD-SW (WS-FOUND-SUB)
             ELSE
               MOVE "Y" TO WS-OVERFLOW-SW
             END-IF
           END-IF.

         2150-MATCH-ONE-EMPLOYEE.
           IF WS-ET-EMP-ID (WS-EMP-SUB) = WS-LOOKUP-EMP-ID
             MOVE WS-EMP-SUB TO WS-FOUND-SUB
           END-IF.

         2200-FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2150-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-FOUND-SUB > ZERO.

      * ----------------------------------------------------------
      * The previous pay date is the latest date on the ledger
      * before tonight's - tonight's own lines are already there,
      * posted by the payroll step.  The same pass marks who has
      * ever been paid before, which is what makes a first-time
      * payee, and totals tonight's corrections for each employee
      * paid tonight.
      * ----------------------------------------------------------
         3000-FIND-PREVIOUS-PAY-DATE.
           MOVE ZERO TO WS-PREVIOUS-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
             PERFORM 3100-SCAN-ONE-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         3050-CLASSIFY-LINE.
           IF LEDGER-RECORD (239:1) = "W"
             MOVE "W" TO WS-LINE-FREQUENCY
           ELSE
             MOVE "M" TO WS-LINE-FREQUENCY
           END-IF
           EVALUATE LEDGER-RECORD (197:3)
             WHEN "REV"
             WHEN "ADJ"
             WHEN "BKA"
             WHEN "BKR"
               MOVE "A" TO WS-LINE-KIND
             WHEN OTHER
               MOVE "O" TO WS-LINE-KIND
           END-EVALUATE.

         3100-SCAN-ONE-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 3050-CLASSIFY-LINE
               IF LEDGER-RECORD (1:8) IS NUMERIC
                AND LEDGER-RECORD (11:10) NOT = "RUNEND"
                 MOVE LEDGER-RECORD (1:8) TO WS-LINE-DATE
                 IF WS-LINE-DATE < WS-RUN-DATE
                   IF WS-LINE-DATE > WS-PREVIOUS-DATE
                    AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                    AND WS-LINE-KIND = "O"
                     MOVE WS-LINE-DATE TO WS-PREVIOUS-DATE
                   END-IF
                   MOVE LEDGER-RECORD (11:10) TO WS-LOOKUP-EMP-ID
                   PERFORM 2200-FIND-EMPLOYEE
                   IF WS-FOUND-SUB > ZERO
                     MOVE "Y" TO WS-ET-PAID-BEFORE-SW (WS-FOUND-SUB)
                   END-IF
                 END-IF
                 IF WS-LINE-DATE = WS-RUN-DATE
                  AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                  AND WS-LINE-KIND = "A"
                   MOVE LEDGER-RECORD (11:10) TO WS-LOOKUP-EMP-ID
                   PERFORM 2200-FIND-EMPLOYEE
                   IF WS-FOUND-SUB > ZERO
                     COMPUTE WS-LINE-NETPAY = FUNCTION NUMVAL-C
                         (LEDGER-RECORD (162:17))
                     ADD WS-LINE-NETPAY
                         TO WS-ET-ADJUSTMENT (WS-FOUND-SUB)
                     MOVE "Y" TO WS-ET-ADJUSTED-SW (WS-FOUND-SUB)
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Every ordinary line of the window's frequency dated the
      * previous pay date counts towards what the employee was
      * paid then - a backed-out line included, so the figure is
      * what finally stood.  Corrections posted that night belong
      * to earlier periods and are left out.
      * ----------------------------------------------------------
         3500-LOAD-PREVIOUS-PAY.
           IF WS-PREVIOUS-DATE > ZERO
             MOVE "N" TO WS-EOF
             OPEN INPUT LEDGER-FILE
             IF WS-LEDGER-STATUS = "00"
               PERFORM 3600-LOAD-ONE-LINE
                   UNTIL WS-EOF = "Y"
               CLOSE LEDGER-FILE
             END-IF
           END-IF.

         3600-LOAD-ONE-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 3050-CLASSIFY-LINE
               IF LEDGER-RECORD (1:8) IS NUMERIC
                AND LEDGER-RECORD (11:10) NOT = "RUNEND"
                AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                AND WS-LINE-KIND = "O"
                 MOVE LEDGER-RECORD (1:8) TO WS-LINE-DATE
                 IF WS-LINE-DATE = WS-PREVIOUS-DATE
                   MOVE LEDGER-RECORD (11:10) TO WS-LOOKUP-EMP-ID
                   PERFORM 2100-FIND-OR-ADD-EMPLOYEE
                   IF WS-FOUND-SUB > ZERO
                     COMPUTE WS-LINE-NETPAY = FUNCTION NUMVAL-C
                         (LEDGER-RECORD (162:17))
                     ADD WS-LINE-NETPAY TO WS-ET-PRIOR (WS-FOUND-SUB)
                     MOVE "Y" TO WS-ET-IN-PRIOR-SW (WS-FOUND-SUB)
                     MOVE "Y" TO WS-ET-PAID-BEFORE-SW (WS-FOUND-SUB)
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * What the bank was paid on the previous pay date is the
      * ledger net less that date's court-ordered deductions.
      * ----------------------------------------------------------
         3700-LOAD-PREVIOUS-DEDUCTIONS.
           IF WS-PREVIOUS-DATE > ZERO
             MOVE "N" TO WS-EOF
             OPEN INPUT GARNISHMENT-HISTORY-FILE
             IF WS-GARNHIST-STATUS = "00"
               PERFORM 3800-LOAD-ONE-DEDUCTION
                   UNTIL WS-EOF = "Y"
               CLOSE GARNISHMENT-HISTORY-FILE
             END-IF
           END-IF.

         3800-LOAD-ONE-DEDUCTION.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF GH-FREQUENCY = "W"
                 MOVE "W" TO WS-LINE-FREQUENCY
               ELSE
                 MOVE "M" TO WS-LINE-FREQUENCY
               END-IF
               IF GH-PAY-DATE IS NUMERIC
                AND GH-PAY-DATE = WS-PREVIOUS-DATE
                AND GH-AMOUNT IS NUMERIC
                AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                 MOVE GH-EMP-ID TO WS-LOOKUP-EMP-ID
                 PERFORM 2200-FIND-EMPLOYEE
                 IF WS-FOUND-SUB > ZERO
                   SUBTRACT GH-AMOUNT FROM WS-ET-PRIOR (WS-FOUND-SUB)
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * A window restarted after this step ran must not queue the
      * same hold twice: anything already on PAYHOLD.TXT for
      * tonight's pay date is marked and only reported.
      * ----------------------------------------------------------
         4000-MARK-HELD-ALREADY.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
             PERFORM 4100-MARK-ONE-HOLD
                 UNTIL WS-EOF = "Y"
             CLOSE HOLD-FILE
           END-IF.

         4100-MARK-ONE-HOLD.
           READ HOLD-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF PH-PAY-DATE = WS-RUN-DATE
                 MOVE PH-EMP-ID TO WS-LOOKUP-EMP-ID
                 PERFORM 2200-FIND-EMPLOYEE
                 IF WS-FOUND-SUB > ZERO
                   MOVE "Y" TO WS-ET-HELD-SW (WS-FOUND-SUB)
                 END-IF
               END-IF
           END-READ.

         5000-CHECK-VARIANCES.
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS = "35"
             OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
             DISPLAY "payvar: PAYHOLD.TXT NOT AVAILABLE, STATUS = "
                 WS-HOLD-STATUS
             MOVE 4 TO RETURN-CODE
             CLOSE REPORT-FILE
           ELSE
             MOVE WS-RUN-DATE TO WS-TL-DATE
             MOVE WS-PREVIOUS-DATE TO WS-TL-PREVIOUS-DATE
             MOVE WS-TITLE-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-PCT-LIMIT TO WS-LM-PCT
             MOVE WS-ABS-LIMIT TO WS-LM-ABS
             MOVE WS-LIMIT-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-HEADING-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM 5100-JUDGE-ONE-EMPLOYEE
                 VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-COUNT
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-CHECKED-COUNT TO WS-TT-CHECKED
             MOVE WS-HELD-COUNT TO WS-TT-HELD
             MOVE WS-MISSING-COUNT TO WS-TT-MISSING
             MOVE WS-TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             CLOSE HOLD-FILE
             CLOSE REPORT-FILE
             DISPLAY "payvar: " WS-CHECKED-COUNT " CHECKED, "
                 WS-HELD-COUNT " HELD, " WS-MISSING-COUNT
                 " MISSING THIS RUN"
           END-IF.

      * ----------------------------------------------------------
      * Someone paid last time and absent tonight has nothing to
      * hold and is reported only.  Anyone paid tonight with no
      * figure from the previous pay date to compare against is
      * held: never paid before at all, or not paid on the
      * previous pay date.  Otherwise the change is measured
      * against last time's net and held when it breaks both
      * limits; a previous net of zero counts as an unlimited
      * percentage change.  Tonight's figure is the PAYNET total
      * less tonight's corrections, which settle the difference
      * on an earlier period and say nothing about this one; an
      * employee with nothing else tonight is reported only.
      * ----------------------------------------------------------
         5100-JUDGE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-CHANGE
           MOVE ZERO TO WS-PCT-CHANGE
           COMPUTE WS-COMPARED = WS-ET-CURRENT (WS-EMP-SUB)
               - WS-ET-ADJUSTMENT (WS-EMP-SUB)
           EVALUATE TRUE
             WHEN WS-ET-IN-RUN-SW (WS-EMP-SUB) = "N"
               IF WS-ET-PRIOR (WS-EMP-SUB) NOT = ZERO
                 ADD 1 TO WS-MISSING-COUNT
                 COMPUTE WS-CHANGE = ZERO - WS-ET-PRIOR (WS-EMP-SUB)
                 MOVE "PAID LAST TIME - NOT THIS RUN" TO WS-REASON
                 MOVE "REPORTED" TO WS-DL-ACTION
                 PERFORM 5300-WRITE-DETAIL
               END-IF
             WHEN WS-ET-PAID-BEFORE-SW (WS-EMP-SUB) = "N"
               ADD 1 TO WS-CHECKED-COUNT
               MOVE "FIRST-TIME PAYEE" TO WS-REASON
               PERFORM 5200-HOLD-ONE-PAYMENT
             WHEN WS-ET-ADJUSTED-SW (WS-EMP-SUB) = "Y"
              AND WS-COMPARED = ZERO
               MOVE "CORRECTION ONLY - NOT CHECKED" TO WS-REASON
               MOVE "REPORTED" TO WS-DL-ACTION
               PERFORM 5300-WRITE-DETAIL
             WHEN WS-ET-IN-PRIOR-SW (WS-EMP-SUB) = "N"
               ADD 1 TO WS-CHECKED-COUNT
               MOVE "NOT PAID ON PREVIOUS PAY DATE" TO WS-REASON
               PERFORM 5200-HOLD-ONE-PAYMENT
             WHEN OTHER
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 5150-MEASURE-CHANGE
               IF (WS-PCT-LIMIT = ZERO
                   OR WS-PCT-CHANGE > WS-PCT-LIMIT)
                AND (WS-ABS-LIMIT = ZERO
                   OR WS-ABS-CHANGE > WS-ABS-LIMIT)
                AND WS-CHANGE NOT = ZERO
                 MOVE "NET PAY VARIANCE OVER LIMITS" TO WS-REASON
                 PERFORM 5200-HOLD-ONE-PAYMENT
               END-IF
           END-EVALUATE.

         5150-MEASURE-CHANGE.
           COMPUTE WS-CHANGE = WS-COMPARED
               - WS-ET-PRIOR (WS-EMP-SUB)
           IF WS-CHANGE < ZERO
             COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
           ELSE
             MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF
           IF WS-ET-PRIOR (WS-EMP-SUB) < ZERO
             COMPUTE WS-ABS-PRIOR = ZERO - WS-ET-PRIOR (WS-EMP-SUB)
           ELSE
             MOVE WS-ET-PRIOR (WS-EMP-SUB) TO WS-ABS-PRIOR
           END-IF
           IF WS-ABS-PRIOR = ZERO
             MOVE 99999.99 TO WS-PCT-CHANGE
           ELSE
             COMPUTE WS-PCT-CHANGE ROUNDED =
                 WS-ABS-CHANGE * 100 / WS-ABS-PRIOR
               ON SIZE ERROR
                 MOVE 99999.99 TO WS-PCT-CHANGE
             END-COMPUTE
           END-IF.

         5200-HOLD-ONE-PAYMENT.
           ADD 1 TO WS-HELD-COUNT
           IF WS-ET-HELD-SW (WS-EMP-SUB) = "Y"
             MOVE "ALREADY HELD" TO WS-DL-ACTION
           ELSE
             MOVE "HELD" TO WS-DL-ACTION
             MOVE SPACES TO PAYMENT-HOLD-RECORD
             MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO PH-EMP-ID
             MOVE WS-RUN-DATE TO PH-PAY-DATE
             MOVE WS-ET-CURRENT (WS-EMP-SUB) TO PH-AMOUNT
             MOVE WS-ET-PRIOR (WS-EMP-SUB) TO PH-PRIOR-AMOUNT
             MOVE WS-REASON TO PH-REASON
             WRITE PAYMENT-HOLD-RECORD
             MOVE "Y" TO WS-ET-HELD-SW (WS-EMP-SUB)
           END-IF
           PERFORM 5300-WRITE-DETAIL.

         5300-WRITE-DETAIL.
           MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO WS-DL-EMP-ID
           MOVE WS-COMPARED TO WS-DL-CURRENT
           MOVE WS-ET-PRIOR (WS-EMP-SUB) TO WS-DL-PRIOR
           MOVE WS-CHANGE TO WS-DL-CHANGE
           MOVE WS-PCT-CHANGE TO WS-DL-PCT
           MOVE WS-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      * ----------------------------------------------------------
      * Inside the window the controller has written the period's
      * pay date and pay frequency to PAYDATE.TXT; run standalone
      * there is none and the system date stands, monthly.
      * ----------------------------------------------------------
         0010-READ-PAY-DATE.
           OPEN INPUT PAYDATE-FILE
           IF WS-PAYDATE-STATUS = "00"
             READ PAYDATE-FILE INTO WS-PAYDATE-LINE
               NOT AT END
                 IF WS-PD-PAY-DATE IS NUMERIC
                  AND WS-PD-PAY-DATE > ZERO
                   MOVE WS-PD-PAY-DATE TO WS-RUN-DATE
                 END-IF
                 IF WS-PD-WEEKLY
                   MOVE "W" TO WS-RUN-FREQUENCY
                 END-IF
             END-READ
             CLOSE PAYDATE-FILE
           END-IF.
