       IDENTIFICATION DIVISION.
       PROGRAM-ID. accrual.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 15th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-15  BK  First version.  Month-end payroll accrual.
      *                 Run at the close for the month ending on
      *                 the date in ACCRUAL.PRM (no parameter file:
      *                 the end of the current month).  For each
      *                 pay frequency the PAYCAL.TXT period that
      *                 spans the close - it started on or before
      *                 month end and is paid after it - is found,
      *                 and the share of it already worked is the
      *                 working days (Monday to Friday, as the
      *                 payroll run prorates) from the period start
      *                 to month end over the working days of the
      *                 whole period.  That share of the last
      *                 payroll of the frequency posted on the
      *                 ledger before the close - gross, employer
      *                 pension match and levy, per department or
      *                 cost centre exactly as glpost posted it -
      *                 is the accrual.  ACCRPOST.TXT carries it in
      *                 the GLPOST.TXT layout, expense against an
      *                 accrued liability per department, dated
      *                 month end; ACCRREV.TXT carries the same
      *                 postings the other way round, dated the
      *                 first of the new month, so the accrual
      *                 falls away when the real payroll is posted.
      *                 ACCRRPT.TXT shows every figure the
      *                 accrual was worked out from.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "ACCRUAL.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT POSTING-FILE ASSIGN TO "ACCRPOST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTING-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "ACCRREV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PM-MONTH-END PIC 9(08).

         FD CALENDAR-FILE.
         01 CALENDAR-RECORD.
           05 CAL-PERIOD PIC 9(04).
           05 FILLER PIC X(02).
           05 CAL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-FREQUENCY PIC X(01).

         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD POSTING-FILE.
         01 POSTING-RECORD PIC X(100).

         FD REVERSAL-FILE.
         01 REVERSAL-RECORD PIC X(100).

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-CALENDAR-STATUS PIC X(02).
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-POSTING-STATUS PIC X(02).
         01 WS-REVERSAL-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
         01 WS-CAL-EOF PIC X(01).
         01 WS-STOP-SW PIC X(01) VALUE "N".
         01 WS-TODAY PIC 9(08).
         01 WS-MONTH-END PIC 9(08).
         01 WS-NEXT-MONTH-START PIC 9(08).
         01 WS-WORK-DATE PIC 9(08).
         01 WS-LEDGER-LINE.
           05 WS-LG-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 WS-LG-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 WS-LG-NAME PIC X(30).
           05 FILLER PIC X(02).
           05 WS-LG-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02).
           05 WS-LG-NETWORTH PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-TAXRATE PIC X(07).
           05 FILLER PIC X(02).
           05 WS-LG-TAXVALUE PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-GROSSVALUE PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-PENSIONVALUE PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-NETPAY PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-RUN-ID PIC X(14).
           05 FILLER PIC X(02).
           05 WS-LG-BRANCH PIC X(03).
           05 FILLER PIC X(02).
           05 WS-LG-ER-PENSION PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-ER-LEVY PIC X(17).
           05 FILLER PIC X(01).
           05 WS-LG-FREQUENCY PIC X(01).
           05 FILLER PIC X(11).
         01 WS-RECORD-DATE PIC 9(08).
      * ----------------------------------------------------------
      * One entry per pay frequency: 1 monthly, 2 weekly.
      * ----------------------------------------------------------
         01 WS-FREQUENCY-TABLE.
           05 WS-FQ OCCURS 2 TIMES.
             10 WS-FQ-CODE PIC X(01).
             10 WS-FQ-NAME PIC X(07).
             10 WS-FQ-PAY-DATE PIC 9(08).
             10 WS-FQ-PREVIOUS-DATE PIC 9(08).
             10 WS-FQ-PERIOD-START PIC 9(08).
             10 WS-FQ-WORKED-DAYS PIC 9(03).
             10 WS-FQ-PERIOD-DAYS PIC 9(03).
             10 WS-FQ-LAST-POSTED PIC 9(08).
             10 WS-FQ-SPANS PIC X(01).
         01 WS-FQ-SUB PIC 9(01).
         01 WS-LINE-FQ-SUB PIC 9(01).
         01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
           05 WS-DEPT OCCURS 100 TIMES.
             10 WS-DP-NAME PIC X(20).
             10 WS-DP-FREQUENCY OCCURS 2 TIMES.
               15 WS-DP-LAST-GROSS PIC S9(13)V99.
               15 WS-DP-LAST-ER-PENSION PIC S9(13)V99.
               15 WS-DP-LAST-ER-LEVY PIC S9(13)V99.
               15 WS-DP-ACCR-GROSS PIC S9(13)V99.
               15 WS-DP-ACCR-ER-PENSION PIC S9(13)V99.
               15 WS-DP-ACCR-ER-LEVY PIC S9(13)V99.
         01 WS-DEPT-SUB PIC 9(03).
         01 WS-FOUND-SUB PIC 9(03).
         01 WS-LOOKUP-DEPARTMENT PIC X(20).
         COPY CCSPLIT.
         01 WS-SHARE-SUB PIC 9(02).
         01 WS-INVALID-SPLIT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-COUNT-FROM PIC 9(08).
         01 WS-COUNT-TO PIC 9(08).
         01 WS-FIRST-DAY-NO PIC 9(08).
         01 WS-LAST-DAY-NO PIC 9(08).
         01 WS-DAY-NO PIC 9(08).
         01 WS-WEEK-NO PIC 9(08).
         01 WS-WEEKDAY PIC 9(01).
         01 WS-WORKDAY-COUNT PIC 9(03).
         01 WS-DEPT-GROSS PIC S9(13)V99.
         01 WS-DEPT-ER-PENSION PIC S9(13)V99.
         01 WS-DEPT-ER-LEVY PIC S9(13)V99.
         01 WS-TOTAL-GROSS PIC S9(13)V99 VALUE ZERO.
         01 WS-TOTAL-ER-PENSION PIC S9(13)V99 VALUE ZERO.
         01 WS-TOTAL-ER-LEVY PIC S9(13)V99 VALUE ZERO.
         01 WS-PAIR-AMOUNT PIC S9(13)V99.
         01 WS-PAIR-DEPARTMENT PIC X(20).
         01 WS-PAIR-DEBIT-ACCOUNT PIC X(24).
         01 WS-PAIR-CREDIT-ACCOUNT PIC X(24).
         01 WS-POSTING-COUNT PIC 9(06) VALUE ZERO.
         01 WS-DEBIT-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-CREDIT-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-REVERSAL-COUNT PIC 9(06) VALUE ZERO.
         01 WS-REV-DEBIT-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-REV-CREDIT-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-HEADER-LINE.
           05 FILLER PIC X(03) VALUE "HDR".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HD-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "PAYROLL GL POSTINGS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HD-RUN-ID PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HD-FREQUENCY PIC X(01) VALUE SPACE.
         01 WS-POSTING-LINE.
           05 FILLER PIC X(03) VALUE "DTL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PL-ACCOUNT PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PL-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PL-DRCR PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PL-AMOUNT PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-TRAILER-LINE.
           05 FILLER PIC X(03) VALUE "TRL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TR-COUNT PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TR-DEBITS PIC S9(13)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TR-CREDITS PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-RUN-ID-BUILD.
           05 WS-RB-PREFIX PIC X(04).
           05 WS-RB-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
         01 WS-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE "PAYROLL MONTH-END ACCRUAL  MONTH END".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-TL-MONTH-END PIC 9(08).
           05 FILLER PIC X(17) VALUE "  REVERSAL DATED ".
           05 WS-TL-REVERSAL-DATE PIC 9(08).
         01 WS-PERIOD-LINE.
           05 WS-PD-NAME PIC X(07).
           05 FILLER PIC X(11) VALUE "  PAY DATE ".
           05 WS-PD-PAY-DATE PIC 9(08).
           05 FILLER PIC X(09) VALUE "  PERIOD ".
           05 WS-PD-START PIC 9(08).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-PD-END PIC 9(08).
           05 FILLER PIC X(24) VALUE "  WORKING DAYS TO CLOSE ".
           05 WS-PD-WORKED PIC ZZ9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 WS-PD-DAYS PIC ZZ9.
           05 FILLER PIC X(15) VALUE "  LAST POSTED ".
           05 WS-PD-LAST-POSTED PIC 9(08).
         01 WS-NO-PERIOD-LINE.
           05 WS-NP-NAME PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-NP-TEXT PIC X(60).
         01 WS-COLUMN-HEADING.
           05 FILLER PIC X(20) VALUE "DEPARTMENT          ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "FREQ   ".
           05 FILLER PIC X(07) VALUE "   DAYS".
           05 FILLER PIC X(16) VALUE "      LAST GROSS".
           05 FILLER PIC X(16) VALUE "      LAST MATCH".
           05 FILLER PIC X(16) VALUE "       LAST LEVY".
           05 FILLER PIC X(16) VALUE "   ACCRUED GROSS".
           05 FILLER PIC X(16) VALUE "   ACCRUED MATCH".
           05 FILLER PIC X(16) VALUE "    ACCRUED LEVY".
         01 WS-DETAIL-LINE.
           05 WS-DT-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-FREQUENCY PIC X(07).
           05 WS-DT-WORKED PIC ZZ9.
           05 WS-DT-SLASH PIC X(01) VALUE "/".
           05 WS-DT-DAYS PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-LAST-GROSS PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-LAST-ER-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-LAST-ER-LEVY PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-ACCR-GROSS PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-ACCR-ER-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-DT-ACCR-ER-LEVY PIC ZZZ,ZZZ,ZZ9.99-.
         01 WS-FILE-TOTAL-LINE.
           05 WS-FT-FILE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-FT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE " POSTINGS  DEBITS ".
           05 WS-FT-DEBITS PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(10) VALUE "  CREDITS ".
           05 WS-FT-CREDITS PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           IF WS-STOP-SW = "N"
             PERFORM 1100-SET-UP-FREQUENCIES
             PERFORM 2000-READ-CALENDAR
           END-IF
           IF WS-STOP-SW = "N"
             PERFORM 2100-SET-ONE-PERIOD
                 VARYING WS-FQ-SUB FROM 1 BY 1
                 UNTIL WS-FQ-SUB > 2
             PERFORM 3000-READ-LEDGER
           END-IF
           IF WS-STOP-SW = "N"
             PERFORM 4000-CALCULATE-ONE-DEPARTMENT
                 VARYING WS-DEPT-SUB FROM 1 BY 1
                 UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
             PERFORM 5000-WRITE-POSTING-FILES
           END-IF
           IF WS-STOP-SW = "N"
             PERFORM 6000-WRITE-CONTROL-REPORT
             IF WS-INVALID-SPLIT-COUNT > ZERO
               DISPLAY "accrual: " WS-INVALID-SPLIT-COUNT
                   " AMOUNTS ACCRUED TO THE DEPARTMENT - COST-CENTRE "
                   "ALLOCATION DOES NOT ADD UP TO 100"
               MOVE 8 TO RETURN-CODE
             END-IF
             DISPLAY "accrual: MONTH END " WS-MONTH-END " ACCRUED "
                 WS-POSTING-COUNT " POSTINGS FOR "
                 WS-DEPT-COUNT " DEPARTMENTS"
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * The date in ACCRUAL.PRM must be the last day of a month;
      * without one the current month is closed.  The reversal
      * is dated the day after.
      * ----------------------------------------------------------
         1000-READ-PARAMETERS.
           MOVE WS-TODAY TO WS-WORK-DATE
           MOVE "01" TO WS-WORK-DATE (7:2)
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) + 31)
           MOVE "01" TO WS-WORK-DATE (7:2)
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1)
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
             READ PARAMETER-FILE
               NOT AT END
                 IF PM-MONTH-END IS NUMERIC
                  AND PM-MONTH-END > ZERO
                   MOVE PM-MONTH-END TO WS-MONTH-END
                 END-IF
             END-READ
             CLOSE PARAMETER-FILE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-MONTH-END) NOT = ZERO
             DISPLAY "accrual: ACCRUAL.PRM DATE " WS-MONTH-END
                 " IS NOT A VALID DATE"
             MOVE 8 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             COMPUTE WS-NEXT-MONTH-START = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-MONTH-END) + 1)
             IF WS-NEXT-MONTH-START (7:2) NOT = "01"
               DISPLAY "accrual: ACCRUAL.PRM DATE " WS-MONTH-END
                   " IS NOT A MONTH END"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-STOP-SW
             END-IF
           END-IF.

         1100-SET-UP-FREQUENCIES.
           MOVE "M" TO WS-FQ-CODE (1)
           MOVE "MONTHLY" TO WS-FQ-NAME (1)
           MOVE "W" TO WS-FQ-CODE (2)
           MOVE "WEEKLY " TO WS-FQ-NAME (2)
           PERFORM 1150-CLEAR-ONE-FREQUENCY
               VARYING WS-FQ-SUB FROM 1 BY 1
               UNTIL WS-FQ-SUB > 2.

         1150-CLEAR-ONE-FREQUENCY.
           MOVE ZERO TO WS-FQ-PAY-DATE (WS-FQ-SUB)
           MOVE ZERO TO WS-FQ-PREVIOUS-DATE (WS-FQ-SUB)
           MOVE ZERO TO WS-FQ-PERIOD-START (WS-FQ-SUB)
           MOVE ZERO TO WS-FQ-WORKED-DAYS (WS-FQ-SUB)
           MOVE ZERO TO WS-FQ-PERIOD-DAYS (WS-FQ-SUB)
           MOVE ZERO TO WS-FQ-LAST-POSTED (WS-FQ-SUB)
           MOVE "N" TO WS-FQ-SPANS (WS-FQ-SUB).

      * ----------------------------------------------------------
      * Per frequency the first pay date after month end is the
      * pay date of the spanning period, and the latest one on
      * or before month end closes the period before it.
      * ----------------------------------------------------------
         2000-READ-CALENDAR.
           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
             DISPLAY "accrual: PAYCAL.TXT NOT AVAILABLE, STATUS = "
                 WS-CALENDAR-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             PERFORM 2050-JUDGE-ONE-CALENDAR-ENTRY
                 UNTIL WS-CAL-EOF = "Y"
             CLOSE CALENDAR-FILE
           END-IF.

         2050-JUDGE-ONE-CALENDAR-ENTRY.
           READ CALENDAR-FILE
             AT END
               MOVE "Y" TO WS-CAL-EOF
             NOT AT END
               IF CAL-FREQUENCY = "W"
                 MOVE 2 TO WS-FQ-SUB
               ELSE
                 MOVE 1 TO WS-FQ-SUB
               END-IF
               IF CAL-PAY-DATE IS NUMERIC
                 IF CAL-PAY-DATE > WS-MONTH-END
                   IF WS-FQ-PAY-DATE (WS-FQ-SUB) = ZERO
                    OR CAL-PAY-DATE < WS-FQ-PAY-DATE (WS-FQ-SUB)
                     MOVE CAL-PAY-DATE TO WS-FQ-PAY-DATE (WS-FQ-SUB)
                   END-IF
                 ELSE
                   IF CAL-PAY-DATE > WS-FQ-PREVIOUS-DATE (WS-FQ-SUB)
                     MOVE CAL-PAY-DATE
                         TO WS-FQ-PREVIOUS-DATE (WS-FQ-SUB)
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * The period starts the day after the previous pay date;
      * with no earlier calendar entry it is taken the way the
      * payroll run takes it - a week back for weekly pay, the
      * first of the pay date's month for monthly.  A period
      * paid on month end, or starting after it, does not span
      * the close.
      * ----------------------------------------------------------
         2100-SET-ONE-PERIOD.
           IF WS-FQ-PAY-DATE (WS-FQ-SUB) > ZERO
             IF WS-FQ-PREVIOUS-DATE (WS-FQ-SUB) > ZERO
               COMPUTE WS-FQ-PERIOD-START (WS-FQ-SUB) =
                   FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (WS-FQ-PREVIOUS-DATE (WS-FQ-SUB)) + 1)
             ELSE
               IF WS-FQ-CODE (WS-FQ-SUB) = "W"
                 COMPUTE WS-FQ-PERIOD-START (WS-FQ-SUB) =
                     FUNCTION DATE-OF-INTEGER (FUNCTION
                     INTEGER-OF-DATE (WS-FQ-PAY-DATE (WS-FQ-SUB)) - 6)
               ELSE
                 MOVE WS-FQ-PAY-DATE (WS-FQ-SUB)
                     TO WS-FQ-PERIOD-START (WS-FQ-SUB)
                 MOVE "01" TO WS-FQ-PERIOD-START (WS-FQ-SUB) (7:2)
               END-IF
             END-IF
             IF WS-FQ-PERIOD-START (WS-FQ-SUB) <= WS-MONTH-END
               MOVE WS-FQ-PERIOD-START (WS-FQ-SUB) TO WS-COUNT-FROM
               MOVE WS-MONTH-END TO WS-COUNT-TO
               PERFORM 2200-COUNT-WORKING-DAYS
               MOVE WS-WORKDAY-COUNT TO WS-FQ-WORKED-DAYS (WS-FQ-SUB)
               MOVE WS-FQ-PAY-DATE (WS-FQ-SUB) TO WS-COUNT-TO
               PERFORM 2200-COUNT-WORKING-DAYS
               MOVE WS-WORKDAY-COUNT TO WS-FQ-PERIOD-DAYS (WS-FQ-SUB)
               IF WS-FQ-PERIOD-DAYS (WS-FQ-SUB) > ZERO
                 MOVE "Y" TO WS-FQ-SPANS (WS-FQ-SUB)
               END-IF
             END-IF
           END-IF.

         2200-COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-WORKDAY-COUNT
           COMPUTE WS-FIRST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-FROM)
           COMPUTE WS-LAST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-TO)
           PERFORM 2250-COUNT-ONE-DAY
               VARYING WS-DAY-NO FROM WS-FIRST-DAY-NO BY 1
               UNTIL WS-DAY-NO > WS-LAST-DAY-NO.

         2250-COUNT-ONE-DAY.
           DIVIDE WS-DAY-NO BY 7 GIVING WS-WEEK-NO
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
             ADD 1 TO WS-WORKDAY-COUNT
           END-IF.

      * ----------------------------------------------------------
      * Two passes over the ledger: the first finds, for every
      * frequency with a period spanning the close, the last pay
      * date posted on or before month end; the second totals the
      * lines of that pay date per department - every calculation
      * line glpost would have posted for it, adjustments and
      * reversals included.
      * ----------------------------------------------------------
         3000-READ-LEDGER.
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
             DISPLAY "accrual: LEDGER.TXT NOT AVAILABLE, STATUS = "
                 WS-LEDGER-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             PERFORM 3100-FIND-ONE-LAST-POSTED
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
             MOVE "N" TO WS-EOF
             OPEN INPUT LEDGER-FILE
             PERFORM 3200-TOTAL-ONE-LEDGER-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         3100-FIND-ONE-LAST-POSTED.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 3150-QUALIFY-LEDGER-LINE
               IF WS-LINE-FQ-SUB > ZERO
                AND WS-RECORD-DATE
                    > WS-FQ-LAST-POSTED (WS-LINE-FQ-SUB)
                 MOVE WS-RECORD-DATE
                     TO WS-FQ-LAST-POSTED (WS-LINE-FQ-SUB)
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Leaves WS-LINE-FQ-SUB at the line's frequency when the
      * line is a calculation line on or before month end of a
      * frequency being accrued, zero otherwise.
      * ----------------------------------------------------------
         3150-QUALIFY-LEDGER-LINE.
           MOVE ZERO TO WS-LINE-FQ-SUB
           IF WS-LG-DATE IS NUMERIC
            AND WS-LG-EMP-ID NOT = "RUNEND"
            AND WS-LG-DEPARTMENT NOT = SPACES
             MOVE WS-LG-DATE TO WS-RECORD-DATE
             IF WS-RECORD-DATE <= WS-MONTH-END
               IF WS-LG-FREQUENCY = "W"
                 MOVE 2 TO WS-LINE-FQ-SUB
               ELSE
                 MOVE 1 TO WS-LINE-FQ-SUB
               END-IF
               IF WS-FQ-SPANS (WS-LINE-FQ-SUB) NOT = "Y"
                 MOVE ZERO TO WS-LINE-FQ-SUB
               END-IF
             END-IF
           END-IF.

         3200-TOTAL-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 3150-QUALIFY-LEDGER-LINE
               IF WS-LINE-FQ-SUB > ZERO
                 IF WS-RECORD-DATE
                    = WS-FQ-LAST-POSTED (WS-LINE-FQ-SUB)
                   PERFORM 3300-SPREAD-LEDGER-LINE
                 END-IF
               END-IF
           END-READ.

         3300-SPREAD-LEDGER-LINE.
           MOVE WS-LG-EMP-ID TO CS-EMP-ID
           MOVE WS-RECORD-DATE TO CS-AMOUNT-DATE
           MOVE WS-LG-DEPARTMENT TO CS-HOME-DEPARTMENT
           MOVE 3 TO CS-AMOUNT-COUNT
           COMPUTE CS-AMOUNT (1) = FUNCTION NUMVAL-C (WS-LG-NETWORTH)
           IF WS-LG-ER-PENSION = SPACES
             MOVE ZERO TO CS-AMOUNT (2)
             MOVE ZERO TO CS-AMOUNT (3)
           ELSE
             COMPUTE CS-AMOUNT (2) =
                 FUNCTION NUMVAL-C (WS-LG-ER-PENSION)
             COMPUTE CS-AMOUNT (3) =
                 FUNCTION NUMVAL-C (WS-LG-ER-LEVY)
           END-IF
           CALL "ccsplit" USING COST-SPLIT-AREA
           IF CS-ALLOCATION-INVALID
             ADD 1 TO WS-INVALID-SPLIT-COUNT
           END-IF
           PERFORM 3350-ADD-ONE-SHARE
               VARYING WS-SHARE-SUB FROM 1 BY 1
               UNTIL WS-SHARE-SUB > CS-SHARE-COUNT.

         3350-ADD-ONE-SHARE.
           MOVE CS-SH-CENTRE (WS-SHARE-SUB) TO WS-LOOKUP-DEPARTMENT
           PERFORM 3400-FIND-DEPARTMENT
           IF WS-FOUND-SUB > ZERO
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 1)
                 TO WS-DP-LAST-GROSS (WS-FOUND-SUB, WS-LINE-FQ-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 2) TO
                 WS-DP-LAST-ER-PENSION (WS-FOUND-SUB, WS-LINE-FQ-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 3)
                 TO WS-DP-LAST-ER-LEVY (WS-FOUND-SUB, WS-LINE-FQ-SUB)
           END-IF.

         3400-FIND-DEPARTMENT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 3450-MATCH-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
             IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-DEPARTMENT TO WS-DP-NAME (WS-FOUND-SUB)
               PERFORM 3460-CLEAR-ONE-DEPT-FREQUENCY
                   VARYING WS-FQ-SUB FROM 1 BY 1
                   UNTIL WS-FQ-SUB > 2
             ELSE
               DISPLAY "accrual: DEPARTMENT TABLE FULL - "
                   WS-LOOKUP-DEPARTMENT " NOT ACCRUED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         3450-MATCH-ONE-DEPARTMENT.
           IF WS-DP-NAME (WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
             MOVE WS-DEPT-SUB TO WS-FOUND-SUB
           END-IF.

         3460-CLEAR-ONE-DEPT-FREQUENCY.
           MOVE ZERO TO WS-DP-LAST-GROSS (WS-FOUND-SUB, WS-FQ-SUB)
           MOVE ZERO TO WS-DP-LAST-ER-PENSION (WS-FOUND-SUB, WS-FQ-SUB)
           MOVE ZERO TO WS-DP-LAST-ER-LEVY (WS-FOUND-SUB, WS-FQ-SUB)
           MOVE ZERO TO WS-DP-ACCR-GROSS (WS-FOUND-SUB, WS-FQ-SUB)
           MOVE ZERO TO WS-DP-ACCR-ER-PENSION (WS-FOUND-SUB, WS-FQ-SUB)
           MOVE ZERO TO WS-DP-ACCR-ER-LEVY (WS-FOUND-SUB, WS-FQ-SUB).

      * ----------------------------------------------------------
      * Each figure is accrued on its own, rounded to the cent;
      * the postings are pairs of the same amount, so the files
      * balance whatever the rounding.
      * ----------------------------------------------------------
         4000-CALCULATE-ONE-DEPARTMENT.
           PERFORM 4100-CALCULATE-ONE-FREQUENCY
               VARYING WS-FQ-SUB FROM 1 BY 1
               UNTIL WS-FQ-SUB > 2.

         4100-CALCULATE-ONE-FREQUENCY.
           IF WS-FQ-SPANS (WS-FQ-SUB) = "Y"
             COMPUTE WS-DP-ACCR-GROSS (WS-DEPT-SUB, WS-FQ-SUB) ROUNDED
                 = WS-DP-LAST-GROSS (WS-DEPT-SUB, WS-FQ-SUB)
                 * WS-FQ-WORKED-DAYS (WS-FQ-SUB)
                 / WS-FQ-PERIOD-DAYS (WS-FQ-SUB)
             COMPUTE WS-DP-ACCR-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                 ROUNDED
                 = WS-DP-LAST-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                 * WS-FQ-WORKED-DAYS (WS-FQ-SUB)
                 / WS-FQ-PERIOD-DAYS (WS-FQ-SUB)
             COMPUTE WS-DP-ACCR-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                 ROUNDED
                 = WS-DP-LAST-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                 * WS-FQ-WORKED-DAYS (WS-FQ-SUB)
                 / WS-FQ-PERIOD-DAYS (WS-FQ-SUB)
           END-IF.

      * ----------------------------------------------------------
      * Both files are written side by side: every accrual pair
      * goes to ACCRPOST.TXT as expense debited and accrued
      * liability credited, and to ACCRREV.TXT the other way
      * round.  A department with nothing to accrue writes no
      * pairs; a night with nothing at all still writes both
      * files, header and trailer only, so the close can see the
      * step ran.
      * ----------------------------------------------------------
         5000-WRITE-POSTING-FILES.
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT REVERSAL-FILE
           IF WS-POSTING-STATUS NOT = "00"
            OR WS-REVERSAL-STATUS NOT = "00"
             DISPLAY "accrual: ACCRPOST.TXT/ACCRREV.TXT NOT "
                 "AVAILABLE, STATUS = " WS-POSTING-STATUS
                 "/" WS-REVERSAL-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             MOVE WS-MONTH-END TO WS-HD-DATE
             MOVE "ACCR" TO WS-RB-PREFIX
             MOVE WS-MONTH-END TO WS-RB-DATE
             MOVE WS-RUN-ID-BUILD TO WS-HD-RUN-ID
             MOVE WS-HEADER-LINE TO POSTING-RECORD
             WRITE POSTING-RECORD
             MOVE WS-NEXT-MONTH-START TO WS-HD-DATE
             MOVE "ACRV" TO WS-RB-PREFIX
             MOVE WS-RUN-ID-BUILD TO WS-HD-RUN-ID
             MOVE WS-HEADER-LINE TO REVERSAL-RECORD
             WRITE REVERSAL-RECORD
             PERFORM 5100-POST-ONE-DEPARTMENT
                 VARYING WS-DEPT-SUB FROM 1 BY 1
                 UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
             MOVE WS-POSTING-COUNT TO WS-TR-COUNT
             MOVE WS-DEBIT-TOTAL TO WS-TR-DEBITS
             MOVE WS-CREDIT-TOTAL TO WS-TR-CREDITS
             MOVE WS-TRAILER-LINE TO POSTING-RECORD
             WRITE POSTING-RECORD
             MOVE WS-REVERSAL-COUNT TO WS-TR-COUNT
             MOVE WS-REV-DEBIT-TOTAL TO WS-TR-DEBITS
             MOVE WS-REV-CREDIT-TOTAL TO WS-TR-CREDITS
             MOVE WS-TRAILER-LINE TO REVERSAL-RECORD
             WRITE REVERSAL-RECORD
             CLOSE POSTING-FILE
             CLOSE REVERSAL-FILE
             IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              OR WS-REV-DEBIT-TOTAL NOT = WS-REV-CREDIT-TOTAL
               DISPLAY "accrual: DEBITS " WS-DEBIT-TOTAL
                   " DO NOT EQUAL CREDITS " WS-CREDIT-TOTAL
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         5100-POST-ONE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-GROSS
           MOVE ZERO TO WS-DEPT-ER-PENSION
           MOVE ZERO TO WS-DEPT-ER-LEVY
           PERFORM 5150-ADD-ONE-FREQUENCY
               VARYING WS-FQ-SUB FROM 1 BY 1
               UNTIL WS-FQ-SUB > 2
           MOVE WS-DP-NAME (WS-DEPT-SUB) TO WS-PAIR-DEPARTMENT
           IF WS-DEPT-GROSS NOT = ZERO
             MOVE WS-DEPT-GROSS TO WS-PAIR-AMOUNT
             MOVE "SALARY EXPENSE" TO WS-PAIR-DEBIT-ACCOUNT
             MOVE "ACCRUED PAYROLL" TO WS-PAIR-CREDIT-ACCOUNT
             PERFORM 5200-WRITE-ONE-PAIR
           END-IF
           IF WS-DEPT-ER-PENSION NOT = ZERO
             MOVE WS-DEPT-ER-PENSION TO WS-PAIR-AMOUNT
             MOVE "EMPLOYER PENSION EXPENSE" TO WS-PAIR-DEBIT-ACCOUNT
             MOVE "ACCRUED EMPLOYER PENSION" TO WS-PAIR-CREDIT-ACCOUNT
             PERFORM 5200-WRITE-ONE-PAIR
           END-IF
           IF WS-DEPT-ER-LEVY NOT = ZERO
             MOVE WS-DEPT-ER-LEVY TO WS-PAIR-AMOUNT
             MOVE "EMPLOYER LEVY EXPENSE" TO WS-PAIR-DEBIT-ACCOUNT
             MOVE "ACCRUED EMPLOYER LEVY" TO WS-PAIR-CREDIT-ACCOUNT
             PERFORM 5200-WRITE-ONE-PAIR
           END-IF.

         5150-ADD-ONE-FREQUENCY.
           ADD WS-DP-ACCR-GROSS (WS-DEPT-SUB, WS-FQ-SUB)
               TO WS-DEPT-GROSS
           ADD WS-DP-ACCR-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
               TO WS-DEPT-ER-PENSION
           ADD WS-DP-ACCR-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
               TO WS-DEPT-ER-LEVY.

         5200-WRITE-ONE-PAIR.
           MOVE WS-PAIR-DEPARTMENT TO WS-PL-DEPARTMENT
           MOVE WS-PAIR-AMOUNT TO WS-PL-AMOUNT
           MOVE WS-PAIR-DEBIT-ACCOUNT TO WS-PL-ACCOUNT
           MOVE "DR" TO WS-PL-DRCR
           MOVE WS-POSTING-LINE TO POSTING-RECORD
           WRITE POSTING-RECORD
           MOVE "CR" TO WS-PL-DRCR
           MOVE WS-POSTING-LINE TO REVERSAL-RECORD
           WRITE REVERSAL-RECORD
           MOVE WS-PAIR-CREDIT-ACCOUNT TO WS-PL-ACCOUNT
           MOVE "CR" TO WS-PL-DRCR
           MOVE WS-POSTING-LINE TO POSTING-RECORD
           WRITE POSTING-RECORD
           MOVE "DR" TO WS-PL-DRCR
           MOVE WS-POSTING-LINE TO REVERSAL-RECORD
           WRITE REVERSAL-RECORD
           ADD 2 TO WS-POSTING-COUNT
           ADD 2 TO WS-REVERSAL-COUNT
           ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL
           ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
           ADD WS-PAIR-AMOUNT TO WS-REV-DEBIT-TOTAL
           ADD WS-PAIR-AMOUNT TO WS-REV-CREDIT-TOTAL.

      * ----------------------------------------------------------
      * The control report: the period and day count of every
      * frequency, then per department the last posted figures
      * and what was accrued from them, then the totals of the
      * two posting files.
      * ----------------------------------------------------------
         6000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "accrual: ACCRRPT.TXT NOT AVAILABLE, STATUS = "
                 WS-REPORT-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE WS-MONTH-END TO WS-TL-MONTH-END
             MOVE WS-NEXT-MONTH-START TO WS-TL-REVERSAL-DATE
             MOVE WS-TITLE-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM 6100-REPORT-ONE-PERIOD
                 VARYING WS-FQ-SUB FROM 1 BY 1
                 UNTIL WS-FQ-SUB > 2
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-COLUMN-HEADING TO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM 6200-REPORT-ONE-DEPARTMENT
                 VARYING WS-DEPT-SUB FROM 1 BY 1
                 UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
             MOVE "TOTAL ACCRUED" TO WS-DT-DEPARTMENT
             MOVE SPACES TO WS-DT-FREQUENCY
             MOVE ZERO TO WS-DT-WORKED
             MOVE ZERO TO WS-DT-DAYS
             MOVE ZERO TO WS-DT-LAST-GROSS
             MOVE ZERO TO WS-DT-LAST-ER-PENSION
             MOVE ZERO TO WS-DT-LAST-ER-LEVY
             MOVE WS-TOTAL-GROSS TO WS-DT-ACCR-GROSS
             MOVE WS-TOTAL-ER-PENSION TO WS-DT-ACCR-ER-PENSION
             MOVE WS-TOTAL-ER-LEVY TO WS-DT-ACCR-ER-LEVY
             MOVE WS-DETAIL-LINE TO REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD (30:55)
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE "ACCRPOST.TXT" TO WS-FT-FILE
             MOVE WS-POSTING-COUNT TO WS-FT-COUNT
             MOVE WS-DEBIT-TOTAL TO WS-FT-DEBITS
             MOVE WS-CREDIT-TOTAL TO WS-FT-CREDITS
             MOVE WS-FILE-TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE "ACCRREV.TXT" TO WS-FT-FILE
             MOVE WS-REVERSAL-COUNT TO WS-FT-COUNT
             MOVE WS-REV-DEBIT-TOTAL TO WS-FT-DEBITS
             MOVE WS-REV-CREDIT-TOTAL TO WS-FT-CREDITS
             MOVE WS-FILE-TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             CLOSE REPORT-FILE
           END-IF.

         6100-REPORT-ONE-PERIOD.
           IF WS-FQ-SPANS (WS-FQ-SUB) = "Y"
            AND WS-FQ-LAST-POSTED (WS-FQ-SUB) > ZERO
             MOVE WS-FQ-NAME (WS-FQ-SUB) TO WS-PD-NAME
             MOVE WS-FQ-PAY-DATE (WS-FQ-SUB) TO WS-PD-PAY-DATE
             MOVE WS-FQ-PERIOD-START (WS-FQ-SUB) TO WS-PD-START
             MOVE WS-FQ-PAY-DATE (WS-FQ-SUB) TO WS-PD-END
             MOVE WS-FQ-WORKED-DAYS (WS-FQ-SUB) TO WS-PD-WORKED
             MOVE WS-FQ-PERIOD-DAYS (WS-FQ-SUB) TO WS-PD-DAYS
             MOVE WS-FQ-LAST-POSTED (WS-FQ-SUB) TO WS-PD-LAST-POSTED
             MOVE WS-PERIOD-LINE TO REPORT-RECORD
           ELSE
             MOVE WS-FQ-NAME (WS-FQ-SUB) TO WS-NP-NAME
             IF WS-FQ-SPANS (WS-FQ-SUB) = "Y"
               MOVE "NOTHING POSTED BEFORE THE CLOSE - NOT ACCRUED"
                   TO WS-NP-TEXT
               DISPLAY "accrual: NO " WS-FQ-NAME (WS-FQ-SUB)
                   " PAYROLL ON THE LEDGER BEFORE " WS-MONTH-END
                   " - NOTHING ACCRUED"
             ELSE
               MOVE "NO PAY PERIOD SPANS THE CLOSE" TO WS-NP-TEXT
             END-IF
             MOVE WS-NO-PERIOD-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

         6200-REPORT-ONE-DEPARTMENT.
           PERFORM 6250-REPORT-ONE-DEPT-FREQUENCY
               VARYING WS-FQ-SUB FROM 1 BY 1
               UNTIL WS-FQ-SUB > 2.

         6250-REPORT-ONE-DEPT-FREQUENCY.
           IF WS-FQ-SPANS (WS-FQ-SUB) = "Y"
            AND WS-FQ-LAST-POSTED (WS-FQ-SUB) > ZERO
            AND (WS-DP-LAST-GROSS (WS-DEPT-SUB, WS-FQ-SUB) NOT = ZERO
             OR WS-DP-LAST-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                NOT = ZERO
             OR WS-DP-LAST-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                NOT = ZERO)
             MOVE WS-DP-NAME (WS-DEPT-SUB) TO WS-DT-DEPARTMENT
             MOVE WS-FQ-NAME (WS-FQ-SUB) TO WS-DT-FREQUENCY
             MOVE WS-FQ-WORKED-DAYS (WS-FQ-SUB) TO WS-DT-WORKED
             MOVE WS-FQ-PERIOD-DAYS (WS-FQ-SUB) TO WS-DT-DAYS
             MOVE WS-DP-LAST-GROSS (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-LAST-GROSS
             MOVE WS-DP-LAST-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-LAST-ER-PENSION
             MOVE WS-DP-LAST-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-LAST-ER-LEVY
             MOVE WS-DP-ACCR-GROSS (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-ACCR-GROSS
             MOVE WS-DP-ACCR-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-ACCR-ER-PENSION
             MOVE WS-DP-ACCR-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-DT-ACCR-ER-LEVY
             MOVE WS-DETAIL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             ADD WS-DP-ACCR-GROSS (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-TOTAL-GROSS
             ADD WS-DP-ACCR-ER-PENSION (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-TOTAL-ER-PENSION
             ADD WS-DP-ACCR-ER-LEVY (WS-DEPT-SUB, WS-FQ-SUB)
                 TO WS-TOTAL-ER-LEVY
           END-IF.
