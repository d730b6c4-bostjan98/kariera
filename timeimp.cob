       IDENTIFICATION DIVISION.
       PROGRAM-ID. timeimp.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 10th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-10  BK  First version.  Time-and-attendance import,
      *                 the first step of the nightly window: the
      *                 TIMESHT.TXT timesheet lines (employee, work
      *                 date, hours, hour type, branch) are priced
      *                 at the employee's EM-HOURLY-RATE times the
      *                 HOURTYPE.TXT multiplier for the hour type,
      *                 and the payroll input is built from them -
      *                 PAYROLL.DAT, or the PAYBR1/2/3.DAT extract
      *                 of each branch that sent timesheets -
      *                 instead of the amount being worked out by
      *                 hand at the branch.  Tax and pension rates
      *                 for the built records come from
      *                 TIMEIMP.PRM.  A line for an employee not on
      *                 the master, inactive or without an hourly
      *                 rate, a date outside the pay period (from
      *                 the day after the previous PAYCAL.TXT pay
      *                 date up to tonight's), an unknown hour type
      *                 and every line of a day booked at more than
      *                 24 hours go to the TIMEEXCP.TXT exception
      *                 report and are not paid.  TIMESUM.TXT is the
      *                 per-employee hours summary, one section per
      *                 branch with a sign-off block for the branch
      *                 manager.  With no TIMESHT.TXT present the
      *                 step does nothing and the keyed payroll
      *                 input runs as before.
      * 2026-09-11  BK  Weekly and monthly pay.  The pay period
      *                 starts the day after the previous PAYCAL.TXT
      *                 entry of tonight's pay frequency (a first
      *                 weekly period is the seven days up to the
      *                 pay date), and timesheets of an employee
      *                 paid on the other frequency go to the
      *                 exception report.
      * 2026-09-22  BK  The payroll input file is no longer rebuilt
      *                 from the timesheets alone.  What the file
      *                 already holds is read first and carried
      *                 forward - adjustments (mode A), net targets
      *                 (mode R, which then take the place of the
      *                 timesheet amount) and the keyed records of
      *                 employees without timesheets - merged with
      *                 the built records in employee ID order.  The
      *                 records built by an earlier run tonight are
      *                 replaced, so a rerun does not pay twice.  A
      *                 file that does not match its .CNT sender
      *                 count is left as it is for gatekeep to
      *                 quarantine; otherwise the .CNT is rewritten
      *                 with the count of the merged file.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT HOURTYPE-FILE ASSIGN TO "HOURTYPE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOURTYPE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "TIMEIMP.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYROLL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "TIMEEXCP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "TIMESUM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD TIMESHEET-FILE.
         01 TIMESHEET-RECORD.
           05 TS-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 TS-WORK-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 TS-HOURS PIC 9(02)V99.
           05 FILLER PIC X(02).
           05 TS-HOUR-TYPE PIC X(03).
           05 FILLER PIC X(02).
           05 TS-BRANCH PIC X(03).

         FD HOURTYPE-FILE.
         01 HOURTYPE-RECORD.
           05 HT-HOUR-TYPE PIC X(03).
           05 FILLER PIC X(02).
           05 HT-MULTIPLIER PIC 9(01)V9(03).
           05 FILLER PIC X(02).
           05 HT-DESCRIPTION PIC X(20).

         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 TP-TAXRATE PIC 9(03)V9(03).
           05 FILLER PIC X(02).
           05 TP-PENSION-RATE PIC 9(01)V9(03).

         FD CALENDAR-FILE.
         01 CALENDAR-RECORD.
           05 CAL-PERIOD PIC 9(04).
           05 FILLER PIC X(02).
           05 CAL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-FREQUENCY PIC X(01).

         FD EMPMAST-FILE.
         COPY EMPMAST.

         FD PAYROLL-FILE.
         COPY PAYREC REPLACING ==:TAG:== BY ==PR==.

         FD COUNT-FILE.
         01 COUNT-RECORD.
           05 CN-EXPECTED PIC 9(08).

         FD EXCEPTION-FILE.
         01 EXCEPTION-RECORD PIC X(132).

         FD SUMMARY-FILE.
         01 SUMMARY-RECORD PIC X(132).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-TIMESHEET-STATUS PIC X(02).
         01 WS-HOURTYPE-STATUS PIC X(02).
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-CALENDAR-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS PIC X(02).
         01 WS-PAYROLL-STATUS PIC X(02).
         01 WS-COUNT-STATUS PIC X(02).
         01 WS-EXCEPTION-STATUS PIC X(02).
         01 WS-SUMMARY-STATUS PIC X(02).
         01 WS-PAYDATE-STATUS PIC X(02).
         COPY PAYDATE.
         01 WS-PAYROLL-NAME PIC X(12).
         01 WS-COUNT-NAME PIC X(16).
         01 WS-COUNT-SUPPLIED PIC X(01).
         01 WS-EXPECTED-COUNT PIC 9(08).
         01 WS-EXISTING-COUNT PIC 9(08).
         01 WS-WRITTEN-COUNT PIC 9(08).
         01 WS-PAYROLL-EOF PIC X(01).
         01 WS-KEEP-SW PIC X(01).
         01 WS-BUILT-READY-SW PIC X(01).
         01 WS-KEPT-OVERFLOW-SW PIC X(01).
         01 WS-KEPT-TABLE.
           05 WS-KEPT-COUNT PIC 9(04) VALUE ZERO.
           05 WS-KEPT-ENTRY OCCURS 5000 TIMES.
             10 WS-KP-EMP-ID PIC X(10).
             10 WS-KP-REST PIC X(40).
         01 WS-KEPT-SUB PIC 9(04).
         01 WS-CARRIED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-EOF PIC X(01).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-CAL-FREQUENCY PIC X(01).
         01 WS-EMP-FREQUENCY PIC X(01).
         01 WS-PERIOD-START PIC 9(08).
         01 WS-PREVIOUS-PAY-DATE PIC 9(08).
         01 WS-START-DAY-NO PIC 9(08).
         01 WS-PERIOD-DAYS PIC S9(08).
         01 WS-DAY-SUB PIC S9(08).
         01 WS-TAXRATE PIC 9(03)V9(03).
         01 WS-PENSION-RATE PIC 9(01)V9(03).
         01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 9(02) VALUE ZERO.
           05 WS-TYPE-ENTRY OCCURS 20 TIMES.
             10 WS-TT-HOUR-TYPE PIC X(03).
             10 WS-TT-MULTIPLIER PIC 9(01)V9(03).
             10 WS-TT-DESCRIPTION PIC X(20).
         01 WS-TYPE-SUB PIC 9(02).
         01 WS-FOUND-TYPE PIC 9(02).
         01 WS-EMP-TABLE.
           05 WS-EMP-COUNT PIC 9(04) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES.
             10 WS-ET-EMP-ID PIC X(10).
             10 WS-ET-NAME PIC X(30).
             10 WS-ET-BRANCH PIC X(03).
             10 WS-ET-HOURLY-RATE PIC 9(05)V99.
             10 WS-ET-DAY-HOURS PIC 9(05)V99 OCCURS 62 TIMES.
             10 WS-ET-TYPE-HOURS PIC 9(05)V99 OCCURS 20 TIMES.
             10 WS-ET-GROSS PIC S9(11)V99.
             10 WS-ET-KEYED-SW PIC X(01).
         01 WS-EMP-SUB PIC 9(04).
         01 WS-FOUND-SUB PIC 9(04).
         01 WS-INSERT-SUB PIC 9(04).
         01 WS-SHIFT-SUB PIC 9(04).
         01 WS-LOOKUP-EMP-ID PIC X(10).
         01 WS-OVERFLOW-SW PIC X(01) VALUE "N".
         01 WS-SINGLE-SEEN-SW PIC X(01) VALUE "N".
         01 WS-BRANCH-SEEN-SW PIC X(01) VALUE "N".
         01 WS-LINE-BRANCH PIC X(03).
         01 WS-BRANCH-CODE PIC X(03).
         01 WS-BRANCH-NO PIC 9(01).
         01 WS-BRANCH-FOUND-SW PIC X(01).
         01 WS-REASON PIC X(30).
         01 WS-LINE-NO PIC 9(07) VALUE ZERO.
         01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(07) VALUE ZERO.
         01 WS-BUILT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-TYPE-AMOUNT PIC S9(11)V99.
         01 WS-EMP-HOURS PIC 9(05)V99.
         01 WS-BRANCH-HOURS PIC 9(07)V99.
         01 WS-BRANCH-GROSS PIC S9(11)V99.
         01 WS-BRANCH-EMPS PIC 9(06).
         01 WS-GRAND-HOURS PIC 9(07)V99 VALUE ZERO.
         01 WS-GRAND-GROSS PIC S9(11)V99 VALUE ZERO.
         01 WS-EXCEPTION-TITLE.
           05 FILLER PIC X(28) VALUE
              "TIMESHEET EXCEPTIONS        ".
           05 FILLER PIC X(07) VALUE "PERIOD ".
           05 WS-ET-TL-PERIOD PIC 9(04).
           05 FILLER PIC X(07) VALUE "  FROM ".
           05 WS-ET-TL-START PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 WS-ET-TL-END PIC 9(08).
         01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(07) VALUE "   LINE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EMPLOYEE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "DATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "HOURS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "TYPE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "BRANCH".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".
         01 WS-EXCEPTION-LINE.
           05 WS-XL-LINE-NO PIC Z(06)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-HOURS PIC Z9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-HOUR-TYPE PIC X(03).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-XL-BRANCH PIC X(03).
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-XL-REASON PIC X(30).
         01 WS-EXCEPTION-TOTAL.
           05 FILLER PIC X(20) VALUE "LINES READ          ".
           05 WS-XT-READ PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LINES REJECTED      ".
           05 WS-XT-REJECTED PIC Z,ZZZ,ZZ9.
         01 WS-SUMMARY-TITLE.
           05 FILLER PIC X(28) VALUE
              "HOURS SUMMARY FOR SIGN-OFF  ".
           05 FILLER PIC X(07) VALUE "PERIOD ".
           05 WS-ST-PERIOD PIC 9(04).
           05 FILLER PIC X(07) VALUE "  FROM ".
           05 WS-ST-START PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 WS-ST-END PIC 9(08).
           05 FILLER PIC X(11) VALUE "  PAY DATE ".
           05 WS-ST-PAY-DATE PIC 9(08).
         01 WS-BRANCH-TITLE.
           05 FILLER PIC X(07) VALUE "BRANCH ".
           05 WS-BT-BRANCH PIC X(03).
         01 WS-SUMMARY-HEADING.
           05 FILLER PIC X(10) VALUE "EMPLOYEE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME / HOUR TYPE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     HOURS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "FACTOR".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "      RATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "           AMOUNT".
         01 WS-EMPLOYEE-LINE.
           05 WS-EL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EL-NAME PIC X(30).
           05 FILLER PIC X(22) VALUE SPACES.
           05 WS-EL-RATE PIC ZZ,ZZ9.99.
         01 WS-TYPE-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 WS-TL-HOUR-TYPE PIC X(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-TL-DESCRIPTION PIC X(26).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TL-HOURS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-TL-MULTIPLIER PIC 9.999.
           05 FILLER PIC X(14) VALUE SPACES.
           05 WS-TL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-EMP-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 WS-EX-LABEL PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EX-HOURS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(22) VALUE SPACES.
           05 WS-EX-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(07) VALUE "BRANCH ".
           05 WS-BX-BRANCH PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EMPLOYEES ".
           05 WS-BX-EMPS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE SPACES.
           05 WS-BX-HOURS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(22) VALUE SPACES.
           05 WS-BX-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-SIGN-OFF-LINE.
           05 FILLER PIC X(26) VALUE "HOURS CHECKED AND APPROVED".
           05 FILLER PIC X(24) VALUE
              " BY: ___________________".
           05 FILLER PIC X(23) VALUE
              "   DATE: ______________".
         01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ALL BRANCHES        ".
           05 FILLER PIC X(10) VALUE "RECORDS   ".
           05 WS-GX-BUILT PIC ZZZ,ZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-GX-HOURS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(22) VALUE SPACES.
           05 WS-GX-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-REJECTED-NOTE.
           05 WS-RN-REJECTED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE
              " TIMESHEET LINES REJECTED - SEE TIMEEXCP.TXT".

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0010-READ-PAY-DATE
           MOVE ZERO TO RETURN-CODE
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
             DISPLAY "timeimp: NO TIMESHT.TXT - KEYED PAYROLL INPUT "
                 "USED"
           ELSE
             CLOSE TIMESHEET-FILE
             PERFORM 1000-READ-PARAMETERS
             IF RETURN-CODE = ZERO
               PERFORM 1200-LOAD-HOUR-TYPES
             END-IF
             IF RETURN-CODE = ZERO
               PERFORM 1400-FIND-PERIOD-START
             END-IF
             IF RETURN-CODE = ZERO
               PERFORM 1600-IMPORT-TIMESHEETS
             END-IF
           END-IF
           GOBACK.

         0010-READ-PAY-DATE.
           MOVE ZERO TO WS-PD-PERIOD
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
           END-IF
           IF WS-PD-PERIOD IS NOT NUMERIC
             MOVE ZERO TO WS-PD-PERIOD
           END-IF.

      * ----------------------------------------------------------
      * TIMEIMP.PRM gives the flat tax rate and the pension rate
      * the built payroll records carry, in the PAYREC columns the
      * branches used to key by hand.  Without it nothing is
      * built: guessing a pension rate would be worse than a
      * stopped window.
      * ----------------------------------------------------------
         1000-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "00"
             DISPLAY "timeimp: TIMEIMP.PRM NOT AVAILABLE, STATUS = "
                 WS-PARAMETER-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-EOF
             READ PARAMETER-FILE
               AT END
                 MOVE "Y" TO WS-EOF
             END-READ
             IF WS-EOF = "N"
              AND TP-TAXRATE IS NUMERIC
              AND TP-PENSION-RATE IS NUMERIC
               MOVE TP-TAXRATE TO WS-TAXRATE
               MOVE TP-PENSION-RATE TO WS-PENSION-RATE
             ELSE
               DISPLAY "timeimp: TIMEIMP.PRM EMPTY OR NOT NUMERIC"
               MOVE 4 TO RETURN-CODE
             END-IF
             CLOSE PARAMETER-FILE
           END-IF.

      * ----------------------------------------------------------
      * HOURTYPE.TXT is the multiplier table: one line per hour
      * type code with its multiplier on the hourly rate and a
      * description for the summary (NOR 1.000 normal, OVT 1.500
      * overtime and so on).  A line that does not read cleanly
      * stops the import rather than pricing hours at zero.
      * ----------------------------------------------------------
         1200-LOAD-HOUR-TYPES.
           MOVE ZERO TO WS-TYPE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOURTYPE-FILE
           IF WS-HOURTYPE-STATUS NOT = "00"
             DISPLAY "timeimp: HOURTYPE.TXT NOT AVAILABLE, STATUS = "
                 WS-HOURTYPE-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 1250-LOAD-ONE-HOUR-TYPE
                 UNTIL WS-EOF = "Y"
             CLOSE HOURTYPE-FILE
             IF RETURN-CODE = ZERO
              AND WS-TYPE-COUNT = ZERO
               DISPLAY "timeimp: HOURTYPE.TXT HOLDS NO HOUR TYPES"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         1250-LOAD-ONE-HOUR-TYPE.
           READ HOURTYPE-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF HT-HOUR-TYPE = SPACES
                OR HT-MULTIPLIER IS NOT NUMERIC
                 DISPLAY "timeimp: HOURTYPE.TXT LINE NOT VALID: "
                     HOURTYPE-RECORD
                 MOVE 8 TO RETURN-CODE
               ELSE
                 IF WS-TYPE-COUNT < 20
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE HT-HOUR-TYPE TO WS-TT-HOUR-TYPE (WS-TYPE-COUNT)
                   MOVE HT-MULTIPLIER
                       TO WS-TT-MULTIPLIER (WS-TYPE-COUNT)
                   MOVE HT-DESCRIPTION
                       TO WS-TT-DESCRIPTION (WS-TYPE-COUNT)
                 ELSE
                   DISPLAY "timeimp: MORE THAN 20 HOUR TYPES ON "
                       "HOURTYPE.TXT"
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * The pay period runs from the day after the previous pay
      * date on the calendar of tonight's pay frequency up to
      * tonight's pay date - a weekly window never takes its
      * start from a monthly entry or the other way round.  With
      * no earlier calendar entry a monthly period starts on the
      * first of the pay date's month and a weekly one six days
      * before the pay date.  The daily hours table holds 62 days,
      * which no real period comes near.
      * ----------------------------------------------------------
         1400-FIND-PERIOD-START.
           MOVE ZERO TO WS-PREVIOUS-PAY-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
             PERFORM 1450-JUDGE-ONE-CALENDAR-ENTRY
                 UNTIL WS-EOF = "Y"
             CLOSE CALENDAR-FILE
           END-IF
           IF WS-PREVIOUS-PAY-DATE > ZERO
             COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-PREVIOUS-PAY-DATE)
                 + 1)
           ELSE
             IF WS-RUN-FREQUENCY = "W"
               COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 6)
             ELSE
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE "01" TO WS-PERIOD-START (7:2)
             END-IF
           END-IF
           COMPUTE WS-START-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-START-DAY-NO + 1
           IF WS-PERIOD-DAYS > 62
             DISPLAY "timeimp: PAY PERIOD " WS-PERIOD-START " TO "
                 WS-RUN-DATE " IS LONGER THAN 62 DAYS"
             MOVE 8 TO RETURN-CODE
           END-IF.

         1450-JUDGE-ONE-CALENDAR-ENTRY.
           READ CALENDAR-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF CAL-FREQUENCY = "W"
                 MOVE "W" TO WS-CAL-FREQUENCY
               ELSE
                 MOVE "M" TO WS-CAL-FREQUENCY
               END-IF
               IF CAL-PAY-DATE IS NUMERIC
                AND WS-CAL-FREQUENCY = WS-RUN-FREQUENCY
                AND CAL-PAY-DATE < WS-RUN-DATE
                AND CAL-PAY-DATE > WS-PREVIOUS-PAY-DATE
                 MOVE CAL-PAY-DATE TO WS-PREVIOUS-PAY-DATE
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Two passes over the timesheet.  The first checks each line
      * on its own and adds the good ones into the employee's day;
      * the second, knowing the day totals, rejects every line of
      * a day over 24 hours and adds the rest into the employee's
      * hours per type.  Lines rejected in the first pass are
      * reported there and skipped quietly in the second.
      * ----------------------------------------------------------
         1600-IMPORT-TIMESHEETS.
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
             DISPLAY "timeimp: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                 WS-EMPMAST-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN OUTPUT EXCEPTION-FILE
             MOVE WS-PD-PERIOD TO WS-ET-TL-PERIOD
             MOVE WS-PERIOD-START TO WS-ET-TL-START
             MOVE WS-RUN-DATE TO WS-ET-TL-END
             MOVE WS-EXCEPTION-TITLE TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
             MOVE WS-EXCEPTION-HEADING TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
             PERFORM 2000-FIRST-PASS
             CLOSE EMPMAST-FILE
             EVALUATE TRUE
               WHEN WS-OVERFLOW-SW = "Y"
                 DISPLAY "timeimp: MORE THAN 5000 EMPLOYEES ON "
                     "TIMESHT.TXT - NOTHING BUILT"
                 MOVE 8 TO RETURN-CODE
               WHEN WS-SINGLE-SEEN-SW = "Y"
                AND WS-BRANCH-SEEN-SW = "Y"
                 DISPLAY "timeimp: TIMESHT.TXT MIXES BRANCH AND "
                     "NON-BRANCH LINES - NOTHING BUILT"
                 MOVE 8 TO RETURN-CODE
               WHEN OTHER
                 PERFORM 3000-SECOND-PASS
             END-EVALUATE
             MOVE WS-READ-COUNT TO WS-XT-READ
             MOVE WS-REJECTED-COUNT TO WS-XT-REJECTED
             MOVE WS-EXCEPTION-TOTAL TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
             CLOSE EXCEPTION-FILE
             IF RETURN-CODE = ZERO
               PERFORM 4000-PRICE-HOURS
               PERFORM 5000-WRITE-PAYROLL-INPUT
               PERFORM 6000-WRITE-HOURS-SUMMARY
               DISPLAY "timeimp: " WS-READ-COUNT " LINES READ, "
                   WS-REJECTED-COUNT " REJECTED, " WS-BUILT-COUNT
                   " PAYROLL RECORDS BUILT, " WS-CARRIED-COUNT
                   " CARRIED FORWARD"
             END-IF
           END-IF.

         2000-FIRST-PASS.
           MOVE ZERO TO WS-LINE-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           PERFORM 2050-CHECK-ONE-LINE
               UNTIL WS-EOF = "Y"
           CLOSE TIMESHEET-FILE.

         2050-CHECK-ONE-LINE.
           READ TIMESHEET-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-LINE-NO
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-CHECK-LINE-FIELDS
               IF WS-REASON = SPACES
                 PERFORM 2200-CHECK-LINE-EMPLOYEE
               END-IF
               IF WS-REASON = SPACES
                 ADD TS-HOURS TO WS-ET-DAY-HOURS
                     (WS-FOUND-SUB, WS-DAY-SUB)
                 IF WS-LINE-BRANCH = "000"
                   MOVE "Y" TO WS-SINGLE-SEEN-SW
                 ELSE
                   MOVE "Y" TO WS-BRANCH-SEEN-SW
                 END-IF
               ELSE
                 PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * The checks that need nothing but the line itself.  A blank
      * branch is the single-file input, branch 000.
      * ----------------------------------------------------------
         2100-CHECK-LINE-FIELDS.
           MOVE SPACES TO WS-REASON
           MOVE TS-BRANCH TO WS-LINE-BRANCH
           IF WS-LINE-BRANCH = SPACES
             MOVE "000" TO WS-LINE-BRANCH
           END-IF
           MOVE ZERO TO WS-DAY-SUB
           IF TS-WORK-DATE IS NUMERIC
             IF TS-WORK-DATE >= WS-PERIOD-START
              AND TS-WORK-DATE <= WS-RUN-DATE
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE (TS-WORK-DATE)
                   - WS-START-DAY-NO + 1
             END-IF
           END-IF
           MOVE ZERO TO WS-FOUND-TYPE
           PERFORM 2150-MATCH-ONE-HOUR-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-FOUND-TYPE > ZERO
           EVALUATE TRUE
             WHEN TS-EMP-ID = SPACES
               MOVE "EMPLOYEE ID MISSING" TO WS-REASON
             WHEN TS-HOURS IS NOT NUMERIC
               MOVE "HOURS NOT NUMERIC" TO WS-REASON
             WHEN TS-HOURS = ZERO
               MOVE "NO HOURS ON THE LINE" TO WS-REASON
             WHEN WS-FOUND-TYPE = ZERO
               MOVE "UNKNOWN HOUR TYPE" TO WS-REASON
             WHEN WS-DAY-SUB < 1
              OR WS-DAY-SUB > WS-PERIOD-DAYS
               MOVE "DATE OUTSIDE THE PAY PERIOD" TO WS-REASON
             WHEN WS-LINE-BRANCH NOT = "000"
              AND WS-LINE-BRANCH NOT = "001"
              AND WS-LINE-BRANCH NOT = "002"
              AND WS-LINE-BRANCH NOT = "003"
               MOVE "UNKNOWN BRANCH" TO WS-REASON
           END-EVALUATE.

         2150-MATCH-ONE-HOUR-TYPE.
           IF WS-TT-HOUR-TYPE (WS-TYPE-SUB) = TS-HOUR-TYPE
             MOVE WS-TYPE-SUB TO WS-FOUND-TYPE
           END-IF.

      * ----------------------------------------------------------
      * The employee must be on the master, active, paid on
      * tonight's pay frequency and carry an hourly rate.  The
      * first good line puts the employee in the
      * table under its branch; a later line from another branch
      * is rejected, since one employee is paid by one office.
      * ----------------------------------------------------------
         2200-CHECK-LINE-EMPLOYEE.
           MOVE TS-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
             INVALID KEY
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REASON
             NOT INVALID KEY
               IF NOT EM-IS-ACTIVE
                 MOVE "EMPLOYEE INACTIVE ON MASTER" TO WS-REASON
               ELSE
                 IF EM-PAID-WEEKLY
                   MOVE "W" TO WS-EMP-FREQUENCY
                 ELSE
                   MOVE "M" TO WS-EMP-FREQUENCY
                 END-IF
                 IF WS-EMP-FREQUENCY NOT = WS-RUN-FREQUENCY
                   MOVE "NOT PAID ON THIS FREQUENCY" TO WS-REASON
                 ELSE
                   IF EM-HOURLY-RATE IS NOT NUMERIC
                    OR EM-HOURLY-RATE = ZERO
                     MOVE "NO HOURLY RATE ON MASTER" TO WS-REASON
                   END-IF
                 END-IF
               END-IF
           END-READ
           IF WS-REASON = SPACES
             MOVE TS-EMP-ID TO WS-LOOKUP-EMP-ID
             PERFORM 2300-FIND-OR-ADD-EMPLOYEE
             IF WS-FOUND-SUB = ZERO
               MOVE "EMPLOYEE TABLE FULL" TO WS-REASON
             ELSE
               IF WS-ET-BRANCH (WS-FOUND-SUB) NOT = WS-LINE-BRANCH
                 MOVE "EMPLOYEE ON TWO BRANCHES" TO WS-REASON
               END-IF
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * The table is kept in employee ID order - a new employee is
      * inserted in place - so the payroll input comes out
      * ascending, as the branch merge in the payroll run needs.
      * ----------------------------------------------------------
         2300-FIND-OR-ADD-EMPLOYEE.
           PERFORM 2400-FIND-EMPLOYEE
           IF WS-FOUND-SUB = ZERO
             IF WS-EMP-COUNT < 5000
               IF WS-INSERT-SUB = ZERO
                 COMPUTE WS-INSERT-SUB = WS-EMP-COUNT + 1
               ELSE
                 PERFORM 2350-SHIFT-ONE-ENTRY
                     VARYING WS-SHIFT-SUB FROM WS-EMP-COUNT BY -1
                     UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-INSERT-SUB TO WS-FOUND-SUB
               INITIALIZE WS-EMP-ENTRY (WS-FOUND-SUB)
               MOVE WS-LOOKUP-EMP-ID TO WS-ET-EMP-ID (WS-FOUND-SUB)
               MOVE EM-NAME TO WS-ET-NAME (WS-FOUND-SUB)
               MOVE WS-LINE-BRANCH TO WS-ET-BRANCH (WS-FOUND-SUB)
               MOVE EM-HOURLY-RATE TO WS-ET-HOURLY-RATE (WS-FOUND-SUB)
             ELSE
               MOVE "Y" TO WS-OVERFLOW-SW
             END-IF
           END-IF.

         2350-SHIFT-ONE-ENTRY.
           MOVE WS-EMP-ENTRY (WS-SHIFT-SUB)
               TO WS-EMP-ENTRY (WS-SHIFT-SUB + 1).

         2400-FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-INSERT-SUB
           PERFORM 2450-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-FOUND-SUB > ZERO
                  OR WS-INSERT-SUB > ZERO.

         2450-MATCH-ONE-EMPLOYEE.
           IF WS-ET-EMP-ID (WS-EMP-SUB) = WS-LOOKUP-EMP-ID
             MOVE WS-EMP-SUB TO WS-FOUND-SUB
           ELSE
             IF WS-ET-EMP-ID (WS-EMP-SUB) > WS-LOOKUP-EMP-ID
               MOVE WS-EMP-SUB TO WS-INSERT-SUB
             END-IF
           END-IF.

         3000-SECOND-PASS.
           MOVE ZERO TO WS-LINE-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           PERFORM 3050-BOOK-ONE-LINE
               UNTIL WS-EOF = "Y"
           CLOSE TIMESHEET-FILE.

         3050-BOOK-ONE-LINE.
           READ TIMESHEET-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-LINE-NO
               PERFORM 2100-CHECK-LINE-FIELDS
               IF WS-REASON = SPACES
                 MOVE TS-EMP-ID TO WS-LOOKUP-EMP-ID
                 PERFORM 2400-FIND-EMPLOYEE
                 IF WS-FOUND-SUB > ZERO
                   IF WS-ET-BRANCH (WS-FOUND-SUB) = WS-LINE-BRANCH
                     PERFORM 3100-BOOK-LINE-HOURS
                   END-IF
                 END-IF
               END-IF
           END-READ.

         3100-BOOK-LINE-HOURS.
           IF WS-ET-DAY-HOURS (WS-FOUND-SUB, WS-DAY-SUB) > 24
             MOVE "OVER 24 HOURS ON THE DAY" TO WS-REASON
             PERFORM 7000-WRITE-EXCEPTION
           ELSE
             ADD TS-HOURS
                 TO WS-ET-TYPE-HOURS (WS-FOUND-SUB, WS-FOUND-TYPE)
           END-IF.

      * ----------------------------------------------------------
      * Each hour type is priced as a whole - hours times rate
      * times multiplier, rounded once - so the summary's amount
      * per type adds up to the gross on the payroll record.
      * ----------------------------------------------------------
         4000-PRICE-HOURS.
           PERFORM 4100-PRICE-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT.

         4100-PRICE-ONE-EMPLOYEE.
           MOVE ZERO TO WS-ET-GROSS (WS-EMP-SUB)
           PERFORM 4150-PRICE-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.

         4150-PRICE-ONE-TYPE.
           PERFORM 4200-COMPUTE-TYPE-AMOUNT
           ADD WS-TYPE-AMOUNT TO WS-ET-GROSS (WS-EMP-SUB).

         4200-COMPUTE-TYPE-AMOUNT.
           COMPUTE WS-TYPE-AMOUNT ROUNDED =
               WS-ET-TYPE-HOURS (WS-EMP-SUB, WS-TYPE-SUB)
               * WS-ET-HOURLY-RATE (WS-EMP-SUB)
               * WS-TT-MULTIPLIER (WS-TYPE-SUB).

      * ----------------------------------------------------------
      * Non-branch lines build PAYROLL.DAT.  Branch lines build the
      * extract of each branch that sent any; an extract of a
      * branch with no timesheet lines is left as it is, so a
      * branch still keying amounts by hand keeps shipping its own
      * file.  An employee whose every line was rejected gets no
      * record.
      * ----------------------------------------------------------
         5000-WRITE-PAYROLL-INPUT.
           IF WS-SINGLE-SEEN-SW = "Y"
             MOVE "000" TO WS-BRANCH-CODE
             MOVE "PAYROLL.DAT" TO WS-PAYROLL-NAME
             PERFORM 5100-WRITE-ONE-INPUT-FILE
           END-IF
           IF WS-BRANCH-SEEN-SW = "Y"
             PERFORM 5050-WRITE-ONE-BRANCH-FILE
                 VARYING WS-BRANCH-NO FROM 1 BY 1
                 UNTIL WS-BRANCH-NO > 3
           END-IF.

         5050-WRITE-ONE-BRANCH-FILE.
           MOVE "00" TO WS-BRANCH-CODE (1:2)
           MOVE WS-BRANCH-NO TO WS-BRANCH-CODE (3:1)
           MOVE "N" TO WS-BRANCH-FOUND-SW
           PERFORM 5060-PROBE-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-BRANCH-FOUND-SW = "Y"
           IF WS-BRANCH-FOUND-SW = "Y"
             MOVE SPACES TO WS-PAYROLL-NAME
             STRING "PAYBR" WS-BRANCH-NO ".DAT" DELIMITED BY SIZE
                 INTO WS-PAYROLL-NAME
             END-STRING
             PERFORM 5100-WRITE-ONE-INPUT-FILE
           END-IF.

         5060-PROBE-ONE-EMPLOYEE.
           IF WS-ET-BRANCH (WS-EMP-SUB) = WS-BRANCH-CODE
             MOVE "Y" TO WS-BRANCH-FOUND-SW
           END-IF.

      * ----------------------------------------------------------
      * The file may already hold records keyed at the branch or
      * by payroll: adjustments, net targets, and the amounts of
      * employees paid without timesheets.  Those are read into
      * the kept table first and merged back with the built
      * records in employee ID order.  If the file does not
      * match its .CNT sender count it is not touched at all -
      * gatekeep quarantines it - and if the kept table would
      * overflow nothing is rewritten.
      * ----------------------------------------------------------
         5100-WRITE-ONE-INPUT-FILE.
           PERFORM 5200-LOAD-EXISTING-INPUT
           PERFORM 5400-READ-SENDER-COUNT
           EVALUATE TRUE
             WHEN WS-COUNT-SUPPLIED = "Y"
              AND WS-EXPECTED-COUNT NOT = WS-EXISTING-COUNT
               DISPLAY "timeimp: " WS-PAYROLL-NAME " HOLDS "
                   WS-EXISTING-COUNT " RECORDS, SENDER COUNT "
                   WS-EXPECTED-COUNT " - NOT REBUILT"
               MOVE 8 TO RETURN-CODE
             WHEN WS-KEPT-OVERFLOW-SW = "Y"
               DISPLAY "timeimp: " WS-PAYROLL-NAME
                   " HOLDS MORE THAN 5000 KEYED RECORDS"
                   " - NOT REBUILT"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM 5300-MERGE-INPUT-FILE
           END-EVALUATE.

         5150-WRITE-ONE-RECORD.
           MOVE SPACES TO PR-RECORD
           MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO PR-EMP-ID
           MOVE WS-ET-GROSS (WS-EMP-SUB) TO PR-NETWORTH
           MOVE WS-TAXRATE TO PR-TAXRATE
           MOVE WS-PENSION-RATE TO PR-PENSION-RATE
           MOVE SPACE TO PR-CALC-MODE
           MOVE SPACES TO PR-ORIG-RUN-ID
           WRITE PR-RECORD
           ADD 1 TO WS-BUILT-COUNT
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-EMP-SUB.

         5160-WRITE-KEPT-RECORD.
           MOVE WS-KEPT-ENTRY (WS-KEPT-SUB) TO PR-RECORD
           WRITE PR-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-KEPT-SUB.

      * ----------------------------------------------------------
      * Adjustments are always kept.  A net target for an
      * employee with timesheets in this file is kept and the
      * timesheet amount is not written - the target is what
      * the employee is paid.  Any other record of an employee
      * with timesheets in this file is the one an earlier run
      * tonight built and is replaced.
      * ----------------------------------------------------------
         5200-LOAD-EXISTING-INPUT.
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-EXISTING-COUNT
           MOVE "N" TO WS-KEPT-OVERFLOW-SW
           MOVE "N" TO WS-PAYROLL-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS = "00"
             PERFORM 5250-LOAD-ONE-EXISTING
                 UNTIL WS-PAYROLL-EOF = "Y"
             CLOSE PAYROLL-FILE
           END-IF.

         5250-LOAD-ONE-EXISTING.
           READ PAYROLL-FILE
             AT END MOVE "Y" TO WS-PAYROLL-EOF
             NOT AT END
               ADD 1 TO WS-EXISTING-COUNT
               MOVE "Y" TO WS-KEEP-SW
               MOVE PR-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 2400-FIND-EMPLOYEE
               IF PR-CALC-MODE NOT = "A"
                AND WS-FOUND-SUB > ZERO
                 IF WS-ET-BRANCH (WS-FOUND-SUB) = WS-BRANCH-CODE
                  AND WS-ET-GROSS (WS-FOUND-SUB) > ZERO
                   IF PR-CALC-MODE = "R"
                     MOVE "Y" TO WS-ET-KEYED-SW (WS-FOUND-SUB)
                     DISPLAY "timeimp: " PR-EMP-ID
                         " HAS A NET TARGET IN " WS-PAYROLL-NAME
                         " - TIMESHEET AMOUNT NOT USED"
                   ELSE
                     MOVE "N" TO WS-KEEP-SW
                   END-IF
                 END-IF
               END-IF
               IF WS-KEEP-SW = "Y"
                 IF WS-KEPT-COUNT < 5000
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE PR-RECORD TO WS-KEPT-ENTRY (WS-KEPT-COUNT)
                 ELSE
                   MOVE "Y" TO WS-KEPT-OVERFLOW-SW
                 END-IF
               END-IF
           END-READ.

         5300-MERGE-INPUT-FILE.
           OPEN OUTPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = "00"
             DISPLAY "timeimp: " WS-PAYROLL-NAME
                 " CANNOT BE WRITTEN, STATUS = " WS-PAYROLL-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE ZERO TO WS-WRITTEN-COUNT
             MOVE 1 TO WS-KEPT-SUB
             MOVE 1 TO WS-EMP-SUB
             PERFORM 5350-WRITE-NEXT-RECORD
                 UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
                   AND WS-EMP-SUB > WS-EMP-COUNT
             CLOSE PAYROLL-FILE
             IF WS-COUNT-SUPPLIED = "Y"
               PERFORM 5450-REWRITE-SENDER-COUNT
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * A kept record goes ahead of a built one for the same
      * employee, so an adjustment sits next to the amount it
      * corrects.
      * ----------------------------------------------------------
         5350-WRITE-NEXT-RECORD.
           MOVE "N" TO WS-BUILT-READY-SW
           PERFORM 5360-JUDGE-ONE-BUILT
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-BUILT-READY-SW = "Y"
           EVALUATE TRUE
             WHEN WS-BUILT-READY-SW = "N"
              AND WS-KEPT-SUB > WS-KEPT-COUNT
               CONTINUE
             WHEN WS-BUILT-READY-SW = "N"
               PERFORM 5160-WRITE-KEPT-RECORD
             WHEN WS-KEPT-SUB > WS-KEPT-COUNT
               PERFORM 5150-WRITE-ONE-RECORD
             WHEN WS-KP-EMP-ID (WS-KEPT-SUB)
                  > WS-ET-EMP-ID (WS-EMP-SUB)
               PERFORM 5150-WRITE-ONE-RECORD
             WHEN OTHER
               PERFORM 5160-WRITE-KEPT-RECORD
           END-EVALUATE.

         5360-JUDGE-ONE-BUILT.
           IF WS-ET-BRANCH (WS-EMP-SUB) = WS-BRANCH-CODE
            AND WS-ET-GROSS (WS-EMP-SUB) > ZERO
            AND WS-ET-KEYED-SW (WS-EMP-SUB) NOT = "Y"
             MOVE "Y" TO WS-BUILT-READY-SW
           ELSE
             ADD 1 TO WS-EMP-SUB
           END-IF.

         5400-READ-SENDER-COUNT.
           MOVE "N" TO WS-COUNT-SUPPLIED
           MOVE ZERO TO WS-EXPECTED-COUNT
           MOVE SPACES TO WS-COUNT-NAME
           STRING WS-PAYROLL-NAME DELIMITED BY SPACE
               ".CNT" DELIMITED BY SIZE
               INTO WS-COUNT-NAME
           END-STRING
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = "00"
             READ COUNT-FILE
               NOT AT END
                 IF CN-EXPECTED IS NUMERIC
                   MOVE "Y" TO WS-COUNT-SUPPLIED
                   MOVE CN-EXPECTED TO WS-EXPECTED-COUNT
                 END-IF
             END-READ
             CLOSE COUNT-FILE
           END-IF.

         5450-REWRITE-SENDER-COUNT.
           OPEN OUTPUT COUNT-FILE
           IF WS-COUNT-STATUS = "00"
             MOVE WS-WRITTEN-COUNT TO CN-EXPECTED
             WRITE COUNT-RECORD
             CLOSE COUNT-FILE
           ELSE
             DISPLAY "timeimp: " WS-COUNT-NAME
                 " CANNOT BE WRITTEN, STATUS = " WS-COUNT-STATUS
             MOVE 8 TO RETURN-CODE
           END-IF.

      * ----------------------------------------------------------
      * One section per branch: every employee with the hours of
      * each type worked, the multiplier and the amount, the
      * branch totals and the manager's sign-off block.
      * ----------------------------------------------------------
         6000-WRITE-HOURS-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE WS-PD-PERIOD TO WS-ST-PERIOD
           MOVE WS-PERIOD-START TO WS-ST-START
           MOVE WS-RUN-DATE TO WS-ST-END
           MOVE WS-RUN-DATE TO WS-ST-PAY-DATE
           MOVE WS-SUMMARY-TITLE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM 6100-WRITE-ONE-BRANCH
               VARYING WS-BRANCH-NO FROM 0 BY 1
               UNTIL WS-BRANCH-NO > 3
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-BUILT-COUNT TO WS-GX-BUILT
           MOVE WS-GRAND-HOURS TO WS-GX-HOURS
           MOVE WS-GRAND-GROSS TO WS-GX-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           IF WS-REJECTED-COUNT > ZERO
             MOVE WS-REJECTED-COUNT TO WS-RN-REJECTED
             MOVE WS-REJECTED-NOTE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
           END-IF
           CLOSE SUMMARY-FILE.

         6100-WRITE-ONE-BRANCH.
           MOVE "00" TO WS-BRANCH-CODE (1:2)
           MOVE WS-BRANCH-NO TO WS-BRANCH-CODE (3:1)
           MOVE "N" TO WS-BRANCH-FOUND-SW
           PERFORM 5060-PROBE-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-BRANCH-FOUND-SW = "Y"
           IF WS-BRANCH-FOUND-SW = "Y"
             MOVE ZERO TO WS-BRANCH-EMPS
             MOVE ZERO TO WS-BRANCH-HOURS
             MOVE ZERO TO WS-BRANCH-GROSS
             MOVE SPACES TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE WS-BRANCH-CODE TO WS-BT-BRANCH
             MOVE WS-BRANCH-TITLE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE WS-SUMMARY-HEADING TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             PERFORM 6200-WRITE-ONE-EMPLOYEE
                 VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-COUNT
             MOVE WS-BRANCH-CODE TO WS-BX-BRANCH
             MOVE WS-BRANCH-EMPS TO WS-BX-EMPS
             MOVE WS-BRANCH-HOURS TO WS-BX-HOURS
             MOVE WS-BRANCH-GROSS TO WS-BX-AMOUNT
             MOVE WS-BRANCH-TOTAL-LINE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE SPACES TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE WS-SIGN-OFF-LINE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
           END-IF.

         6200-WRITE-ONE-EMPLOYEE.
           IF WS-ET-BRANCH (WS-EMP-SUB) = WS-BRANCH-CODE
             ADD 1 TO WS-BRANCH-EMPS
             MOVE ZERO TO WS-EMP-HOURS
             MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO WS-EL-EMP-ID
             MOVE WS-ET-NAME (WS-EMP-SUB) TO WS-EL-NAME
             MOVE WS-ET-HOURLY-RATE (WS-EMP-SUB) TO WS-EL-RATE
             MOVE WS-EMPLOYEE-LINE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             PERFORM 6250-WRITE-ONE-TYPE
                 VARYING WS-TYPE-SUB FROM 1 BY 1
                 UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
             IF WS-ET-GROSS (WS-EMP-SUB) > ZERO
               MOVE "TOTAL" TO WS-EX-LABEL
             ELSE
               MOVE "TOTAL - NOTHING TO PAY" TO WS-EX-LABEL
             END-IF
             MOVE WS-EMP-HOURS TO WS-EX-HOURS
             MOVE WS-ET-GROSS (WS-EMP-SUB) TO WS-EX-AMOUNT
             MOVE WS-EMP-TOTAL-LINE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             ADD WS-EMP-HOURS TO WS-BRANCH-HOURS
             ADD WS-EMP-HOURS TO WS-GRAND-HOURS
             ADD WS-ET-GROSS (WS-EMP-SUB) TO WS-BRANCH-GROSS
             ADD WS-ET-GROSS (WS-EMP-SUB) TO WS-GRAND-GROSS
           END-IF.

         6250-WRITE-ONE-TYPE.
           IF WS-ET-TYPE-HOURS (WS-EMP-SUB, WS-TYPE-SUB) > ZERO
             PERFORM 4200-COMPUTE-TYPE-AMOUNT
             ADD WS-ET-TYPE-HOURS (WS-EMP-SUB, WS-TYPE-SUB)
                 TO WS-EMP-HOURS
             MOVE WS-TT-HOUR-TYPE (WS-TYPE-SUB) TO WS-TL-HOUR-TYPE
             MOVE WS-TT-DESCRIPTION (WS-TYPE-SUB)
                 TO WS-TL-DESCRIPTION
             MOVE WS-ET-TYPE-HOURS (WS-EMP-SUB, WS-TYPE-SUB)
                 TO WS-TL-HOURS
             MOVE WS-TT-MULTIPLIER (WS-TYPE-SUB) TO WS-TL-MULTIPLIER
             MOVE WS-TYPE-AMOUNT TO WS-TL-AMOUNT
             MOVE WS-TYPE-LINE TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
           END-IF.

         7000-WRITE-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-LINE-NO TO WS-XL-LINE-NO
           MOVE TS-EMP-ID TO WS-XL-EMP-ID
           MOVE TIMESHEET-RECORD (13:8) TO WS-XL-DATE
           IF TS-HOURS IS NUMERIC
             MOVE TS-HOURS TO WS-XL-HOURS
           ELSE
             MOVE ZERO TO WS-XL-HOURS
           END-IF
           MOVE TS-HOUR-TYPE TO WS-XL-HOUR-TYPE
           MOVE TS-BRANCH TO WS-XL-BRANCH
           MOVE WS-REASON TO WS-XL-REASON
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.
