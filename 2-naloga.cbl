      *                 instead of the clock.  Run standalone with
      *                 no PAYDATE.TXT present, the system date
      *                 applies as before.
      * 2026-09-07  BK  The adjustment's original-posting scan
      *                 understands the paybkout reversal codes: a
      *                 REV later cancelled by a BKR line (its run
      *                 died and was backed out) no longer refuses
      *                 the re-keyed adjustment as already posted,
      *                 and an original run backed out by BKO/BKA
      *                 lines no longer counts as on the ledger.
      * 2026-09-09  BK  Court-ordered deductions.  Active orders
      *                 on GARNORD.TXT (GARNORD.CPY) are applied to
      *                 each calculated employee after tax and
      *                 pension, lowest priority number first, a
      *                 fixed amount or a percentage of the net pay
      *                 per period, never past the order's balance
      *                 and never leaving less than its protected
      *                 net.  Every deduction is appended to the
      *                 GARNHIST.TXT register (GARNHIST.CPY), from
      *                 which each order's recovered total - and so
      *                 its balance - is worked out at the start of
      *                 the run.  The ledger keeps net pay after tax
      *                 and pension; the payslip and the slip
      *                 history show each deduction, its balance
      *                 left and the amount paid, and PAYNET.DAT
      *                 carries the amount paid.  A GARNORD.TXT
      *                 line that is not valid, or more orders than
      *                 the table holds, stops the run before it
      *                 starts: an order skipped is money the court
      *                 is owed.  Adjustment records take no
      *                 deductions - those of the original stand.
      * 2026-09-11  BK  Weekly and monthly pay.  PAYDATE.TXT now
      *                 also carries the window's pay frequency
      *                 (blank or absent: monthly) and the run pays
      *                 only employees whose master pay frequency
      *                 matches it; the others are listed on
      *                 NOTDUE.TXT, not rejected.  Every ledger
      *                 line, the RUNEND marker included, and every
      *                 GARNHIST.TXT line carries the frequency in
      *                 a new column, and the double-run refusal
      *                 only counts a RUNEND of the same pay date
      *                 and frequency, so a weekly and a monthly run
      *                 on the same pay date do not block each
      *                 other.  RERUNOK.TXT may name the frequency
      *                 it authorises (blank: either).  The YTD
      *                 record counts weekly and monthly runs
      *                 apart; an adjustment takes its run off the
      *                 count of the original's frequency.
      *                 Adjustment records are posted whatever the
      *                 employee's frequency.
      * 2026-09-12  BK  Starters and leavers.  The pay period runs
      *                 from the day after the previous PAYCAL.TXT
      *                 entry of the run's frequency to the pay
      *                 date; an employee hired after its start or
      *                 leaving (EM-TERMINATION-DATE) before its
      *                 end has the period amount prorated by
      *                 working days (Monday to Friday) employed
      *                 over working days in the period.  Hourly
      *                 staff are not prorated - their timesheets
      *                 already pay the hours worked.  A leaver
      *                 whose termination date falls in the period
      *                 gets final pay: the payslip says so, the
      *                 YTD record is closed with the final pay
      *                 date and a leaver's statement with the
      *                 year's tax and pension for the next
      *                 employer is appended to LEAVSTMT.TXT.
      *                 payexp sets the employee inactive once paid.
      *                 A record for someone who left before the
      *                 period, is hired after the pay date, has no
      *                 working day in the period or whose year is
      *                 already closed by a final pay is rejected.
      *                 Adjustment records are not prorated.
      * 2026-09-13  BK  An adjustment is calculated under the rules
      *                 of the pay date it corrects - the bracket
      *                 set and employer rates in force then, not
      *                 tonight's - and its slip replaces the one
      *                 stored for that pay date, as a supplement's
      *                 does.  An ADJ line corrected again counts as
      *                 the pay date its own reversal named.  One
      *                 run may now carry an employee's ordinary
      *                 record and adjustments of several earlier
      *                 postings (a late bracket set corrects every
      *                 pay date since it took effect); only the
      *                 same posting twice is a duplicate.
      * 2026-09-22  BK  Every YTD update stamps the record with the
      *                 run id and the ledger sequence number of
      *                 the line just posted, so paybkout backs out
      *                 of YTD only what a failed run actually
      *                 added - a run that dies between its ledger
      *                 write and the YTD update no longer has an
      *                 amount subtracted that never went in.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNORD-STATUS.
           SELECT GARNISHMENT-HISTORY-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.
           SELECT NOT-DUE-FILE ASSIGN TO "NOTDUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LEAVER-STATEMENT-FILE ASSIGN TO "LEAVSTMT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVER-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD RERUN-AUTH-FILE.
         01 RERUN-AUTH-RECORD.
           05 RA-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RA-FREQUENCY PIC X(01).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

         FD GARNISHMENT-ORDER-FILE.
         COPY GARNORD.

         FD GARNISHMENT-HISTORY-FILE.
         COPY GARNHIST.

         FD NOT-DUE-FILE.
         01 NOT-DUE-RECORD PIC X(80).

         FD CALENDAR-FILE.
         01 CALENDAR-RECORD.
           05 CAL-PERIOD PIC 9(04).
           05 FILLER PIC X(02).
           05 CAL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-FREQUENCY PIC X(01).

         FD LEAVER-STATEMENT-FILE.
         01 LEAVER-STATEMENT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         01 WS-SLIPHIST-STATUS PIC X(02).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-YEAR PIC 9(04).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
           88 WS-RUN-WEEKLY VALUE "W".
         01 WS-RERUN-AUTH-STATUS PIC X(02).
         01 WS-YTD-ARCHIVE-STATUS PIC X(02).
         COPY YTDARCH.
           05 WS-SL-NETPAY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
         01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT PIC 9(04) VALUE ZERO.
           05 WS-SEEN-ENTRY OCCURS 5000 TIMES.
             10 WS-SEEN-ID PIC X(10).
             10 WS-SEEN-ORIG-RUN-ID PIC X(14).
         01 WS-SEEN-SUB PIC 9(04).
         01 WS-SEEN-ORIG-KEY PIC X(14).
         01 WS-RUNEND-LINE.
           05 WS-RE-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUNEND".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RE-RUN-ID PIC X(14).
           05 FILLER PIC X(202) VALUE SPACES.
           05 WS-RE-FREQUENCY PIC X(01).
         01 WS-LEDGER-LINE.
           05 WS-LL-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LL-ER-PENSION PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LL-ER-LEVY PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LL-FREQUENCY PIC X(01).
         01 WS-RUN-SEQ PIC 9(06) VALUE ZERO.
         01 WS-LIVE-LINE-SEEN PIC X(01).
         01 WS-CHAIN-CHECK PIC 9(08) VALUE ZERO.
         01 WS-ORIG-NETPAY PIC S9(11)V99.
         01 WS-ORIG-ER-PENSION PIC S9(11)V99.
         01 WS-ORIG-ER-LEVY PIC S9(11)V99.
         01 WS-ORIG-FREQUENCY PIC X(01).
         01 WS-ORIG-PAY-DATE PIC 9(08).
         01 WS-CALC-DATE PIC 9(08).
         01 WS-LINE-PAY-DATE PIC 9(08).
         01 WS-REV-PAY-DATE PIC 9(08).
         01 WS-POSTING-TABLE.
           05 WS-POSTING-COUNT PIC 9(03).
           05 WS-POSTING OCCURS 200 TIMES.
             10 WS-PT-RUN-ID PIC X(14).
             10 WS-PT-PAY-DATE PIC 9(08).
         01 WS-POSTING-SUB PIC 9(03).
         01 WS-POSTING-FOUND-SUB PIC 9(03).
         01 WS-ER-PENSIONVALUE PIC S9(11)V9(02).
         01 WS-ER-LEVYVALUE PIC S9(11)V9(02).
         01 WS-EMP-ID PIC X(10).
         01 WS-VALID-SW PIC X(01).
           88 EMPLOYEE-IS-VALID VALUE "Y".
         01 WS-REASON PIC X(30).
         01 WS-NOT-DUE-SW PIC X(01).
         01 WS-EMP-FREQUENCY PIC X(01).
         01 WS-NOT-DUE-COUNT PIC 9(06) VALUE ZERO.
         01 WS-NOT-DUE-LINE.
           05 WS-ND-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ND-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ND-RUN-FREQUENCY PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ND-EMP-FREQUENCY PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ND-REASON PIC X(30).
         01 WS-EXCEPTION-LINE.
           05 WS-XL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE " PCT    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SP-PENSION-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-SLIP-DEDUCTION-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-ORDER-REF PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-BALANCE-CAPTION PIC X(05).
           05 WS-SD-BALANCE-AREA PIC X(17).
           05 WS-SD-BALANCE REDEFINES WS-SD-BALANCE-AREA
               PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-GARNORD-STATUS PIC X(02).
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-GARN-EOF PIC X(01).
         01 WS-ORDER-TABLE.
           05 WS-ORDER-COUNT PIC 9(04) VALUE ZERO.
           05 WS-ORDER OCCURS 2000 TIMES.
             10 WS-OT-EMP-ID PIC X(10).
             10 WS-OT-ORDER-REF PIC X(12).
             10 WS-OT-CREDITOR PIC X(20).
             10 WS-OT-PRIORITY PIC 9(02).
             10 WS-OT-METHOD PIC X(01).
             10 WS-OT-PERIOD-VALUE PIC 9(09)V99.
             10 WS-OT-TOTAL-DUE PIC 9(09)V99.
             10 WS-OT-PROTECTED-NET PIC 9(09)V99.
             10 WS-OT-RECOVERED PIC S9(11)V99.
             10 WS-OT-TAKEN-SW PIC X(01).
         01 WS-ORDER-SUB PIC 9(04).
         01 WS-NEXT-SUB PIC 9(04).
         01 WS-ORDER-ERROR-COUNT PIC 9(04) VALUE ZERO.
         01 WS-DEDUCTION-TABLE.
           05 WS-DED-COUNT PIC 9(02) VALUE ZERO.
           05 WS-DED OCCURS 10 TIMES.
             10 WS-DD-ORDER-REF PIC X(12).
             10 WS-DD-CREDITOR PIC X(20).
             10 WS-DD-AMOUNT PIC S9(11)V99.
             10 WS-DD-BALANCE PIC S9(11)V99.
             10 WS-DD-CEILING-SW PIC X(01).
         01 WS-DED-SUB PIC 9(02).
         01 WS-GARN-TOTAL PIC S9(11)V99.
         01 WS-AMOUNT-PAID PIC S9(11)V99.
         01 WS-NET-LEFT PIC S9(11)V99.
         01 WS-GARN-AMOUNT PIC S9(11)V99.
         01 WS-GARN-ROOM PIC S9(11)V99.
         01 WS-CALENDAR-STATUS PIC X(02).
         01 WS-LEAVER-STATUS PIC X(02).
         01 WS-CAL-EOF PIC X(01).
         01 WS-CAL-FREQUENCY PIC X(01).
         01 WS-PREVIOUS-PAY-DATE PIC 9(08).
         01 WS-PERIOD-START PIC 9(08).
         01 WS-PERIOD-WORKDAYS PIC 9(03) VALUE ZERO.
         01 WS-COUNT-FROM PIC 9(08).
         01 WS-COUNT-TO PIC 9(08).
         01 WS-FIRST-DAY-NO PIC 9(08).
         01 WS-LAST-DAY-NO PIC 9(08).
         01 WS-DAY-NO PIC 9(08).
         01 WS-WEEK-NO PIC 9(08).
         01 WS-WEEKDAY PIC 9(01).
         01 WS-WORKDAY-COUNT PIC 9(03).
         01 WS-WORKED-DAYS PIC 9(03).
         01 WS-EMP-HIRE-DATE PIC 9(08).
         01 WS-EMP-TERM-DATE PIC 9(08).
         01 WS-EMP-LEAVING-REASON PIC X(20).
         01 WS-EMP-HOURLY-SW PIC X(01).
         01 WS-FULL-NETWORTH PIC S9(11)V99.
         01 WS-PRORATED-SW PIC X(01).
         01 WS-FINAL-PAY-SW PIC X(01).
         01 WS-PRORATED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-FINAL-PAY-COUNT PIC 9(06) VALUE ZERO.
         01 WS-YTD-TAXVALUE PIC S9(13)V99.
         01 WS-YTD-PENSIONVALUE PIC S9(13)V99.
         01 WS-YTD-NETPAY PIC S9(13)V99.
         01 WS-YTD-RUN-COUNT PIC 9(06).
         01 WS-SLIP-PRORATION-LINE.
           05 FILLER PIC X(24) VALUE "PRORATED WORKING DAYS".
           05 WS-SP-WORKED-DAYS PIC ZZ9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 WS-SP-PERIOD-DAYS PIC ZZ9.
         01 WS-SLIP-FINAL-PAY-LINE.
           05 FILLER PIC X(24) VALUE "FINAL PAY - LEFT ON".
           05 WS-SP-TERM-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SP-LEAVING-REASON PIC X(20).
         01 WS-LEAVER-TITLE-LINE.
           05 FILLER PIC X(18) VALUE "LEAVER'S STATEMENT".
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "PAY DATE ".
           05 WS-LS-PAY-DATE PIC 9(08).
         01 WS-LEAVER-DATES-LINE.
           05 FILLER PIC X(12) VALUE "HIRED     : ".
           05 WS-LS-HIRE-DATE PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "LEFT  : ".
           05 WS-LS-TERM-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LS-LEAVING-REASON PIC X(20).
         01 WS-LEAVER-YEAR-LINE.
           05 FILLER PIC X(12) VALUE "TAX YEAR  : ".
           05 WS-LS-YEAR PIC 9(04).
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "RUN   : ".
           05 WS-LS-RUN-ID PIC X(14).
         01 WS-LEAVER-RUNS-LINE.
           05 FILLER PIC X(24) VALUE "PAY RUNS IN THE YEAR".
           05 WS-LS-RUN-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0010-READ-PAY-DATE
           PERFORM 0020-FIND-PERIOD-START
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE WS-RUN-STAMP TO WS-RUN-ID
           MOVE ZERO TO RETURN-CODE
           PERFORM 0050-CHECK-PRIOR-RUN
           IF RETURN-CODE = ZERO
             PERFORM 0400-LOAD-GARNISHMENT-ORDERS
           END-IF
           IF RETURN-CODE = ZERO
             PERFORM 0080-OPEN-AND-RUN
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * A RUNEND marker on the ledger for today's pay date and
      * pay frequency means a completed run already posted;
      * running again would pay everyone twice.  A marker of the
      * other frequency is a different payroll and does not count;
      * a marker with no frequency was a monthly run.  The run
      * only proceeds when RERUNOK.TXT authorises this exact date
      * (and frequency, when it names one), and the authorisation
      * is emptied so it cannot silently cover a third run.
      * ----------------------------------------------------------
         0050-CHECK-PRIOR-RUN.
           MOVE "N" TO WS-PRIOR-RUN-SW
               IF LEDGER-RECORD (1:8) IS NUMERIC
                AND LEDGER-RECORD (11:10) = "RUNEND"
                AND LEDGER-RECORD (1:8) = WS-RUN-DATE(1:8)
                AND (LEDGER-RECORD (239:1) = WS-RUN-FREQUENCY
                  OR (LEDGER-RECORD (239:1) = SPACE
                  AND WS-RUN-FREQUENCY = "M"))
                 MOVE "Y" TO WS-PRIOR-RUN-SW
               END-IF
               IF LEDGER-RECORD (248:8) IS NUMERIC
           OPEN INPUT RERUN-AUTH-FILE
           IF WS-RERUN-AUTH-STATUS NOT = "00"
             DISPLAY "2-naloga: LEDGER ALREADY SHOWS A COMPLETED "
                 "RUN FOR " WS-RUN-DATE " FREQUENCY "
                 WS-RUN-FREQUENCY " - NOT STARTED"
             MOVE 8 TO RETURN-CODE
           ELSE
             READ RERUN-AUTH-FILE
             CLOSE RERUN-AUTH-FILE
             IF RA-PAY-DATE IS NUMERIC
              AND RA-PAY-DATE = WS-RUN-DATE
              AND (RA-FREQUENCY = SPACE
                OR RA-FREQUENCY = WS-RUN-FREQUENCY)
               DISPLAY "2-naloga: RERUN FOR " WS-RUN-DATE
                   " FREQUENCY " WS-RUN-FREQUENCY
                   " AUTHORISED BY RERUNOK.TXT"
               OPEN OUTPUT RERUN-AUTH-FILE
               CLOSE RERUN-AUTH-FILE
             ELSE
               DISPLAY "2-naloga: LEDGER ALREADY SHOWS A COMPLETED "
                   "RUN FOR " WS-RUN-DATE " FREQUENCY "
                   WS-RUN-FREQUENCY " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           OPEN OUTPUT PAYSLIP-FILE
           PERFORM 0160-OPEN-SLIPHIST-FILE
           OPEN OUTPUT PAYNET-FILE
           OPEN OUTPUT NOT-DUE-FILE
           OPEN EXTEND GARNISHMENT-HISTORY-FILE
           IF WS-GARNHIST-STATUS = "35"
             OPEN OUTPUT GARNISHMENT-HISTORY-FILE
           END-IF
           OPEN EXTEND LEAVER-STATEMENT-FILE
           IF WS-LEAVER-STATUS = "35"
             OPEN OUTPUT LEAVER-STATEMENT-FILE
           END-IF
           IF WS-MULTI-BRANCH-SW = "Y"
             PERFORM 0200-PRIME-BRANCHES
             PERFORM 0250-MERGE-ONE-EMPLOYEE
           PERFORM 0500-WRITE-SUBTOTALS
           MOVE WS-RUN-DATE TO WS-RE-DATE
           MOVE WS-RUN-ID TO WS-RE-RUN-ID
           MOVE WS-RUN-FREQUENCY TO WS-RE-FREQUENCY
           MOVE WS-RUNEND-LINE TO LEDGER-RECORD
           PERFORM 2600-CHAIN-LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE EXCEPTION-FILE
           CLOSE PAYSLIP-FILE
           CLOSE SLIPHIST-FILE
           CLOSE PAYNET-FILE
           CLOSE NOT-DUE-FILE
           CLOSE GARNISHMENT-HISTORY-FILE
           CLOSE LEAVER-STATEMENT-FILE
           IF WS-NOT-DUE-COUNT > ZERO
             DISPLAY "2-naloga: " WS-NOT-DUE-COUNT
                 " EMPLOYEES NOT DUE THIS FREQUENCY - SEE NOTDUE.TXT"
           END-IF
           IF WS-PRORATED-COUNT > ZERO
             DISPLAY "2-naloga: " WS-PRORATED-COUNT
                 " STARTERS AND LEAVERS PRORATED FOR PERIOD "
                 WS-PERIOD-START " TO " WS-RUN-DATE
           END-IF
           IF WS-FINAL-PAY-COUNT > ZERO
             DISPLAY "2-naloga: " WS-FINAL-PAY-COUNT
                 " FINAL PAYS - LEAVER'S STATEMENTS ON LEAVSTMT.TXT"
           END-IF.

         0200-PRIME-BRANCHES.
           PERFORM 0220-PRIME-ONE-BRANCH
           MOVE "OUT OF SEQUENCE IN BRANCH" TO WS-REASON
           PERFORM 2500-WRITE-EXCEPTION.

      * ----------------------------------------------------------
      * Court orders are loaded before anything is opened for
      * output.  No GARNORD.TXT means no orders; a line that is
      * not a valid order, or more active orders than the table
      * holds, stops the run, because an order left out is a
      * deduction the court is owed and nobody took.  Each order's
      * recovered total is then summed from the deduction
      * register, so the balance left carries from run to run
      * without the order file ever being rewritten.
      * ----------------------------------------------------------
         0400-LOAD-GARNISHMENT-ORDERS.
           MOVE "N" TO WS-GARN-EOF
           OPEN INPUT GARNISHMENT-ORDER-FILE
           EVALUATE WS-GARNORD-STATUS
             WHEN "00"
               PERFORM 0420-LOAD-ONE-ORDER
                   UNTIL WS-GARN-EOF = "Y"
               CLOSE GARNISHMENT-ORDER-FILE
             WHEN "35"
               CONTINUE
             WHEN OTHER
               DISPLAY "2-naloga: GARNORD.TXT NOT AVAILABLE, "
                   "STATUS = " WS-GARNORD-STATUS " - NOT STARTED"
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-ORDER-ERROR-COUNT > ZERO
             DISPLAY "2-naloga: " WS-ORDER-ERROR-COUNT
                 " GARNORD.TXT LINES NOT USABLE - NOT STARTED"
             MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
            AND WS-ORDER-COUNT > ZERO
             PERFORM 0450-TOTAL-RECOVERED
             DISPLAY "2-naloga: " WS-ORDER-COUNT
                 " ACTIVE DEDUCTION ORDERS LOADED"
           END-IF.

         0420-LOAD-ONE-ORDER.
           READ GARNISHMENT-ORDER-FILE
             AT END
               MOVE "Y" TO WS-GARN-EOF
             NOT AT END
               IF GO-IS-ACTIVE
                 IF GO-EMP-ID = SPACES
                  OR GO-ORDER-REF = SPACES
                  OR GO-PRIORITY IS NOT NUMERIC
                  OR GO-PERIOD-VALUE IS NOT NUMERIC
                  OR GO-TOTAL-DUE IS NOT NUMERIC
                  OR GO-PROTECTED-NET IS NOT NUMERIC
                  OR NOT (GO-BY-AMOUNT OR GO-BY-PERCENT)
                   ADD 1 TO WS-ORDER-ERROR-COUNT
                   DISPLAY "2-naloga: GARNORD.TXT ORDER " GO-ORDER-REF
                       " FOR " GO-EMP-ID " IS NOT VALID"
                 ELSE
                   IF WS-ORDER-COUNT < 2000
                     ADD 1 TO WS-ORDER-COUNT
                     MOVE GO-EMP-ID TO WS-OT-EMP-ID (WS-ORDER-COUNT)
                     MOVE GO-ORDER-REF
                         TO WS-OT-ORDER-REF (WS-ORDER-COUNT)
                     MOVE GO-CREDITOR
                         TO WS-OT-CREDITOR (WS-ORDER-COUNT)
                     MOVE GO-PRIORITY
                         TO WS-OT-PRIORITY (WS-ORDER-COUNT)
                     MOVE GO-METHOD TO WS-OT-METHOD (WS-ORDER-COUNT)
                     MOVE GO-PERIOD-VALUE
                         TO WS-OT-PERIOD-VALUE (WS-ORDER-COUNT)
                     MOVE GO-TOTAL-DUE
                         TO WS-OT-TOTAL-DUE (WS-ORDER-COUNT)
                     MOVE GO-PROTECTED-NET
                         TO WS-OT-PROTECTED-NET (WS-ORDER-COUNT)
                     MOVE ZERO TO WS-OT-RECOVERED (WS-ORDER-COUNT)
                     MOVE "N" TO WS-OT-TAKEN-SW (WS-ORDER-COUNT)
                   ELSE
                     ADD 1 TO WS-ORDER-ERROR-COUNT
                     DISPLAY "2-naloga: ORDER TABLE FULL - ORDER "
                         GO-ORDER-REF " FOR " GO-EMP-ID
                         " NOT LOADED"
                   END-IF
                 END-IF
               END-IF
           END-READ.

         0450-TOTAL-RECOVERED.
           MOVE "N" TO WS-GARN-EOF
           OPEN INPUT GARNISHMENT-HISTORY-FILE
           IF WS-GARNHIST-STATUS = "00"
             PERFORM 0460-TOTAL-ONE-DEDUCTION
                 UNTIL WS-GARN-EOF = "Y"
             CLOSE GARNISHMENT-HISTORY-FILE
           END-IF.

         0460-TOTAL-ONE-DEDUCTION.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-GARN-EOF
             NOT AT END
               MOVE ZERO TO WS-NEXT-SUB
               PERFORM 0470-MATCH-ONE-ORDER
                   VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                      OR WS-NEXT-SUB > ZERO
               IF WS-NEXT-SUB > ZERO
                AND GH-AMOUNT IS NUMERIC
                 ADD GH-AMOUNT TO WS-OT-RECOVERED (WS-NEXT-SUB)
               END-IF
           END-READ.

         0470-MATCH-ONE-ORDER.
           IF WS-OT-EMP-ID (WS-ORDER-SUB) = GH-EMP-ID
            AND WS-OT-ORDER-REF (WS-ORDER-SUB) = GH-ORDER-REF
             MOVE WS-ORDER-SUB TO WS-NEXT-SUB
           END-IF.

         0500-WRITE-SUBTOTALS.
           IF WS-MULTI-BRANCH-SW = "Y"
             PERFORM 0550-WRITE-ONE-SUBTOTAL
           MOVE WS-CUR-TAXRATE TO WS-TAXRATE
           MOVE WS-CUR-PENSION-RATE TO WS-NUM11
           MOVE WS-CUR-CALC-MODE TO WS-CALC-MODE
           MOVE "N" TO WS-NOT-DUE-SW
           MOVE "N" TO WS-PRORATED-SW
           MOVE "N" TO WS-FINAL-PAY-SW
           IF WS-CALC-MODE = "A"
             MOVE "Y" TO WS-ADJUSTMENT-SW
           ELSE
           IF EMPLOYEE-IS-VALID
             PERFORM 1500-VALIDATE-EMPLOYEE
           END-IF
           IF EMPLOYEE-IS-VALID
            AND WS-ADJUSTMENT-SW NOT = "Y"
             PERFORM 1600-CHECK-EMPLOYMENT-DATES
           END-IF
           IF EMPLOYEE-IS-VALID
            AND WS-ADJUSTMENT-SW = "Y"
             PERFORM 1700-FIND-ORIGINAL-POSTING
           IF EMPLOYEE-IS-VALID
             PERFORM 2000-CALCULATE-EMPLOYEE
           ELSE
             IF WS-NOT-DUE-SW = "Y"
               PERFORM 2550-WRITE-NOT-DUE
             ELSE
               PERFORM 2500-WRITE-EXCEPTION
             END-IF
           END-IF.

      * ----------------------------------------------------------
           MOVE "N" TO WS-ORIG-FOUND
           MOVE "N" TO WS-REV-SEEN
           MOVE "N" TO WS-ADJ-SCAN-EOF
           MOVE ZERO TO WS-ORIG-PAY-DATE
           MOVE ZERO TO WS-REV-PAY-DATE
           MOVE ZERO TO WS-POSTING-COUNT
           IF WS-CUR-ORIG-RUN-ID = SPACES
             MOVE "N" TO WS-VALID-SW
             MOVE "ADJUSTMENT NEEDS ORIG RUN ID" TO WS-REASON
      * REV line that already reversed it both carry the original
      * run id in the run-id column, and only the REV lines carry
      * branch code REV.  A REV seen anywhere means this
      * adjustment has already been applied - unless a later BKR
      * line shows the run that posted it was backed out by
      * paybkout, in which case the adjustment is free to post
      * again.  A BKO or BKA line naming the original run means
      * the original itself was backed out and no longer stands.
      * ----------------------------------------------------------
         1750-SCAN-ONE-POSTING.
           READ LEDGER-SCAN-FILE
             AT END
               MOVE "Y" TO WS-ADJ-SCAN-EOF
             NOT AT END
               IF LEDGER-SCAN-RECORD (1:8) IS NUMERIC
                AND LEDGER-SCAN-RECORD (11:10) = WS-EMP-ID
                AND LEDGER-SCAN-RECORD (181:14) NOT = SPACES
                 PERFORM 1770-TRACK-PAY-DATE
               END-IF
               IF LEDGER-SCAN-RECORD (1:8) IS NUMERIC
                AND LEDGER-SCAN-RECORD (11:10) = WS-EMP-ID
                AND LEDGER-SCAN-RECORD (181:14) NOT = SPACES
                AND LEDGER-SCAN-RECORD (181:14)
                    = WS-CUR-ORIG-RUN-ID
                 EVALUATE LEDGER-SCAN-RECORD (197:3)
                   WHEN "REV"
                     MOVE "Y" TO WS-REV-SEEN
                   WHEN "BKR"
                     MOVE "N" TO WS-REV-SEEN
                   WHEN "BKO"
                   WHEN "BKA"
                     MOVE "N" TO WS-ORIG-FOUND
                   WHEN OTHER
                     PERFORM 1760-TAKE-ORIGINAL-AMOUNTS
                 END-EVALUATE
               END-IF
           END-READ.

         1760-TAKE-ORIGINAL-AMOUNTS.
           MOVE "Y" TO WS-ORIG-FOUND
           MOVE WS-LINE-PAY-DATE TO WS-ORIG-PAY-DATE
           COMPUTE WS-ORIG-TAXRATE = FUNCTION NUMVAL
               (LEDGER-SCAN-RECORD (96:7))
           COMPUTE WS-ORIG-NETWORTH = FUNCTION NUMVAL-C
               (LEDGER-SCAN-RECORD (77:17))
           COMPUTE WS-ORIG-TAXVALUE = FUNCTION NUMVAL-C
               (LEDGER-SCAN-RECORD (105:17))
           COMPUTE WS-ORIG-GROSSVALUE = FUNCTION NUMVAL-C
               (LEDGER-SCAN-RECORD (124:17))
           COMPUTE WS-ORIG-PENSIONVALUE = FUNCTION NUMVAL-C
               (LEDGER-SCAN-RECORD (143:17))
           COMPUTE WS-ORIG-NETPAY = FUNCTION NUMVAL-C
               (LEDGER-SCAN-RECORD (162:17))
           IF LEDGER-SCAN-RECORD (202:17) = SPACES
             MOVE ZERO TO WS-ORIG-ER-PENSION
             MOVE ZERO TO WS-ORIG-ER-LEVY
           ELSE
             COMPUTE WS-ORIG-ER-PENSION = FUNCTION NUMVAL-C
                 (LEDGER-SCAN-RECORD (202:17))
             COMPUTE WS-ORIG-ER-LEVY = FUNCTION NUMVAL-C
                 (LEDGER-SCAN-RECORD (221:17))
           END-IF
           IF LEDGER-SCAN-RECORD (239:1) = "W"
             MOVE "W" TO WS-ORIG-FREQUENCY
           ELSE
             MOVE "M" TO WS-ORIG-FREQUENCY
           END-IF.

      * ----------------------------------------------------------
      * The pay date a posting of this employee stands for.  A
      * calculation line stands for its own date.  An ADJ line is
      * dated the night it was posted but stands for the pay date
      * of the posting the REV line just ahead of it withdrew, so
      * the employee's postings are remembered with the pay date
      * each stands for as the scan passes them.  Beyond the table
      * a posting stands for its own date.
      * ----------------------------------------------------------
         1770-TRACK-PAY-DATE.
           MOVE LEDGER-SCAN-RECORD (1:8) TO WS-LINE-PAY-DATE
           EVALUATE LEDGER-SCAN-RECORD (197:3)
             WHEN "REV"
               MOVE WS-LINE-PAY-DATE TO WS-REV-PAY-DATE
               MOVE ZERO TO WS-POSTING-FOUND-SUB
               PERFORM 1780-MATCH-ONE-POSTING
                   VARYING WS-POSTING-SUB FROM 1 BY 1
                   UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
                      OR WS-POSTING-FOUND-SUB > ZERO
               IF WS-POSTING-FOUND-SUB > ZERO
                 MOVE WS-PT-PAY-DATE (WS-POSTING-FOUND-SUB)
                     TO WS-REV-PAY-DATE
               END-IF
             WHEN "BKO"
             WHEN "BKA"
             WHEN "BKR"
               CONTINUE
             WHEN OTHER
               IF LEDGER-SCAN-RECORD (197:3) = "ADJ"
                AND WS-REV-PAY-DATE > ZERO
                 MOVE WS-REV-PAY-DATE TO WS-LINE-PAY-DATE
               END-IF
               MOVE ZERO TO WS-REV-PAY-DATE
               IF WS-POSTING-COUNT < 200
                 ADD 1 TO WS-POSTING-COUNT
                 MOVE LEDGER-SCAN-RECORD (181:14)
                     TO WS-PT-RUN-ID (WS-POSTING-COUNT)
                 MOVE WS-LINE-PAY-DATE
                     TO WS-PT-PAY-DATE (WS-POSTING-COUNT)
               END-IF
           END-EVALUATE.

         1780-MATCH-ONE-POSTING.
           IF WS-PT-RUN-ID (WS-POSTING-SUB)
               = LEDGER-SCAN-RECORD (181:14)
             MOVE WS-POSTING-SUB TO WS-POSTING-FOUND-SUB
           END-IF.

         1100-CHECK-DUPLICATE.
           SET EMPLOYEE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-SEEN-ORIG-KEY
           IF WS-ADJUSTMENT-SW = "Y"
             MOVE WS-CUR-ORIG-RUN-ID TO WS-SEEN-ORIG-KEY
           END-IF
           PERFORM 1150-MATCH-ONE-SEEN
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
             IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-EMP-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
               MOVE WS-SEEN-ORIG-KEY
                   TO WS-SEEN-ORIG-RUN-ID (WS-SEEN-COUNT)
             ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE "DUPLICATE TABLE FULL" TO WS-REASON

         1150-MATCH-ONE-SEEN.
           IF WS-SEEN-ID (WS-SEEN-SUB) = WS-EMP-ID
            AND WS-SEEN-ORIG-RUN-ID (WS-SEEN-SUB) = WS-SEEN-ORIG-KEY
             MOVE "N" TO WS-VALID-SW
             MOVE "DUPLICATE EMPLOYEE IN RUN" TO WS-REASON
           END-IF.

      * ----------------------------------------------------------
      * An active employee paid on the other frequency is not
      * wrong, just not due in this window: they are set aside to
      * NOTDUE.TXT for the run of their own frequency.  A
      * correction (mode A) is posted whichever window it is keyed
      * into.
      * ----------------------------------------------------------
         1200-LOOKUP-MASTER.
           SET EMPLOYEE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REASON
               IF EM-IS-ACTIVE
                 MOVE EM-NAME TO WS-EMP-NAME
                 MOVE EM-DEPARTMENT TO WS-EMP-DEPARTMENT
                 PERFORM 1250-TAKE-EMPLOYMENT-DATES
                 IF EM-PAID-WEEKLY
                   MOVE "W" TO WS-EMP-FREQUENCY
                 ELSE
                   MOVE "M" TO WS-EMP-FREQUENCY
                 END-IF
                 IF WS-EMP-FREQUENCY NOT = WS-RUN-FREQUENCY
                  AND WS-ADJUSTMENT-SW NOT = "Y"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "Y" TO WS-NOT-DUE-SW
                   MOVE "NOT DUE THIS PAY FREQUENCY" TO WS-REASON
                 END-IF
               ELSE
                 MOVE "N" TO WS-VALID-SW
                 MOVE "EMPLOYEE INACTIVE" TO WS-REASON
               END-IF
           END-READ.

         1250-TAKE-EMPLOYMENT-DATES.
           MOVE ZERO TO WS-EMP-HIRE-DATE
           MOVE ZERO TO WS-EMP-TERM-DATE
           MOVE EM-LEAVING-REASON TO WS-EMP-LEAVING-REASON
           MOVE "N" TO WS-EMP-HOURLY-SW
           IF EM-HIRE-DATE IS NUMERIC
             MOVE EM-HIRE-DATE TO WS-EMP-HIRE-DATE
           END-IF
           IF EM-TERMINATION-DATE IS NUMERIC
             MOVE EM-TERMINATION-DATE TO WS-EMP-TERM-DATE
           END-IF
           IF EM-HOURLY-RATE IS NUMERIC
            AND EM-HOURLY-RATE > ZERO
             MOVE "Y" TO WS-EMP-HOURLY-SW
           END-IF.

         1500-VALIDATE-EMPLOYEE.
           SET EMPLOYEE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REASON
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * Hire and termination dates against the pay period.  Left
      * before it or hired after it, the record is not paid.  A
      * termination date inside the period makes this the final
      * pay.  Someone not employed for the whole period has the
      * period amount cut to the working days they were employed;
      * hourly staff are paid their timesheet hours as they are.
      * ----------------------------------------------------------
         1600-CHECK-EMPLOYMENT-DATES.
           MOVE WS-NETWORTH TO WS-FULL-NETWORTH
           EVALUATE TRUE
             WHEN WS-EMP-TERM-DATE > ZERO
              AND WS-EMP-TERM-DATE < WS-PERIOD-START
               MOVE "N" TO WS-VALID-SW
               MOVE "LEFT BEFORE THIS PAY PERIOD" TO WS-REASON
             WHEN WS-EMP-HIRE-DATE > WS-RUN-DATE
               MOVE "N" TO WS-VALID-SW
               MOVE "HIRED AFTER THIS PAY DATE" TO WS-REASON
           END-EVALUATE
           IF EMPLOYEE-IS-VALID
             PERFORM 1650-CHECK-YEAR-CLOSED
           END-IF
           IF EMPLOYEE-IS-VALID
             IF WS-EMP-TERM-DATE > ZERO
              AND WS-EMP-TERM-DATE <= WS-RUN-DATE
               MOVE "Y" TO WS-FINAL-PAY-SW
             END-IF
             IF WS-EMP-HOURLY-SW NOT = "Y"
               PERFORM 1620-PRORATE-PERIOD-AMOUNT
             END-IF
           END-IF.

         1620-PRORATE-PERIOD-AMOUNT.
           MOVE WS-PERIOD-START TO WS-COUNT-FROM
           IF WS-EMP-HIRE-DATE > WS-PERIOD-START
             MOVE WS-EMP-HIRE-DATE TO WS-COUNT-FROM
           END-IF
           MOVE WS-RUN-DATE TO WS-COUNT-TO
           IF WS-FINAL-PAY-SW = "Y"
             MOVE WS-EMP-TERM-DATE TO WS-COUNT-TO
           END-IF
           IF (WS-COUNT-FROM > WS-PERIOD-START
            OR WS-COUNT-TO < WS-RUN-DATE)
            AND WS-PERIOD-WORKDAYS > ZERO
             PERFORM 1680-COUNT-WORKING-DAYS
             MOVE WS-WORKDAY-COUNT TO WS-WORKED-DAYS
             IF WS-WORKED-DAYS = ZERO
               MOVE "N" TO WS-VALID-SW
               MOVE "NO WORKING DAY IN THE PERIOD" TO WS-REASON
             ELSE
               COMPUTE WS-NETWORTH ROUNDED = WS-NETWORTH
                   * WS-WORKED-DAYS / WS-PERIOD-WORKDAYS
               MOVE "Y" TO WS-PRORATED-SW
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * A year closed by a final pay takes no further ordinary
      * pay - the leaver's statement has gone out with its
      * figures - unless the employee was rehired after it.
      * ----------------------------------------------------------
         1650-CHECK-YEAR-CLOSED.
           MOVE WS-EMP-ID TO YT-EMP-ID
           READ YTD-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF YT-YEAR = WS-RUN-YEAR
                AND YT-FINAL-PAY-DATE IS NUMERIC
                AND YT-FINAL-PAY-DATE > ZERO
                AND WS-EMP-HIRE-DATE <= YT-FINAL-PAY-DATE
                 MOVE "N" TO WS-VALID-SW
                 MOVE "FINAL PAY ALREADY MADE" TO WS-REASON
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Monday to Friday between WS-COUNT-FROM and WS-COUNT-TO,
      * both included.  Day number 1 of INTEGER-OF-DATE is Monday
      * 1 January 1601, so the remainder of the day number over
      * seven is 1 on a Monday through 5 on a Friday, 6 on a
      * Saturday and 0 on a Sunday.
      * ----------------------------------------------------------
         1680-COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-WORKDAY-COUNT
           COMPUTE WS-FIRST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-FROM)
           COMPUTE WS-LAST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-TO)
           PERFORM 1690-COUNT-ONE-DAY
               VARYING WS-DAY-NO FROM WS-FIRST-DAY-NO BY 1
               UNTIL WS-DAY-NO > WS-LAST-DAY-NO.

         1690-COUNT-ONE-DAY.
           DIVIDE WS-DAY-NO BY 7 GIVING WS-WEEK-NO
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
             ADD 1 TO WS-WORKDAY-COUNT
           END-IF.

         2000-CALCULATE-EMPLOYEE.
           IF WS-CALC-MODE = "R"
             MOVE WS-NETWORTH TO WS-NETPAY
           END-IF
           MOVE WS-RUN-DATE TO WS-CALC-DATE
           IF WS-ADJUSTMENT-SW = "Y"
            AND WS-ORIG-PAY-DATE > ZERO
             MOVE WS-ORIG-PAY-DATE TO WS-CALC-DATE
           END-IF
           CALL "t_calc" USING WS-NETWORTH, WS-TAXRATE, WS-TAXVALUE,
           WS-GROSSVALUE, WS-NUM11, WS-PENSIONVALUE, WS-NETPAY,
           WS-CALC-DATE, BAND-DETAIL, WS-CALC-MODE, WS-CALC-STATUS,
           WS-ER-PENSIONVALUE, WS-ER-LEVYVALUE
           IF WS-CALC-STATUS = "0"
             PERFORM 2050-WRITE-EMPLOYEE-OUTPUT
           END-IF
           MOVE WS-ER-PENSIONVALUE TO WS-LL-ER-PENSION
           MOVE WS-ER-LEVYVALUE TO WS-LL-ER-LEVY
           MOVE WS-RUN-FREQUENCY TO WS-LL-FREQUENCY
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           PERFORM 2600-CHAIN-LEDGER-RECORD
           WRITE LEDGER-RECORD
           PERFORM 2700-APPLY-GARNISHMENTS
           PERFORM 2100-ACCUMULATE-TOTALS
           PERFORM 2200-UPDATE-YTD
           IF WS-FINAL-PAY-SW = "Y"
             PERFORM 2800-WRITE-LEAVER-STATEMENT
           END-IF
           IF WS-PRORATED-SW = "Y"
             ADD 1 TO WS-PRORATED-COUNT
           END-IF
           PERFORM 2300-WRITE-PAYSLIP
           PERFORM 2400-STORE-PAYSLIP-HISTORY
           IF WS-ADJUSTMENT-SW = "Y"
             END-IF
           ELSE
             MOVE WS-EMP-ID TO PN-EMP-ID
             MOVE WS-AMOUNT-PAID TO PN-NETPAY
             WRITE PAYNET-RECORD
           END-IF.

           MOVE "REV" TO WS-LL-BRANCH
           COMPUTE WS-LL-ER-PENSION = ZERO - WS-ORIG-ER-PENSION
           COMPUTE WS-LL-ER-LEVY = ZERO - WS-ORIG-ER-LEVY
           MOVE WS-RUN-FREQUENCY TO WS-LL-FREQUENCY
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           PERFORM 2600-CHAIN-LEDGER-RECORD
           WRITE LEDGER-RECORD.
             MOVE YT-PENSIONVALUE TO WS-AR-PENSIONVALUE
             MOVE YT-NETPAY TO WS-AR-NETPAY
             MOVE YT-RUN-COUNT TO WS-AR-RUN-COUNT
             MOVE YT-WEEKLY-RUNS TO WS-AR-WEEKLY-RUNS
             MOVE YT-MONTHLY-RUNS TO WS-AR-MONTHLY-RUNS
             MOVE WS-ARCHIVE-LINE TO YTD-ARCHIVE-RECORD
             WRITE YTD-ARCHIVE-RECORD
             CLOSE YTD-ARCHIVE-FILE

      * ----------------------------------------------------------
      * The reversal's YTD side: the original amounts come out and
      * one run comes off the count (and off the count of the
      * original's pay frequency) before the corrected figures
      * accumulate, so the record nets to what it would have held
      * had the original been keyed right.
      * ----------------------------------------------------------
           SUBTRACT WS-ORIG-NETPAY FROM YT-NETPAY
           IF YT-RUN-COUNT > ZERO
             SUBTRACT 1 FROM YT-RUN-COUNT
           END-IF
           IF WS-ORIG-FREQUENCY = "W"
             IF YT-WEEKLY-RUNS > ZERO
               SUBTRACT 1 FROM YT-WEEKLY-RUNS
             END-IF
           ELSE
             IF YT-MONTHLY-RUNS > ZERO
               SUBTRACT 1 FROM YT-MONTHLY-RUNS
             END-IF
           END-IF.

         2210-CLEAR-YTD-FIGURES.
           MOVE ZERO TO YT-TAXVALUE
           MOVE ZERO TO YT-PENSIONVALUE
           MOVE ZERO TO YT-NETPAY
           MOVE ZERO TO YT-RUN-COUNT
           MOVE ZERO TO YT-WEEKLY-RUNS
           MOVE ZERO TO YT-MONTHLY-RUNS
           MOVE ZERO TO YT-FINAL-PAY-DATE
           MOVE SPACES TO YT-LAST-RUN-ID
           MOVE ZERO TO YT-LAST-SEQ.

      * ----------------------------------------------------------
      * A final pay closes the year with its pay date and keeps
      * the closing figures for the leaver's statement; any other
      * ordinary run reaching here for a closed record is a
      * rehire (1650 refuses the rest), which opens it again.  An
      * adjustment leaves the marker as it was.  The record is
      * then stamped with this run and the sequence number of the
      * ledger line just posted - the line paybkout may back out.
      * ----------------------------------------------------------
         2220-ACCUMULATE-YTD.
           ADD WS-TAXVALUE TO YT-TAXVALUE
           ADD WS-PENSIONVALUE TO YT-PENSIONVALUE
           ADD WS-NETPAY TO YT-NETPAY
           ADD 1 TO YT-RUN-COUNT
           IF WS-RUN-WEEKLY
             ADD 1 TO YT-WEEKLY-RUNS
           ELSE
             ADD 1 TO YT-MONTHLY-RUNS
           END-IF
           IF WS-ADJUSTMENT-SW NOT = "Y"
             IF WS-FINAL-PAY-SW = "Y"
               MOVE WS-RUN-DATE TO YT-FINAL-PAY-DATE
               MOVE YT-YEAR TO WS-LS-YEAR
               MOVE YT-TAXVALUE TO WS-YTD-TAXVALUE
               MOVE YT-PENSIONVALUE TO WS-YTD-PENSIONVALUE
               MOVE YT-NETPAY TO WS-YTD-NETPAY
               MOVE YT-RUN-COUNT TO WS-YTD-RUN-COUNT
             ELSE
               MOVE ZERO TO YT-FINAL-PAY-DATE
             END-IF
           END-IF
           MOVE WS-RUN-ID TO YT-LAST-RUN-ID
           MOVE WS-RUN-SEQ TO YT-LAST-SEQ.

         2300-WRITE-PAYSLIP.
           MOVE WS-SLIP-SEPARATOR TO PAYSLIP-RECORD
           MOVE WS-EMP-DEPARTMENT TO WS-SP-DEPARTMENT
           MOVE WS-SLIP-DEPARTMENT-LINE TO PAYSLIP-RECORD
           WRITE PAYSLIP-RECORD
           IF WS-FINAL-PAY-SW = "Y"
             MOVE WS-EMP-TERM-DATE TO WS-SP-TERM-DATE
             MOVE WS-EMP-LEAVING-REASON TO WS-SP-LEAVING-REASON
             MOVE WS-SLIP-FINAL-PAY-LINE TO PAYSLIP-RECORD
             WRITE PAYSLIP-RECORD
           END-IF
           IF WS-PRORATED-SW = "Y"
             MOVE "FULL PERIOD AMOUNT    " TO WS-SP-CAPTION
             MOVE WS-FULL-NETWORTH TO WS-SP-AMOUNT
             MOVE WS-SLIP-AMOUNT-LINE TO PAYSLIP-RECORD
             WRITE PAYSLIP-RECORD
             MOVE WS-WORKED-DAYS TO WS-SP-WORKED-DAYS
             MOVE WS-PERIOD-WORKDAYS TO WS-SP-PERIOD-DAYS
             MOVE WS-SLIP-PRORATION-LINE TO PAYSLIP-RECORD
             WRITE PAYSLIP-RECORD
           END-IF
           MOVE "NET WORTH             " TO WS-SP-CAPTION
           MOVE WS-NETWORTH TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO PAYSLIP-RECORD
           MOVE WS-NETPAY TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO PAYSLIP-RECORD
           WRITE PAYSLIP-RECORD
           IF WS-DED-COUNT > ZERO
             MOVE "COURT-ORDERED DEDUCTIONS" TO PAYSLIP-RECORD
             WRITE PAYSLIP-RECORD
             PERFORM 2360-WRITE-ONE-DEDUCTION
                 VARYING WS-DED-SUB FROM 1 BY 1
                 UNTIL WS-DED-SUB > WS-DED-COUNT
             MOVE "AMOUNT PAID           " TO WS-SP-CAPTION
             MOVE WS-AMOUNT-PAID TO WS-SP-AMOUNT
             MOVE WS-SLIP-AMOUNT-LINE TO PAYSLIP-RECORD
             WRITE PAYSLIP-RECORD
           END-IF
           MOVE WS-SLIP-SEPARATOR TO PAYSLIP-RECORD
           WRITE PAYSLIP-RECORD
           MOVE SPACES TO PAYSLIP-RECORD
           MOVE WS-SLIP-BAND-LINE TO PAYSLIP-RECORD
           WRITE PAYSLIP-RECORD.

      * ----------------------------------------------------------
      * An order with no ceiling has no balance to show.
      * ----------------------------------------------------------
         2360-WRITE-ONE-DEDUCTION.
           MOVE WS-DD-ORDER-REF (WS-DED-SUB) TO WS-SD-ORDER-REF
           MOVE WS-DD-CREDITOR (WS-DED-SUB) TO WS-SD-CREDITOR
           MOVE WS-DD-AMOUNT (WS-DED-SUB) TO WS-SD-AMOUNT
           IF WS-DD-CEILING-SW (WS-DED-SUB) = "Y"
             MOVE "LEFT " TO WS-SD-BALANCE-CAPTION
             MOVE WS-DD-BALANCE (WS-DED-SUB) TO WS-SD-BALANCE
           ELSE
             MOVE SPACES TO WS-SD-BALANCE-CAPTION
             MOVE SPACES TO WS-SD-BALANCE-AREA
           END-IF
           MOVE WS-SLIP-DEDUCTION-LINE TO PAYSLIP-RECORD
           WRITE PAYSLIP-RECORD.

         2500-WRITE-EXCEPTION.
           DISPLAY "REJECTED: " WS-EMP-ID " - " WS-REASON
           MOVE WS-EMP-ID TO WS-XL-EMP-ID
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

         2550-WRITE-NOT-DUE.
           ADD 1 TO WS-NOT-DUE-COUNT
           MOVE WS-EMP-ID TO WS-ND-EMP-ID
           MOVE WS-RUN-DATE TO WS-ND-PAY-DATE
           MOVE WS-RUN-FREQUENCY TO WS-ND-RUN-FREQUENCY
           MOVE WS-EMP-FREQUENCY TO WS-ND-EMP-FREQUENCY
           MOVE WS-REASON TO WS-ND-REASON
           MOVE WS-NOT-DUE-LINE TO NOT-DUE-RECORD
           WRITE NOT-DUE-RECORD.

      * ----------------------------------------------------------
      * Inside the window the controller has written the period's
      * pay date and pay frequency to PAYDATE.TXT; run standalone
      * there is none and the system date stands, monthly.
      * ----------------------------------------------------------
         0010-READ-PAY-DATE.
           OPEN INPUT PAYDATE-FILE
                  AND WS-PD-PAY-DATE > ZERO
                   MOVE WS-PD-PAY-DATE TO WS-RUN-DATE
                 END-IF
                 IF WS-PD-WEEKLY
                   MOVE "W" TO WS-RUN-FREQUENCY
                 END-IF
             END-READ
             CLOSE PAYDATE-FILE
           END-IF.

      * ----------------------------------------------------------
      * The pay period the run pays is the day after the previous
      * calendar pay date of the run's own frequency up to the pay
      * date - the same period timeimp builds the timesheet input
      * for.  With no earlier entry (or no calendar, run
      * standalone) a monthly period starts on the first of the
      * month and a weekly one six days before the pay date.  Its
      * working days are counted once here for the proration.
      * ----------------------------------------------------------
         0020-FIND-PERIOD-START.
           MOVE ZERO TO WS-PREVIOUS-PAY-DATE
           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
             PERFORM 0030-JUDGE-ONE-CALENDAR-ENTRY
                 UNTIL WS-CAL-EOF = "Y"
             CLOSE CALENDAR-FILE
           END-IF
           IF WS-PREVIOUS-PAY-DATE > ZERO
             COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-PREVIOUS-PAY-DATE)
                 + 1)
           ELSE
             IF WS-RUN-WEEKLY
               COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 6)
             ELSE
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE "01" TO WS-PERIOD-START (7:2)
             END-IF
           END-IF
           MOVE WS-PERIOD-START TO WS-COUNT-FROM
           MOVE WS-RUN-DATE TO WS-COUNT-TO
           PERFORM 1680-COUNT-WORKING-DAYS
           MOVE WS-WORKDAY-COUNT TO WS-PERIOD-WORKDAYS.

         0030-JUDGE-ONE-CALENDAR-ENTRY.
           READ CALENDAR-FILE
             AT END
               MOVE "Y" TO WS-CAL-EOF
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
      * The slip just written also lands in the keyed history, so
      * a reprint months later is a lookup, not a reconstruction.
      * ----------------------------------------------------------
         2400-STORE-PAYSLIP-HISTORY.
           MOVE WS-EMP-ID TO SH-EMP-ID
           MOVE WS-CALC-DATE TO SH-PAY-DATE
           MOVE WS-EMP-NAME TO SH-NAME
           MOVE WS-EMP-DEPARTMENT TO SH-DEPARTMENT
           MOVE WS-NETWORTH TO SH-NETWORTH
           PERFORM 2450-STORE-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > BD-BAND-COUNT
           MOVE WS-DED-COUNT TO SH-DEDUCTION-COUNT
           PERFORM 2460-STORE-ONE-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
           MOVE WS-AMOUNT-PAID TO SH-AMOUNT-PAID
           WRITE PAYSLIP-HISTORY-RECORD
             INVALID KEY
               REWRITE PAYSLIP-HISTORY-RECORD
           MOVE BD-RATE (WS-BAND-SUB) TO SH-RATE (WS-BAND-SUB)
           MOVE BD-TAX (WS-BAND-SUB) TO SH-TAX (WS-BAND-SUB).

         2460-STORE-ONE-DEDUCTION.
           MOVE WS-DD-ORDER-REF (WS-DED-SUB)
               TO SH-DED-ORDER-REF (WS-DED-SUB)
           MOVE WS-DD-CREDITOR (WS-DED-SUB)
               TO SH-DED-CREDITOR (WS-DED-SUB)
           MOVE WS-DD-AMOUNT (WS-DED-SUB) TO SH-DED-AMOUNT (WS-DED-SUB)
           MOVE WS-DD-BALANCE (WS-DED-SUB)
               TO SH-DED-BALANCE (WS-DED-SUB)
           MOVE WS-DD-CEILING-SW (WS-DED-SUB)
               TO SH-DED-CEILING-SW (WS-DED-SUB).

      * ----------------------------------------------------------
      * The chain columns live past every data column: sequence
      * number in 240-245, check value in 248-255.  The check is
               WS-CHAIN-LENGTH, WS-NEW-CHECK
           MOVE WS-NEW-CHECK TO LEDGER-RECORD (248:8)
           MOVE WS-NEW-CHECK TO WS-CHAIN-CHECK.

      * ----------------------------------------------------------
      * The employee's active orders are taken one at a time,
      * lowest priority number first (file order among equals),
      * each against the net pay still left after the orders
      * before it.  An adjustment record takes nothing: the
      * deductions made on the original posting stand.
      * ----------------------------------------------------------
         2700-APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-DED-COUNT
           MOVE ZERO TO WS-GARN-TOTAL
           MOVE WS-NETPAY TO WS-NET-LEFT
           IF WS-ADJUSTMENT-SW = "N"
            AND WS-ORDER-COUNT > ZERO
             MOVE 1 TO WS-NEXT-SUB
             PERFORM 2710-APPLY-NEXT-ORDER
                 UNTIL WS-NEXT-SUB = ZERO
           END-IF
           COMPUTE WS-AMOUNT-PAID = WS-NETPAY - WS-GARN-TOTAL.

         2710-APPLY-NEXT-ORDER.
           MOVE ZERO TO WS-NEXT-SUB
           PERFORM 2720-CONSIDER-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           IF WS-NEXT-SUB > ZERO
             MOVE "Y" TO WS-OT-TAKEN-SW (WS-NEXT-SUB)
             PERFORM 2730-TAKE-ONE-DEDUCTION
           END-IF.

         2720-CONSIDER-ONE-ORDER.
           IF WS-OT-EMP-ID (WS-ORDER-SUB) = WS-EMP-ID
            AND WS-OT-TAKEN-SW (WS-ORDER-SUB) = "N"
             IF WS-NEXT-SUB = ZERO
              OR WS-OT-PRIORITY (WS-ORDER-SUB)
                 < WS-OT-PRIORITY (WS-NEXT-SUB)
               MOVE WS-ORDER-SUB TO WS-NEXT-SUB
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * The period's amount is cut to the balance left on the
      * order (when it has a ceiling) and then to what the net
      * pay left can give up above the order's protected net.  A
      * paid-off order, or an employee already at the protected
      * figure, takes nothing and writes nothing.
      * ----------------------------------------------------------
         2730-TAKE-ONE-DEDUCTION.
           IF WS-OT-METHOD (WS-NEXT-SUB) = "P"
             COMPUTE WS-GARN-AMOUNT ROUNDED = WS-NETPAY
                 * WS-OT-PERIOD-VALUE (WS-NEXT-SUB) / 100
           ELSE
             MOVE WS-OT-PERIOD-VALUE (WS-NEXT-SUB) TO WS-GARN-AMOUNT
           END-IF
           IF WS-OT-TOTAL-DUE (WS-NEXT-SUB) > ZERO
             COMPUTE WS-GARN-ROOM = WS-OT-TOTAL-DUE (WS-NEXT-SUB)
                 - WS-OT-RECOVERED (WS-NEXT-SUB)
             IF WS-GARN-AMOUNT > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-AMOUNT
             END-IF
           END-IF
           COMPUTE WS-GARN-ROOM = WS-NET-LEFT
               - WS-OT-PROTECTED-NET (WS-NEXT-SUB)
           IF WS-GARN-AMOUNT > WS-GARN-ROOM
             MOVE WS-GARN-ROOM TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT > ZERO
             IF WS-DED-COUNT < 10
               PERFORM 2740-RECORD-DEDUCTION
             ELSE
               DISPLAY "2-naloga: MORE THAN 10 DEDUCTIONS FOR "
                   WS-EMP-ID " - ORDER "
                   WS-OT-ORDER-REF (WS-NEXT-SUB) " NOT APPLIED"
             END-IF
           END-IF.

         2740-RECORD-DEDUCTION.
           ADD WS-GARN-AMOUNT TO WS-OT-RECOVERED (WS-NEXT-SUB)
           ADD WS-GARN-AMOUNT TO WS-GARN-TOTAL
           SUBTRACT WS-GARN-AMOUNT FROM WS-NET-LEFT
           ADD 1 TO WS-DED-COUNT
           MOVE WS-OT-ORDER-REF (WS-NEXT-SUB)
               TO WS-DD-ORDER-REF (WS-DED-COUNT)
           MOVE WS-OT-CREDITOR (WS-NEXT-SUB)
               TO WS-DD-CREDITOR (WS-DED-COUNT)
           MOVE WS-GARN-AMOUNT TO WS-DD-AMOUNT (WS-DED-COUNT)
           IF WS-OT-TOTAL-DUE (WS-NEXT-SUB) > ZERO
             MOVE "Y" TO WS-DD-CEILING-SW (WS-DED-COUNT)
             COMPUTE WS-DD-BALANCE (WS-DED-COUNT) =
                 WS-OT-TOTAL-DUE (WS-NEXT-SUB)
                 - WS-OT-RECOVERED (WS-NEXT-SUB)
           ELSE
             MOVE "N" TO WS-DD-CEILING-SW (WS-DED-COUNT)
             MOVE ZERO TO WS-DD-BALANCE (WS-DED-COUNT)
           END-IF
           MOVE SPACES TO GARNISHMENT-HISTORY-RECORD
           MOVE WS-RUN-DATE TO GH-PAY-DATE
           MOVE WS-EMP-ID TO GH-EMP-ID
           MOVE WS-OT-ORDER-REF (WS-NEXT-SUB) TO GH-ORDER-REF
           MOVE WS-OT-CREDITOR (WS-NEXT-SUB) TO GH-CREDITOR
           MOVE WS-EMP-DEPARTMENT TO GH-DEPARTMENT
           MOVE WS-GARN-AMOUNT TO GH-AMOUNT
           MOVE WS-RUN-ID TO GH-RUN-ID
           MOVE "DED" TO GH-KIND
           MOVE WS-RUN-FREQUENCY TO GH-FREQUENCY
           WRITE GARNISHMENT-HISTORY-RECORD.

      * ----------------------------------------------------------
      * The leaver's statement is what the next employer needs to
      * carry on the year: the tax and pension taken so far, the
      * final pay included.  It is appended, one page per leaver,
      * to LEAVSTMT.TXT, stamped with the run id so a statement of
      * a run later backed out can be matched to its cancellation.
      * ----------------------------------------------------------
         2800-WRITE-LEAVER-STATEMENT.
           ADD 1 TO WS-FINAL-PAY-COUNT
           MOVE WS-SLIP-SEPARATOR TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-RUN-DATE TO WS-LS-PAY-DATE
           MOVE WS-LEAVER-TITLE-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-EMP-ID TO WS-SP-EMP-ID
           MOVE WS-EMP-NAME TO WS-SP-NAME
           MOVE WS-SLIP-EMPLOYEE-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-EMP-DEPARTMENT TO WS-SP-DEPARTMENT
           MOVE WS-SLIP-DEPARTMENT-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-EMP-HIRE-DATE TO WS-LS-HIRE-DATE
           MOVE WS-EMP-TERM-DATE TO WS-LS-TERM-DATE
           MOVE WS-EMP-LEAVING-REASON TO WS-LS-LEAVING-REASON
           MOVE WS-LEAVER-DATES-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-RUN-ID TO WS-LS-RUN-ID
           MOVE WS-LEAVER-YEAR-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE SPACES TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE "YEAR-TO-DATE TAX      " TO WS-SP-CAPTION
           MOVE WS-YTD-TAXVALUE TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE "YEAR-TO-DATE PENSION  " TO WS-SP-CAPTION
           MOVE WS-YTD-PENSIONVALUE TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE "YEAR-TO-DATE NET PAY  " TO WS-SP-CAPTION
           MOVE WS-YTD-NETPAY TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-YTD-RUN-COUNT TO WS-LS-RUN-COUNT
           MOVE WS-LEAVER-RUNS-LINE TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE WS-SLIP-SEPARATOR TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD
           MOVE SPACES TO LEAVER-STATEMENT-RECORD
           WRITE LEAVER-STATEMENT-RECORD.
