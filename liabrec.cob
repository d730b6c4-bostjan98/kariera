       IDENTIFICATION DIVISION.
       PROGRAM-ID. liabrec.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 16th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-16  BK  First version.  Payroll liability
      *                 reconciliation, the last gated step of the
      *                 window.  Three sides are tied together for
      *                 the window's pay date and frequency: what
      *                 glpost credited to each liability account
      *                 on GLPOST.TXT, what the payroll run put on
      *                 the ledger and PAYNET.DAT, and what left
      *                 the building - BANKPAY.TXT for net pay,
      *                 PENSCHED.TXT for pension.
      *                 Net pay: the bank file's trailer hash, less
      *                 the earlier pay dates' money payexp put in
      *                 it (released holds from PAYRLSED.TXT,
      *                 re-issued returns from PAYREISS.TXT), is
      *                 tonight's paid out; the credit less that,
      *                 less payments held pending release and
      *                 items payexp could not pay, must be nil.
      *                 Returned payments still on PAYRECYC.TXT,
      *                 returns on BANKRET.TXT not yet queued and
      *                 holds of earlier pay dates are shown as
      *                 still open from before.  Tax and pension:
      *                 the credit must equal the ledger's tax and
      *                 pension columns for the pay date.  When
      *                 PENSCHED.TXT covers the pay date, its
      *                 trailer hash must equal the pension the
      *                 ledger credited over the schedule's period.
      *                 Every liability account's balance, paid out
      *                 and still open go to LIABREC.TXT.  Any
      *                 unexplained difference fails the step.
      * 2026-09-22  BK  The pension schedule is judged by the run
      *                 date on its HDR line as well as its period.
      *                 A schedule cut before tonight's pay date is
      *                 not checked and pension is left open; one
      *                 cut on or after it is matched only against
      *                 ledger lines up to the day it was cut, so a
      *                 schedule penexp wrote for the whole ledger
      *                 (period 00000000-99999999) is not compared
      *                 with lines posted after it.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTING-STATUS.
           SELECT BANKPAY-FILE ASSIGN TO "BANKPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANKPAY-STATUS.
           SELECT PAYNET-FILE ASSIGN TO "PAYNET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYNET-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RELEASE-LOG-FILE ASSIGN TO "PAYRLSED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-LOG-STATUS.
           SELECT REISSUE-LOG-FILE ASSIGN TO "PAYREISS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REISSUE-LOG-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "PAYRECYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "BANKRET.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INDEX-FILE ASSIGN TO "ARCHIDX.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "PENSCHED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LIABREC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD POSTING-FILE.
         01 POSTING-RECORD PIC X(100).

         FD BANKPAY-FILE.
         01 BANKPAY-RECORD PIC X(80).

         FD PAYNET-FILE.
         01 PAYNET-RECORD.
           05 PN-EMP-ID PIC X(10).
           05 PN-NETPAY PIC S9(11)V99 SIGN IS LEADING SEPARATE.

         FD HOLD-FILE.
         COPY PAYHOLD.

         FD RELEASE-LOG-FILE.
         01 RELEASE-LOG-RECORD.
           05 RG-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RG-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RG-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RG-APPROVER PIC X(20).
           05 FILLER PIC X(02).
           05 RG-PAID-DATE PIC 9(08).

         FD REISSUE-LOG-FILE.
         01 REISSUE-LOG-RECORD.
           05 RI-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RI-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RI-OLD-ACCOUNT-REF PIC X(20).
           05 FILLER PIC X(02).
           05 RI-QUEUED-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RI-PAID-DATE PIC 9(08).

         FD RECYCLE-FILE.
         01 RECYCLE-RECORD.
           05 RC-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RC-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RC-OLD-ACCOUNT-REF PIC X(20).
           05 FILLER PIC X(02).
           05 RC-QUEUED-DATE PIC 9(08).

         FD RETURN-FILE.
         01 RETURN-RECORD.
           05 RT-ACCOUNT-REF PIC X(20).
           05 FILLER PIC X(02).
           05 RT-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RT-REASON PIC X(30).

         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD INDEX-FILE.
         01 INDEX-RECORD.
           05 IX-FILENAME PIC X(12).
           05 FILLER PIC X(02).
           05 IX-FROM-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 IX-TO-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 IX-COUNT PIC X(11).
           05 FILLER PIC X(02).
           05 IX-ARCH-NAME PIC X(52).

         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD PIC X(80).

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         COPY PAYDATE.
         01 WS-POSTING-STATUS PIC X(02).
         01 WS-BANKPAY-STATUS PIC X(02).
         01 WS-PAYNET-STATUS PIC X(02).
         01 WS-HOLD-STATUS PIC X(02).
         01 WS-RELEASE-LOG-STATUS PIC X(02).
         01 WS-REISSUE-LOG-STATUS PIC X(02).
         01 WS-RECYCLE-STATUS PIC X(02).
         01 WS-RETURN-STATUS PIC X(02).
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-INDEX-STATUS PIC X(02).
         01 WS-SCHEDULE-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-LEDGER-NAME PIC X(52).
         01 WS-EOF PIC X(01).
         01 WS-INDEX-EOF PIC X(01).
         01 WS-STOP-SW PIC X(01) VALUE "N".
         01 WS-UNEXPLAINED-SW PIC X(01) VALUE "N".
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-LINE-FREQUENCY PIC X(01).
         01 WS-RUN-ID PIC X(14) VALUE SPACES.
         01 WS-RECORD-DATE PIC 9(08).
         01 WS-POSTING-LINE.
           05 WS-PL-TAG PIC X(03).
           05 FILLER PIC X(02).
           05 WS-PL-ACCOUNT PIC X(24).
           05 FILLER PIC X(02).
           05 WS-PL-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02).
           05 WS-PL-DRCR PIC X(02).
           05 FILLER PIC X(02).
           05 WS-PL-AMOUNT PIC S9(13)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(27).
         01 WS-POSTING-HEADER REDEFINES WS-POSTING-LINE.
           05 FILLER PIC X(03).
           05 FILLER PIC X(02).
           05 WS-GH-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 FILLER PIC X(19).
           05 FILLER PIC X(02).
           05 WS-GH-RUN-ID PIC X(14).
           05 FILLER PIC X(02).
           05 WS-GH-FREQUENCY PIC X(01).
           05 FILLER PIC X(47).
         01 WS-POSTING-HEADER-SW PIC X(01) VALUE "N".
         01 WS-BANK-LINE.
           05 WS-BL-TAG PIC X(03).
           05 FILLER PIC X(02).
           05 WS-BL-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 WS-BL-ACCOUNT-REF PIC X(20).
           05 FILLER PIC X(02).
           05 WS-BL-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(27).
         01 WS-BANK-HEADER REDEFINES WS-BANK-LINE.
           05 FILLER PIC X(03).
           05 FILLER PIC X(02).
           05 WS-BH-DATE PIC X(08).
           05 FILLER PIC X(67).
         01 WS-BANK-TRAILER REDEFINES WS-BANK-LINE.
           05 FILLER PIC X(03).
           05 FILLER PIC X(02).
           05 WS-BT-COUNT PIC 9(06).
           05 FILLER PIC X(02).
           05 WS-BT-HASH PIC S9(13)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(51).
         01 WS-BANK-HEADER-SW PIC X(01) VALUE "N".
         01 WS-BANK-TRAILER-SW PIC X(01) VALUE "N".
         01 WS-SCHEDULE-LINE.
           05 WS-SL-TAG PIC X(03).
           05 FILLER PIC X(77).
         01 WS-SCHEDULE-HEADER REDEFINES WS-SCHEDULE-LINE.
           05 FILLER PIC X(03).
           05 FILLER PIC X(02).
           05 WS-SH-RUN-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 FILLER PIC X(21).
           05 FILLER PIC X(02).
           05 WS-SH-FROM PIC X(08).
           05 FILLER PIC X(01).
           05 WS-SH-TO PIC X(08).
           05 FILLER PIC X(25).
         01 WS-SCHEDULE-TRAILER REDEFINES WS-SCHEDULE-LINE.
           05 FILLER PIC X(03).
           05 FILLER PIC X(02).
           05 WS-ST-COUNT PIC 9(06).
           05 FILLER PIC X(02).
           05 WS-ST-HASH PIC S9(13)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(51).
         01 WS-SCHEDULE-SW PIC X(01) VALUE "N".
         01 WS-SCHEDULE-TRAILER-SW PIC X(01) VALUE "N".
         01 WS-SCHEDULE-FROM PIC 9(08) VALUE ZERO.
         01 WS-SCHEDULE-TO PIC 9(08) VALUE ZERO.
         01 WS-SCHEDULE-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-SCHEDULE-STALE-SW PIC X(01) VALUE "N".
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
           05 FILLER PIC X(61).
         01 WS-OLD-LEDGER-LINE REDEFINES WS-LEDGER-LINE.
           05 FILLER PIC X(08).
           05 FILLER PIC X(02).
           05 FILLER PIC X(10).
           05 FILLER PIC X(02).
           05 FILLER PIC X(17).
           05 FILLER PIC X(02).
           05 FILLER PIC X(07).
           05 FILLER PIC X(02).
           05 FILLER PIC X(17).
           05 FILLER PIC X(02).
           05 FILLER PIC X(17).
           05 FILLER PIC X(02).
           05 WS-OL-PENSIONVALUE PIC X(17).
           05 FILLER PIC X(02).
           05 FILLER PIC X(17).
           05 FILLER PIC X(173).
         01 WS-LINE-PENSION PIC S9(11)V99.
      * ----------------------------------------------------------
      * The liability accounts glpost credits, in report order.
      * ----------------------------------------------------------
         01 WS-ACCOUNT-TABLE.
           05 FILLER PIC X(24) VALUE "NET PAY PAYABLE".
           05 FILLER PIC X(24) VALUE "TAX WITHHELD PAYABLE".
           05 FILLER PIC X(24) VALUE "PENSION WITHHELD PAYABLE".
           05 FILLER PIC X(24) VALUE "GARNISHMENTS PAYABLE".
           05 FILLER PIC X(24) VALUE "EMPLOYER PENSION PAYABLE".
           05 FILLER PIC X(24) VALUE "EMPLOYER LEVY PAYABLE".
         01 WS-ACCOUNT-NAMES REDEFINES WS-ACCOUNT-TABLE.
           05 WS-AC-NAME OCCURS 6 TIMES PIC X(24).
         01 WS-ACCOUNT-FIGURES.
           05 WS-AC-ENTRY OCCURS 6 TIMES.
             10 WS-AC-BALANCE PIC S9(13)V99.
             10 WS-AC-PAID PIC S9(13)V99.
             10 WS-AC-OPEN PIC S9(13)V99.
         01 WS-AC-SUB PIC 9(01).
         01 WS-AC-FOUND-SUB PIC 9(01).
         01 WS-NET-TABLE.
           05 WS-NET-COUNT PIC 9(04) VALUE ZERO.
           05 WS-NET OCCURS 5000 TIMES.
             10 WS-NT-EMP-ID PIC X(10).
             10 WS-NT-AMOUNT PIC S9(11)V99.
             10 WS-NT-STATE PIC X(01).
         01 WS-NET-SUB PIC 9(04).
         01 WS-NET-FOUND-SUB PIC 9(04).
         01 WS-BANK-TABLE.
           05 WS-BANK-COUNT PIC 9(04) VALUE ZERO.
           05 WS-BANK OCCURS 6000 TIMES.
             10 WS-BK-EMP-ID PIC X(10).
             10 WS-BK-AMOUNT PIC S9(11)V99.
             10 WS-BK-KIND PIC X(01).
         01 WS-BANK-SUB PIC 9(04).
         01 WS-RELEASE-TABLE.
           05 WS-RELEASE-COUNT PIC 9(04) VALUE ZERO.
           05 WS-RELEASE OCCURS 1000 TIMES.
             10 WS-RL-EMP-ID PIC X(10).
             10 WS-RL-AMOUNT PIC S9(11)V99.
             10 WS-RL-USED-SW PIC X(01).
         01 WS-REISSUE-TABLE.
           05 WS-REISSUE-COUNT PIC 9(04) VALUE ZERO.
           05 WS-REISSUE OCCURS 1000 TIMES.
             10 WS-RI-EMP-ID PIC X(10).
             10 WS-RI-AMOUNT PIC S9(11)V99.
             10 WS-RI-USED-SW PIC X(01).
         01 WS-RETURN-TABLE.
           05 WS-RETURN-COUNT PIC 9(04) VALUE ZERO.
           05 WS-RETURN OCCURS 1000 TIMES.
             10 WS-RT-ACCOUNT-REF PIC X(20).
             10 WS-RT-AMOUNT PIC S9(11)V99.
             10 WS-RT-TRACED-SW PIC X(01).
         01 WS-LOG-SUB PIC 9(04).
         01 WS-LOG-FOUND-SUB PIC 9(04).
         01 WS-MATCH-EMP-ID PIC X(10).
         01 WS-MATCH-ACCOUNT-REF PIC X(20).
         01 WS-MATCH-AMOUNT PIC S9(11)V99.
         01 WS-BANK-HASH PIC S9(13)V99 VALUE ZERO.
         01 WS-BANK-DETAIL-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-PAID-TONIGHT PIC S9(13)V99 VALUE ZERO.
         01 WS-PAID-RELEASED PIC S9(13)V99 VALUE ZERO.
         01 WS-PAID-REISSUED PIC S9(13)V99 VALUE ZERO.
         01 WS-PAID-UNTRACED PIC S9(13)V99 VALUE ZERO.
         01 WS-HELD-TONIGHT PIC S9(13)V99 VALUE ZERO.
         01 WS-NOT-PAID PIC S9(13)V99 VALUE ZERO.
         01 WS-NET-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
         01 WS-QUEUED-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-RETURNED-UNQUEUED PIC S9(13)V99 VALUE ZERO.
         01 WS-EARLIER-HELD PIC S9(13)V99 VALUE ZERO.
         01 WS-LEDGER-TAX PIC S9(13)V99 VALUE ZERO.
         01 WS-LEDGER-PENSION PIC S9(13)V99 VALUE ZERO.
         01 WS-LEDGER-LINE-COUNT PIC 9(06) VALUE ZERO.
         01 WS-TAX-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
         01 WS-PENSION-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
         01 WS-SCHEDULE-HASH PIC S9(13)V99 VALUE ZERO.
         01 WS-SCHEDULE-LEDGER PIC S9(13)V99 VALUE ZERO.
         01 WS-SCHEDULE-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
         01 WS-TITLE-LINE.
           05 FILLER PIC X(42)
               VALUE "PAYROLL LIABILITY RECONCILIATION  PAY DATE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-TL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(12) VALUE "  FREQUENCY ".
           05 WS-TL-FREQUENCY PIC X(01).
           05 FILLER PIC X(09) VALUE "  RUN ID ".
           05 WS-TL-RUN-ID PIC X(14).
         01 WS-COLUMN-HEADING.
           05 FILLER PIC X(24) VALUE "LIABILITY ACCOUNT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "          BALANCE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "         PAID OUT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "       STILL OPEN".
         01 WS-ACCOUNT-LINE.
           05 WS-AL-NAME PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AL-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AL-PAID PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AL-OPEN PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-AMOUNT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ML-LABEL PIC X(50).
           05 WS-ML-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ML-FLAG PIC X(12) VALUE SPACES.
         01 WS-ITEM-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-IL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-IL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-IL-TEXT PIC X(40).
         01 WS-PERIOD-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "PENSCHED.TXT PERIOD".
           05 WS-PR-FROM PIC 9(08).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-PR-TO PIC 9(08).
         01 WS-SECTION-LINE PIC X(60).

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0010-READ-PAY-DATE
           MOVE ZERO TO RETURN-CODE
           INITIALIZE WS-ACCOUNT-FIGURES
           PERFORM 1000-READ-GL-POSTINGS
           IF WS-STOP-SW = "N"
             PERFORM 2000-READ-BANK-FILE
           END-IF
           IF WS-STOP-SW = "N"
             PERFORM 2500-LOAD-PAYNET
           END-IF
           IF WS-STOP-SW = "N"
             PERFORM 3000-MARK-HELD-PAYMENTS
             PERFORM 3200-LOAD-PAYMENT-LOGS
             PERFORM 3500-TRACE-ONE-BANK-LINE
                 VARYING WS-BANK-SUB FROM 1 BY 1
                 UNTIL WS-BANK-SUB > WS-BANK-COUNT
             PERFORM 3700-SETTLE-ONE-PAYNET-ITEM
                 VARYING WS-NET-SUB FROM 1 BY 1
                 UNTIL WS-NET-SUB > WS-NET-COUNT
             PERFORM 3800-TOTAL-CARRIED-ITEMS
             PERFORM 4000-READ-LEDGER-FOR-PAY-DATE
             PERFORM 5000-CHECK-PENSION-SCHEDULE
             PERFORM 5500-SETTLE-ACCOUNTS
             PERFORM 6000-WRITE-REPORT
             IF WS-UNEXPLAINED-SW = "Y"
               DISPLAY "liabrec: UNEXPLAINED DIFFERENCE ON THE "
                   "PAYROLL LIABILITIES - SEE LIABREC.TXT"
               MOVE 8 TO RETURN-CODE
             ELSE
               DISPLAY "liabrec: PAYROLL LIABILITIES RECONCILED FOR "
                   WS-RUN-DATE
             END-IF
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * Tonight's posting file must be the one glpost wrote for
      * this window; a file left over from another pay date or
      * frequency reconciles nothing and fails the step.  A
      * debit to a liability account (none is posted today)
      * would reduce its balance.
      * ----------------------------------------------------------
         1000-READ-GL-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTING-FILE
           IF WS-POSTING-STATUS NOT = "00"
             DISPLAY "liabrec: GLPOST.TXT NOT AVAILABLE, STATUS = "
                 WS-POSTING-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             PERFORM 1100-READ-ONE-POSTING
                 UNTIL WS-EOF = "Y"
             CLOSE POSTING-FILE
             IF WS-POSTING-HEADER-SW = "N"
               DISPLAY "liabrec: GLPOST.TXT IS NOT FOR PAY DATE "
                   WS-RUN-DATE " FREQUENCY " WS-RUN-FREQUENCY
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-STOP-SW
             END-IF
           END-IF.

         1100-READ-ONE-POSTING.
           READ POSTING-FILE INTO WS-POSTING-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               EVALUATE WS-PL-TAG
                 WHEN "HDR"
                   IF WS-GH-DATE IS NUMERIC
                    AND WS-GH-DATE = WS-RUN-DATE
                    AND WS-GH-FREQUENCY = WS-RUN-FREQUENCY
                     MOVE "Y" TO WS-POSTING-HEADER-SW
                     MOVE WS-GH-RUN-ID TO WS-RUN-ID
                   END-IF
                 WHEN "DTL"
                   PERFORM 1200-ADD-ONE-POSTING
               END-EVALUATE
           END-READ.

         1200-ADD-ONE-POSTING.
           MOVE ZERO TO WS-AC-FOUND-SUB
           PERFORM 1250-MATCH-ONE-ACCOUNT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > 6
                  OR WS-AC-FOUND-SUB > ZERO
           IF WS-AC-FOUND-SUB > ZERO
             IF WS-PL-DRCR = "CR"
               ADD WS-PL-AMOUNT TO WS-AC-BALANCE (WS-AC-FOUND-SUB)
             ELSE
               SUBTRACT WS-PL-AMOUNT
                   FROM WS-AC-BALANCE (WS-AC-FOUND-SUB)
             END-IF
           END-IF.

         1250-MATCH-ONE-ACCOUNT.
           IF WS-AC-NAME (WS-AC-SUB) = WS-PL-ACCOUNT
             MOVE WS-AC-SUB TO WS-AC-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * The bank file is taken whole: its detail lines are kept
      * for tracing, and the trailer hash is what the bank will
      * debit.  Detail lines that do not add up to the hash are a
      * damaged file, not a reconciling item.
      * ----------------------------------------------------------
         2000-READ-BANK-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT BANKPAY-FILE
           IF WS-BANKPAY-STATUS NOT = "00"
             DISPLAY "liabrec: BANKPAY.TXT NOT AVAILABLE, STATUS = "
                 WS-BANKPAY-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             PERFORM 2100-READ-ONE-BANK-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE BANKPAY-FILE
             IF WS-BANK-HEADER-SW = "N"
              OR WS-BANK-TRAILER-SW = "N"
               DISPLAY "liabrec: BANKPAY.TXT IS NOT A COMPLETE FILE "
                   "FOR PAY DATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-STOP-SW
             END-IF
           END-IF.

         2100-READ-ONE-BANK-LINE.
           READ BANKPAY-FILE INTO WS-BANK-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               EVALUATE WS-BL-TAG
                 WHEN "HDR"
                   IF WS-BH-DATE IS NUMERIC
                    AND WS-BH-DATE = WS-RUN-DATE
                     MOVE "Y" TO WS-BANK-HEADER-SW
                   END-IF
                 WHEN "DTL"
                   PERFORM 2200-KEEP-ONE-BANK-LINE
                 WHEN "TRL"
                   MOVE "Y" TO WS-BANK-TRAILER-SW
                   MOVE WS-BT-HASH TO WS-BANK-HASH
               END-EVALUATE
           END-READ.

         2200-KEEP-ONE-BANK-LINE.
           ADD WS-BL-AMOUNT TO WS-BANK-DETAIL-TOTAL
           IF WS-BANK-COUNT < 6000
             ADD 1 TO WS-BANK-COUNT
             MOVE WS-BL-EMP-ID TO WS-BK-EMP-ID (WS-BANK-COUNT)
             MOVE WS-BL-AMOUNT TO WS-BK-AMOUNT (WS-BANK-COUNT)
             MOVE "U" TO WS-BK-KIND (WS-BANK-COUNT)
           ELSE
             DISPLAY "liabrec: BANK LINE TABLE FULL - "
                 WS-BL-EMP-ID " NOT TRACED"
             ADD WS-BL-AMOUNT TO WS-PAID-UNTRACED
           END-IF.

      * ----------------------------------------------------------
      * PAYNET.DAT is what the payroll run said each employee
      * was to be paid tonight.  Every item starts open; it is
      * settled as paid, held or not paid below.
      * ----------------------------------------------------------
         2500-LOAD-PAYNET.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYNET-FILE
           IF WS-PAYNET-STATUS NOT = "00"
             DISPLAY "liabrec: PAYNET.DAT NOT AVAILABLE, STATUS = "
                 WS-PAYNET-STATUS
             MOVE 4 TO RETURN-CODE
             MOVE "Y" TO WS-STOP-SW
           ELSE
             PERFORM 2550-LOAD-ONE-PAYNET-ITEM
                 UNTIL WS-EOF = "Y"
             CLOSE PAYNET-FILE
           END-IF.

         2550-LOAD-ONE-PAYNET-ITEM.
           READ PAYNET-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-NET-COUNT < 5000
                 ADD 1 TO WS-NET-COUNT
                 MOVE PN-EMP-ID TO WS-NT-EMP-ID (WS-NET-COUNT)
                 MOVE PN-NETPAY TO WS-NT-AMOUNT (WS-NET-COUNT)
                 MOVE "O" TO WS-NT-STATE (WS-NET-COUNT)
               ELSE
                 DISPLAY "liabrec: PAYNET TABLE FULL - " PN-EMP-ID
                     " NOT RECONCILED"
                 MOVE "Y" TO WS-UNEXPLAINED-SW
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * What is still on the hold queue after payexp for tonight's
      * pay date was held back from the bank file; holds of other
      * pay dates are earlier liabilities still open.  A hold for
      * tonight's date that is not in PAYNET.DAT belongs to the
      * other frequency's window and is left alone.
      * ----------------------------------------------------------
         3000-MARK-HELD-PAYMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
             PERFORM 3050-JUDGE-ONE-HOLD
                 UNTIL WS-EOF = "Y"
             CLOSE HOLD-FILE
           END-IF.

         3050-JUDGE-ONE-HOLD.
           READ HOLD-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF PH-PAY-DATE = WS-RUN-DATE
                 MOVE PH-EMP-ID TO WS-MATCH-EMP-ID
                 PERFORM 3100-FIND-OPEN-PAYNET-ITEM
                 IF WS-NET-FOUND-SUB > ZERO
                   MOVE "H" TO WS-NT-STATE (WS-NET-FOUND-SUB)
                 END-IF
               ELSE
                 ADD PH-AMOUNT TO WS-EARLIER-HELD
               END-IF
           END-READ.

         3100-FIND-OPEN-PAYNET-ITEM.
           MOVE ZERO TO WS-NET-FOUND-SUB
           PERFORM 3150-MATCH-ONE-PAYNET-ITEM
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT
                  OR WS-NET-FOUND-SUB > ZERO.

         3150-MATCH-ONE-PAYNET-ITEM.
           IF WS-NT-EMP-ID (WS-NET-SUB) = WS-MATCH-EMP-ID
            AND WS-NT-STATE (WS-NET-SUB) = "O"
             MOVE WS-NET-SUB TO WS-NET-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * The payment logs payexp keeps say which lines of tonight's
      * bank file settle earlier pay dates: held payments released
      * and paid on this pay date for another one, and returned
      * payments re-issued on it.  Only tonight's entries are kept.
      * ----------------------------------------------------------
         3200-LOAD-PAYMENT-LOGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-STATUS = "00"
             PERFORM 3250-LOAD-ONE-RELEASE
                 UNTIL WS-EOF = "Y"
             CLOSE RELEASE-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT REISSUE-LOG-FILE
           IF WS-REISSUE-LOG-STATUS = "00"
             PERFORM 3300-LOAD-ONE-REISSUE
                 UNTIL WS-EOF = "Y"
             CLOSE REISSUE-LOG-FILE
           END-IF.

         3250-LOAD-ONE-RELEASE.
           READ RELEASE-LOG-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF RG-PAID-DATE = WS-RUN-DATE
                AND RG-PAY-DATE NOT = WS-RUN-DATE
                 IF WS-RELEASE-COUNT < 1000
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE RG-EMP-ID TO WS-RL-EMP-ID (WS-RELEASE-COUNT)
                   MOVE RG-AMOUNT TO WS-RL-AMOUNT (WS-RELEASE-COUNT)
                   MOVE "N" TO WS-RL-USED-SW (WS-RELEASE-COUNT)
                 ELSE
                   DISPLAY "liabrec: RELEASE LOG TABLE FULL - "
                       RG-EMP-ID " NOT TRACED"
                 END-IF
               END-IF
           END-READ.

         3300-LOAD-ONE-REISSUE.
           READ REISSUE-LOG-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF RI-PAID-DATE = WS-RUN-DATE
                 IF WS-REISSUE-COUNT < 1000
                   ADD 1 TO WS-REISSUE-COUNT
                   MOVE RI-EMP-ID TO WS-RI-EMP-ID (WS-REISSUE-COUNT)
                   MOVE RI-AMOUNT TO WS-RI-AMOUNT (WS-REISSUE-COUNT)
                   MOVE "N" TO WS-RI-USED-SW (WS-REISSUE-COUNT)
                 ELSE
                   DISPLAY "liabrec: RE-ISSUE LOG TABLE FULL - "
                       RI-EMP-ID " NOT TRACED"
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Each bank line is traced to tonight's PAYNET.DAT item for
      * the same employee and amount first, then to a released
      * hold, then to a re-issued return.  A line traced to none
      * of them is money the bank will pay that no liability
      * accounts for.
      * ----------------------------------------------------------
         3500-TRACE-ONE-BANK-LINE.
           MOVE WS-BK-EMP-ID (WS-BANK-SUB) TO WS-MATCH-EMP-ID
           MOVE WS-BK-AMOUNT (WS-BANK-SUB) TO WS-MATCH-AMOUNT
           MOVE ZERO TO WS-NET-FOUND-SUB
           PERFORM 3550-MATCH-PAYNET-AMOUNT
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT
                  OR WS-NET-FOUND-SUB > ZERO
           IF WS-NET-FOUND-SUB > ZERO
             MOVE "P" TO WS-NT-STATE (WS-NET-FOUND-SUB)
             MOVE "T" TO WS-BK-KIND (WS-BANK-SUB)
             ADD WS-MATCH-AMOUNT TO WS-PAID-TONIGHT
           ELSE
             MOVE ZERO TO WS-LOG-FOUND-SUB
             PERFORM 3600-MATCH-ONE-RELEASE
                 VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-RELEASE-COUNT
                    OR WS-LOG-FOUND-SUB > ZERO
             IF WS-LOG-FOUND-SUB > ZERO
               MOVE "Y" TO WS-RL-USED-SW (WS-LOG-FOUND-SUB)
               MOVE "R" TO WS-BK-KIND (WS-BANK-SUB)
               ADD WS-MATCH-AMOUNT TO WS-PAID-RELEASED
             ELSE
               PERFORM 3650-MATCH-ONE-REISSUE
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-REISSUE-COUNT
                      OR WS-LOG-FOUND-SUB > ZERO
               IF WS-LOG-FOUND-SUB > ZERO
                 MOVE "Y" TO WS-RI-USED-SW (WS-LOG-FOUND-SUB)
                 MOVE "I" TO WS-BK-KIND (WS-BANK-SUB)
                 ADD WS-MATCH-AMOUNT TO WS-PAID-REISSUED
               ELSE
                 ADD WS-MATCH-AMOUNT TO WS-PAID-UNTRACED
               END-IF
             END-IF
           END-IF.

         3550-MATCH-PAYNET-AMOUNT.
           IF WS-NT-EMP-ID (WS-NET-SUB) = WS-MATCH-EMP-ID
            AND WS-NT-AMOUNT (WS-NET-SUB) = WS-MATCH-AMOUNT
            AND WS-NT-STATE (WS-NET-SUB) = "O"
             MOVE WS-NET-SUB TO WS-NET-FOUND-SUB
           END-IF.

         3600-MATCH-ONE-RELEASE.
           IF WS-RL-EMP-ID (WS-LOG-SUB) = WS-MATCH-EMP-ID
            AND WS-RL-AMOUNT (WS-LOG-SUB) = WS-MATCH-AMOUNT
            AND WS-RL-USED-SW (WS-LOG-SUB) = "N"
             MOVE WS-LOG-SUB TO WS-LOG-FOUND-SUB
           END-IF.

         3650-MATCH-ONE-REISSUE.
           IF WS-RI-EMP-ID (WS-LOG-SUB) = WS-MATCH-EMP-ID
            AND WS-RI-AMOUNT (WS-LOG-SUB) = WS-MATCH-AMOUNT
            AND WS-RI-USED-SW (WS-LOG-SUB) = "N"
             MOVE WS-LOG-SUB TO WS-LOG-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * Whatever of PAYNET.DAT is neither paid nor held was not
      * paid at all - payexp's exceptions.  The money is still
      * owed, so it is open, but it is named on the report.
      * ----------------------------------------------------------
         3700-SETTLE-ONE-PAYNET-ITEM.
           EVALUATE WS-NT-STATE (WS-NET-SUB)
             WHEN "H"
               ADD WS-NT-AMOUNT (WS-NET-SUB) TO WS-HELD-TONIGHT
             WHEN "O"
               ADD WS-NT-AMOUNT (WS-NET-SUB) TO WS-NOT-PAID
           END-EVALUATE.

      * ----------------------------------------------------------
      * Money from earlier pay dates still owed: returned payments
      * queued on PAYRECYC.TXT awaiting a corrected account, and
      * returns on BANKRET.TXT that are neither on the queue nor
      * re-issued yet (bankret has not been run on them).
      * ----------------------------------------------------------
         3800-TOTAL-CARRIED-ITEMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "00"
             PERFORM 3810-LOAD-ONE-RETURN
                 UNTIL WS-EOF = "Y"
             CLOSE RETURN-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "00"
             PERFORM 3820-TOTAL-ONE-QUEUE-ITEM
                 UNTIL WS-EOF = "Y"
             CLOSE RECYCLE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT REISSUE-LOG-FILE
           IF WS-REISSUE-LOG-STATUS = "00"
             PERFORM 3830-TRACE-ONE-REISSUE
                 UNTIL WS-EOF = "Y"
             CLOSE REISSUE-LOG-FILE
           END-IF
           PERFORM 3850-TOTAL-ONE-RETURN
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-RETURN-COUNT.

         3810-LOAD-ONE-RETURN.
           READ RETURN-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-RETURN-COUNT < 1000
                 ADD 1 TO WS-RETURN-COUNT
                 MOVE RT-ACCOUNT-REF
                     TO WS-RT-ACCOUNT-REF (WS-RETURN-COUNT)
                 MOVE RT-AMOUNT TO WS-RT-AMOUNT (WS-RETURN-COUNT)
                 MOVE "N" TO WS-RT-TRACED-SW (WS-RETURN-COUNT)
               ELSE
                 ADD RT-AMOUNT TO WS-RETURNED-UNQUEUED
               END-IF
           END-READ.

         3820-TOTAL-ONE-QUEUE-ITEM.
           READ RECYCLE-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD RC-AMOUNT TO WS-QUEUED-TOTAL
               MOVE RC-OLD-ACCOUNT-REF TO WS-MATCH-ACCOUNT-REF
               MOVE RC-AMOUNT TO WS-MATCH-AMOUNT
               PERFORM 3840-MARK-RETURN-TRACED
           END-READ.

         3830-TRACE-ONE-REISSUE.
           READ REISSUE-LOG-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE RI-OLD-ACCOUNT-REF TO WS-MATCH-ACCOUNT-REF
               MOVE RI-AMOUNT TO WS-MATCH-AMOUNT
               PERFORM 3840-MARK-RETURN-TRACED
           END-READ.

         3840-MARK-RETURN-TRACED.
           MOVE ZERO TO WS-LOG-FOUND-SUB
           PERFORM 3845-MATCH-ONE-RETURN
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-RETURN-COUNT
                  OR WS-LOG-FOUND-SUB > ZERO
           IF WS-LOG-FOUND-SUB > ZERO
             MOVE "Y" TO WS-RT-TRACED-SW (WS-LOG-FOUND-SUB)
           END-IF.

         3845-MATCH-ONE-RETURN.
           IF WS-RT-ACCOUNT-REF (WS-LOG-SUB) = WS-MATCH-ACCOUNT-REF
            AND WS-RT-AMOUNT (WS-LOG-SUB) = WS-MATCH-AMOUNT
            AND WS-RT-TRACED-SW (WS-LOG-SUB) = "N"
             MOVE WS-LOG-SUB TO WS-LOG-FOUND-SUB
           END-IF.

         3850-TOTAL-ONE-RETURN.
           IF WS-RT-TRACED-SW (WS-LOG-SUB) = "N"
             ADD WS-RT-AMOUNT (WS-LOG-SUB) TO WS-RETURNED-UNQUEUED
           END-IF.

      * ----------------------------------------------------------
      * The ledger side is selected exactly as glpost selects it:
      * tonight's calculation lines of the window's frequency.
      * ----------------------------------------------------------
         4000-READ-LEDGER-FOR-PAY-DATE.
           MOVE "N" TO WS-EOF
           MOVE "LEDGER.TXT" TO WS-LEDGER-NAME
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
             DISPLAY "liabrec: LEDGER.TXT NOT AVAILABLE, STATUS = "
                 WS-LEDGER-STATUS
             MOVE "Y" TO WS-UNEXPLAINED-SW
           ELSE
             PERFORM 4100-READ-ONE-LEDGER-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         4100-READ-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-LG-FREQUENCY = "W"
                 MOVE "W" TO WS-LINE-FREQUENCY
               ELSE
                 MOVE "M" TO WS-LINE-FREQUENCY
               END-IF
               IF WS-LG-DATE IS NUMERIC
                AND WS-LG-EMP-ID NOT = "RUNEND"
                AND FUNCTION NUMVAL (WS-LG-DATE) = WS-RUN-DATE
                AND WS-LG-DEPARTMENT NOT = SPACES
                AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                 ADD 1 TO WS-LEDGER-LINE-COUNT
                 COMPUTE WS-LEDGER-TAX = WS-LEDGER-TAX
                     + FUNCTION NUMVAL-C (WS-LG-TAXVALUE)
                 COMPUTE WS-LEDGER-PENSION = WS-LEDGER-PENSION
                     + FUNCTION NUMVAL-C (WS-LG-PENSIONVALUE)
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * A pension schedule is only checked when its period covers
      * tonight's pay date.  Its hash must then equal everything
      * the ledger credited to pension over the same period, every
      * frequency, walked through the archive cuts as penexp walks
      * them - a schedule cut before tonight's run, or missing an
      * employee penexp could not schedule, shows up here.  A
      * schedule can hold nothing posted after the night it was
      * cut (the run date on its HDR line): one cut before
      * tonight's pay date is an earlier night's and is not
      * checked, and the period of any other ends at that date.
      * ----------------------------------------------------------
         5000-CHECK-PENSION-SCHEDULE.
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
             PERFORM 5050-READ-ONE-SCHEDULE-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-SW = "Y"
             IF WS-SCHEDULE-RUN-DATE < WS-RUN-DATE
               MOVE "Y" TO WS-SCHEDULE-STALE-SW
               MOVE "N" TO WS-SCHEDULE-SW
             ELSE
               IF WS-SCHEDULE-TO > WS-SCHEDULE-RUN-DATE
                 MOVE WS-SCHEDULE-RUN-DATE TO WS-SCHEDULE-TO
               END-IF
             END-IF
           END-IF
           IF WS-SCHEDULE-SW = "Y"
            AND WS-SCHEDULE-FROM <= WS-RUN-DATE
            AND WS-SCHEDULE-TO >= WS-RUN-DATE
             MOVE "N" TO WS-INDEX-EOF
             OPEN INPUT INDEX-FILE
             IF WS-INDEX-STATUS = "00"
               PERFORM 5100-JUDGE-ONE-INDEX-ENTRY
                   UNTIL WS-INDEX-EOF = "Y"
               CLOSE INDEX-FILE
             END-IF
             MOVE "LEDGER.TXT" TO WS-LEDGER-NAME
             PERFORM 5200-TOTAL-ONE-LEDGER-FILE
             COMPUTE WS-SCHEDULE-DIFFERENCE =
                 WS-SCHEDULE-HASH - WS-SCHEDULE-LEDGER
           ELSE
             MOVE "N" TO WS-SCHEDULE-SW
           END-IF.

         5050-READ-ONE-SCHEDULE-LINE.
           READ SCHEDULE-FILE INTO WS-SCHEDULE-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               EVALUATE WS-SL-TAG
                 WHEN "HDR"
                   IF WS-SH-FROM IS NUMERIC
                    AND WS-SH-TO IS NUMERIC
                     MOVE "Y" TO WS-SCHEDULE-SW
                     MOVE WS-SH-FROM TO WS-SCHEDULE-FROM
                     MOVE WS-SH-TO TO WS-SCHEDULE-TO
                     MOVE ZERO TO WS-SCHEDULE-RUN-DATE
                     IF WS-SH-RUN-DATE IS NUMERIC
                       MOVE WS-SH-RUN-DATE TO WS-SCHEDULE-RUN-DATE
                     END-IF
                   END-IF
                 WHEN "TRL"
                   MOVE "Y" TO WS-SCHEDULE-TRAILER-SW
                   MOVE WS-ST-HASH TO WS-SCHEDULE-HASH
               END-EVALUATE
           END-READ.

         5100-JUDGE-ONE-INDEX-ENTRY.
           READ INDEX-FILE
             AT END
               MOVE "Y" TO WS-INDEX-EOF
             NOT AT END
               IF IX-FILENAME = "LEDGER.TXT"
                AND IX-FROM-DATE IS NUMERIC
                AND IX-TO-DATE IS NUMERIC
                AND FUNCTION NUMVAL (IX-FROM-DATE) <= WS-SCHEDULE-TO
                AND FUNCTION NUMVAL (IX-TO-DATE) >= WS-SCHEDULE-FROM
                 MOVE IX-ARCH-NAME TO WS-LEDGER-NAME
                 PERFORM 5200-TOTAL-ONE-LEDGER-FILE
               END-IF
           END-READ.

         5200-TOTAL-ONE-LEDGER-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
             DISPLAY "liabrec: " WS-LEDGER-NAME
                 " NOT AVAILABLE, STATUS = " WS-LEDGER-STATUS
             MOVE "Y" TO WS-UNEXPLAINED-SW
           ELSE
             PERFORM 5250-TOTAL-ONE-LEDGER-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         5250-TOTAL-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-LG-DATE IS NUMERIC
                AND WS-LG-EMP-ID NOT = "RUNEND"
                 MOVE WS-LG-DATE TO WS-RECORD-DATE
                 IF WS-RECORD-DATE >= WS-SCHEDULE-FROM
                  AND WS-RECORD-DATE <= WS-SCHEDULE-TO
                   IF WS-LEDGER-LINE (125:54) = SPACES
                     COMPUTE WS-LINE-PENSION =
                         FUNCTION NUMVAL-C (WS-OL-PENSIONVALUE)
                   ELSE
                     COMPUTE WS-LINE-PENSION =
                         FUNCTION NUMVAL-C (WS-LG-PENSIONVALUE)
                   END-IF
                   ADD WS-LINE-PENSION TO WS-SCHEDULE-LEDGER
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Paid out is what has demonstrably left for the account's
      * creditor tonight: net pay in the bank file, pension on a
      * schedule covering the pay date.  Tax, court orders and the
      * employer's contributions are remitted outside the window
      * and stay open in full.
      * ----------------------------------------------------------
         5500-SETTLE-ACCOUNTS.
           MOVE WS-PAID-TONIGHT TO WS-AC-PAID (1)
           IF WS-SCHEDULE-SW = "Y"
             MOVE WS-AC-BALANCE (3) TO WS-AC-PAID (3)
           END-IF
           PERFORM 5550-SETTLE-ONE-ACCOUNT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > 6
           COMPUTE WS-NET-DIFFERENCE = WS-AC-BALANCE (1)
               - WS-PAID-TONIGHT - WS-HELD-TONIGHT - WS-NOT-PAID
           COMPUTE WS-TAX-DIFFERENCE =
               WS-AC-BALANCE (2) - WS-LEDGER-TAX
           COMPUTE WS-PENSION-DIFFERENCE =
               WS-AC-BALANCE (3) - WS-LEDGER-PENSION
           IF WS-NET-DIFFERENCE NOT = ZERO
            OR WS-PAID-UNTRACED NOT = ZERO
            OR WS-BANK-DETAIL-TOTAL NOT = WS-BANK-HASH
            OR WS-TAX-DIFFERENCE NOT = ZERO
            OR WS-PENSION-DIFFERENCE NOT = ZERO
             MOVE "Y" TO WS-UNEXPLAINED-SW
           END-IF
           IF WS-SCHEDULE-SW = "Y"
            AND WS-SCHEDULE-DIFFERENCE NOT = ZERO
             MOVE "Y" TO WS-UNEXPLAINED-SW
           END-IF.

         5550-SETTLE-ONE-ACCOUNT.
           COMPUTE WS-AC-OPEN (WS-AC-SUB) =
               WS-AC-BALANCE (WS-AC-SUB) - WS-AC-PAID (WS-AC-SUB).

         6000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "liabrec: LIABREC.TXT NOT AVAILABLE, STATUS = "
                 WS-REPORT-STATUS
           ELSE
             MOVE WS-RUN-DATE TO WS-TL-PAY-DATE
             MOVE WS-RUN-FREQUENCY TO WS-TL-FREQUENCY
             MOVE WS-RUN-ID TO WS-TL-RUN-ID
             MOVE WS-TITLE-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-COLUMN-HEADING TO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM 6100-REPORT-ONE-ACCOUNT
                 VARYING WS-AC-SUB FROM 1 BY 1
                 UNTIL WS-AC-SUB > 6
             PERFORM 6200-REPORT-NET-PAY
             PERFORM 6400-REPORT-TAX-AND-PENSION
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
             IF WS-UNEXPLAINED-SW = "Y"
               MOVE "RESULT: UNEXPLAINED DIFFERENCE - WINDOW FAILED"
                   TO REPORT-RECORD
             ELSE
               MOVE "RESULT: RECONCILED" TO REPORT-RECORD
             END-IF
             WRITE REPORT-RECORD
             CLOSE REPORT-FILE
           END-IF.

         6100-REPORT-ONE-ACCOUNT.
           MOVE WS-AC-NAME (WS-AC-SUB) TO WS-AL-NAME
           MOVE WS-AC-BALANCE (WS-AC-SUB) TO WS-AL-BALANCE
           MOVE WS-AC-PAID (WS-AC-SUB) TO WS-AL-PAID
           MOVE WS-AC-OPEN (WS-AC-SUB) TO WS-AL-OPEN
           MOVE WS-ACCOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      * ----------------------------------------------------------
      * Net pay: credit against the bank file, then what explains
      * the rest, then the items behind any untraced amount, then
      * what is still owed from earlier pay dates.
      * ----------------------------------------------------------
         6200-REPORT-NET-PAY.
           MOVE "NET PAY PAYABLE AGAINST BANKPAY.TXT"
               TO WS-SECTION-LINE
           PERFORM 9000-WRITE-SECTION-HEADING
           MOVE "CREDITED ON GLPOST.TXT" TO WS-ML-LABEL
           MOVE WS-AC-BALANCE (1) TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "BANKPAY.TXT TRAILER HASH TOTAL" TO WS-ML-LABEL
           MOVE WS-BANK-HASH TO WS-ML-AMOUNT
           IF WS-BANK-DETAIL-TOTAL NOT = WS-BANK-HASH
             MOVE "DETAIL TOTAL" TO WS-ML-FLAG
           END-IF
           PERFORM 9100-WRITE-AMOUNT-LINE
           IF WS-BANK-DETAIL-TOTAL NOT = WS-BANK-HASH
             MOVE "BANKPAY.TXT DETAIL LINES ADD UP TO" TO WS-ML-LABEL
             MOVE WS-BANK-DETAIL-TOTAL TO WS-ML-AMOUNT
             MOVE "UNEXPLAINED" TO WS-ML-FLAG
             PERFORM 9100-WRITE-AMOUNT-LINE
           END-IF
           MOVE "LESS HOLDS OF EARLIER PAY DATES RELEASED"
               TO WS-ML-LABEL
           MOVE WS-PAID-RELEASED TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "LESS RETURNED PAYMENTS RE-ISSUED" TO WS-ML-LABEL
           MOVE WS-PAID-REISSUED TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "LESS LINES NOT TRACED TO ANY LIABILITY"
               TO WS-ML-LABEL
           MOVE WS-PAID-UNTRACED TO WS-ML-AMOUNT
           IF WS-PAID-UNTRACED NOT = ZERO
             MOVE "UNEXPLAINED" TO WS-ML-FLAG
           END-IF
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "PAID OUT FOR THIS PAY DATE" TO WS-ML-LABEL
           MOVE WS-PAID-TONIGHT TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "HELD PENDING RELEASE (PAYHOLD.TXT)" TO WS-ML-LABEL
           MOVE WS-HELD-TONIGHT TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "NOT PAID (PAYEXCP.TXT)" TO WS-ML-LABEL
           MOVE WS-NOT-PAID TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE" TO WS-ML-LABEL
           MOVE WS-NET-DIFFERENCE TO WS-ML-AMOUNT
           IF WS-NET-DIFFERENCE NOT = ZERO
             MOVE "UNEXPLAINED" TO WS-ML-FLAG
           END-IF
           PERFORM 9100-WRITE-AMOUNT-LINE
           PERFORM 6250-REPORT-ONE-UNTRACED-LINE
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
           PERFORM 6300-REPORT-ONE-UNPAID-ITEM
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT
           MOVE "STILL OPEN FROM EARLIER PAY DATES"
               TO WS-SECTION-LINE
           PERFORM 9000-WRITE-SECTION-HEADING
           MOVE "RETURNED, AWAITING RE-ISSUE (PAYRECYC.TXT)"
               TO WS-ML-LABEL
           MOVE WS-QUEUED-TOTAL TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "RETURNED, NOT YET QUEUED (BANKRET.TXT)"
               TO WS-ML-LABEL
           MOVE WS-RETURNED-UNQUEUED TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "HELD, AWAITING RELEASE (PAYHOLD.TXT)" TO WS-ML-LABEL
           MOVE WS-EARLIER-HELD TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE.

         6250-REPORT-ONE-UNTRACED-LINE.
           IF WS-BK-KIND (WS-BANK-SUB) = "U"
             MOVE WS-BK-EMP-ID (WS-BANK-SUB) TO WS-IL-EMP-ID
             MOVE WS-BK-AMOUNT (WS-BANK-SUB) TO WS-IL-AMOUNT
             MOVE "IN BANKPAY.TXT, NOT TRACED" TO WS-IL-TEXT
             MOVE WS-ITEM-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF.

         6300-REPORT-ONE-UNPAID-ITEM.
           IF WS-NT-STATE (WS-NET-SUB) = "O"
             MOVE WS-NT-EMP-ID (WS-NET-SUB) TO WS-IL-EMP-ID
             MOVE WS-NT-AMOUNT (WS-NET-SUB) TO WS-IL-AMOUNT
             MOVE "IN PAYNET.DAT, NOT PAID" TO WS-IL-TEXT
             MOVE WS-ITEM-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF.

         6400-REPORT-TAX-AND-PENSION.
           MOVE "TAX WITHHELD PAYABLE AGAINST THE LEDGER"
               TO WS-SECTION-LINE
           PERFORM 9000-WRITE-SECTION-HEADING
           MOVE "CREDITED ON GLPOST.TXT" TO WS-ML-LABEL
           MOVE WS-AC-BALANCE (2) TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "LEDGER TAX COLUMN FOR THE PAY DATE" TO WS-ML-LABEL
           MOVE WS-LEDGER-TAX TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE" TO WS-ML-LABEL
           MOVE WS-TAX-DIFFERENCE TO WS-ML-AMOUNT
           IF WS-TAX-DIFFERENCE NOT = ZERO
             MOVE "UNEXPLAINED" TO WS-ML-FLAG
           END-IF
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "PENSION WITHHELD PAYABLE AGAINST PENSCHED.TXT"
               TO WS-SECTION-LINE
           PERFORM 9000-WRITE-SECTION-HEADING
           MOVE "CREDITED ON GLPOST.TXT" TO WS-ML-LABEL
           MOVE WS-AC-BALANCE (3) TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "LEDGER PENSION COLUMN FOR THE PAY DATE"
               TO WS-ML-LABEL
           MOVE WS-LEDGER-PENSION TO WS-ML-AMOUNT
           PERFORM 9100-WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE" TO WS-ML-LABEL
           MOVE WS-PENSION-DIFFERENCE TO WS-ML-AMOUNT
           IF WS-PENSION-DIFFERENCE NOT = ZERO
             MOVE "UNEXPLAINED" TO WS-ML-FLAG
           END-IF
           PERFORM 9100-WRITE-AMOUNT-LINE
           IF WS-SCHEDULE-SW = "Y"
             MOVE WS-SCHEDULE-FROM TO WS-PR-FROM
             MOVE WS-SCHEDULE-TO TO WS-PR-TO
             MOVE WS-PERIOD-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE "PENSCHED.TXT TRAILER HASH TOTAL" TO WS-ML-LABEL
             MOVE WS-SCHEDULE-HASH TO WS-ML-AMOUNT
             PERFORM 9100-WRITE-AMOUNT-LINE
             MOVE "LEDGER PENSION FOR THE SCHEDULE PERIOD"
                 TO WS-ML-LABEL
             MOVE WS-SCHEDULE-LEDGER TO WS-ML-AMOUNT
             PERFORM 9100-WRITE-AMOUNT-LINE
             MOVE "DIFFERENCE" TO WS-ML-LABEL
             MOVE WS-SCHEDULE-DIFFERENCE TO WS-ML-AMOUNT
             IF WS-SCHEDULE-DIFFERENCE NOT = ZERO
               MOVE "UNEXPLAINED" TO WS-ML-FLAG
             END-IF
             PERFORM 9100-WRITE-AMOUNT-LINE
           ELSE
             MOVE "  NO PENSCHED.TXT COVERS THIS PAY DATE - LEFT OPEN"
                 TO REPORT-RECORD
             IF WS-SCHEDULE-STALE-SW = "Y"
               MOVE "  PENSCHED.TXT CUT BEFORE THE PAY DATE - LEFT OPEN"
                   TO REPORT-RECORD
             END-IF
             WRITE REPORT-RECORD
           END-IF.

         9000-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

         9100-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-ML-FLAG.

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
