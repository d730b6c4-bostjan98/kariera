       IDENTIFICATION DIVISION.
       PROGRAM-ID. paybkout.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 7th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-07  BK  First version.  Backout of a payroll run
      *                 that died before its RUNEND marker.  A run
      *                 that abends partway leaves chained ledger
      *                 lines under its run id with no RUNEND, has
      *                 already accumulated YTDFILE.DAT and stored
      *                 SLIPHIST.DAT slips for everyone it reached,
      *                 and leaves PAYNET.DAT half written; the
      *                 restarted payroll step then posts all of it
      *                 a second time.  This step finds every such
      *                 incomplete run on LEDGER.TXT and posts an
      *                 exact reversal of each of its lines - same
      *                 date, run id and tax rate, amounts negated,
      *                 chained through ledgchn like any other line
      *                 - under branch code BKO (a calculation
      *                 line), BKA (an ADJ corrected line) or BKR
      *                 (a REV reversal line, which keeps the
      *                 referenced original run id it carried).
      *                 The same amounts come back out of the YTD
      *                 file, the run's slips are removed from the
      *                 payslip history and PAYNET.DAT is emptied,
      *                 so the rerun starts from exactly where the
      *                 failed run began.  PAYBKOUT.TXT lists every
      *                 line backed out.  The controller runs this
      *                 step ahead of every payroll step; with no
      *                 incomplete run on the ledger it does
      *                 nothing.
      * 2026-09-09  BK  The court-ordered deductions an open run
      *                 took are backed out of the GARNHIST.TXT
      *                 register as well: each DED line under the
      *                 run id gets a BKO line with the amount
      *                 negated, so the orders' balances stand as
      *                 they were before the failed run and the
      *                 rerun takes the period's deductions again.
      * 2026-09-11  BK  Reversal lines carry the backed-out line's
      *                 pay frequency column with the rest of it,
      *                 BKO register lines keep the deduction's
      *                 frequency, and the run taken off the YTD
      *                 count also comes off the weekly or monthly
      *                 count the line's frequency names.
      * 2026-09-12  BK  A backed-out line that was an employee's
      *                 final pay (YT-FINAL-PAY-DATE its pay date)
      *                 reopens the YTD year, and the leaver's
      *                 statement the failed run wrote is marked
      *                 cancelled on LEAVSTMT.TXT; the rerun
      *                 writes the replacement.
      * 2026-09-13  BK  The slip an ADJ line stored is the one for
      *                 the pay date it corrected, not the night it
      *                 was posted: that is the slip removed when
      *                 the line is backed out, found from the REV
      *                 line posted just ahead of it.
      * 2026-09-22  BK  YTD is backed out only for the lines the
      *                 failed run actually added there: the run
      *                 posts each ledger line before its YTD
      *                 update, so a run that died between the two
      *                 left a line whose amounts never reached
      *                 YTDFILE.DAT.  A line comes off the record
      *                 only when the record's last-run stamp names
      *                 the line's run at or after the line's
      *                 sequence number; a REV line is judged by
      *                 the run of the ADJ line that follows it,
      *                 whose YTD update carried both.
      * 2026-09-23  BK  A run's slot in the open-run table is given
      *                 to the next run once the run is closed by
      *                 its RUNEND or backout line.  Every run on
      *                 the ledger used to keep its slot, so the
      *                 eleventh run - finished or not - overflowed
      *                 the table and stopped every backout, and
      *                 with it the payroll step, until the ledger
      *                 was archived.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT WORK-FILE ASSIGN TO "PAYBKOUT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YT-EMP-ID
           FILE STATUS IS WS-YTD-STATUS.
           SELECT SLIPHIST-FILE ASSIGN TO "SLIPHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SH-KEY
           FILE STATUS IS WS-SLIPHIST-STATUS.
           SELECT PAYNET-FILE ASSIGN TO "PAYNET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYNET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYBKOUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT GARNISHMENT-HISTORY-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.
           SELECT LEDGER-SCAN-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-SCAN-STATUS.
           SELECT LEAVER-STATEMENT-FILE ASSIGN TO "LEAVSTMT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVER-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD WORK-FILE.
         01 WORK-RECORD PIC X(300).

         FD YTD-FILE.
         COPY YTDREC.

         FD SLIPHIST-FILE.
         COPY SLIPHIST.

         FD PAYNET-FILE.
         01 PAYNET-RECORD.
           05 PN-EMP-ID PIC X(10).
           05 PN-NETPAY PIC S9(11)V99 SIGN IS LEADING SEPARATE.

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

         FD LEDGER-SCAN-FILE.
         01 LEDGER-SCAN-RECORD PIC X(300).

         FD LEAVER-STATEMENT-FILE.
         01 LEAVER-STATEMENT-RECORD PIC X(80).

         FD GARNISHMENT-HISTORY-FILE.
         COPY GARNHIST.

       WORKING-STORAGE SECTION.
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-WORK-STATUS PIC X(02).
         01 WS-YTD-STATUS PIC X(02).
         01 WS-SLIPHIST-STATUS PIC X(02).
         01 WS-PAYNET-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-GARN-BACKED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-GARN-BACKED-AMOUNT PIC S9(13)V99 VALUE ZERO.
         01 WS-EOF PIC X(01).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-LINE-KIND PIC X(01).
           88 LINE-IS-MAIN VALUE "M".
           88 LINE-IS-REV VALUE "R".
           88 LINE-IS-RUNEND VALUE "E".
           88 LINE-IS-BACKOUT VALUE "B".
           88 LINE-IS-OTHER VALUE "O".
         01 WS-LINE-RUN-ID PIC X(14).
         01 WS-OPEN-TABLE.
           05 WS-OPEN-COUNT PIC 9(02) VALUE ZERO.
           05 WS-OPEN-RUN OCCURS 10 TIMES.
             10 WS-OR-RUN-ID PIC X(14).
             10 WS-OR-CLOSED PIC X(01).
             10 WS-OR-GARN-DONE PIC X(01).
         01 WS-OPEN-SUB PIC 9(02).
         01 WS-FOUND-SUB PIC 9(02).
         01 WS-FREE-SUB PIC 9(02).
         01 WS-OPEN-LEFT PIC 9(02).
         01 WS-OVERFLOW-SW PIC X(01) VALUE "N".
         01 WS-TRAILING-REV-SW PIC X(01) VALUE "N".
         01 WS-PENDING-REV-SW PIC X(01).
         01 WS-PENDING-REV PIC X(300).
         01 WS-CHAIN-CHECK PIC 9(08) VALUE ZERO.
         01 WS-NEW-CHECK PIC 9(08).
         01 WS-CHAIN-LENGTH PIC 9(03) VALUE 245.
         01 WS-RUN-SEQ PIC 9(06) VALUE ZERO.
         01 WS-BACKED-OUT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-REVIEW-COUNT PIC 9(06) VALUE ZERO.
         01 WS-NETWORTH PIC S9(11)V99.
         01 WS-TAXVALUE PIC S9(11)V99.
         01 WS-GROSSVALUE PIC S9(11)V99.
         01 WS-PENSIONVALUE PIC S9(11)V99.
         01 WS-NETPAY PIC S9(11)V99.
         01 WS-ER-PENSION PIC S9(11)V99.
         01 WS-ER-LEVY PIC S9(11)V99.
         01 WS-ORIG-BRANCH PIC X(03).
         01 WS-LINE-YEAR PIC 9(04).
         01 WS-LINE-SEQ PIC 9(06).
         01 WS-LINE-DATE PIC 9(08).
         01 WS-LEAVER-STATUS PIC X(02).
         01 WS-LEDGER-SCAN-STATUS PIC X(02).
         01 WS-SCAN-EOF PIC X(01).
         01 WS-REV-RUN-ID PIC X(14) VALUE SPACES.
         01 WS-MATCH-RUN-ID PIC X(14).
         01 WS-SLIP-DATE PIC 9(08).
         01 WS-LINE-PAY-DATE PIC 9(08).
         01 WS-REV-PAY-DATE PIC 9(08).
         01 WS-POSTING-TABLE.
           05 WS-POSTING-COUNT PIC 9(03).
           05 WS-POSTING OCCURS 200 TIMES.
             10 WS-PT-RUN-ID PIC X(14).
             10 WS-PT-PAY-DATE PIC 9(08).
         01 WS-POSTING-SUB PIC 9(03).
         01 WS-POSTING-FOUND-SUB PIC 9(03).
         01 WS-LEAVER-CANCEL-LINE.
           05 FILLER PIC X(19) VALUE "LEAVER'S STATEMENT ".
           05 WS-LC-EMP-ID PIC X(10).
           05 FILLER PIC X(10) VALUE " PAY DATE ".
           05 WS-LC-PAY-DATE PIC 9(08).
           05 FILLER PIC X(15) VALUE " CANCELLED RUN ".
           05 WS-LC-RUN-ID PIC X(14).
         01 WS-TOTAL-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-LEDGER-LINE.
           05 WS-LL-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 WS-LL-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 WS-LL-NAME PIC X(30).
           05 FILLER PIC X(02).
           05 WS-LL-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02).
           05 WS-LL-NETWORTH PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-TAXRATE PIC X(07).
           05 FILLER PIC X(02).
           05 WS-LL-TAXVALUE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-GROSSVALUE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-PENSIONVALUE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-NETPAY PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-RUN-ID PIC X(14).
           05 FILLER PIC X(02).
           05 WS-LL-BRANCH PIC X(03).
           05 FILLER PIC X(02).
           05 WS-LL-ER-PENSION PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02).
           05 WS-LL-ER-LEVY PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LL-FREQUENCY PIC X(01).
         01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
              "PAYROLL RUN BACKOUT                RUN ".
           05 WS-TL-DATE PIC 9(08).
         01 WS-HEADING-LINE.
           05 FILLER PIC X(14) VALUE "RUN ID".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PAY DATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EMPLOYEE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(03) VALUE "BR ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE " NET PAY REVERSED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "YTD".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PAYSLIP HISTORY".
         01 WS-DETAIL-LINE.
           05 WS-DL-RUN-ID PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-PAY-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-BRANCH PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-NETPAY PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-YTD-ACTION PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-SLIP-ACTION PIC X(20).
         01 WS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "LINES BACKED OUT    ".
           05 WS-TT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "NET PAY REVERSED  ".
           05 WS-TT-NETPAY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
         01 WS-GARN-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "DEDUCTIONS REVERSED ".
           05 WS-GT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "AMOUNT REVERSED   ".
           05 WS-GT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-FIND-OPEN-RUNS
           MOVE ZERO TO WS-OPEN-LEFT
           PERFORM 1600-COUNT-ONE-OPEN
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
           IF WS-TRAILING-REV-SW = "Y"
             ADD 1 TO WS-OPEN-LEFT
             DISPLAY "paybkout: LEDGER ENDS ON A REV LINE WITH NO "
                 "ADJ PARTNER - BACKING OUT"
           END-IF
           EVALUATE TRUE
             WHEN WS-OVERFLOW-SW = "Y"
               DISPLAY "paybkout: MORE THAN 10 INCOMPLETE RUNS ON "
                   "LEDGER.TXT - NOTHING BACKED OUT"
               MOVE 8 TO RETURN-CODE
             WHEN WS-OPEN-LEFT = ZERO
               DISPLAY "paybkout: NO INCOMPLETE PAYROLL RUN ON "
                   "LEDGER.TXT"
             WHEN OTHER
               PERFORM 2000-BACK-OUT-OPEN-RUNS
           END-EVALUATE
           GOBACK.

      * ----------------------------------------------------------
      * A run is open from its first calculation line until its
      * RUNEND marker - or until a backout line carrying its run
      * id shows it was already backed out.  Supplement lines
      * (SUP) never get a RUNEND and are not runs of their own;
      * REV lines carry the run id of the posting they reverse,
      * not their own, so neither opens anything here - except a
      * REV left as the very last line, which is a run that died
      * between a reversal and its correction.  The last check
      * value on the file is kept as the chain seed.
      * ----------------------------------------------------------
         1000-FIND-OPEN-RUNS.
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
             PERFORM 1100-SCAN-ONE-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         1100-SCAN-ONE-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF LEDGER-RECORD (248:8) IS NUMERIC
                 MOVE LEDGER-RECORD (248:8) TO WS-CHAIN-CHECK
               ELSE
                 MOVE ZERO TO WS-CHAIN-CHECK
               END-IF
               PERFORM 1200-CLASSIFY-LINE
               MOVE "N" TO WS-TRAILING-REV-SW
               IF LINE-IS-REV
                 MOVE "Y" TO WS-TRAILING-REV-SW
               END-IF
               EVALUATE TRUE
                 WHEN LINE-IS-MAIN
                   PERFORM 1500-FIND-OPEN-RUN
                   IF WS-FOUND-SUB = ZERO
                     PERFORM 1300-ADD-OPEN-RUN
                   END-IF
                 WHEN LINE-IS-RUNEND
                   PERFORM 1500-FIND-OPEN-RUN
                   IF WS-FOUND-SUB > ZERO
                     MOVE "Y" TO WS-OR-CLOSED (WS-FOUND-SUB)
                   END-IF
                 WHEN LINE-IS-BACKOUT
                  AND LEDGER-RECORD (197:3) NOT = "BKR"
                   PERFORM 1500-FIND-OPEN-RUN
                   IF WS-FOUND-SUB > ZERO
                     MOVE "Y" TO WS-OR-CLOSED (WS-FOUND-SUB)
                   END-IF
               END-EVALUATE
           END-READ.

      * ----------------------------------------------------------
      * Lines written before the run id existed carry a blank
      * run-id column and belong to no run that can be backed out.
      * ----------------------------------------------------------
         1200-CLASSIFY-LINE.
           MOVE SPACES TO WS-LINE-RUN-ID
           SET LINE-IS-OTHER TO TRUE
           IF LEDGER-RECORD (1:8) IS NUMERIC
             IF LEDGER-RECORD (11:10) = "RUNEND"
               SET LINE-IS-RUNEND TO TRUE
               MOVE LEDGER-RECORD (23:14) TO WS-LINE-RUN-ID
             ELSE
               MOVE LEDGER-RECORD (181:14) TO WS-LINE-RUN-ID
               EVALUATE LEDGER-RECORD (197:3)
                 WHEN "REV"
                   SET LINE-IS-REV TO TRUE
                 WHEN "SUP"
                   SET LINE-IS-OTHER TO TRUE
                 WHEN "BKO"
                 WHEN "BKA"
                 WHEN "BKR"
                   SET LINE-IS-BACKOUT TO TRUE
                 WHEN OTHER
                   IF WS-LINE-RUN-ID NOT = SPACES
                     SET LINE-IS-MAIN TO TRUE
                   END-IF
               END-EVALUATE
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * A closed run's slot is reused before a new one is taken, so
      * the table only has to hold the runs open at the same time.
      * ----------------------------------------------------------
         1300-ADD-OPEN-RUN.
           MOVE ZERO TO WS-FREE-SUB
           PERFORM 1350-MATCH-ONE-CLOSED-RUN
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                  OR WS-FREE-SUB > ZERO
           IF WS-FREE-SUB = ZERO
            AND WS-OPEN-COUNT < 10
             ADD 1 TO WS-OPEN-COUNT
             MOVE WS-OPEN-COUNT TO WS-FREE-SUB
           END-IF
           IF WS-FREE-SUB > ZERO
             MOVE WS-LINE-RUN-ID TO WS-OR-RUN-ID (WS-FREE-SUB)
             MOVE "N" TO WS-OR-CLOSED (WS-FREE-SUB)
             MOVE "N" TO WS-OR-GARN-DONE (WS-FREE-SUB)
           ELSE
             MOVE "Y" TO WS-OVERFLOW-SW
           END-IF.

         1350-MATCH-ONE-CLOSED-RUN.
           IF WS-OR-CLOSED (WS-OPEN-SUB) = "Y"
             MOVE WS-OPEN-SUB TO WS-FREE-SUB
           END-IF.

         1500-FIND-OPEN-RUN.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 1550-MATCH-ONE-OPEN-RUN
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                  OR WS-FOUND-SUB > ZERO.

         1550-MATCH-ONE-OPEN-RUN.
           IF WS-OR-RUN-ID (WS-OPEN-SUB) = WS-LINE-RUN-ID
             MOVE WS-OPEN-SUB TO WS-FOUND-SUB
           END-IF.

         1600-COUNT-ONE-OPEN.
           IF WS-OR-CLOSED (WS-OPEN-SUB) = "N"
             ADD 1 TO WS-OPEN-LEFT
             DISPLAY "paybkout: RUN " WS-OR-RUN-ID (WS-OPEN-SUB)
                 " HAS NO RUNEND - BACKING OUT"
           END-IF.

      * ----------------------------------------------------------
      * The lines to reverse are first copied to a work file (the
      * ledger cannot be read and extended at once), then every
      * one is reversed onto the end of the ledger, so the
      * reversals chain on from the last line already there.
      * ----------------------------------------------------------
         2000-BACK-OUT-OPEN-RUNS.
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
             DISPLAY "paybkout: YTDFILE.DAT NOT AVAILABLE, STATUS = "
                 WS-YTD-STATUS " - NOTHING BACKED OUT"
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 2100-COLLECT-OPEN-LINES
             OPEN I-O SLIPHIST-FILE
             OPEN OUTPUT REPORT-FILE
             MOVE WS-RUN-DATE TO WS-TL-DATE
             MOVE WS-TITLE-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-HEADING-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE "N" TO WS-EOF
             OPEN INPUT WORK-FILE
             OPEN EXTEND LEDGER-FILE
             PERFORM 3000-REVERSE-ONE-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE WORK-FILE
             CLOSE LEDGER-FILE
             CLOSE YTD-FILE
             IF WS-SLIPHIST-STATUS = "00"
               CLOSE SLIPHIST-FILE
             END-IF
             PERFORM 4000-BACK-OUT-GARNISHMENTS
             OPEN OUTPUT PAYNET-FILE
             CLOSE PAYNET-FILE
             MOVE WS-BACKED-OUT-COUNT TO WS-TT-COUNT
             MOVE WS-TOTAL-NETPAY TO WS-TT-NETPAY
             MOVE WS-TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE WS-GARN-BACKED-COUNT TO WS-GT-COUNT
             MOVE WS-GARN-BACKED-AMOUNT TO WS-GT-AMOUNT
             MOVE WS-GARN-TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             CLOSE REPORT-FILE
             DISPLAY "paybkout: " WS-BACKED-OUT-COUNT
                 " LEDGER LINES BACKED OUT, PAYNET.DAT CLEARED"
             IF WS-REVIEW-COUNT > ZERO
               DISPLAY "paybkout: " WS-REVIEW-COUNT
                   " YTD RECORDS NEED REVIEW - SEE PAYBKOUT.TXT"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * A REV line is posted immediately ahead of its ADJ partner
      * and carries the original's run id, so it is held back one
      * line and belongs to whichever run the following ADJ line
      * names.  A REV left last on the file is a run that died
      * between the two; it belongs to the open run.  Past the
      * check value, at 257, each work line carries the run it
      * was posted under - for a REV line, the run of its ADJ
      * partner - for the YTD stamp test in 3300; a trailing REV
      * has none, its run never having reached the YTD update.
      * ----------------------------------------------------------
         2100-COLLECT-OPEN-LINES.
           MOVE "N" TO WS-PENDING-REV-SW
           MOVE "N" TO WS-EOF
           OPEN OUTPUT WORK-FILE
           OPEN INPUT LEDGER-FILE
           PERFORM 2150-COLLECT-ONE-LINE
               UNTIL WS-EOF = "Y"
           CLOSE LEDGER-FILE
           IF WS-PENDING-REV-SW = "Y"
             MOVE WS-PENDING-REV TO WORK-RECORD
             WRITE WORK-RECORD
           END-IF
           CLOSE WORK-FILE.

         2150-COLLECT-ONE-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 1200-CLASSIFY-LINE
               IF LINE-IS-MAIN
                 PERFORM 1500-FIND-OPEN-RUN
                 IF WS-FOUND-SUB > ZERO
                   IF WS-OR-CLOSED (WS-FOUND-SUB) = "N"
                     IF WS-PENDING-REV-SW = "Y"
                      AND LEDGER-RECORD (197:3) = "ADJ"
                       MOVE WS-PENDING-REV TO WORK-RECORD
                       MOVE WS-LINE-RUN-ID TO WORK-RECORD (257:14)
                       WRITE WORK-RECORD
                     END-IF
                     MOVE LEDGER-RECORD TO WORK-RECORD
                     MOVE WS-LINE-RUN-ID TO WORK-RECORD (257:14)
                     WRITE WORK-RECORD
                   END-IF
                 END-IF
               END-IF
               MOVE "N" TO WS-PENDING-REV-SW
               IF LINE-IS-REV
                 MOVE "Y" TO WS-PENDING-REV-SW
                 MOVE LEDGER-RECORD TO WS-PENDING-REV
               END-IF
           END-READ.

         3000-REVERSE-ONE-LINE.
           READ WORK-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM 3100-DE-EDIT-AMOUNTS
               IF WS-ORIG-BRANCH = "REV"
                 MOVE WORK-RECORD (181:14) TO WS-REV-RUN-ID
               END-IF
               PERFORM 3200-POST-REVERSAL-LINE
               PERFORM 3300-BACK-OUT-YTD
               PERFORM 3400-REMOVE-SLIP
               ADD 1 TO WS-BACKED-OUT-COUNT
               MOVE WS-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-READ.

         3100-DE-EDIT-AMOUNTS.
           MOVE WORK-RECORD (197:3) TO WS-ORIG-BRANCH
           COMPUTE WS-NETWORTH = FUNCTION NUMVAL-C
               (WORK-RECORD (77:17))
           COMPUTE WS-TAXVALUE = FUNCTION NUMVAL-C
               (WORK-RECORD (105:17))
           COMPUTE WS-GROSSVALUE = FUNCTION NUMVAL-C
               (WORK-RECORD (124:17))
           COMPUTE WS-PENSIONVALUE = FUNCTION NUMVAL-C
               (WORK-RECORD (143:17))
           COMPUTE WS-NETPAY = FUNCTION NUMVAL-C
               (WORK-RECORD (162:17))
           IF WORK-RECORD (202:17) = SPACES
             MOVE ZERO TO WS-ER-PENSION
             MOVE ZERO TO WS-ER-LEVY
           ELSE
             COMPUTE WS-ER-PENSION = FUNCTION NUMVAL-C
                 (WORK-RECORD (202:17))
             COMPUTE WS-ER-LEVY = FUNCTION NUMVAL-C
                 (WORK-RECORD (221:17))
           END-IF.

      * ----------------------------------------------------------
      * Everything but the amounts and the branch code is carried
      * over unchanged - date, employee, name, department, tax
      * rate and run id - so every report that sums by pay date,
      * department or run nets the failed run to zero.
      * ----------------------------------------------------------
         3200-POST-REVERSAL-LINE.
           MOVE WORK-RECORD (1:239) TO WS-LEDGER-LINE
           COMPUTE WS-LL-NETWORTH = ZERO - WS-NETWORTH
           COMPUTE WS-LL-TAXVALUE = ZERO - WS-TAXVALUE
           COMPUTE WS-LL-GROSSVALUE = ZERO - WS-GROSSVALUE
           COMPUTE WS-LL-PENSIONVALUE = ZERO - WS-PENSIONVALUE
           COMPUTE WS-LL-NETPAY = ZERO - WS-NETPAY
           COMPUTE WS-LL-ER-PENSION = ZERO - WS-ER-PENSION
           COMPUTE WS-LL-ER-LEVY = ZERO - WS-ER-LEVY
           EVALUATE WS-ORIG-BRANCH
             WHEN "REV"
               MOVE "BKR" TO WS-LL-BRANCH
             WHEN "ADJ"
               MOVE "BKA" TO WS-LL-BRANCH
             WHEN OTHER
               MOVE "BKO" TO WS-LL-BRANCH
           END-EVALUATE
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           PERFORM 3600-CHAIN-LEDGER-RECORD
           WRITE LEDGER-RECORD
           MOVE WS-LL-RUN-ID TO WS-DL-RUN-ID
           MOVE WS-LL-DATE TO WS-DL-PAY-DATE
           MOVE WS-LL-EMP-ID TO WS-DL-EMP-ID
           MOVE WS-ORIG-BRANCH TO WS-DL-BRANCH
           MOVE WS-NETPAY TO WS-DL-NETPAY
           ADD WS-NETPAY TO WS-TOTAL-NETPAY.

      * ----------------------------------------------------------
      * The payroll run's YTD update reversed: the line's amounts
      * come off, and a plain calculation line takes its run off
      * the count and off the count of its pay frequency (no
      * frequency on the line: monthly).  An ADJ line's run
      * already netted to no change in the count (one off for the
      * original, one on for the correction) and a REV line
      * carries the original's amounts negated, so subtracting it
      * puts the original back.  A line the record's stamp does
      * not cover was posted after the last YTD update the run
      * made for the employee - the run died before adding it -
      * and nothing comes off.  A record already moved on to
      * another year is left alone and reported for review rather
      * than guessed at.
      * ----------------------------------------------------------
         3300-BACK-OUT-YTD.
           MOVE WORK-RECORD (1:4) TO WS-LINE-YEAR
           MOVE ZERO TO WS-LINE-SEQ
           IF WORK-RECORD (240:6) IS NUMERIC
             MOVE WORK-RECORD (240:6) TO WS-LINE-SEQ
           END-IF
           MOVE WORK-RECORD (11:10) TO YT-EMP-ID
           READ YTD-FILE
             INVALID KEY
               MOVE "NO YTD RECORD - NONE TO ADJUST"
                   TO WS-DL-YTD-ACTION
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN WORK-RECORD (257:14) = SPACES
                 WHEN YT-LAST-RUN-ID NOT = WORK-RECORD (257:14)
                 WHEN WS-LINE-SEQ > YT-LAST-SEQ
                   MOVE "YTD NOT UPDATED - NONE TO UNDO"
                       TO WS-DL-YTD-ACTION
                 WHEN YT-YEAR NOT = WS-LINE-YEAR
                   MOVE "YTD YEAR DIFFERS - REVIEW"
                       TO WS-DL-YTD-ACTION
                   ADD 1 TO WS-REVIEW-COUNT
                 WHEN OTHER
                   SUBTRACT WS-TAXVALUE FROM YT-TAXVALUE
                   SUBTRACT WS-PENSIONVALUE FROM YT-PENSIONVALUE
                   SUBTRACT WS-NETPAY FROM YT-NETPAY
                   IF WS-ORIG-BRANCH NOT = "REV"
                    AND WS-ORIG-BRANCH NOT = "ADJ"
                    AND YT-RUN-COUNT > ZERO
                     SUBTRACT 1 FROM YT-RUN-COUNT
                     PERFORM 3350-BACK-OUT-FREQUENCY-RUN
                   END-IF
                   MOVE "YTD BACKED OUT" TO WS-DL-YTD-ACTION
                   PERFORM 3360-REOPEN-FINAL-PAY
                   REWRITE YTD-RECORD
               END-EVALUATE
           END-READ.

      * ----------------------------------------------------------
      * The failed run closed the year with a final pay: the
      * close comes off with the pay, so the rerun can pay the
      * leaver again, and the statement that went out with the
      * failed run is cancelled on the statement file.
      * ----------------------------------------------------------
         3360-REOPEN-FINAL-PAY.
           MOVE FUNCTION NUMVAL (WORK-RECORD (1:8)) TO WS-LINE-DATE
           IF WS-ORIG-BRANCH NOT = "REV"
            AND WS-ORIG-BRANCH NOT = "ADJ"
            AND YT-FINAL-PAY-DATE IS NUMERIC
            AND YT-FINAL-PAY-DATE > ZERO
            AND YT-FINAL-PAY-DATE = WS-LINE-DATE
             MOVE ZERO TO YT-FINAL-PAY-DATE
             MOVE "YTD BACKED OUT, YEAR REOPENED" TO WS-DL-YTD-ACTION
             OPEN EXTEND LEAVER-STATEMENT-FILE
             IF WS-LEAVER-STATUS = "35"
               OPEN OUTPUT LEAVER-STATEMENT-FILE
             END-IF
             IF WS-LEAVER-STATUS = "00"
               MOVE WORK-RECORD (11:10) TO WS-LC-EMP-ID
               MOVE WS-LINE-DATE TO WS-LC-PAY-DATE
               MOVE WS-LL-RUN-ID TO WS-LC-RUN-ID
               MOVE WS-LEAVER-CANCEL-LINE TO LEAVER-STATEMENT-RECORD
               WRITE LEAVER-STATEMENT-RECORD
               CLOSE LEAVER-STATEMENT-FILE
             END-IF
           END-IF.

         3350-BACK-OUT-FREQUENCY-RUN.
           IF WORK-RECORD (239:1) = "W"
             IF YT-WEEKLY-RUNS > ZERO
               SUBTRACT 1 FROM YT-WEEKLY-RUNS
             END-IF
           ELSE
             IF YT-MONTHLY-RUNS > ZERO
               SUBTRACT 1 FROM YT-MONTHLY-RUNS
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * The failed run stored a slip under the employee and pay
      * date of every calculation and ADJ line it posted; that
      * slip describes a payment that no longer stands and is
      * removed.  The rerun stores the replacement.  A REV line
      * never had a slip of its own.
      * ----------------------------------------------------------
         3400-REMOVE-SLIP.
           IF WS-ORIG-BRANCH = "REV"
             MOVE "NONE FOR REV LINE" TO WS-DL-SLIP-ACTION
           ELSE
             IF WS-SLIPHIST-STATUS NOT = "00"
               MOVE "HISTORY NOT OPEN" TO WS-DL-SLIP-ACTION
             ELSE
               MOVE FUNCTION NUMVAL (WORK-RECORD (1:8))
                   TO WS-SLIP-DATE
               IF WS-ORIG-BRANCH = "ADJ"
                AND WS-REV-RUN-ID NOT = SPACES
                 PERFORM 3450-FIND-ADJUSTED-PAY-DATE
               END-IF
               MOVE SPACES TO WS-REV-RUN-ID
               MOVE WORK-RECORD (11:10) TO SH-EMP-ID
               MOVE WS-SLIP-DATE TO SH-PAY-DATE
               DELETE SLIPHIST-FILE
                 INVALID KEY
                   MOVE "NO SLIP STORED" TO WS-DL-SLIP-ACTION
                 NOT INVALID KEY
                   MOVE "SLIP REMOVED" TO WS-DL-SLIP-ACTION
               END-DELETE
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * The pay date the REV line's posting stood for, worked out
      * as the payroll run does (1770 there): the employee's
      * postings in ledger order, each ADJ line standing for the
      * pay date of the posting withdrawn just ahead of it.  Not
      * found, the ADJ line's own date stands.
      * ----------------------------------------------------------
         3450-FIND-ADJUSTED-PAY-DATE.
           MOVE ZERO TO WS-POSTING-COUNT
           MOVE ZERO TO WS-REV-PAY-DATE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT LEDGER-SCAN-FILE
           IF WS-LEDGER-SCAN-STATUS = "00"
             PERFORM 3460-TRACK-ONE-POSTING
                 UNTIL WS-SCAN-EOF = "Y"
             CLOSE LEDGER-SCAN-FILE
           END-IF
           MOVE WS-REV-RUN-ID TO WS-MATCH-RUN-ID
           MOVE ZERO TO WS-POSTING-FOUND-SUB
           PERFORM 3480-MATCH-ONE-POSTING
               VARYING WS-POSTING-SUB FROM 1 BY 1
               UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
                  OR WS-POSTING-FOUND-SUB > ZERO
           IF WS-POSTING-FOUND-SUB > ZERO
             MOVE WS-PT-PAY-DATE (WS-POSTING-FOUND-SUB)
                 TO WS-SLIP-DATE
           END-IF.

         3460-TRACK-ONE-POSTING.
           READ LEDGER-SCAN-FILE
             AT END
               MOVE "Y" TO WS-SCAN-EOF
             NOT AT END
               IF LEDGER-SCAN-RECORD (1:8) IS NUMERIC
                AND LEDGER-SCAN-RECORD (11:10) = WORK-RECORD (11:10)
                AND LEDGER-SCAN-RECORD (181:14) NOT = SPACES
                 PERFORM 3470-TRACK-PAY-DATE
               END-IF
           END-READ.

         3470-TRACK-PAY-DATE.
           MOVE LEDGER-SCAN-RECORD (1:8) TO WS-LINE-PAY-DATE
           EVALUATE LEDGER-SCAN-RECORD (197:3)
             WHEN "REV"
               MOVE WS-LINE-PAY-DATE TO WS-REV-PAY-DATE
               MOVE ZERO TO WS-POSTING-FOUND-SUB
               MOVE LEDGER-SCAN-RECORD (181:14) TO WS-MATCH-RUN-ID
               PERFORM 3480-MATCH-ONE-POSTING
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

         3480-MATCH-ONE-POSTING.
           IF WS-PT-RUN-ID (WS-POSTING-SUB) = WS-MATCH-RUN-ID
             MOVE WS-POSTING-SUB TO WS-POSTING-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * Same chaining the payroll run applies (2600 there): the
      * reversals carry their own sequence and chain on from the
      * last check value on the ledger.
      * ----------------------------------------------------------
         3600-CHAIN-LEDGER-RECORD.
           ADD 1 TO WS-RUN-SEQ
           MOVE WS-RUN-SEQ TO LEDGER-RECORD (240:6)
           CALL "ledgchn" USING WS-CHAIN-CHECK, LEDGER-RECORD,
               WS-CHAIN-LENGTH, WS-NEW-CHECK
           MOVE WS-NEW-CHECK TO LEDGER-RECORD (248:8)
           MOVE WS-NEW-CHECK TO WS-CHAIN-CHECK.

      * ----------------------------------------------------------
      * The deduction register is backed out the same way as the
      * ledger: the open runs' DED lines are copied to the work
      * file, then each is written back to the end of the
      * register as a BKO line with the amount negated.  A run
      * that already has BKO lines on the register was backed
      * out there before and is left alone.
      * ----------------------------------------------------------
         4000-BACK-OUT-GARNISHMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNISHMENT-HISTORY-FILE
           IF WS-GARNHIST-STATUS = "00"
             PERFORM 4100-MARK-ONE-BACKED-RUN
                 UNTIL WS-EOF = "Y"
             CLOSE GARNISHMENT-HISTORY-FILE
             MOVE "N" TO WS-EOF
             OPEN OUTPUT WORK-FILE
             OPEN INPUT GARNISHMENT-HISTORY-FILE
             PERFORM 4200-COLLECT-ONE-DEDUCTION
                 UNTIL WS-EOF = "Y"
             CLOSE GARNISHMENT-HISTORY-FILE
             CLOSE WORK-FILE
             MOVE "N" TO WS-EOF
             OPEN INPUT WORK-FILE
             OPEN EXTEND GARNISHMENT-HISTORY-FILE
             PERFORM 4300-REVERSE-ONE-DEDUCTION
                 UNTIL WS-EOF = "Y"
             CLOSE WORK-FILE
             CLOSE GARNISHMENT-HISTORY-FILE
             DISPLAY "paybkout: " WS-GARN-BACKED-COUNT
                 " GARNISHMENT DEDUCTIONS BACKED OUT"
           END-IF.

         4100-MARK-ONE-BACKED-RUN.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF GH-IS-BACKOUT
                 MOVE GH-RUN-ID TO WS-LINE-RUN-ID
                 PERFORM 1500-FIND-OPEN-RUN
                 IF WS-FOUND-SUB > ZERO
                   MOVE "Y" TO WS-OR-GARN-DONE (WS-FOUND-SUB)
                 END-IF
               END-IF
           END-READ.

         4200-COLLECT-ONE-DEDUCTION.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF GH-IS-DEDUCTION
                 MOVE GH-RUN-ID TO WS-LINE-RUN-ID
                 PERFORM 1500-FIND-OPEN-RUN
                 IF WS-FOUND-SUB > ZERO
                   IF WS-OR-CLOSED (WS-FOUND-SUB) = "N"
                    AND WS-OR-GARN-DONE (WS-FOUND-SUB) = "N"
                     MOVE GARNISHMENT-HISTORY-RECORD TO WORK-RECORD
                     WRITE WORK-RECORD
                   END-IF
                 END-IF
               END-IF
           END-READ.

         4300-REVERSE-ONE-DEDUCTION.
           READ WORK-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE WORK-RECORD TO GARNISHMENT-HISTORY-RECORD
               COMPUTE GH-AMOUNT = ZERO - GH-AMOUNT
               MOVE "BKO" TO GH-KIND
               WRITE GARNISHMENT-HISTORY-RECORD
               ADD 1 TO WS-GARN-BACKED-COUNT
               SUBTRACT GH-AMOUNT FROM WS-GARN-BACKED-AMOUNT
           END-READ.
