       IDENTIFICATION DIVISION.
       PROGRAM-ID. retropay.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 13th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-13  BK  First version.  Retroactive recalculation
      *                 for a bracket set published after the date
      *                 it took effect: RETRO.PRM names the first
      *                 pay date to correct, and every slip stored
      *                 in SLIPHIST.DAT from that date up to today
      *                 is run through t_calc again on the amount,
      *                 pension rate and pay date it was built
      *                 from, under the bracket sets and employer
      *                 rates now in BRACKET.DAT and EMPLRATE.DAT.
      *                 RETRO.TXT lists the old and new tax,
      *                 pension and net pay of every slip that
      *                 changes, with totals, and RETROADJ.DAT
      *                 carries one mode "A" adjustment record per
      *                 changed slip, naming the run id of the
      *                 posting that stands for it on LEDGER.TXT,
      *                 to be added to the next payroll input: the
      *                 corrections then go through the payroll
      *                 run's reversal, YTD and payment path like
      *                 any keyed adjustment.  A slip with no
      *                 standing posting (backed out and never
      *                 rerun) is listed but not adjusted.  Nothing
      *                 is posted here.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "RETRO.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT SLIPHIST-FILE ASSIGN TO "SLIPHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SH-KEY
           FILE STATUS IS WS-SLIPHIST-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETRO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "RETROADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUSTMENT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PM-FROM-DATE PIC 9(08).

         FD SLIPHIST-FILE.
         COPY SLIPHIST.

         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

         FD ADJUSTMENT-FILE.
         COPY PAYREC REPLACING ==:TAG:== BY ==AJ==.

       WORKING-STORAGE SECTION.
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-SLIPHIST-STATUS PIC X(02).
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-ADJUSTMENT-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-OVERFLOW-SW PIC X(01) VALUE "N".
         01 WS-SLIP-COUNT PIC 9(06) VALUE ZERO.
         01 WS-CHANGED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-UNCHANGED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-NOT-ADJUSTED-COUNT PIC 9(06) VALUE ZERO.
      * ----------------------------------------------------------
      * One entry per slip in the period: what it was built from
      * and showed, and the ledger posting that stands for it -
      * the run id current now, the one a REV line withdrew (so a
      * backed-out correction can put it back) and whether a REV
      * is waiting for its ADJ partner.
      * ----------------------------------------------------------
         01 WS-SLIP-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES.
             10 WS-ST-EMP-ID PIC X(10).
             10 WS-ST-PAY-DATE PIC 9(08).
             10 WS-ST-NETWORTH PIC S9(11)V99.
             10 WS-ST-PENSION-RATE PIC S9(1)V9(03).
             10 WS-ST-OLD-TAX PIC S9(11)V99.
             10 WS-ST-OLD-PENSION PIC S9(11)V99.
             10 WS-ST-OLD-NETPAY PIC S9(11)V99.
             10 WS-ST-RUN-ID PIC X(14).
             10 WS-ST-TAXRATE PIC 9(3)V9(3).
             10 WS-ST-PRIOR-RUN-ID PIC X(14).
             10 WS-ST-PRIOR-TAXRATE PIC 9(3)V9(3).
             10 WS-ST-STANDING-SW PIC X(01).
             10 WS-ST-AWAITING-SW PIC X(01).
         01 WS-SLIP-SUB PIC 9(04).
         01 WS-FOUND-SUB PIC 9(04).
         01 WS-AWAIT-SUB PIC 9(04) VALUE ZERO.
         01 WS-LINE-DATE PIC 9(08).
         01 WS-LINE-EMP-ID PIC X(10).
         01 WS-LINE-RUN-ID PIC X(14).
         01 WS-LINE-BRANCH PIC X(03).
         01 WS-LINE-TAXRATE PIC 9(3)V9(3).
         01 WS-NETWORTH PIC S9(11)V99.
         01 WS-TAXRATE PIC 9(3)V9(3).
         01 WS-TAXVALUE PIC S9(11)V9(02).
         01 WS-NUM11 PIC S9(1)V9(03).
         01 WS-CALC-MODE PIC X(01).
         01 WS-CALC-STATUS PIC X(01).
         01 WS-GROSSVALUE PIC S9(11)V99.
         01 WS-PENSIONVALUE PIC S9(11)V9(02).
         01 WS-NETPAY PIC S9(11)V99.
         01 WS-ER-PENSIONVALUE PIC S9(11)V9(02).
         01 WS-ER-LEVYVALUE PIC S9(11)V9(02).
         01 WS-PAY-DATE PIC 9(08).
         COPY TAXBAND.
         01 WS-TOT-OLD-TAX PIC S9(13)V99 VALUE ZERO.
         01 WS-TOT-NEW-TAX PIC S9(13)V99 VALUE ZERO.
         01 WS-TOT-OLD-PENSION PIC S9(13)V99 VALUE ZERO.
         01 WS-TOT-NEW-PENSION PIC S9(13)V99 VALUE ZERO.
         01 WS-TOT-OLD-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-TOT-NEW-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
              "RETROACTIVE RECALCULATION - FROM    ".
           05 WS-TL-FROM-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE "   RUN    ".
           05 WS-TL-RUN-DATE PIC 9(08).
         01 WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "EMPLOYEE  ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PAY DATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        OLD TAX".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        NEW TAX".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "    OLD PENSION".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "    NEW PENSION".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "    OLD NET PAY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "    NEW NET PAY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "NOTE".
         01 WS-DETAIL-LINE.
           05 WS-DT-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-OLD-TAX PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-NEW-TAX PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-OLD-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-NEW-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-OLD-NETPAY PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-NEW-NETPAY PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-NOTE PIC X(10).
         01 WS-EXCEPTION-LINE.
           05 WS-XL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-REASON PIC X(40).
         01 WS-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "TOTAL CHANGED SLIPS   ".
           05 WS-GT-OLD-TAX PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-NEW-TAX PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-OLD-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-NEW-PENSION PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-OLD-NETPAY PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-NEW-NETPAY PIC ZZZ,ZZZ,ZZ9.99-.
         01 WS-COUNT-LINE.
           05 FILLER PIC X(16) VALUE "SLIPS EXAMINED  ".
           05 WS-CL-SLIPS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "   CHANGED  ".
           05 WS-CL-CHANGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "   UNCHANGED  ".
           05 WS-CL-UNCHANGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "   NOT ADJUSTED  ".
           05 WS-CL-NOT-ADJUSTED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           IF WS-FROM-DATE = ZERO
            OR WS-FROM-DATE > WS-RUN-DATE
             DISPLAY "retropay: RETRO.PRM MUST NAME THE FIRST PAY "
                 "DATE TO CORRECT, NOT AFTER TODAY"
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 1100-LOAD-SLIPS
           END-IF
           IF RETURN-CODE = ZERO
             IF WS-OVERFLOW-SW = "Y"
               DISPLAY "retropay: MORE THAN 5000 SLIPS SINCE "
                   WS-FROM-DATE " - NOTHING WRITTEN"
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 2000-FIND-STANDING-POSTINGS
             END-IF
           END-IF
           IF RETURN-CODE = ZERO
             OPEN OUTPUT REPORT-FILE
             OPEN OUTPUT ADJUSTMENT-FILE
             IF WS-REPORT-STATUS NOT = "00"
              OR WS-ADJUSTMENT-STATUS NOT = "00"
               DISPLAY "retropay: RETRO.TXT / RETROADJ.DAT NOT "
                   "AVAILABLE, STATUS = " WS-REPORT-STATUS " / "
                   WS-ADJUSTMENT-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               PERFORM 3000-RECALCULATE-SLIPS
               CLOSE REPORT-FILE
               CLOSE ADJUSTMENT-FILE
             END-IF
           END-IF
           GOBACK.

         1000-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
             READ PARAMETER-FILE
               NOT AT END
                 IF PM-FROM-DATE IS NUMERIC
                  AND PM-FROM-DATE > ZERO
                   MOVE PM-FROM-DATE TO WS-FROM-DATE
                 END-IF
             END-READ
             CLOSE PARAMETER-FILE
           END-IF.

      * ----------------------------------------------------------
      * Every slip stored for a pay date from the from-date up to
      * today.  The history holds the last slip issued for each
      * employee and pay date - a correction already posted has
      * replaced the original's slip - so these are the figures
      * the employee was last told.
      * ----------------------------------------------------------
         1100-LOAD-SLIPS.
           MOVE ZERO TO WS-SLIP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SLIPHIST-FILE
           IF WS-SLIPHIST-STATUS NOT = "00"
             DISPLAY "retropay: SLIPHIST.DAT NOT AVAILABLE, STATUS = "
                 WS-SLIPHIST-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 1150-LOAD-ONE-SLIP
                 UNTIL WS-EOF = "Y"
             CLOSE SLIPHIST-FILE
           END-IF.

         1150-LOAD-ONE-SLIP.
           READ SLIPHIST-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF SH-PAY-DATE >= WS-FROM-DATE
                AND SH-PAY-DATE <= WS-RUN-DATE
                 IF WS-SLIP-COUNT < 5000
                   ADD 1 TO WS-SLIP-COUNT
                   MOVE WS-SLIP-COUNT TO WS-SLIP-SUB
                   PERFORM 1200-TAKE-ONE-SLIP
                 ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "Y" TO WS-EOF
                 END-IF
               END-IF
           END-READ.

         1200-TAKE-ONE-SLIP.
           MOVE SH-EMP-ID TO WS-ST-EMP-ID (WS-SLIP-SUB)
           MOVE SH-PAY-DATE TO WS-ST-PAY-DATE (WS-SLIP-SUB)
           MOVE SH-NETWORTH TO WS-ST-NETWORTH (WS-SLIP-SUB)
           MOVE SH-PENSION-RATE TO WS-ST-PENSION-RATE (WS-SLIP-SUB)
           MOVE SH-TAXVALUE TO WS-ST-OLD-TAX (WS-SLIP-SUB)
           MOVE SH-PENSIONVALUE TO WS-ST-OLD-PENSION (WS-SLIP-SUB)
           MOVE SH-NETPAY TO WS-ST-OLD-NETPAY (WS-SLIP-SUB)
           MOVE SPACES TO WS-ST-RUN-ID (WS-SLIP-SUB)
           MOVE ZERO TO WS-ST-TAXRATE (WS-SLIP-SUB)
           MOVE SPACES TO WS-ST-PRIOR-RUN-ID (WS-SLIP-SUB)
           MOVE ZERO TO WS-ST-PRIOR-TAXRATE (WS-SLIP-SUB)
           MOVE "N" TO WS-ST-STANDING-SW (WS-SLIP-SUB)
           MOVE "N" TO WS-ST-AWAITING-SW (WS-SLIP-SUB).

      * ----------------------------------------------------------
      * The ledger is walked in posting order to find which run's
      * line stands for each slip now - the run id an adjustment
      * must name.  A calculation or supplement line stands for
      * its own pay date.  A REV line withdraws the posting whose
      * run id it carries and the ADJ line posted straight after
      * it takes over, whatever night it is dated.  paybkout's
      * lines undo them again: BKR puts the withdrawn posting
      * back, BKO and BKA leave nothing standing until the rerun
      * posts afresh.  The flat fall back tax rate comes from the
      * standing line as well - the slip does not keep it.
      * ----------------------------------------------------------
         2000-FIND-STANDING-POSTINGS.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO WS-AWAIT-SUB
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
             DISPLAY "retropay: LEDGER.TXT NOT AVAILABLE, STATUS = "
                 WS-LEDGER-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 2100-TRACK-ONE-LINE
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF.

         2100-TRACK-ONE-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF LEDGER-RECORD (1:8) IS NUMERIC
                AND LEDGER-RECORD (11:10) NOT = "RUNEND"
                AND LEDGER-RECORD (181:14) NOT = SPACES
                 MOVE LEDGER-RECORD (1:8) TO WS-LINE-DATE
                 IF WS-LINE-DATE >= WS-FROM-DATE
                   PERFORM 2200-APPLY-ONE-LINE
                 END-IF
               END-IF
           END-READ.

         2200-APPLY-ONE-LINE.
           MOVE LEDGER-RECORD (11:10) TO WS-LINE-EMP-ID
           MOVE LEDGER-RECORD (181:14) TO WS-LINE-RUN-ID
           MOVE LEDGER-RECORD (197:3) TO WS-LINE-BRANCH
           COMPUTE WS-LINE-TAXRATE = FUNCTION NUMVAL
               (LEDGER-RECORD (96:7))
           EVALUATE WS-LINE-BRANCH
             WHEN "REV"
               PERFORM 2300-FIND-BY-RUN-ID
               MOVE WS-FOUND-SUB TO WS-AWAIT-SUB
               IF WS-FOUND-SUB > ZERO
                 MOVE WS-ST-RUN-ID (WS-FOUND-SUB)
                     TO WS-ST-PRIOR-RUN-ID (WS-FOUND-SUB)
                 MOVE WS-ST-TAXRATE (WS-FOUND-SUB)
                     TO WS-ST-PRIOR-TAXRATE (WS-FOUND-SUB)
                 MOVE "N" TO WS-ST-STANDING-SW (WS-FOUND-SUB)
                 MOVE "Y" TO WS-ST-AWAITING-SW (WS-FOUND-SUB)
               END-IF
             WHEN "ADJ"
               IF WS-AWAIT-SUB > ZERO
                 IF WS-ST-EMP-ID (WS-AWAIT-SUB) = WS-LINE-EMP-ID
                  AND WS-ST-AWAITING-SW (WS-AWAIT-SUB) = "Y"
                   MOVE WS-AWAIT-SUB TO WS-FOUND-SUB
                   PERFORM 2500-MAKE-STANDING
                 END-IF
               END-IF
               MOVE ZERO TO WS-AWAIT-SUB
             WHEN "BKR"
               PERFORM 2350-FIND-BY-PRIOR-RUN-ID
               IF WS-FOUND-SUB > ZERO
                 MOVE WS-ST-PRIOR-RUN-ID (WS-FOUND-SUB)
                     TO WS-ST-RUN-ID (WS-FOUND-SUB)
                 MOVE WS-ST-PRIOR-TAXRATE (WS-FOUND-SUB)
                     TO WS-ST-TAXRATE (WS-FOUND-SUB)
                 MOVE "Y" TO WS-ST-STANDING-SW (WS-FOUND-SUB)
                 MOVE "N" TO WS-ST-AWAITING-SW (WS-FOUND-SUB)
               END-IF
             WHEN "BKO"
             WHEN "BKA"
               PERFORM 2300-FIND-BY-RUN-ID
               IF WS-FOUND-SUB > ZERO
                 MOVE "N" TO WS-ST-STANDING-SW (WS-FOUND-SUB)
               END-IF
             WHEN OTHER
               PERFORM 2400-FIND-BY-PAY-DATE
               IF WS-FOUND-SUB > ZERO
                 PERFORM 2500-MAKE-STANDING
               END-IF
               MOVE ZERO TO WS-AWAIT-SUB
           END-EVALUATE.

         2300-FIND-BY-RUN-ID.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2310-MATCH-RUN-ID
               VARYING WS-SLIP-SUB FROM 1 BY 1
               UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
                  OR WS-FOUND-SUB > ZERO.

         2310-MATCH-RUN-ID.
           IF WS-ST-EMP-ID (WS-SLIP-SUB) = WS-LINE-EMP-ID
            AND WS-ST-RUN-ID (WS-SLIP-SUB) = WS-LINE-RUN-ID
            AND WS-ST-STANDING-SW (WS-SLIP-SUB) = "Y"
             MOVE WS-SLIP-SUB TO WS-FOUND-SUB
           END-IF.

         2350-FIND-BY-PRIOR-RUN-ID.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2360-MATCH-PRIOR-RUN-ID
               VARYING WS-SLIP-SUB FROM 1 BY 1
               UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
                  OR WS-FOUND-SUB > ZERO.

         2360-MATCH-PRIOR-RUN-ID.
           IF WS-ST-EMP-ID (WS-SLIP-SUB) = WS-LINE-EMP-ID
            AND WS-ST-PRIOR-RUN-ID (WS-SLIP-SUB) = WS-LINE-RUN-ID
             MOVE WS-SLIP-SUB TO WS-FOUND-SUB
           END-IF.

         2400-FIND-BY-PAY-DATE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2410-MATCH-PAY-DATE
               VARYING WS-SLIP-SUB FROM 1 BY 1
               UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
                  OR WS-FOUND-SUB > ZERO.

         2410-MATCH-PAY-DATE.
           IF WS-ST-EMP-ID (WS-SLIP-SUB) = WS-LINE-EMP-ID
            AND WS-ST-PAY-DATE (WS-SLIP-SUB) = WS-LINE-DATE
             MOVE WS-SLIP-SUB TO WS-FOUND-SUB
           END-IF.

         2500-MAKE-STANDING.
           MOVE WS-LINE-RUN-ID TO WS-ST-RUN-ID (WS-FOUND-SUB)
           MOVE WS-LINE-TAXRATE TO WS-ST-TAXRATE (WS-FOUND-SUB)
           MOVE "Y" TO WS-ST-STANDING-SW (WS-FOUND-SUB)
           MOVE "N" TO WS-ST-AWAITING-SW (WS-FOUND-SUB).

      * ----------------------------------------------------------
      * Each slip is calculated again forward - the amount it was
      * built from, its pension rate and its own pay date, so
      * t_calc selects the bracket set and employer rates in force
      * on that date as the files stand now.  A slip that comes
      * out the same needs nothing; one that differs is listed
      * and gets its adjustment record.
      * ----------------------------------------------------------
         3000-RECALCULATE-SLIPS.
           MOVE WS-FROM-DATE TO WS-TL-FROM-DATE
           MOVE WS-RUN-DATE TO WS-TL-RUN-DATE
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3100-RECALCULATE-ONE-SLIP
               VARYING WS-SLIP-SUB FROM 1 BY 1
               UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-OLD-TAX TO WS-GT-OLD-TAX
           MOVE WS-TOT-NEW-TAX TO WS-GT-NEW-TAX
           MOVE WS-TOT-OLD-PENSION TO WS-GT-OLD-PENSION
           MOVE WS-TOT-NEW-PENSION TO WS-GT-NEW-PENSION
           MOVE WS-TOT-OLD-NETPAY TO WS-GT-OLD-NETPAY
           MOVE WS-TOT-NEW-NETPAY TO WS-GT-NEW-NETPAY
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SLIP-COUNT TO WS-CL-SLIPS
           MOVE WS-CHANGED-COUNT TO WS-CL-CHANGED
           MOVE WS-UNCHANGED-COUNT TO WS-CL-UNCHANGED
           MOVE WS-NOT-ADJUSTED-COUNT TO WS-CL-NOT-ADJUSTED
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "retropay: " WS-SLIP-COUNT " SLIPS SINCE "
               WS-FROM-DATE ", " WS-CHANGED-COUNT
               " ADJUSTMENTS WRITTEN TO RETROADJ.DAT, "
               WS-NOT-ADJUSTED-COUNT " NOT ADJUSTED".

         3100-RECALCULATE-ONE-SLIP.
           IF WS-ST-STANDING-SW (WS-SLIP-SUB) NOT = "Y"
             MOVE "NO STANDING POSTING ON LEDGER"
                 TO WS-XL-REASON
             PERFORM 3400-WRITE-EXCEPTION
           ELSE
             MOVE WS-ST-NETWORTH (WS-SLIP-SUB) TO WS-NETWORTH
             MOVE WS-ST-TAXRATE (WS-SLIP-SUB) TO WS-TAXRATE
             MOVE WS-ST-PENSION-RATE (WS-SLIP-SUB) TO WS-NUM11
             MOVE WS-ST-PAY-DATE (WS-SLIP-SUB) TO WS-PAY-DATE
             MOVE SPACE TO WS-CALC-MODE
             MOVE ZERO TO WS-NETPAY
             CALL "t_calc" USING WS-NETWORTH, WS-TAXRATE,
             WS-TAXVALUE, WS-GROSSVALUE, WS-NUM11, WS-PENSIONVALUE,
             WS-NETPAY, WS-PAY-DATE, BAND-DETAIL, WS-CALC-MODE,
             WS-CALC-STATUS, WS-ER-PENSIONVALUE, WS-ER-LEVYVALUE
             EVALUATE TRUE
               WHEN WS-CALC-STATUS NOT = "0"
                 MOVE "RECALCULATION FAILED - NOT ADJUSTED"
                     TO WS-XL-REASON
                 PERFORM 3400-WRITE-EXCEPTION
               WHEN WS-TAXVALUE = WS-ST-OLD-TAX (WS-SLIP-SUB)
                AND WS-PENSIONVALUE = WS-ST-OLD-PENSION (WS-SLIP-SUB)
                AND WS-NETPAY = WS-ST-OLD-NETPAY (WS-SLIP-SUB)
                 ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                 PERFORM 3200-REPORT-CHANGE
                 PERFORM 3300-WRITE-ADJUSTMENT
             END-EVALUATE
           END-IF.

         3200-REPORT-CHANGE.
           ADD 1 TO WS-CHANGED-COUNT
           ADD WS-ST-OLD-TAX (WS-SLIP-SUB) TO WS-TOT-OLD-TAX
           ADD WS-TAXVALUE TO WS-TOT-NEW-TAX
           ADD WS-ST-OLD-PENSION (WS-SLIP-SUB) TO WS-TOT-OLD-PENSION
           ADD WS-PENSIONVALUE TO WS-TOT-NEW-PENSION
           ADD WS-ST-OLD-NETPAY (WS-SLIP-SUB) TO WS-TOT-OLD-NETPAY
           ADD WS-NETPAY TO WS-TOT-NEW-NETPAY
           MOVE WS-ST-EMP-ID (WS-SLIP-SUB) TO WS-DT-EMP-ID
           MOVE WS-ST-PAY-DATE (WS-SLIP-SUB) TO WS-DT-PAY-DATE
           MOVE WS-ST-OLD-TAX (WS-SLIP-SUB) TO WS-DT-OLD-TAX
           MOVE WS-TAXVALUE TO WS-DT-NEW-TAX
           MOVE WS-ST-OLD-PENSION (WS-SLIP-SUB) TO WS-DT-OLD-PENSION
           MOVE WS-PENSIONVALUE TO WS-DT-NEW-PENSION
           MOVE WS-ST-OLD-NETPAY (WS-SLIP-SUB) TO WS-DT-OLD-NETPAY
           MOVE WS-NETPAY TO WS-DT-NEW-NETPAY
           MOVE SPACES TO WS-DT-NOTE
           IF WS-NETPAY > WS-ST-OLD-NETPAY (WS-SLIP-SUB)
             MOVE "BACK-PAY" TO WS-DT-NOTE
           END-IF
           IF WS-NETPAY < WS-ST-OLD-NETPAY (WS-SLIP-SUB)
             MOVE "RECOVERY" TO WS-DT-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      * ----------------------------------------------------------
      * The adjustment keys the same amount and rates again under
      * mode "A", naming the standing posting's run id; the
      * payroll run reverses that posting, recalculates under the
      * rules of its pay date and pays or recovers the difference.
      * ----------------------------------------------------------
         3300-WRITE-ADJUSTMENT.
           MOVE SPACES TO AJ-RECORD
           MOVE WS-ST-EMP-ID (WS-SLIP-SUB) TO AJ-EMP-ID
           MOVE WS-ST-NETWORTH (WS-SLIP-SUB) TO AJ-NETWORTH
           MOVE WS-ST-TAXRATE (WS-SLIP-SUB) TO AJ-TAXRATE
           MOVE WS-ST-PENSION-RATE (WS-SLIP-SUB) TO AJ-PENSION-RATE
           MOVE "A" TO AJ-CALC-MODE
           MOVE WS-ST-RUN-ID (WS-SLIP-SUB) TO AJ-ORIG-RUN-ID
           WRITE AJ-RECORD.

         3400-WRITE-EXCEPTION.
           ADD 1 TO WS-NOT-ADJUSTED-COUNT
           MOVE WS-ST-EMP-ID (WS-SLIP-SUB) TO WS-XL-EMP-ID
           MOVE WS-ST-PAY-DATE (WS-SLIP-SUB) TO WS-XL-PAY-DATE
           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
