      *                 now returns onto the supplement's ledger
      *                 lines, in the same two columns the main
      *                 run writes.
      * 2026-09-09  BK  The stored slip carries the new deduction
      *                 fields of SLIPHIST.CPY: a supplement takes
      *                 no court-ordered deductions, so none are
      *                 stored and the amount paid is the net pay.
      * 2026-09-11  BK  A supplement belongs to the pay frequency
      *                 of the run it supplements: its ledger lines
      *                 carry the frequency of that run's RUNEND
      *                 marker (blank: monthly), and the run is
      *                 counted on the matching YTD weekly or
      *                 monthly run count.
      * 2026-09-12  BK  A new YTD record starts with no final pay
      *                 date, and a supplement posted onto a year
      *                 already closed by a leaver's final pay is
      *                 still posted but flagged on the console:
      *                 the leaver's statement given out no longer
      *                 matches and must be issued again.
      * 2026-09-22  BK  A new YTD record starts with a blank
      *                 last-run stamp.  A supplement leaves the
      *                 stamp alone on an existing record: its SUP
      *                 lines are never backed out, and the stamp
      *                 must keep naming the payroll run paybkout
      *                 may have to back out.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
         01 WS-RUN-ID PIC X(14).
         01 WS-PAY-DATE PIC 9(08).
         01 WS-PAY-YEAR PIC 9(04).
         01 WS-PAY-FREQUENCY PIC X(01).
         01 WS-RUN-SEQ PIC 9(06) VALUE ZERO.
         01 WS-LIVE-LINE-SEEN PIC X(01).
         01 WS-CHAIN-CHECK PIC 9(08) VALUE ZERO.
           05 WS-LL-ER-PENSION PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LL-ER-LEVY PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LL-FREQUENCY PIC X(01).
         01 WS-EXCEPTION-LINE.
           05 WS-XL-ORIG-RUN-ID PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
                 MOVE "Y" TO WS-RUNEND-FOUND
                 MOVE FUNCTION NUMVAL (LEDGER-RECORD (1:8))
                     TO WS-PAY-DATE
                 IF LEDGER-RECORD (239:1) = "W"
                   MOVE "W" TO WS-PAY-FREQUENCY
                 ELSE
                   MOVE "M" TO WS-PAY-FREQUENCY
                 END-IF
                 MOVE "Y" TO WS-SCAN-EOF
               END-IF
           END-READ.
           MOVE "SUP" TO WS-LL-BRANCH
           MOVE WS-ER-PENSIONVALUE TO WS-LL-ER-PENSION
           MOVE WS-ER-LEVYVALUE TO WS-LL-ER-LEVY
           MOVE WS-PAY-FREQUENCY TO WS-LL-FREQUENCY
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           PERFORM 2170-CHAIN-LEDGER-RECORD
           WRITE LEDGER-RECORD
               MOVE ZERO TO YT-PENSIONVALUE
               MOVE ZERO TO YT-NETPAY
               MOVE ZERO TO YT-RUN-COUNT
               MOVE ZERO TO YT-WEEKLY-RUNS
               MOVE ZERO TO YT-MONTHLY-RUNS
               MOVE ZERO TO YT-FINAL-PAY-DATE
               MOVE SPACES TO YT-LAST-RUN-ID
               MOVE ZERO TO YT-LAST-SEQ
               PERFORM 2250-ACCUMULATE-YTD
               WRITE YTD-RECORD
             NOT INVALID KEY
               IF YT-FINAL-PAY-DATE > ZERO
                 DISPLAY "supprun: " WS-EMP-ID " YEAR CLOSED BY "
                     "FINAL PAY ON " YT-FINAL-PAY-DATE
                     " - REISSUE THE LEAVER'S STATEMENT"
               END-IF
               PERFORM 2250-ACCUMULATE-YTD
               REWRITE YTD-RECORD
           END-READ.
           ADD WS-TAXVALUE TO YT-TAXVALUE
           ADD WS-PENSIONVALUE TO YT-PENSIONVALUE
           ADD WS-NETPAY TO YT-NETPAY
           ADD 1 TO YT-RUN-COUNT
           IF WS-PAY-FREQUENCY = "W"
             ADD 1 TO YT-WEEKLY-RUNS
           ELSE
             ADD 1 TO YT-MONTHLY-RUNS
           END-IF.

         2300-WRITE-PAYSLIP.
           MOVE WS-SLIP-SEPARATOR TO PAYSLIP-RECORD
           PERFORM 2450-STORE-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > BD-BAND-COUNT
           MOVE ZERO TO SH-DEDUCTION-COUNT
           MOVE WS-NETPAY TO SH-AMOUNT-PAID
           WRITE PAYSLIP-HISTORY-RECORD
             INVALID KEY
               REWRITE PAYSLIP-HISTORY-RECORD
