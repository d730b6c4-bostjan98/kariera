      *                 all-zero closing figures and pushed YT-YEAR
      *                 past the real year, losing the live totals
      *                 to the archive mid-year.
      * 2026-09-11  BK  The weekly and monthly run counts are
      *                 archived and reset with the other totals.
      * 2026-09-12  BK  A leaver's final pay date is cleared with
      *                 the rest, so the new year's record is open.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE YT-PENSIONVALUE TO WS-AR-PENSIONVALUE
           MOVE YT-NETPAY TO WS-AR-NETPAY
           MOVE YT-RUN-COUNT TO WS-AR-RUN-COUNT
           MOVE YT-WEEKLY-RUNS TO WS-AR-WEEKLY-RUNS
           MOVE YT-MONTHLY-RUNS TO WS-AR-MONTHLY-RUNS
           MOVE WS-ARCHIVE-LINE TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           MOVE WS-RUN-YEAR TO YT-YEAR
           MOVE ZERO TO YT-PENSIONVALUE
           MOVE ZERO TO YT-NETPAY
           MOVE ZERO TO YT-RUN-COUNT
           MOVE ZERO TO YT-WEEKLY-RUNS
           MOVE ZERO TO YT-MONTHLY-RUNS
           MOVE ZERO TO YT-FINAL-PAY-DATE
           REWRITE YTD-RECORD
           ADD 1 TO WS-ROLLED-COUNT.
