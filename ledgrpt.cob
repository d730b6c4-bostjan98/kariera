      *                 comma-grouped amounts are de-edited with
      *                 NUMVAL-C rather than leaning on NUMVAL
      *                 accepting commas.
      * 2026-09-11  BK  Weekly and monthly pay.  A line of the
      *                 summary is now one run date and pay
      *                 frequency (lines without the frequency
      *                 column are monthly), shown in a new FREQ
      *                 column, and weekly and monthly totals print
      *                 ahead of the grand total, so the two
      *                 payrolls on one pay date are never added
      *                 into one figure.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-LG-PENSIONVALUE PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-NETPAY PIC X(17).
           05 FILLER PIC X(60).
           05 WS-LG-FREQUENCY PIC X(01).
           05 FILLER PIC X(11).
         01 WS-OLD-LEDGER-LINE REDEFINES WS-LEDGER-LINE.
           05 FILLER PIC X(08).
           05 FILLER PIC X(02).
           05 FILLER PIC X(126).
         01 WS-RECORD-DATE PIC 9(08).
         01 WS-GROUP-DATE PIC 9(08) VALUE ZERO.
         01 WS-RECORD-FREQUENCY PIC X(01).
         01 WS-GROUP-FREQUENCY PIC X(01) VALUE SPACE.
         01 WS-GROUP-OPEN PIC X(01) VALUE "N".
         01 WS-DT-EMPLOYEES PIC 9(06).
         01 WS-DT-TAXVALUE PIC S9(13)V99.
         01 WS-GT-TAXVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-GT-PENSIONVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-GT-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-WT-EMPLOYEES PIC 9(06) VALUE ZERO.
         01 WS-WT-TAXVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-WT-PENSIONVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-WT-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-MT-EMPLOYEES PIC 9(06) VALUE ZERO.
         01 WS-MT-TAXVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-MT-PENSIONVALUE PIC S9(13)V99 VALUE ZERO.
         01 WS-MT-NETPAY PIC S9(13)V99 VALUE ZERO.
         01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
         01 WS-LINE-COUNT PIC 9(02) VALUE 99.
         01 WS-LINES-PER-PAGE PIC 9(02) VALUE 55.
         01 WS-HEADING-3.
           05 FILLER PIC X(08) VALUE "RUN DATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "FREQ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "EMPLOYEES".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "TAX VALUE".
           05 FILLER PIC X(07) VALUE "NET PAY".
         01 WS-DETAIL-LINE.
           05 WS-DT-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-FREQUENCY PIC X(01).
           05 FILLER PIC X(07) VALUE SPACES.
           05 WS-DT-EMPLOYEES-ED PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-TAXVALUE-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-NETPAY-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
         01 WS-GRAND-LINE.
           05 WS-GL-CAPTION PIC X(18).
           05 WS-GT-EMPLOYEES-ED PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-GT-TAXVALUE-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           END-IF.

         2100-ACCUMULATE-LINE.
           IF WS-LG-FREQUENCY = "W"
             MOVE "W" TO WS-RECORD-FREQUENCY
           ELSE
             MOVE "M" TO WS-RECORD-FREQUENCY
           END-IF
           IF WS-GROUP-OPEN = "Y"
            AND (WS-RECORD-DATE NOT = WS-GROUP-DATE
              OR WS-RECORD-FREQUENCY NOT = WS-GROUP-FREQUENCY)
             PERFORM 3000-PRINT-GROUP-TOTAL
           END-IF
           IF WS-GROUP-OPEN NOT = "Y"
             MOVE WS-RECORD-DATE TO WS-GROUP-DATE
             MOVE WS-RECORD-FREQUENCY TO WS-GROUP-FREQUENCY
             MOVE "Y" TO WS-GROUP-OPEN
             MOVE ZERO TO WS-DT-EMPLOYEES
             MOVE ZERO TO WS-DT-TAXVALUE
         3000-PRINT-GROUP-TOTAL.
           PERFORM 4000-CHECK-PAGE-BREAK
           MOVE WS-GROUP-DATE TO WS-DT-DATE
           MOVE WS-GROUP-FREQUENCY TO WS-DT-FREQUENCY
           MOVE WS-DT-EMPLOYEES TO WS-DT-EMPLOYEES-ED
           MOVE WS-DT-TAXVALUE TO WS-DT-TAXVALUE-ED
           MOVE WS-DT-PENSIONVALUE TO WS-DT-PENSIONVALUE-ED
           ADD WS-DT-TAXVALUE TO WS-GT-TAXVALUE
           ADD WS-DT-PENSIONVALUE TO WS-GT-PENSIONVALUE
           ADD WS-DT-NETPAY TO WS-GT-NETPAY
           IF WS-GROUP-FREQUENCY = "W"
             ADD WS-DT-EMPLOYEES TO WS-WT-EMPLOYEES
             ADD WS-DT-TAXVALUE TO WS-WT-TAXVALUE
             ADD WS-DT-PENSIONVALUE TO WS-WT-PENSIONVALUE
             ADD WS-DT-NETPAY TO WS-WT-NETPAY
           ELSE
             ADD WS-DT-EMPLOYEES TO WS-MT-EMPLOYEES
             ADD WS-DT-TAXVALUE TO WS-MT-TAXVALUE
             ADD WS-DT-PENSIONVALUE TO WS-MT-PENSIONVALUE
             ADD WS-DT-NETPAY TO WS-MT-NETPAY
           END-IF
           MOVE "N" TO WS-GROUP-OPEN.

      * ----------------------------------------------------------
      * Each pay frequency the report covered gets its own total
      * ahead of the grand total.
      * ----------------------------------------------------------
         3500-PRINT-GRAND-TOTAL.
           PERFORM 4000-CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-WT-EMPLOYEES > ZERO
             MOVE "WEEKLY TOTAL" TO WS-GL-CAPTION
             MOVE WS-WT-EMPLOYEES TO WS-GT-EMPLOYEES-ED
             MOVE WS-WT-TAXVALUE TO WS-GT-TAXVALUE-ED
             MOVE WS-WT-PENSIONVALUE TO WS-GT-PENSIONVALUE-ED
             MOVE WS-WT-NETPAY TO WS-GT-NETPAY-ED
             MOVE WS-GRAND-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF
           IF WS-MT-EMPLOYEES > ZERO
             MOVE "MONTHLY TOTAL" TO WS-GL-CAPTION
             MOVE WS-MT-EMPLOYEES TO WS-GT-EMPLOYEES-ED
             MOVE WS-MT-TAXVALUE TO WS-GT-TAXVALUE-ED
             MOVE WS-MT-PENSIONVALUE TO WS-GT-PENSIONVALUE-ED
             MOVE WS-MT-NETPAY TO WS-GT-NETPAY-ED
             MOVE WS-GRAND-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF
           MOVE "GRAND TOTAL" TO WS-GL-CAPTION
           MOVE WS-GT-EMPLOYEES TO WS-GT-EMPLOYEES-ED
           MOVE WS-GT-TAXVALUE TO WS-GT-TAXVALUE-ED
           MOVE WS-GT-PENSIONVALUE TO WS-GT-PENSIONVALUE-ED
