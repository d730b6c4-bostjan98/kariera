      *                 midnight reports the whole night on one
      *                 page instead of missing the records
      *                 stamped before midnight.
      * 2026-09-08  BK  Added a PAYMENT HOLDS section listing every
      *                 payment still waiting on PAYHOLD.TXT for an
      *                 approver's release - tonight's variance
      *                 holds and any older ones - with the amount
      *                 held and the reason, so the morning shift
      *                 sees what has not gone to the bank.
      * 2026-09-11  BK  Weekly and monthly pay.  The title shows the
      *                 window's pay frequency, the payroll section
      *                 counts the employees set aside as not due
      *                 (NOTDUE.TXT), and tonight's ledger count
      *                 only takes lines of the window's frequency,
      *                 so a second window on the same pay date
      *                 does not report the first one's lines.
      * 2026-09-23  BK  The conversion rejects count leaves out
      *                 CONVEXCP lines with line number zero, the
      *                 change-rate warnings 3-naloga writes for a
      *                 whole file; no line was rejected for them.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
           SELECT NOT-DUE-FILE ASSIGN TO "NOTDUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOT-DUE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "TAXEXCP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-LOG-STATUS.

           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.
         FD RESULTS-FILE.
         01 RESULTS-RECORD PIC X(180).

         FD NOT-DUE-FILE.
         01 NOT-DUE-RECORD PIC X(80).

         FD EXCEPTION-FILE.
         01 EXCEPTION-RECORD PIC X(100).


         FD CONVEXCP-FILE.
         01 CONVEXCP-RECORD.
           05 FILLER PIC X(42).
           05 CVX-LINE-NO PIC X(07).
             88 CVX-IS-FILE-WARNING VALUE "      0".
           05 FILLER PIC X(34).
           05 CVX-DATE PIC X(08).

         FD TEXTAUD-FILE.
           05 UL-DATE PIC X(08).
           05 FILLER PIC X(72).

         FD HOLD-FILE.
         COPY PAYHOLD.

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-BACKUP-LOG-STATUS PIC X(02).
         01 WS-BACKUP-COUNT PIC 9(06) VALUE ZERO.
         01 WS-HOLD-STATUS PIC X(02).
         01 WS-HOLD-COUNT PIC 9(06) VALUE ZERO.
         01 WS-HOLD-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HL-REASON PIC X(30).
         01 WS-EOF PIC X(01).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-LINE-FREQUENCY PIC X(01).
         01 WS-NOT-DUE-STATUS PIC X(02).
         01 WS-NOT-DUE-COUNT PIC 9(06) VALUE ZERO.
         01 WS-LAST-WINDOW-ID PIC X(14).
         01 WS-PROCESSED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(06) VALUE ZERO.
              "NIGHT OPERATIONS REPORT     ".
           05 FILLER PIC X(04) VALUE "RUN ".
           05 WS-TL-DATE PIC 9(08).
           05 FILLER PIC X(13) VALUE "   FREQUENCY ".
           05 WS-TL-FREQUENCY PIC X(01).
         01 WS-WINDOW-LINE.
           05 FILLER PIC X(08) VALUE "WINDOW  ".
           05 WS-WL-WINDOW-ID PIC X(14).
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE WS-RUN-DATE TO WS-TL-DATE
             MOVE WS-RUN-FREQUENCY TO WS-TL-FREQUENCY
             MOVE WS-TITLE-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM 1000-REPORT-STEP-OUTCOMES
             PERFORM 2000-REPORT-PAYROLL
             PERFORM 2500-REPORT-PAYMENT-HOLDS
             PERFORM 3000-REPORT-CONVERSIONS
             PERFORM 4000-REPORT-AUDIT-COUNTS
             PERFORM 5000-REPORT-MASTER-BACKUPS
           MOVE WS-REJECTED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-NOT-DUE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NOT-DUE-FILE
           IF WS-NOT-DUE-STATUS = "00"
             PERFORM 2100-COUNT-ONE-NOT-DUE
                 UNTIL WS-EOF = "Y"
             CLOSE NOT-DUE-FILE
           END-IF
           MOVE "EMPLOYEES NOT DUE" TO WS-CL-CAPTION
           MOVE WS-NOT-DUE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REJECTED-COUNT > ZERO
             MOVE "N" TO WS-EOF
             OPEN INPUT EXCEPTION-FILE
             CLOSE EXCEPTION-FILE
           END-IF.

         2100-COUNT-ONE-NOT-DUE.
           READ NOT-DUE-FILE
             AT END MOVE "Y" TO WS-EOF
             NOT AT END ADD 1 TO WS-NOT-DUE-COUNT
           END-READ.

      * ----------------------------------------------------------
      * The hold queue only ever holds what is still unpaid, so
      * every line on it belongs on the page, whatever its date.
      * ----------------------------------------------------------
         2500-REPORT-PAYMENT-HOLDS.
           MOVE "PAYMENT HOLDS" TO WS-SECTION-LINE
           PERFORM 9000-WRITE-SECTION-HEADING
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
             PERFORM 2600-REPORT-ONE-HOLD
                 UNTIL WS-EOF = "Y"
             CLOSE HOLD-FILE
           END-IF
           MOVE "PAYMENTS AWAITING RELEASE" TO WS-CL-CAPTION
           MOVE WS-HOLD-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

         2600-REPORT-ONE-HOLD.
           READ HOLD-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-HOLD-COUNT
               MOVE PH-EMP-ID TO WS-HL-EMP-ID
               MOVE PH-PAY-DATE TO WS-HL-PAY-DATE
               MOVE PH-AMOUNT TO WS-HL-AMOUNT
               MOVE PH-REASON TO WS-HL-REASON
               MOVE WS-HOLD-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-READ.

      * ----------------------------------------------------------
      * TOTFILE is appended night after night; only trailers
      * stamped with the run date belong on this morning's page.
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF CVX-DATE = WS-RUN-DATE(1:8)
                    AND NOT CVX-IS-FILE-WARNING
                     ADD 1 TO WS-CONV-REJECT-COUNT
                   END-IF
               END-READ
                   IF LEDGER-RECORD (1:8) IS NUMERIC
                    AND LEDGER-RECORD (11:10) NOT = "RUNEND"
                     ADD 1 TO WS-LEDGER-COUNT
                     IF LEDGER-RECORD (239:1) = "W"
                       MOVE "W" TO WS-LINE-FREQUENCY
                     ELSE
                       MOVE "M" TO WS-LINE-FREQUENCY
                     END-IF
                     IF LEDGER-RECORD (1:8) = WS-RUN-DATE(1:8)
                      AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                       ADD 1 TO WS-LEDGER-TODAY-COUNT
                     END-IF
                   END-IF

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
