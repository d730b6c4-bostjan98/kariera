      *                 falling back to the system clock, so a
      *                 window crossing midnight reconciles the
      *                 records the other steps actually stamped.
      * 2026-09-07  BK  The reversal-pair count nets out the
      *                 paybkout backout lines: a BKR line cancels
      *                 a REV and a BKA line cancels an ADJ, so a
      *                 run that died between the two halves of a
      *                 pair and was backed out before the rerun
      *                 no longer flags the window out of balance.
      * 2026-09-11  BK  Weekly and monthly pay.  The employees the
      *                 payroll step set aside to NOTDUE.TXT as not
      *                 due at the window's pay frequency count
      *                 towards the payroll balance, and the
      *                 reversal-pair check only counts tonight's
      *                 ledger lines of the window's frequency
      *                 (blank column: monthly).
      * 2026-09-23  BK  The rejects check skips CONVEXCP lines with
      *                 line number zero.  3-naloga writes one of
      *                 those when a file's day-over-day change rate
      *                 is over its limit; it is a warning about the
      *                 whole file, not a rejected line, and is not
      *                 in the trailer's reject count.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT NOT-DUE-FILE ASSIGN TO "NOTDUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOT-DUE-STATUS.

           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
         FD CONVEXCP-FILE.
         01 CONVEXCP-RECORD.
           05 CVX-FILENAME PIC X(40).
           05 FILLER PIC X(02).
           05 CVX-LINE-NO PIC X(07).
             88 CVX-IS-FILE-WARNING VALUE "      0".
           05 FILLER PIC X(34).
           05 CVX-DATE PIC X(08).

         FD OUTPUTFILE.
         01 LEDGER-RECORD PIC X(300).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

         FD NOT-DUE-FILE.
         01 NOT-DUE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-OUTPUT-FILENAME PIC X(40).
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-LINE-FREQUENCY PIC X(01).
         01 WS-NOT-DUE-STATUS PIC X(02).
         01 WS-NOT-DUE-COUNT PIC 9(06) VALUE ZERO.
         01 WS-EOF PIC X(01).
         01 WS-CONTROL-EOF PIC X(01).
         01 WS-PAYROLL-COUNT PIC 9(06) VALUE ZERO.
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-REV-COUNT PIC 9(06).
         01 WS-ADJ-COUNT PIC 9(06).
         01 WS-BKR-COUNT PIC 9(06).
         01 WS-BKA-COUNT PIC 9(06).
         01 WS-CHECK-LINE.
           05 WS-CK-CAPTION PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
             END-PERFORM
             CLOSE EXCEPTION-FILE
           END-IF
           MOVE ZERO TO WS-NOT-DUE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NOT-DUE-FILE
           IF WS-NOT-DUE-STATUS = "00"
             PERFORM 1050-COUNT-ONE-NOT-DUE
                 UNTIL WS-EOF = "Y"
             CLOSE NOT-DUE-FILE
           END-IF
           MOVE "PAYROLL RECORDS VS RESULTS+EXCP+NOT DUE"
               TO WS-CK-CAPTION
           MOVE WS-PAYROLL-COUNT TO WS-CK-EXPECTED
           COMPUTE WS-OUTPUT-COUNT =
               WS-RESULTS-COUNT + WS-EXCEPTION-COUNT
               + WS-NOT-DUE-COUNT
           MOVE WS-OUTPUT-COUNT TO WS-CK-ACTUAL
           IF WS-PAYROLL-COUNT = WS-OUTPUT-COUNT
             MOVE "OK" TO WS-CK-VERDICT
           MOVE WS-CHECK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

         1050-COUNT-ONE-NOT-DUE.
           READ NOT-DUE-FILE
             AT END MOVE "Y" TO WS-EOF
             NOT AT END ADD 1 TO WS-NOT-DUE-COUNT
           END-READ.

         1100-COUNT-ONE-BRANCH.
           PERFORM 2300-COUNT-OUTPUT-LINES
           IF WS-OUTPUT-FOUND = "Y"
      * Every adjustment posts a REV/ADJ pair under tonight's
      * date; unequal counts mean a half-applied correction.  The
      * branch code sits in the same fixed column the payroll run
      * writes it to.  A weekly and a monthly run can share the
      * pay date, so only lines of the window's frequency count.
      * ----------------------------------------------------------
         1500-CHECK-REVERSAL-PAIRS.
           MOVE ZERO TO WS-REV-COUNT
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE ZERO TO WS-BKR-COUNT
           MOVE ZERO TO WS-BKA-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
                 UNTIL WS-EOF = "Y"
             CLOSE LEDGER-FILE
           END-IF
           IF WS-BKR-COUNT > WS-REV-COUNT
             MOVE ZERO TO WS-REV-COUNT
           ELSE
             SUBTRACT WS-BKR-COUNT FROM WS-REV-COUNT
           END-IF
           IF WS-BKA-COUNT > WS-ADJ-COUNT
             MOVE ZERO TO WS-ADJ-COUNT
           ELSE
             SUBTRACT WS-BKA-COUNT FROM WS-ADJ-COUNT
           END-IF
           IF WS-REV-COUNT > ZERO
            OR WS-ADJ-COUNT > ZERO
             MOVE "REVERSALS VS ADJUSTMENTS TONIGHT"
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF LEDGER-RECORD (239:1) = "W"
                 MOVE "W" TO WS-LINE-FREQUENCY
               ELSE
                 MOVE "M" TO WS-LINE-FREQUENCY
               END-IF
               IF LEDGER-RECORD (1:8) IS NUMERIC
                AND LEDGER-RECORD (1:8) = WS-RUN-DATE(1:8)
                AND LEDGER-RECORD (11:10) NOT = "RUNEND"
                AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                 IF LEDGER-RECORD (197:3) = "REV"
                   ADD 1 TO WS-REV-COUNT
                 END-IF
                 IF LEDGER-RECORD (197:3) = "ADJ"
                   ADD 1 TO WS-ADJ-COUNT
                 END-IF
                 IF LEDGER-RECORD (197:3) = "BKR"
                   ADD 1 TO WS-BKR-COUNT
                 END-IF
                 IF LEDGER-RECORD (197:3) = "BKA"
                   ADD 1 TO WS-BKA-COUNT
                 END-IF
               END-IF
           END-READ.

                 NOT AT END
                   IF CVX-FILENAME = WS-PAIR-INPUT-NAME
                    AND CVX-DATE = WS-RUN-DATE(1:8)
                    AND NOT CVX-IS-FILE-WARNING
                     ADD 1 TO WS-CONVEXCP-COUNT
                   END-IF
               END-READ

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
