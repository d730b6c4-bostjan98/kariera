      *                 stops the window before payroll runs on
      *                 it instead of 4-naloga catching the
      *                 damage after the night has posted.
      * 2026-09-07  BK  The payroll step is now preceded by the
      *                 paybkout backout whenever it is about to
      *                 run: a payroll run that died before its
      *                 RUNEND marker is reversed off the ledger,
      *                 the YTD file and the payslip history before
      *                 the restarted step posts the period again.
      *                 It is recorded in the job history under its
      *                 own name; on a clean ledger it does nothing,
      *                 and when it fails the payroll step does not
      *                 run.
      * 2026-09-08  BK  Added the payvar pay variance check as the
      *                 gated step between the payroll run and the
      *                 bank export, so payments that moved beyond
      *                 the PAYVAR.PRM limits, first-time payees
      *                 and employees not paid last time are held
      *                 out of BANKPAY.TXT pending release.
      * 2026-09-10  BK  Added the timeimp timesheet import as the
      *                 first gated step, ahead of the gatekeeper:
      *                 when the branches send TIMESHT.TXT it
      *                 builds the payroll input from hours worked,
      *                 so the gatekeeper and the payroll step see
      *                 the built file exactly as they would a
      *                 keyed one.  Without a timesheet file it
      *                 ends OK having done nothing.
      * 2026-09-11  BK  Weekly and monthly pay.  A PAYCAL.TXT entry
      *                 now names its pay frequency (W or M after
      *                 the run date; blank is monthly), and the
      *                 window runs one frequency: the one passed to
      *                 every step in PAYDATE.TXT and stamped on
      *                 every JOBHIST.TXT line.  When both
      *                 frequencies fall due on one day the window
      *                 takes an incomplete window of the day's to
      *                 resume first, then the first due frequency
      *                 with no clean window today; the controller
      *                 is submitted once more for the other.  A
      *                 failed window is only resumed by a window
      *                 of its own frequency.
      * 2026-09-16  BK  Added the liabrec liability reconciliation
      *                 as the gated step after the reconciliation
      *                 and ahead of the master backup (step table
      *                 grown to 13): net pay credited on GLPOST.TXT
      *                 must be accounted for by BANKPAY.TXT, holds
      *                 and exceptions, and tax and pension by the
      *                 ledger and PENSCHED.TXT, or the window
      *                 fails.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 JH-RC PIC S9(04) SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 JH-STATUS PIC X(08).
           05 FILLER PIC X(02).
           05 JH-FREQUENCY PIC X(01).

         FD CALENDAR-FILE.
         01 CALENDAR-RECORD.
           05 CAL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CAL-FREQUENCY PIC X(01).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-STEP-RC PIC S9(04) COMP.
         01 WS-WANTED-RUN-DATE PIC 9(08).
         01 WS-SCHEDULED-SW PIC X(01).
           88 TODAY-IS-SCHEDULED VALUE "Y".
         01 WS-LAST-WINDOW-FREQUENCY PIC X(01) VALUE SPACE.
         01 WS-DONE-TODAY-WEEKLY PIC X(01) VALUE "N".
         01 WS-DONE-TODAY-MONTHLY PIC X(01) VALUE "N".
         01 WS-ENTRY-FREQUENCY PIC X(01).
         01 WS-ENTRY-DONE-SW PIC X(01).
         01 WS-DUE-TABLE.
           05 WS-DUE-COUNT PIC 9(02) VALUE ZERO.
           05 WS-DUE-ENTRY OCCURS 10 TIMES.
             10 WS-DUE-PERIOD PIC 9(04).
             10 WS-DUE-PAY-DATE PIC 9(08).
             10 WS-DUE-FREQUENCY PIC X(01).
         01 WS-DUE-SUB PIC 9(02).
         01 WS-CHOSEN-SUB PIC 9(02).
         COPY PAYDATE.
         01 WS-STEP-TABLE.
           05 FILLER PIC X(10) VALUE "timeimp".
           05 FILLER PIC X(10) VALUE "gatekeep".
           05 FILLER PIC X(10) VALUE "1-naloga".
           05 FILLER PIC X(10) VALUE "brktchk".
           05 FILLER PIC X(10) VALUE "2-naloga".
           05 FILLER PIC X(10) VALUE "payvar".
           05 FILLER PIC X(10) VALUE "payexp".
           05 FILLER PIC X(10) VALUE "glpost".
           05 FILLER PIC X(10) VALUE "3-naloga".
           05 FILLER PIC X(10) VALUE "4-naloga".
           05 FILLER PIC X(10) VALUE "liabrec".
           05 FILLER PIC X(10) VALUE "mstunld".
           05 FILLER PIC X(10) VALUE "5-naloga".
         01 WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05 WS-STEP-NM OCCURS 13 TIMES PIC X(10).
         01 WS-DONE-FLAGS.
           05 WS-DONE-FLAG OCCURS 13 TIMES PIC X(01).

       PROCEDURE DIVISION.
         0000-MAINLINE.
             DISPLAY "0-naloga: JOBHIST.TXT NOT AVAILABLE, STATUS = "
                 WS-HISTORY-STATUS " - RUNNING WITHOUT HISTORY"
           END-IF
           PERFORM 0700-RUN-TIMESHEET-IMPORT
           IF WS-STEP-RC = ZERO
             PERFORM 0800-RUN-GATEKEEPER
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 1000-RUN-STEP-1
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 2000-RUN-STEP-2
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 2400-RUN-PAY-VARIANCE
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 2500-RUN-PAYMENT-EXPORT
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 4000-RUN-STEP-4
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 4200-RUN-LIABILITY-RECON
           END-IF
           IF WS-STEP-RC = ZERO
             PERFORM 4500-RUN-MASTER-BACKUP
           END-IF
      * after it and resumed as often as it takes.  When today IS
      * scheduled, yesterday's failure never skips today's steps -
      * that is the same-day guard from the restart feature, kept.
      * Weekly and monthly entries can share a run date; which of
      * them this window runs is 0180's choice, and a resumed
      * window's flags only stand for a window of its frequency.
      * ----------------------------------------------------------
         0150-CHECK-CALENDAR.
           MOVE WS-WS-DATE TO WS-WANTED-RUN-DATE
             IF WS-RESUME-DATE NOT = ZERO
              AND WS-RESUME-DATE NOT = WS-WS-DATE
               MOVE ALL "N" TO WS-DONE-FLAGS
               MOVE ZERO TO WS-RESUME-DATE
             END-IF
           ELSE
             IF WS-RESUME-DATE = WS-YESTERDAY-DATE
             END-IF
           END-IF
           IF TODAY-IS-SCHEDULED
             PERFORM 0180-CHOOSE-DUE-ENTRY
             IF WS-RESUME-DATE NOT = ZERO
              AND WS-PD-FREQUENCY NOT = WS-LAST-WINDOW-FREQUENCY
               MOVE ALL "N" TO WS-DONE-FLAGS
             END-IF
             OPEN OUTPUT PAYDATE-FILE
             MOVE WS-PAYDATE-LINE TO PAYDATE-RECORD
             WRITE PAYDATE-RECORD
             CLOSE PAYDATE-FILE
             DISPLAY "0-naloga: PERIOD " WS-PD-PERIOD
                 " PAY DATE " WS-PD-PAY-DATE
                 " FREQUENCY " WS-PD-FREQUENCY
           ELSE
             DISPLAY "0-naloga: " WS-WS-DATE " IS NOT A SCHEDULED "
                 "RUN DATE ON PAYCAL.TXT - WINDOW REFUSED"

         0160-SCAN-CALENDAR.
           MOVE "N" TO WS-SCHEDULED-SW
           MOVE ZERO TO WS-DUE-COUNT
           MOVE "N" TO WS-CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
                AND CAL-RUN-DATE = WS-WANTED-RUN-DATE
                AND CAL-PAY-DATE IS NUMERIC
                AND CAL-PERIOD IS NUMERIC
                AND WS-DUE-COUNT < 10
                 MOVE "Y" TO WS-SCHEDULED-SW
                 ADD 1 TO WS-DUE-COUNT
                 MOVE CAL-PERIOD TO WS-DUE-PERIOD (WS-DUE-COUNT)
                 MOVE CAL-PAY-DATE TO WS-DUE-PAY-DATE (WS-DUE-COUNT)
                 IF CAL-FREQUENCY = "W"
                   MOVE "W" TO WS-DUE-FREQUENCY (WS-DUE-COUNT)
                 ELSE
                   MOVE "M" TO WS-DUE-FREQUENCY (WS-DUE-COUNT)
                 END-IF
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Of the entries due, an incomplete window's own frequency
      * is resumed first; otherwise the first frequency not yet
      * run clean today goes next.  With every due frequency run
      * clean the first entry is taken as before, and the payroll
      * step's RUNEND refusal stops the repeat.
      * ----------------------------------------------------------
         0180-CHOOSE-DUE-ENTRY.
           MOVE ZERO TO WS-CHOSEN-SUB
           IF WS-RESUME-DATE NOT = ZERO
             PERFORM 0185-MATCH-RESUMED-FREQUENCY
                 VARYING WS-DUE-SUB FROM 1 BY 1
                 UNTIL WS-DUE-SUB > WS-DUE-COUNT
                    OR WS-CHOSEN-SUB > ZERO
           END-IF
           IF WS-CHOSEN-SUB = ZERO
             PERFORM 0190-MATCH-OPEN-FREQUENCY
                 VARYING WS-DUE-SUB FROM 1 BY 1
                 UNTIL WS-DUE-SUB > WS-DUE-COUNT
                    OR WS-CHOSEN-SUB > ZERO
           END-IF
           IF WS-CHOSEN-SUB = ZERO
             MOVE 1 TO WS-CHOSEN-SUB
           END-IF
           MOVE WS-DUE-PERIOD (WS-CHOSEN-SUB) TO WS-PD-PERIOD
           MOVE WS-DUE-PAY-DATE (WS-CHOSEN-SUB) TO WS-PD-PAY-DATE
           MOVE WS-DUE-FREQUENCY (WS-CHOSEN-SUB) TO WS-PD-FREQUENCY.

         0185-MATCH-RESUMED-FREQUENCY.
           IF WS-DUE-FREQUENCY (WS-DUE-SUB) = WS-LAST-WINDOW-FREQUENCY
             MOVE WS-DUE-SUB TO WS-CHOSEN-SUB
           END-IF.

         0190-MATCH-OPEN-FREQUENCY.
           IF WS-DUE-FREQUENCY (WS-DUE-SUB) = "W"
             MOVE WS-DONE-TODAY-WEEKLY TO WS-ENTRY-DONE-SW
           ELSE
             MOVE WS-DONE-TODAY-MONTHLY TO WS-ENTRY-DONE-SW
           END-IF
           IF WS-ENTRY-DONE-SW NOT = "Y"
             MOVE WS-DUE-SUB TO WS-CHOSEN-SUB
           END-IF.

      * ----------------------------------------------------------
      * Replay the history file and keep the per-step status of the
      * newest window only.  A window that finished clean leaves
      * nothing to skip; a window that failed partway leaves its
      * completed steps flagged so the rerun resumes at the failure.
      * On the way, every window of today's date that finished
      * clean marks its pay frequency done for today.
      * ----------------------------------------------------------
         0200-READ-LAST-WINDOW.
           MOVE SPACES TO WS-LAST-WINDOW-ID
                 UNTIL WS-EOF = "Y"
             CLOSE HISTORY-FILE
           END-IF
           IF WS-LAST-WINDOW-ID NOT = SPACES
             PERFORM 0260-NOTE-WINDOW-DONE-TODAY
           END-IF
           PERFORM 0300-JUDGE-LAST-WINDOW.

         0250-READ-ONE-HISTORY.
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF JH-WINDOW-ID NOT = WS-LAST-WINDOW-ID
                 IF WS-LAST-WINDOW-ID NOT = SPACES
                   PERFORM 0260-NOTE-WINDOW-DONE-TODAY
                 END-IF
                 MOVE JH-WINDOW-ID TO WS-LAST-WINDOW-ID
                 MOVE ALL "N" TO WS-DONE-FLAGS
               END-IF
               IF JH-FREQUENCY = "W"
                 MOVE "W" TO WS-LAST-WINDOW-FREQUENCY
               ELSE
                 MOVE "M" TO WS-LAST-WINDOW-FREQUENCY
               END-IF
               PERFORM 0270-RECORD-STEP-STATUS
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 13
           END-READ.

         0260-NOTE-WINDOW-DONE-TODAY.
           IF WS-LAST-WINDOW-ID (1:8) = WS-WINDOW-ID (1:8)
             MOVE "Y" TO WS-ALL-DONE-SW
             PERFORM 0350-CHECK-ONE-DONE
                 VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > 13
             IF WS-ALL-DONE-SW = "Y"
               IF WS-LAST-WINDOW-FREQUENCY = "W"
                 MOVE "Y" TO WS-DONE-TODAY-WEEKLY
               ELSE
                 MOVE "Y" TO WS-DONE-TODAY-MONTHLY
               END-IF
             END-IF
           END-IF.

         0270-RECORD-STEP-STATUS.
           IF JH-STEP-NAME = WS-STEP-NM (WS-STEP-SUB)
             IF JH-STATUS = "OK" OR "SKIP-OK"
             MOVE "Y" TO WS-ALL-DONE-SW
             PERFORM 0350-CHECK-ONE-DONE
                 VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > 13
             IF WS-ALL-DONE-SW = "Y"
               MOVE ALL "N" TO WS-DONE-FLAGS
             ELSE
             MOVE "N" TO WS-ALL-DONE-SW
           END-IF.

         0700-RUN-TIMESHEET-IMPORT.
           MOVE WS-STEP-NM (1) TO WS-STEP-NAME
           IF WS-DONE-FLAG (1) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "timeimp"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         0800-RUN-GATEKEEPER.
           MOVE WS-STEP-NM (2) TO WS-STEP-NAME
           IF WS-DONE-FLAG (2) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "gatekeep"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         1000-RUN-STEP-1.
           MOVE WS-STEP-NM (3) TO WS-STEP-NAME
           IF WS-DONE-FLAG (3) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "1-naloga"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         1500-RUN-BRACKET-CHECK.
           MOVE WS-STEP-NM (4) TO WS-STEP-NAME
           IF WS-DONE-FLAG (4) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "brktchk"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         2000-RUN-STEP-2.
           MOVE WS-STEP-NM (5) TO WS-STEP-NAME
           IF WS-DONE-FLAG (5) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 1900-RUN-PAYROLL-BACKOUT
             IF WS-STEP-RC = ZERO
               MOVE WS-STEP-NM (5) TO WS-STEP-NAME
               PERFORM 8000-STEP-START
               CALL "2-naloga"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM 8100-STEP-END
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * Whenever the payroll step is about to run - a restart
      * after a failed payroll step above all - any run the ledger
      * shows without its RUNEND marker is backed out first, so
      * the employees it reached are not posted to YTD twice.  The
      * backout is not a table step: it is never skipped, and on a
      * clean ledger it finds nothing and ends OK.
      * ----------------------------------------------------------
         1900-RUN-PAYROLL-BACKOUT.
           MOVE "paybkout" TO WS-STEP-NAME
           PERFORM 8000-STEP-START
           CALL "paybkout"
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM 8100-STEP-END.

         2400-RUN-PAY-VARIANCE.
           MOVE WS-STEP-NM (6) TO WS-STEP-NAME
           IF WS-DONE-FLAG (6) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "payvar"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         2500-RUN-PAYMENT-EXPORT.
           MOVE WS-STEP-NM (7) TO WS-STEP-NAME
           IF WS-DONE-FLAG (7) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "payexp"
           END-IF.

         2700-RUN-GL-POSTING.
           MOVE WS-STEP-NM (8) TO WS-STEP-NAME
           IF WS-DONE-FLAG (8) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
           END-IF.

         3000-RUN-STEP-3.
           MOVE WS-STEP-NM (9) TO WS-STEP-NAME
           IF WS-DONE-FLAG (9) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
           END-IF.

         4000-RUN-STEP-4.
           MOVE WS-STEP-NM (10) TO WS-STEP-NAME
           IF WS-DONE-FLAG (10) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             PERFORM 8100-STEP-END
           END-IF.

         4200-RUN-LIABILITY-RECON.
           MOVE WS-STEP-NM (11) TO WS-STEP-NAME
           IF WS-DONE-FLAG (11) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
             CALL "liabrec"
             MOVE RETURN-CODE TO WS-STEP-RC
             PERFORM 8100-STEP-END
           END-IF.

         4500-RUN-MASTER-BACKUP.
           MOVE WS-STEP-NM (12) TO WS-STEP-NAME
           IF WS-DONE-FLAG (12) = "Y"
             PERFORM 8500-SKIP-STEP
           ELSE
             PERFORM 8000-STEP-START
      * ----------------------------------------------------------
         5000-RUN-NIGHT-REPORT.
           MOVE WS-STEP-RC TO WS-WINDOW-RC
           MOVE WS-STEP-NM (13) TO WS-STEP-NAME
           IF WS-HISTORY-OPEN = "Y"
             CLOSE HISTORY-FILE
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW TO JH-END-TIME
           MOVE WS-STEP-RC TO JH-RC
           MOVE WS-PD-FREQUENCY TO JH-FREQUENCY
           IF WS-STEP-RC = ZERO
             MOVE "OK" TO JH-STATUS
           ELSE
           MOVE WS-TIME-NOW TO JH-END-TIME
           MOVE ZERO TO JH-RC
           MOVE "SKIP-OK" TO JH-STATUS
           MOVE WS-PD-FREQUENCY TO JH-FREQUENCY
           IF WS-HISTORY-OPEN = "Y"
             WRITE HISTORY-RECORD
           END-IF.
