      *                 department when it is available; when it is
      *                 not, the statement still prints with the
      *                 bare ID.
      * 2026-09-11  BK  The payroll runs line also shows how many
      *                 were weekly and how many monthly runs.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER PIC X(14) VALUE "PAYROLL RUNS :".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  WEEKLY: ".
           05 WS-RN-WEEKLY PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  MONTHLY: ".
           05 WS-RN-MONTHLY PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           MOVE WS-FIGURE-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE YT-RUN-COUNT TO WS-RN-COUNT
           MOVE YT-WEEKLY-RUNS TO WS-RN-WEEKLY
           MOVE YT-MONTHLY-RUNS TO WS-RN-MONTHLY
           MOVE WS-RUNS-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-SEPARATOR-LINE TO STATEMENT-RECORD
