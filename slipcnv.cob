       IDENTIFICATION DIVISION.
       PROGRAM-ID. slipcnv.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 9th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-09  BK  First version.  One-time conversion of
      *                 SLIPHIST.DAT from the layout without the
      *                 court-ordered deduction fields to the
      *                 current one (SLIPHIST.CPY): without it,
      *                 the payroll run, sliprpt, supprun and
      *                 paybkout all fail with file status 39 on
      *                 the first run after the layout change.
      *                 Pass one reads the old file through the
      *                 old layout and writes each slip, with no
      *                 deductions and the amount paid equal to
      *                 the net pay, to the SLIPCNV.TMP work file;
      *                 pass two rebuilds SLIPHIST.DAT in the new
      *                 layout from that work file and checks the
      *                 counts agree.  An already-converted history
      *                 fails the old-layout open in pass one, so
      *                 running this twice stops cleanly with the
      *                 file untouched.  Run once at deploy, before
      *                 the first window on the new code.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-SLIPHIST-FILE ASSIGN TO "SLIPHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OS-KEY
           FILE STATUS IS WS-OLD-SLIPHIST-STATUS.
           SELECT SLIPHIST-FILE ASSIGN TO "SLIPHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SH-KEY
           FILE STATUS IS WS-SLIPHIST-STATUS.
           SELECT WORK-FILE ASSIGN TO "SLIPCNV.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD OLD-SLIPHIST-FILE.
         01 OLD-SLIPHIST-RECORD.
           05 OS-KEY.
             10 OS-EMP-ID PIC X(10).
             10 OS-PAY-DATE PIC 9(08).
           05 OS-NAME PIC X(30).
           05 OS-DEPARTMENT PIC X(20).
           05 OS-NETWORTH PIC S9(11)V99.
           05 OS-TAXVALUE PIC S9(11)V9(02).
           05 OS-PENSION-RATE PIC S9(1)V9(03).
           05 OS-PENSIONVALUE PIC S9(11)V9(02).
           05 OS-NETPAY PIC S9(11)V99.
           05 OS-BAND-COUNT PIC 9(02).
           05 OS-BAND OCCURS 20 TIMES.
             10 OS-LOW PIC S9(11)V99.
             10 OS-HIGH PIC S9(11)V99.
             10 OS-RATE PIC 9(3)V9(3).
             10 OS-TAX PIC S9(11)V9(02).

         FD SLIPHIST-FILE.
         COPY SLIPHIST.

         FD WORK-FILE.
         COPY SLIPHIST REPLACING ==PAYSLIP-HISTORY-RECORD==
             BY ==WORK-HISTORY-RECORD==
             LEADING ==SH-== BY ==WK-==.

       WORKING-STORAGE SECTION.
         01 WS-OLD-SLIPHIST-STATUS PIC X(02).
         01 WS-SLIPHIST-STATUS PIC X(02).
         01 WS-WORK-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
         01 WS-BAND-SUB PIC 9(02).
         01 WS-UNLOADED-COUNT PIC 9(08) VALUE ZERO.
         01 WS-LOADED-COUNT PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-UNLOAD-OLD-LAYOUT
           IF RETURN-CODE = ZERO
             PERFORM 2000-RELOAD-NEW-LAYOUT
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * A history already in the new layout (or otherwise not the
      * old record) refuses the old-layout open, and nothing is
      * touched - that is the double-run guard.
      * ----------------------------------------------------------
         1000-UNLOAD-OLD-LAYOUT.
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-SLIPHIST-FILE
           IF WS-OLD-SLIPHIST-STATUS NOT = "00"
             DISPLAY "slipcnv: SLIPHIST.DAT DID NOT OPEN IN THE OLD "
                 "LAYOUT, STATUS = " WS-OLD-SLIPHIST-STATUS
                 " - ALREADY CONVERTED? NOTHING TOUCHED"
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT WORK-FILE
             PERFORM 1100-CONVERT-ONE-RECORD
                 UNTIL WS-EOF = "Y"
             CLOSE OLD-SLIPHIST-FILE
             CLOSE WORK-FILE
             DISPLAY "slipcnv: " WS-UNLOADED-COUNT
                 " SLIPS READ IN THE OLD LAYOUT"
           END-IF.

      * ----------------------------------------------------------
      * A slip stored before deductions existed paid its net pay
      * in full, so that is its amount paid.
      * ----------------------------------------------------------
         1100-CONVERT-ONE-RECORD.
           READ OLD-SLIPHIST-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-UNLOADED-COUNT
               MOVE SPACES TO WORK-HISTORY-RECORD
               MOVE OS-EMP-ID TO WK-EMP-ID
               MOVE OS-PAY-DATE TO WK-PAY-DATE
               MOVE OS-NAME TO WK-NAME
               MOVE OS-DEPARTMENT TO WK-DEPARTMENT
               MOVE OS-NETWORTH TO WK-NETWORTH
               MOVE OS-TAXVALUE TO WK-TAXVALUE
               MOVE OS-PENSION-RATE TO WK-PENSION-RATE
               MOVE OS-PENSIONVALUE TO WK-PENSIONVALUE
               MOVE OS-NETPAY TO WK-NETPAY
               MOVE OS-BAND-COUNT TO WK-BAND-COUNT
               PERFORM 1150-CONVERT-ONE-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 20
               MOVE ZERO TO WK-DEDUCTION-COUNT
               MOVE OS-NETPAY TO WK-AMOUNT-PAID
               WRITE WORK-HISTORY-RECORD
           END-READ.

         1150-CONVERT-ONE-BAND.
           MOVE OS-LOW (WS-BAND-SUB) TO WK-LOW (WS-BAND-SUB)
           MOVE OS-HIGH (WS-BAND-SUB) TO WK-HIGH (WS-BAND-SUB)
           MOVE OS-RATE (WS-BAND-SUB) TO WK-RATE (WS-BAND-SUB)
           MOVE OS-TAX (WS-BAND-SUB) TO WK-TAX (WS-BAND-SUB).

         2000-RELOAD-NEW-LAYOUT.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
             DISPLAY "slipcnv: SLIPCNV.TMP NOT AVAILABLE, STATUS = "
                 WS-WORK-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT SLIPHIST-FILE
             PERFORM 2100-LOAD-ONE-RECORD
                 UNTIL WS-EOF = "Y"
             CLOSE SLIPHIST-FILE
             CLOSE WORK-FILE
             DISPLAY "slipcnv: " WS-LOADED-COUNT
                 " SLIPS REWRITTEN IN THE NEW LAYOUT"
             IF WS-LOADED-COUNT NOT = WS-UNLOADED-COUNT
               DISPLAY "slipcnv: COUNTS DO NOT AGREE - CHECK "
                   "SLIPCNV.TMP BEFORE RUNNING ANYTHING ELSE"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         2100-LOAD-ONE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-LOADED-COUNT
               MOVE WORK-HISTORY-RECORD TO PAYSLIP-HISTORY-RECORD
               WRITE PAYSLIP-HISTORY-RECORD
           END-READ.
