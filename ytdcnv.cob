       IDENTIFICATION DIVISION.
       PROGRAM-ID. ytdcnv.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 11th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-11  BK  First version.  One-time conversion of
      *                 YTDFILE.DAT from the layout ending at the
      *                 run count to the current one (YTDREC.CPY)
      *                 with the weekly and monthly run counts, the
      *                 final pay date and the last-run stamp:
      *                 without it, the payroll run, supprun,
      *                 paybkout, ytdroll and ytdstmt all fail with
      *                 file status 39 on the first run after the
      *                 layout change.  Every run so far was a
      *                 monthly one, so the old run count becomes
      *                 the monthly count and the weekly count
      *                 starts at zero; every record on file is an
      *                 employee still employed, so the final pay
      *                 date is zero; and the stamp starts blank,
      *                 no run having been stamped yet.  Pass one
      *                 reads the old file through the old layout
      *                 and writes each record to the YTDCNV.TMP
      *                 work file;
      *                 pass two rebuilds YTDFILE.DAT in the new
      *                 layout from that work file and checks the
      *                 counts agree.  An already-converted file
      *                 fails the old-layout open in pass one, so
      *                 running this twice stops cleanly with the
      *                 file untouched.  Run once at deploy, before
      *                 the first window on the new code.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-YTD-FILE ASSIGN TO "YTDFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OY-EMP-ID
           FILE STATUS IS WS-OLD-YTD-STATUS.
           SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YT-EMP-ID
           FILE STATUS IS WS-YTD-STATUS.
           SELECT WORK-FILE ASSIGN TO "YTDCNV.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD OLD-YTD-FILE.
         01 OLD-YTD-RECORD.
           05 OY-EMP-ID PIC X(10).
           05 OY-YEAR PIC 9(04).
           05 OY-TAXVALUE PIC S9(13)V99.
           05 OY-PENSIONVALUE PIC S9(13)V99.
           05 OY-NETPAY PIC S9(13)V99.
           05 OY-RUN-COUNT PIC 9(06).

         FD YTD-FILE.
         COPY YTDREC.

         FD WORK-FILE.
         COPY YTDREC REPLACING ==YTD-RECORD== BY ==WORK-YTD-RECORD==
             LEADING ==YT-== BY ==WK-==.

       WORKING-STORAGE SECTION.
         01 WS-OLD-YTD-STATUS PIC X(02).
         01 WS-YTD-STATUS PIC X(02).
         01 WS-WORK-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
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
      * A file already in the new layout (or otherwise not the old
      * record) refuses the old-layout open, and nothing is
      * touched - that is the double-run guard.
      * ----------------------------------------------------------
         1000-UNLOAD-OLD-LAYOUT.
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-YTD-FILE
           IF WS-OLD-YTD-STATUS NOT = "00"
             DISPLAY "ytdcnv: YTDFILE.DAT DID NOT OPEN IN THE OLD "
                 "LAYOUT, STATUS = " WS-OLD-YTD-STATUS
                 " - ALREADY CONVERTED? NOTHING TOUCHED"
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT WORK-FILE
             PERFORM 1100-CONVERT-ONE-RECORD
                 UNTIL WS-EOF = "Y"
             CLOSE OLD-YTD-FILE
             CLOSE WORK-FILE
             DISPLAY "ytdcnv: " WS-UNLOADED-COUNT
                 " RECORDS READ IN THE OLD LAYOUT"
           END-IF.

         1100-CONVERT-ONE-RECORD.
           READ OLD-YTD-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-UNLOADED-COUNT
               MOVE OY-EMP-ID TO WK-EMP-ID
               MOVE OY-YEAR TO WK-YEAR
               MOVE OY-TAXVALUE TO WK-TAXVALUE
               MOVE OY-PENSIONVALUE TO WK-PENSIONVALUE
               MOVE OY-NETPAY TO WK-NETPAY
               MOVE OY-RUN-COUNT TO WK-RUN-COUNT
               MOVE ZERO TO WK-WEEKLY-RUNS
               MOVE OY-RUN-COUNT TO WK-MONTHLY-RUNS
               MOVE ZERO TO WK-FINAL-PAY-DATE
               MOVE SPACES TO WK-LAST-RUN-ID
               MOVE ZERO TO WK-LAST-SEQ
               WRITE WORK-YTD-RECORD
           END-READ.

         2000-RELOAD-NEW-LAYOUT.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
             DISPLAY "ytdcnv: YTDCNV.TMP NOT AVAILABLE, STATUS = "
                 WS-WORK-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT YTD-FILE
             PERFORM 2100-LOAD-ONE-RECORD
                 UNTIL WS-EOF = "Y"
             CLOSE YTD-FILE
             CLOSE WORK-FILE
             DISPLAY "ytdcnv: " WS-LOADED-COUNT
                 " RECORDS REWRITTEN IN THE NEW LAYOUT"
             IF WS-LOADED-COUNT NOT = WS-UNLOADED-COUNT
               DISPLAY "ytdcnv: COUNTS DO NOT AGREE - CHECK "
                   "YTDCNV.TMP BEFORE RUNNING ANYTHING ELSE"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         2100-LOAD-ONE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-LOADED-COUNT
               MOVE WORK-YTD-RECORD TO YTD-RECORD
               WRITE YTD-RECORD
           END-READ.
