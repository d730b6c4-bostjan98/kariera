       IDENTIFICATION DIVISION.
       PROGRAM-ID. testext.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 21st 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-21  BK  First version.  Anonymised test-data
      *                 extract: copies EMPMAST.DAT, YTDFILE.DAT,
      *                 the payroll input (PAYROLL.DAT and the
      *                 PAYBR1/2/3.DAT branch extracts, whichever
      *                 are present), SLIPHIST.DAT and LEDGER.TXT
      *                 into the test area named in TESTEXT.PRM,
      *                 with every employee ID re-keyed to a
      *                 generated T-number - the same one in every
      *                 file, so master lookups, YTD and payslip
      *                 history still join up - and names, account
      *                 references and pending account references
      *                 replaced by generated values.  Amounts are
      *                 copied untouched.  The ledger's check-value
      *                 chain is rebuilt through ledgchn over the
      *                 masked lines, so ledgverf reads the copy
      *                 as intact.  The real-to-test ID pairing is
      *                 held in storage only and never written.
      * 2026-09-22  BK  The court-order files are copied as well:
      *                 GARNORD.TXT and the GARNHIST.TXT deduction
      *                 register, re-keyed to the same T-numbers,
      *                 with each creditor replaced by a generated
      *                 value - the same one in both files, so the
      *                 register still lines up with its orders.
      * 2026-09-23  BK  The creditor on each payslip deduction in
      *                 SLIPHIST.DAT is replaced by the same
      *                 generated value as on the orders, instead of
      *                 being copied through as the real name.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "TESTEXT.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT TEST-EMPMAST-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-EMP-ID
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YT-EMP-ID
           FILE STATUS IS WS-YTD-STATUS.
           SELECT TEST-YTD-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TY-EMP-ID
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT TEST-PAYROLL-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT SLIPHIST-FILE ASSIGN TO "SLIPHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SH-KEY
           FILE STATUS IS WS-SLIPHIST-STATUS.
           SELECT TEST-SLIPHIST-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TS-KEY
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TEST-LEDGER-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT GARNORD-FILE ASSIGN TO "GARNORD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNORD-STATUS.
           SELECT TEST-GARNORD-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT GARNHIST-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.
           SELECT TEST-GARNHIST-FILE ASSIGN DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PM-TARGET-AREA PIC X(40).

         FD EMPMAST-FILE.
         COPY EMPMAST.

         FD TEST-EMPMAST-FILE.
         COPY EMPMAST REPLACING ==EMPLOYEE-MASTER-RECORD==
             BY ==TEST-EMPMAST-RECORD==
             LEADING ==EM-== BY ==TM-==.

         FD YTD-FILE.
         COPY YTDREC.

         FD TEST-YTD-FILE.
         COPY YTDREC REPLACING ==YTD-RECORD==
             BY ==TEST-YTD-RECORD==
             LEADING ==YT-== BY ==TY-==.

         FD PAYROLL-FILE.
         COPY PAYREC REPLACING ==:TAG:== BY ==PR==.

         FD TEST-PAYROLL-FILE.
         COPY PAYREC REPLACING ==:TAG:== BY ==TP==.

         FD SLIPHIST-FILE.
         COPY SLIPHIST.

         FD TEST-SLIPHIST-FILE.
         COPY SLIPHIST REPLACING ==PAYSLIP-HISTORY-RECORD==
             BY ==TEST-SLIPHIST-RECORD==
             LEADING ==SH-== BY ==TS-==.

         FD LEDGER-FILE.
         01 LEDGER-RECORD PIC X(300).

         FD TEST-LEDGER-FILE.
         01 TEST-LEDGER-RECORD PIC X(300).

         FD GARNORD-FILE.
         COPY GARNORD.

         FD TEST-GARNORD-FILE.
         COPY GARNORD REPLACING ==GARNISHMENT-ORDER-RECORD==
             BY ==TEST-GARNORD-RECORD==
             LEADING ==GO-== BY ==TO-==.

         FD GARNHIST-FILE.
         COPY GARNHIST.

         FD TEST-GARNHIST-FILE.
         COPY GARNHIST REPLACING ==GARNISHMENT-HISTORY-RECORD==
             BY ==TEST-GARNHIST-RECORD==
             LEADING ==GH-== BY ==TH-==.

       WORKING-STORAGE SECTION.
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS PIC X(02).
         01 WS-YTD-STATUS PIC X(02).
         01 WS-PAYROLL-STATUS PIC X(02).
         01 WS-SLIPHIST-STATUS PIC X(02).
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-GARNORD-STATUS PIC X(02).
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-OUTPUT-STATUS PIC X(02).
         01 WS-EOF PIC X(01).
         01 WS-TARGET-AREA PIC X(40) VALUE SPACES.
         01 WS-FILE-NAME PIC X(12).
         01 WS-INPUT-NAME PIC X(12).
         01 WS-OUTPUT-NAME PIC X(60).
         01 WS-READ-COUNT PIC 9(08).
         01 WS-COPY-COUNT PIC 9(08).
      * ----------------------------------------------------------
      * The payroll input comes either as the single PAYROLL.DAT
      * or as the three branch extracts; whichever are present
      * are copied, all in the one PAYREC layout.
      * ----------------------------------------------------------
         01 WS-PAYROLL-NAMES.
           05 FILLER PIC X(12) VALUE "PAYROLL.DAT".
           05 FILLER PIC X(12) VALUE "PAYBR1.DAT".
           05 FILLER PIC X(12) VALUE "PAYBR2.DAT".
           05 FILLER PIC X(12) VALUE "PAYBR3.DAT".
         01 WS-PAYROLL-NAME-TABLE REDEFINES WS-PAYROLL-NAMES.
           05 WS-PAYROLL-NAME PIC X(12) OCCURS 4 TIMES.
         01 WS-PAYROLL-SUB PIC 9(02).
      * ----------------------------------------------------------
      * One entry per real employee ID met in any of the files,
      * master first in key order.  The entry number is the
      * employee's test identity: T-number, name and account
      * references are all generated from it, so the same
      * employee gets the same values in every file.
      * ----------------------------------------------------------
         01 WS-MAP-TABLE.
           05 WS-MAP-COUNT PIC 9(05) VALUE ZERO.
           05 WS-MAP-EMP-ID PIC X(10) OCCURS 5000 TIMES.
         01 WS-MAP-SUB PIC 9(05).
         01 WS-MAP-FOUND PIC 9(05).
         01 WS-LOOKUP-EMP-ID PIC X(10).
         01 WS-TEST-EMP-ID.
           05 FILLER PIC X(01) VALUE "T".
           05 WS-TI-NUMBER PIC 9(09).
         01 WS-TEST-NAME.
           05 FILLER PIC X(14) VALUE "TEST EMPLOYEE ".
           05 WS-TN-NUMBER PIC 9(05).
           05 FILLER PIC X(11) VALUE SPACES.
         01 WS-TEST-ACCOUNT-REF.
           05 FILLER PIC X(08) VALUE "TESTACCT".
           05 WS-TA-NUMBER PIC 9(12).
         01 WS-TEST-PENDING-REF.
           05 FILLER PIC X(08) VALUE "TESTPEND".
           05 WS-TP-NUMBER PIC 9(12).
      * ----------------------------------------------------------
      * Creditors are masked through a table of their own, so a
      * creditor gets the same generated value on every order and
      * every register line, whichever employee it is against.
      * ----------------------------------------------------------
         01 WS-CREDITOR-TABLE.
           05 WS-CREDITOR-COUNT PIC 9(05) VALUE ZERO.
           05 WS-CREDITOR-NAME PIC X(20) OCCURS 1000 TIMES.
         01 WS-CREDITOR-SUB PIC 9(05).
         01 WS-CREDITOR-FOUND PIC 9(05).
         01 WS-DED-SUB PIC 9(02).
         01 WS-SLIP-CREDITORS-SW PIC X(01).
         01 WS-LOOKUP-CREDITOR PIC X(20).
         01 WS-TEST-CREDITOR.
           05 FILLER PIC X(08) VALUE "TESTCRED".
           05 WS-TC-NUMBER PIC 9(12).
         01 WS-CHAIN-CHECK PIC 9(08) VALUE ZERO.
         01 WS-NEW-CHECK PIC 9(08).
         01 WS-CHAIN-LENGTH PIC 9(03) VALUE 245.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           IF WS-TARGET-AREA = SPACES OR WS-TARGET-AREA = "."
             DISPLAY "testext: NO TEST AREA IN TESTEXT.PRM - "
                 "NOTHING COPIED"
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 2000-EXTRACT-MASTER
             IF RETURN-CODE = ZERO
               PERFORM 3000-EXTRACT-YTD
               PERFORM 4000-EXTRACT-PAYROLL-INPUT
                   VARYING WS-PAYROLL-SUB FROM 1 BY 1
                   UNTIL WS-PAYROLL-SUB > 4
               PERFORM 5000-EXTRACT-SLIPHIST
               PERFORM 6000-EXTRACT-LEDGER
               PERFORM 7000-EXTRACT-GARNORD
               PERFORM 7200-EXTRACT-GARNHIST
               DISPLAY "testext: " WS-MAP-COUNT
                   " EMPLOYEE IDS RE-KEYED INTO " WS-TARGET-AREA
             END-IF
           END-IF
           GOBACK.

      * ----------------------------------------------------------
      * TESTEXT.PRM names the directory the copies go to.  With no
      * parameter file, or a blank or current-directory target,
      * nothing is copied: the copies carry the live file names
      * and would otherwise overwrite the live files.
      * ----------------------------------------------------------
         1000-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
             READ PARAMETER-FILE
               NOT AT END
                 MOVE PM-TARGET-AREA TO WS-TARGET-AREA
             END-READ
             CLOSE PARAMETER-FILE
           END-IF.

         2000-EXTRACT-MASTER.
           MOVE "EMPMAST.DAT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
             DISPLAY "testext: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                 WS-EMPMAST-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN OUTPUT TEST-EMPMAST-FILE
             IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "testext: " WS-OUTPUT-NAME
                   " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               PERFORM 2100-COPY-ONE-EMPLOYEE
                   UNTIL WS-EOF = "Y"
               CLOSE TEST-EMPMAST-FILE
               PERFORM 8300-DISPLAY-COUNTS
             END-IF
             CLOSE EMPMAST-FILE
           END-IF.

      * ----------------------------------------------------------
      * A blank account reference or pending account reference
      * stays blank - an empty pending reference means no change
      * is waiting for approval, and the copy must behave the
      * same way.
      * ----------------------------------------------------------
         2100-COPY-ONE-EMPLOYEE.
           READ EMPMAST-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE EM-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               IF WS-MAP-FOUND > ZERO
                 MOVE EMPLOYEE-MASTER-RECORD TO TEST-EMPMAST-RECORD
                 MOVE WS-TEST-EMP-ID TO TM-EMP-ID
                 MOVE WS-TEST-NAME TO TM-NAME
                 IF EM-ACCOUNT-REF NOT = SPACES
                   MOVE WS-TEST-ACCOUNT-REF TO TM-ACCOUNT-REF
                 END-IF
                 IF EM-PENDING-ACCOUNT-REF NOT = SPACES
                   MOVE WS-TEST-PENDING-REF TO TM-PENDING-ACCOUNT-REF
                 END-IF
                 WRITE TEST-EMPMAST-RECORD
                   INVALID KEY
                     DISPLAY "testext: DUPLICATE TEST KEY "
                         TM-EMP-ID " ON " WS-OUTPUT-NAME
                     MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                     ADD 1 TO WS-COPY-COUNT
                 END-WRITE
               END-IF
           END-READ.

         3000-EXTRACT-YTD.
           MOVE "YTDFILE.DAT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = "35"
             DISPLAY "testext: YTDFILE.DAT NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-YTD-STATUS NOT = "00"
               DISPLAY "testext: YTDFILE.DAT NOT AVAILABLE, "
                   "STATUS = " WS-YTD-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-YTD-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 3100-COPY-ONE-YTD
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-YTD-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE YTD-FILE
             END-IF
           END-IF.

         3100-COPY-ONE-YTD.
           READ YTD-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE YT-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               IF WS-MAP-FOUND > ZERO
                 MOVE YTD-RECORD TO TEST-YTD-RECORD
                 MOVE WS-TEST-EMP-ID TO TY-EMP-ID
                 WRITE TEST-YTD-RECORD
                   INVALID KEY
                     DISPLAY "testext: DUPLICATE TEST KEY "
                         TY-EMP-ID " ON " WS-OUTPUT-NAME
                     MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                     ADD 1 TO WS-COPY-COUNT
                 END-WRITE
               END-IF
           END-READ.

         4000-EXTRACT-PAYROLL-INPUT.
           MOVE WS-PAYROLL-NAME (WS-PAYROLL-SUB) TO WS-FILE-NAME
           MOVE WS-FILE-NAME TO WS-INPUT-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS = "35"
             DISPLAY "testext: " WS-FILE-NAME
                 " NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "testext: " WS-FILE-NAME
                   " NOT AVAILABLE, STATUS = " WS-PAYROLL-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-PAYROLL-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 4100-COPY-ONE-PAYROLL-RECORD
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-PAYROLL-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE PAYROLL-FILE
             END-IF
           END-IF.

         4100-COPY-ONE-PAYROLL-RECORD.
           READ PAYROLL-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE PR-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               IF WS-MAP-FOUND > ZERO
                 MOVE PR-RECORD TO TP-RECORD
                 MOVE WS-TEST-EMP-ID TO TP-EMP-ID
                 WRITE TP-RECORD
                 ADD 1 TO WS-COPY-COUNT
               END-IF
           END-READ.

         5000-EXTRACT-SLIPHIST.
           MOVE "SLIPHIST.DAT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SLIPHIST-FILE
           IF WS-SLIPHIST-STATUS = "35"
             DISPLAY "testext: SLIPHIST.DAT NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-SLIPHIST-STATUS NOT = "00"
               DISPLAY "testext: SLIPHIST.DAT NOT AVAILABLE, "
                   "STATUS = " WS-SLIPHIST-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-SLIPHIST-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 5100-COPY-ONE-SLIP
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-SLIPHIST-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE SLIPHIST-FILE
             END-IF
           END-IF.

         5100-COPY-ONE-SLIP.
           READ SLIPHIST-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE SH-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               IF WS-MAP-FOUND > ZERO
                 MOVE PAYSLIP-HISTORY-RECORD TO TEST-SLIPHIST-RECORD
                 MOVE WS-TEST-EMP-ID TO TS-EMP-ID
                 MOVE WS-TEST-NAME TO TS-NAME
                 MOVE "Y" TO WS-SLIP-CREDITORS-SW
                 PERFORM 5150-MASK-ONE-DEDUCTION
                     VARYING WS-DED-SUB FROM 1 BY 1
                     UNTIL WS-DED-SUB > 10
               END-IF
               IF WS-MAP-FOUND > ZERO
                AND WS-SLIP-CREDITORS-SW = "Y"
                 WRITE TEST-SLIPHIST-RECORD
                   INVALID KEY
                     DISPLAY "testext: DUPLICATE TEST KEY "
                         TS-KEY " ON " WS-OUTPUT-NAME
                     MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                     ADD 1 TO WS-COPY-COUNT
                 END-WRITE
               END-IF
           END-READ.

      * Every slot is masked, used or not; an unused slot's blank
      * creditor stays blank.  A slip whose creditor cannot be given
      * a test value is left out, as an order is.
         5150-MASK-ONE-DEDUCTION.
           MOVE SH-DED-CREDITOR (WS-DED-SUB) TO WS-LOOKUP-CREDITOR
           PERFORM 8400-FIND-TEST-CREDITOR
           IF WS-CREDITOR-FOUND > ZERO
             MOVE WS-TEST-CREDITOR TO TS-DED-CREDITOR (WS-DED-SUB)
           ELSE
             MOVE "N" TO WS-SLIP-CREDITORS-SW
           END-IF.

      * ----------------------------------------------------------
      * Only the live LEDGER.TXT is copied - no archives and no
      * ARCHIDX.TXT - so in the test area ledgverf (and ledgseed)
      * start the chain from zero at the first line, and the
      * copy is re-chained from zero to match.  The chain rule is
      * the writer's own: a chained line gets its sequence number
      * kept and its check value recomputed over the masked
      * line; an unchained (pre-chain) line is masked, left
      * unchained, and resets the seed to zero.  RUNEND markers
      * carry no employee and are copied as they stand.
      * ----------------------------------------------------------
         6000-EXTRACT-LEDGER.
           MOVE "LEDGER.TXT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-CHAIN-CHECK
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             DISPLAY "testext: LEDGER.TXT NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "testext: LEDGER.TXT NOT AVAILABLE, "
                   "STATUS = " WS-LEDGER-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-LEDGER-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 6100-COPY-ONE-LEDGER-LINE
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-LEDGER-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE LEDGER-FILE
             END-IF
           END-IF.

         6100-COPY-ONE-LEDGER-LINE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE LEDGER-RECORD TO TEST-LEDGER-RECORD
               MOVE 1 TO WS-MAP-FOUND
               IF LEDGER-RECORD (11:10) NOT = "RUNEND"
                AND LEDGER-RECORD (11:10) NOT = SPACES
                 MOVE LEDGER-RECORD (11:10) TO WS-LOOKUP-EMP-ID
                 PERFORM 8000-FIND-TEST-IDENTITY
                 IF WS-MAP-FOUND > ZERO
                   MOVE WS-TEST-EMP-ID TO TEST-LEDGER-RECORD (11:10)
                   MOVE WS-TEST-NAME TO TEST-LEDGER-RECORD (23:30)
                 END-IF
               END-IF
               IF WS-MAP-FOUND > ZERO
                 PERFORM 6200-CHAIN-TEST-LINE
                 WRITE TEST-LEDGER-RECORD
                 ADD 1 TO WS-COPY-COUNT
               END-IF
           END-READ.

         6200-CHAIN-TEST-LINE.
           IF TEST-LEDGER-RECORD (248:8) IS NUMERIC
             CALL "ledgchn" USING WS-CHAIN-CHECK, TEST-LEDGER-RECORD,
                 WS-CHAIN-LENGTH, WS-NEW-CHECK
             MOVE WS-NEW-CHECK TO TEST-LEDGER-RECORD (248:8)
             MOVE WS-NEW-CHECK TO WS-CHAIN-CHECK
           ELSE
             MOVE ZERO TO WS-CHAIN-CHECK
           END-IF.

      * ----------------------------------------------------------
      * A record is copied only when both its employee and its
      * creditor could be given a test value; a blank creditor
      * stays blank.
      * ----------------------------------------------------------
         7000-EXTRACT-GARNORD.
           MOVE "GARNORD.TXT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNORD-FILE
           IF WS-GARNORD-STATUS = "35"
             DISPLAY "testext: GARNORD.TXT NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-GARNORD-STATUS NOT = "00"
               DISPLAY "testext: GARNORD.TXT NOT AVAILABLE, "
                   "STATUS = " WS-GARNORD-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-GARNORD-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 7100-COPY-ONE-ORDER
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-GARNORD-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE GARNORD-FILE
             END-IF
           END-IF.

         7100-COPY-ONE-ORDER.
           READ GARNORD-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE GO-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               MOVE GO-CREDITOR TO WS-LOOKUP-CREDITOR
               PERFORM 8400-FIND-TEST-CREDITOR
               IF WS-MAP-FOUND > ZERO
                AND WS-CREDITOR-FOUND > ZERO
                 MOVE GARNISHMENT-ORDER-RECORD TO TEST-GARNORD-RECORD
                 MOVE WS-TEST-EMP-ID TO TO-EMP-ID
                 MOVE WS-TEST-CREDITOR TO TO-CREDITOR
                 WRITE TEST-GARNORD-RECORD
                 ADD 1 TO WS-COPY-COUNT
               END-IF
           END-READ.

         7200-EXTRACT-GARNHIST.
           MOVE "GARNHIST.TXT" TO WS-FILE-NAME
           PERFORM 8100-BUILD-OUTPUT-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNHIST-FILE
           IF WS-GARNHIST-STATUS = "35"
             DISPLAY "testext: GARNHIST.TXT NOT PRESENT - NOT COPIED"
           ELSE
             IF WS-GARNHIST-STATUS NOT = "00"
               DISPLAY "testext: GARNHIST.TXT NOT AVAILABLE, "
                   "STATUS = " WS-GARNHIST-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT TEST-GARNHIST-FILE
               IF WS-OUTPUT-STATUS NOT = "00"
                 DISPLAY "testext: " WS-OUTPUT-NAME
                     " NOT AVAILABLE, STATUS = " WS-OUTPUT-STATUS
                 MOVE 4 TO RETURN-CODE
               ELSE
                 PERFORM 7300-COPY-ONE-DEDUCTION
                     UNTIL WS-EOF = "Y"
                 CLOSE TEST-GARNHIST-FILE
                 PERFORM 8300-DISPLAY-COUNTS
               END-IF
               CLOSE GARNHIST-FILE
             END-IF
           END-IF.

         7300-COPY-ONE-DEDUCTION.
           READ GARNHIST-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE GH-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 8000-FIND-TEST-IDENTITY
               MOVE GH-CREDITOR TO WS-LOOKUP-CREDITOR
               PERFORM 8400-FIND-TEST-CREDITOR
               IF WS-MAP-FOUND > ZERO
                AND WS-CREDITOR-FOUND > ZERO
                 MOVE GARNISHMENT-HISTORY-RECORD
                     TO TEST-GARNHIST-RECORD
                 MOVE WS-TEST-EMP-ID TO TH-EMP-ID
                 MOVE WS-TEST-CREDITOR TO TH-CREDITOR
                 WRITE TEST-GARNHIST-RECORD
                 ADD 1 TO WS-COPY-COUNT
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * An employee not yet met is given the next entry.  With the
      * table full the record is left out of the copy rather than
      * copied under its real ID, and the step ends with return
      * code 8.
      * ----------------------------------------------------------
         8000-FIND-TEST-IDENTITY.
           MOVE ZERO TO WS-MAP-FOUND
           PERFORM 8050-MATCH-ONE-EMPLOYEE
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR WS-MAP-FOUND > ZERO
           IF WS-MAP-FOUND = ZERO
             IF WS-MAP-COUNT < 5000
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-MAP-COUNT TO WS-MAP-FOUND
               MOVE WS-LOOKUP-EMP-ID TO WS-MAP-EMP-ID (WS-MAP-FOUND)
             ELSE
               DISPLAY "testext: EMPLOYEE TABLE FULL - RECORD OF "
                   WS-LOOKUP-EMP-ID " NOT COPIED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF WS-MAP-FOUND > ZERO
             PERFORM 8200-BUILD-TEST-VALUES
           END-IF.

         8050-MATCH-ONE-EMPLOYEE.
           IF WS-MAP-EMP-ID (WS-MAP-SUB) = WS-LOOKUP-EMP-ID
             MOVE WS-MAP-SUB TO WS-MAP-FOUND
           END-IF.

         8100-BUILD-OUTPUT-NAME.
           MOVE SPACES TO WS-OUTPUT-NAME
           STRING WS-TARGET-AREA DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-OUTPUT-NAME
           END-STRING.

         8200-BUILD-TEST-VALUES.
           MOVE WS-MAP-FOUND TO WS-TI-NUMBER
           MOVE WS-MAP-FOUND TO WS-TN-NUMBER
           MOVE WS-MAP-FOUND TO WS-TA-NUMBER
           MOVE WS-MAP-FOUND TO WS-TP-NUMBER.

         8300-DISPLAY-COUNTS.
           DISPLAY "testext: " WS-FILE-NAME " COPIED TO "
               WS-OUTPUT-NAME ", " WS-READ-COUNT " READ, "
               WS-COPY-COUNT " WRITTEN".

      * ----------------------------------------------------------
      * A creditor not yet met is given the next entry, as an
      * employee is; with the table full the record is left out
      * and the step ends with return code 8.
      * ----------------------------------------------------------
         8400-FIND-TEST-CREDITOR.
           MOVE ZERO TO WS-CREDITOR-FOUND
           IF WS-LOOKUP-CREDITOR = SPACES
             MOVE 1 TO WS-CREDITOR-FOUND
             MOVE SPACES TO WS-TEST-CREDITOR
           ELSE
             PERFORM 8450-MATCH-ONE-CREDITOR
                 VARYING WS-CREDITOR-SUB FROM 1 BY 1
                 UNTIL WS-CREDITOR-SUB > WS-CREDITOR-COUNT
                    OR WS-CREDITOR-FOUND > ZERO
             IF WS-CREDITOR-FOUND = ZERO
               IF WS-CREDITOR-COUNT < 1000
                 ADD 1 TO WS-CREDITOR-COUNT
                 MOVE WS-CREDITOR-COUNT TO WS-CREDITOR-FOUND
                 MOVE WS-LOOKUP-CREDITOR
                     TO WS-CREDITOR-NAME (WS-CREDITOR-FOUND)
               ELSE
                 DISPLAY "testext: CREDITOR TABLE FULL - RECORD OF "
                     WS-LOOKUP-EMP-ID " NOT COPIED"
                 MOVE 8 TO RETURN-CODE
               END-IF
             END-IF
             IF WS-CREDITOR-FOUND > ZERO
               MOVE "TESTCRED" TO WS-TEST-CREDITOR
               MOVE WS-CREDITOR-FOUND TO WS-TC-NUMBER
             END-IF
           END-IF.

         8450-MATCH-ONE-CREDITOR.
           IF WS-CREDITOR-NAME (WS-CREDITOR-SUB) = WS-LOOKUP-CREDITOR
             MOVE WS-CREDITOR-SUB TO WS-CREDITOR-FOUND
           END-IF.
