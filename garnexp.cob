       IDENTIFICATION DIVISION.
       PROGRAM-ID. garnexp.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 9th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-09  BK  First version.  Creditor remittance for
      *                 court-ordered deductions, built the way
      *                 penexp builds the pension schedule: reads
      *                 the GARNHIST.TXT deduction register for the
      *                 remittance period (from/to dates in
      *                 GARNEXP.PRM, the whole register when the
      *                 parameter file is absent), totals what was
      *                 withheld per creditor, order and employee,
      *                 and writes two files.  GARNREM.TXT is the
      *                 payment file - a header, one detail line per
      *                 creditor with the amount to pay and a
      *                 trailer carrying the creditor count and a
      *                 hash total; GARNSCHD.TXT is the schedule
      *                 each creditor reconciles against - per
      *                 creditor a total line followed by one line
      *                 per order and employee, and a trailer.
      *                 Deductions whose employee cannot be matched
      *                 to an employee master record go to
      *                 GARNEXCP.TXT and fail the step, because the
      *                 money cannot be remitted against an order
      *                 the creditor can identify.  Backout lines
      *                 on the register net a failed run's
      *                 deductions to nothing.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT GARNISHMENT-HISTORY-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "GARNEXP.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "GARNREM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMITTANCE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "GARNSCHD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "GARNEXCP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD GARNISHMENT-HISTORY-FILE.
         COPY GARNHIST.

         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PM-FROM-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 PM-TO-DATE PIC 9(08).

         FD EMPMAST-FILE.
         COPY EMPMAST.

         FD REMITTANCE-FILE.
         01 REMITTANCE-RECORD PIC X(80).

         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD PIC X(100).

         FD EXCEPTION-FILE.
         01 EXCEPTION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS PIC X(02).
         01 WS-REMITTANCE-STATUS PIC X(02).
         01 WS-SCHEDULE-STATUS PIC X(02).
         01 WS-EOF PIC X(01) VALUE "N".
         01 WS-RUN-DATE PIC 9(08).
         01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-TO-DATE PIC 9(08) VALUE 99999999.
         01 WS-ORDER-TABLE.
           05 WS-ORDER-COUNT PIC 9(04) VALUE ZERO.
           05 WS-ORDER OCCURS 2000 TIMES.
             10 WS-OT-CREDITOR PIC X(20).
             10 WS-OT-ORDER-REF PIC X(12).
             10 WS-OT-EMP-ID PIC X(10).
             10 WS-OT-NAME PIC X(30).
             10 WS-OT-AMOUNT PIC S9(13)V99.
             10 WS-OT-MATCHED-SW PIC X(01).
         01 WS-ORDER-SUB PIC 9(04).
         01 WS-FOUND-SUB PIC 9(04).
         01 WS-CREDITOR-TABLE.
           05 WS-CREDITOR-COUNT PIC 9(04) VALUE ZERO.
           05 WS-CREDITOR OCCURS 500 TIMES.
             10 WS-CT-NAME PIC X(20).
             10 WS-CT-ORDERS PIC 9(04).
             10 WS-CT-AMOUNT PIC S9(13)V99.
         01 WS-CREDITOR-SUB PIC 9(04).
         01 WS-CREDITOR-FOUND PIC 9(04).
         01 WS-REMITTED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-DETAIL-COUNT PIC 9(06) VALUE ZERO.
         01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
         01 WS-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
         01 WS-REMITTANCE-HEADER.
           05 FILLER PIC X(03) VALUE "HDR".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RH-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "GARNISHMENT REMITTANCE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RH-FROM PIC 9(08).
           05 FILLER PIC X(01) VALUE "-".
           05 WS-RH-TO PIC 9(08).
         01 WS-REMITTANCE-DETAIL.
           05 FILLER PIC X(03) VALUE "DTL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RD-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RD-ORDERS PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RD-AMOUNT PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-REMITTANCE-TRAILER.
           05 FILLER PIC X(03) VALUE "TRL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RT-COUNT PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RT-HASH PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-SCHEDULE-HEADER.
           05 FILLER PIC X(03) VALUE "HDR".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SH-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "GARNISHMENT SCHEDULE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SH-FROM PIC 9(08).
           05 FILLER PIC X(01) VALUE "-".
           05 WS-SH-TO PIC 9(08).
         01 WS-SCHEDULE-CREDITOR.
           05 FILLER PIC X(03) VALUE "CRD".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SC-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SC-ORDERS PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SC-AMOUNT PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-SCHEDULE-DETAIL.
           05 FILLER PIC X(03) VALUE "DTL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-ORDER-REF PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-NAME PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
         01 WS-SCHEDULE-TRAILER.
           05 FILLER PIC X(03) VALUE "TRL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ST-CREDITORS PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ST-DETAILS PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ST-HASH PIC S9(13)V99 SIGN IS LEADING SEPARATE.
         01 WS-EXCEPTION-LINE.
           05 WS-XL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-ORDER-REF PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-REASON PIC X(30).

       PROCEDURE DIVISION.
         0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
             DISPLAY "garnexp: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                 WS-EMPMAST-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 2000-BUILD-AND-EXPORT
             CLOSE EMPMAST-FILE
           END-IF
           GOBACK.

         1000-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
             READ PARAMETER-FILE
               NOT AT END
                 IF PM-FROM-DATE IS NUMERIC
                   MOVE PM-FROM-DATE TO WS-FROM-DATE
                 END-IF
                 IF PM-TO-DATE IS NUMERIC
                  AND PM-TO-DATE > ZERO
                   MOVE PM-TO-DATE TO WS-TO-DATE
                 END-IF
             END-READ
             CLOSE PARAMETER-FILE
           END-IF.

      * ----------------------------------------------------------
      * No register yet means nothing has been withheld: the two
      * files are still written, empty but for header and
      * trailer, so the creditor side sees a nil remittance.
      * ----------------------------------------------------------
         2000-BUILD-AND-EXPORT.
           OPEN INPUT GARNISHMENT-HISTORY-FILE
           IF WS-GARNHIST-STATUS = "00"
             PERFORM 2100-TOTAL-ONE-DEDUCTION
                 UNTIL WS-EOF = "Y"
             CLOSE GARNISHMENT-HISTORY-FILE
           ELSE
             DISPLAY "garnexp: NO GARNHIST.TXT - NOTHING WITHHELD"
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 3000-MATCH-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           CLOSE EXCEPTION-FILE
           PERFORM 4000-WRITE-REMITTANCE
           PERFORM 5000-WRITE-SCHEDULE
           DISPLAY "garnexp: " WS-REMITTED-COUNT " CREDITORS, "
               WS-DETAIL-COUNT " ORDER LINES SCHEDULED, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > ZERO
             MOVE 8 TO RETURN-CODE
           END-IF.

         2100-TOTAL-ONE-DEDUCTION.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF GH-PAY-DATE IS NUMERIC
                AND GH-AMOUNT IS NUMERIC
                 IF GH-PAY-DATE >= WS-FROM-DATE
                  AND GH-PAY-DATE <= WS-TO-DATE
                   PERFORM 2200-ACCUMULATE-ORDER
                 END-IF
               END-IF
           END-READ.

         2200-ACCUMULATE-ORDER.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2250-MATCH-ONE-ENTRY
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
             IF WS-ORDER-COUNT < 2000
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORDER-COUNT TO WS-FOUND-SUB
               MOVE GH-CREDITOR TO WS-OT-CREDITOR (WS-FOUND-SUB)
               MOVE GH-ORDER-REF TO WS-OT-ORDER-REF (WS-FOUND-SUB)
               MOVE GH-EMP-ID TO WS-OT-EMP-ID (WS-FOUND-SUB)
               MOVE SPACES TO WS-OT-NAME (WS-FOUND-SUB)
               MOVE ZERO TO WS-OT-AMOUNT (WS-FOUND-SUB)
               MOVE "N" TO WS-OT-MATCHED-SW (WS-FOUND-SUB)
             ELSE
               DISPLAY "garnexp: ORDER TABLE FULL - ORDER "
                   GH-ORDER-REF " FOR " GH-EMP-ID " NOT SCHEDULED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
             ADD GH-AMOUNT TO WS-OT-AMOUNT (WS-FOUND-SUB)
           END-IF.

         2250-MATCH-ONE-ENTRY.
           IF WS-OT-CREDITOR (WS-ORDER-SUB) = GH-CREDITOR
            AND WS-OT-ORDER-REF (WS-ORDER-SUB) = GH-ORDER-REF
            AND WS-OT-EMP-ID (WS-ORDER-SUB) = GH-EMP-ID
             MOVE WS-ORDER-SUB TO WS-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * An order whose period total nets to zero is not scheduled,
      * as penexp leaves out a zero contribution.  Only orders
      * whose employee is on the master reach the creditor totals,
      * so the remittance and the schedule always agree.
      * ----------------------------------------------------------
         3000-MATCH-ONE-ORDER.
           IF WS-OT-AMOUNT (WS-ORDER-SUB) NOT = ZERO
             MOVE WS-OT-EMP-ID (WS-ORDER-SUB) TO EM-EMP-ID
             READ EMPMAST-FILE
               INVALID KEY
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE WS-OT-EMP-ID (WS-ORDER-SUB) TO WS-XL-EMP-ID
                 MOVE WS-OT-ORDER-REF (WS-ORDER-SUB)
                     TO WS-XL-ORDER-REF
                 MOVE WS-OT-CREDITOR (WS-ORDER-SUB) TO WS-XL-CREDITOR
                 MOVE WS-OT-AMOUNT (WS-ORDER-SUB) TO WS-XL-AMOUNT
                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-XL-REASON
                 MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
                 WRITE EXCEPTION-RECORD
                 DISPLAY "garnexp: ORDER "
                     WS-OT-ORDER-REF (WS-ORDER-SUB)
                     " NOT SCHEDULED - EMPLOYEE "
                     WS-OT-EMP-ID (WS-ORDER-SUB) " NOT ON MASTER"
               NOT INVALID KEY
                 MOVE "Y" TO WS-OT-MATCHED-SW (WS-ORDER-SUB)
                 MOVE EM-NAME TO WS-OT-NAME (WS-ORDER-SUB)
                 PERFORM 3100-ADD-TO-CREDITOR
             END-READ
           END-IF.

         3100-ADD-TO-CREDITOR.
           MOVE ZERO TO WS-CREDITOR-FOUND
           PERFORM 3150-MATCH-ONE-CREDITOR
               VARYING WS-CREDITOR-SUB FROM 1 BY 1
               UNTIL WS-CREDITOR-SUB > WS-CREDITOR-COUNT
                  OR WS-CREDITOR-FOUND > ZERO
           IF WS-CREDITOR-FOUND = ZERO
             IF WS-CREDITOR-COUNT < 500
               ADD 1 TO WS-CREDITOR-COUNT
               MOVE WS-CREDITOR-COUNT TO WS-CREDITOR-FOUND
               MOVE WS-OT-CREDITOR (WS-ORDER-SUB)
                   TO WS-CT-NAME (WS-CREDITOR-FOUND)
               MOVE ZERO TO WS-CT-ORDERS (WS-CREDITOR-FOUND)
               MOVE ZERO TO WS-CT-AMOUNT (WS-CREDITOR-FOUND)
             ELSE
               DISPLAY "garnexp: CREDITOR TABLE FULL - "
                   WS-OT-CREDITOR (WS-ORDER-SUB) " NOT REMITTED"
               MOVE "N" TO WS-OT-MATCHED-SW (WS-ORDER-SUB)
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF WS-CREDITOR-FOUND > ZERO
             ADD 1 TO WS-CT-ORDERS (WS-CREDITOR-FOUND)
             ADD WS-OT-AMOUNT (WS-ORDER-SUB)
                 TO WS-CT-AMOUNT (WS-CREDITOR-FOUND)
           END-IF.

         3150-MATCH-ONE-CREDITOR.
           IF WS-CT-NAME (WS-CREDITOR-SUB)
              = WS-OT-CREDITOR (WS-ORDER-SUB)
             MOVE WS-CREDITOR-SUB TO WS-CREDITOR-FOUND
           END-IF.

      * ----------------------------------------------------------
      * One payment line per creditor; a creditor whose orders net
      * to zero over the period is owed nothing and is left off.
      * ----------------------------------------------------------
         4000-WRITE-REMITTANCE.
           OPEN OUTPUT REMITTANCE-FILE
           MOVE WS-RUN-DATE TO WS-RH-DATE
           MOVE WS-FROM-DATE TO WS-RH-FROM
           MOVE WS-TO-DATE TO WS-RH-TO
           MOVE WS-REMITTANCE-HEADER TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           PERFORM 4100-REMIT-ONE-CREDITOR
               VARYING WS-CREDITOR-SUB FROM 1 BY 1
               UNTIL WS-CREDITOR-SUB > WS-CREDITOR-COUNT
           MOVE WS-REMITTED-COUNT TO WS-RT-COUNT
           MOVE WS-HASH-TOTAL TO WS-RT-HASH
           MOVE WS-REMITTANCE-TRAILER TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           CLOSE REMITTANCE-FILE.

         4100-REMIT-ONE-CREDITOR.
           IF WS-CT-AMOUNT (WS-CREDITOR-SUB) NOT = ZERO
             ADD 1 TO WS-REMITTED-COUNT
             ADD WS-CT-AMOUNT (WS-CREDITOR-SUB) TO WS-HASH-TOTAL
             MOVE WS-CT-NAME (WS-CREDITOR-SUB) TO WS-RD-CREDITOR
             MOVE WS-CT-ORDERS (WS-CREDITOR-SUB) TO WS-RD-ORDERS
             MOVE WS-CT-AMOUNT (WS-CREDITOR-SUB) TO WS-RD-AMOUNT
             MOVE WS-REMITTANCE-DETAIL TO REMITTANCE-RECORD
             WRITE REMITTANCE-RECORD
           END-IF.

      * ----------------------------------------------------------
      * The schedule groups each creditor's orders under the
      * creditor's total line, in the order the creditors first
      * appear on the register; its hash equals the remittance
      * file's.
      * ----------------------------------------------------------
         5000-WRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           MOVE WS-RUN-DATE TO WS-SH-DATE
           MOVE WS-FROM-DATE TO WS-SH-FROM
           MOVE WS-TO-DATE TO WS-SH-TO
           MOVE WS-SCHEDULE-HEADER TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           PERFORM 5100-SCHEDULE-ONE-CREDITOR
               VARYING WS-CREDITOR-SUB FROM 1 BY 1
               UNTIL WS-CREDITOR-SUB > WS-CREDITOR-COUNT
           MOVE WS-REMITTED-COUNT TO WS-ST-CREDITORS
           MOVE WS-DETAIL-COUNT TO WS-ST-DETAILS
           MOVE WS-HASH-TOTAL TO WS-ST-HASH
           MOVE WS-SCHEDULE-TRAILER TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           CLOSE SCHEDULE-FILE.

         5100-SCHEDULE-ONE-CREDITOR.
           IF WS-CT-AMOUNT (WS-CREDITOR-SUB) NOT = ZERO
             MOVE WS-CT-NAME (WS-CREDITOR-SUB) TO WS-SC-CREDITOR
             MOVE WS-CT-ORDERS (WS-CREDITOR-SUB) TO WS-SC-ORDERS
             MOVE WS-CT-AMOUNT (WS-CREDITOR-SUB) TO WS-SC-AMOUNT
             MOVE WS-SCHEDULE-CREDITOR TO SCHEDULE-RECORD
             WRITE SCHEDULE-RECORD
             PERFORM 5200-SCHEDULE-ONE-ORDER
                 VARYING WS-ORDER-SUB FROM 1 BY 1
                 UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           END-IF.

         5200-SCHEDULE-ONE-ORDER.
           IF WS-OT-MATCHED-SW (WS-ORDER-SUB) = "Y"
            AND WS-OT-CREDITOR (WS-ORDER-SUB)
                = WS-CT-NAME (WS-CREDITOR-SUB)
             ADD 1 TO WS-DETAIL-COUNT
             MOVE WS-OT-CREDITOR (WS-ORDER-SUB) TO WS-SD-CREDITOR
             MOVE WS-OT-ORDER-REF (WS-ORDER-SUB) TO WS-SD-ORDER-REF
             MOVE WS-OT-EMP-ID (WS-ORDER-SUB) TO WS-SD-EMP-ID
             MOVE WS-OT-NAME (WS-ORDER-SUB) TO WS-SD-NAME
             MOVE WS-OT-AMOUNT (WS-ORDER-SUB) TO WS-SD-AMOUNT
             MOVE WS-SCHEDULE-DETAIL TO SCHEDULE-RECORD
             WRITE SCHEDULE-RECORD
           END-IF.
