      *                 falling back to the system clock, so the
      *                 extract picks up exactly the lines the
      *                 payroll step stamped.
      * 2026-09-09  BK  Court-ordered deductions.  The night's
      *                 lines on the GARNHIST.TXT deduction
      *                 register are totalled per department, and
      *                 clearing is emptied into GARNISHMENTS
      *                 PAYABLE for that amount in a fifth pair;
      *                 the net pay pair now carries only what the
      *                 bank is paid.  The ledger's net pay column
      *                 is before the deductions, so the two pairs
      *                 together still empty clearing exactly.
      * 2026-09-11  BK  Weekly and monthly pay.  Only ledger lines
      *                 and register deductions of the window's pay
      *                 frequency are posted (blank column:
      *                 monthly), so a weekly and a monthly window
      *                 on the same pay date each post their own
      *                 payroll once; the header names the
      *                 frequency.
      * 2026-09-14  BK  Cost-centre split.  Every selected ledger
      *                 line and register deduction is spread by
      *                 ccsplit over the employee's allocation in
      *                 CCALLOC.TXT in force on the pay date, and
      *                 the department table now totals per cost
      *                 centre (the ledger department where no
      *                 allocation applies).  The employer pension
      *                 match and levy on the line are posted as
      *                 two more pairs, expense against payable,
      *                 spread the same way.  Net pay per share is
      *                 what is left of the share's gross after its
      *                 tax and pension, so clearing still empties
      *                 in every cost centre; the largest share
      *                 takes the rounding, so each line's shares
      *                 add back to the line and the file balances
      *                 exactly.  An allocation that does not add
      *                 up to 100 is posted to the department
      *                 instead and fails the step.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTING-STATUS.
           SELECT GARNISHMENT-HISTORY-FILE ASSIGN TO "GARNHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNHIST-STATUS.

           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
         FD POSTING-FILE.
         01 POSTING-RECORD PIC X(100).

         FD GARNISHMENT-HISTORY-FILE.
         COPY GARNHIST.

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
         COPY PAYDATE.
         01 WS-LEDGER-STATUS PIC X(02).
         01 WS-POSTING-STATUS PIC X(02).
         01 WS-GARNHIST-STATUS PIC X(02).
         01 WS-LOOKUP-DEPARTMENT PIC X(20).
         01 WS-EOF PIC X(01) VALUE "N".
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-FREQUENCY PIC X(01) VALUE "M".
         01 WS-LINE-FREQUENCY PIC X(01).
         01 WS-LEDGER-LINE.
           05 WS-LG-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 WS-LG-NETPAY PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-RUN-ID PIC X(14).
           05 FILLER PIC X(02).
           05 WS-LG-BRANCH PIC X(03).
           05 FILLER PIC X(02).
           05 WS-LG-ER-PENSION PIC X(17).
           05 FILLER PIC X(02).
           05 WS-LG-ER-LEVY PIC X(17).
           05 FILLER PIC X(01).
           05 WS-LG-FREQUENCY PIC X(01).
           05 FILLER PIC X(11).
         01 WS-SELECTED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-RUN-ID PIC X(14) VALUE SPACES.
         01 WS-DEPT-TABLE.
             10 WS-DP-TAX PIC S9(13)V99.
             10 WS-DP-PENSION PIC S9(13)V99.
             10 WS-DP-NETPAY PIC S9(13)V99.
             10 WS-DP-GARNISH PIC S9(13)V99.
             10 WS-DP-ER-PENSION PIC S9(13)V99.
             10 WS-DP-ER-LEVY PIC S9(13)V99.
         01 WS-DEPT-SUB PIC 9(03).
         COPY CCSPLIT.
         01 WS-SHARE-SUB PIC 9(02).
         01 WS-LINE-NETPAY PIC S9(13)V99.
         01 WS-SHARE-NETPAY PIC S9(13)V99.
         01 WS-NETPAY-SPREAD PIC S9(13)V99.
         01 WS-INVALID-SPLIT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-FOUND-SUB PIC 9(03).
         01 WS-POSTING-COUNT PIC 9(06) VALUE ZERO.
         01 WS-DEBIT-TOTAL PIC S9(13)V99 VALUE ZERO.
           05 FILLER PIC X(19) VALUE "PAYROLL GL POSTINGS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HD-RUN-ID PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HD-FREQUENCY PIC X(01).
         01 WS-POSTING-LINE.
           05 FILLER PIC X(03) VALUE "DTL".
           05 FILLER PIC X(02) VALUE SPACES.
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
             IF WS-INVALID-SPLIT-COUNT > ZERO
               DISPLAY "glpost: " WS-INVALID-SPLIT-COUNT
                   " AMOUNTS POSTED TO THE DEPARTMENT - COST-CENTRE "
                   "ALLOCATION DOES NOT ADD UP TO 100"
               MOVE 8 TO RETURN-CODE
             END-IF
             IF WS-SELECTED-COUNT = ZERO
               DISPLAY "glpost: NO LEDGER LINES FOR " WS-RUN-DATE
                   " - NOTHING TO POST"
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 1500-TOTAL-GARNISHMENTS
               PERFORM 2000-WRITE-POSTING-FILE
             END-IF
           END-IF

      * ----------------------------------------------------------
      * Only tonight's calculation lines are posted: markers
      * (RUNEND), other nights' lines, lines of the other pay
      * frequency and lines written before the department column
      * was added are passed over.
      * ----------------------------------------------------------
         1000-SELECT-LEDGER-LINE.
           IF WS-LG-FREQUENCY = "W"
             MOVE "W" TO WS-LINE-FREQUENCY
           ELSE
             MOVE "M" TO WS-LINE-FREQUENCY
           END-IF
           IF WS-LG-DATE IS NUMERIC
            AND WS-LG-EMP-ID NOT = "RUNEND"
            AND FUNCTION NUMVAL (WS-LG-DATE) = WS-RUN-DATE
            AND WS-LG-DEPARTMENT NOT = SPACES
            AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
             ADD 1 TO WS-SELECTED-COUNT
             MOVE WS-LG-RUN-ID TO WS-RUN-ID
             MOVE WS-LG-EMP-ID TO CS-EMP-ID
             MOVE WS-RUN-DATE TO CS-AMOUNT-DATE
             MOVE WS-LG-DEPARTMENT TO CS-HOME-DEPARTMENT
             MOVE 5 TO CS-AMOUNT-COUNT
             COMPUTE CS-AMOUNT (1) = FUNCTION NUMVAL-C (WS-LG-NETWORTH)
             COMPUTE CS-AMOUNT (2) =
                 FUNCTION NUMVAL-C (WS-LG-TAXVALUE)
             COMPUTE CS-AMOUNT (3) =
                 FUNCTION NUMVAL-C (WS-LG-PENSIONVALUE)
             IF WS-LG-ER-PENSION = SPACES
               MOVE ZERO TO CS-AMOUNT (4)
               MOVE ZERO TO CS-AMOUNT (5)
             ELSE
               COMPUTE CS-AMOUNT (4) =
                   FUNCTION NUMVAL-C (WS-LG-ER-PENSION)
               COMPUTE CS-AMOUNT (5) =
                   FUNCTION NUMVAL-C (WS-LG-ER-LEVY)
             END-IF
             COMPUTE WS-LINE-NETPAY = FUNCTION NUMVAL-C (WS-LG-NETPAY)
             CALL "ccsplit" USING COST-SPLIT-AREA
             IF CS-ALLOCATION-INVALID
               ADD 1 TO WS-INVALID-SPLIT-COUNT
             END-IF
             MOVE ZERO TO WS-NETPAY-SPREAD
             PERFORM 1050-POST-ONE-SHARE
                 VARYING WS-SHARE-SUB FROM 1 BY 1
                 UNTIL WS-SHARE-SUB > CS-SHARE-COUNT
             MOVE CS-LARGEST-SHARE TO WS-SHARE-SUB
             COMPUTE WS-SHARE-NETPAY =
                 WS-LINE-NETPAY - WS-NETPAY-SPREAD
             PERFORM 1060-ADD-SHARE-TO-CENTRE
           END-IF.

      * ----------------------------------------------------------
      * Each smaller share's net pay is its gross less its tax
      * and pension, so clearing empties in that cost centre; the
      * largest share is added last and takes the line's net pay
      * less what the others took, so the shares add back to the
      * line exactly.
      * ----------------------------------------------------------
         1050-POST-ONE-SHARE.
           IF WS-SHARE-SUB NOT = CS-LARGEST-SHARE
             COMPUTE WS-SHARE-NETPAY = CS-SH-AMOUNT (WS-SHARE-SUB, 1)
                 - CS-SH-AMOUNT (WS-SHARE-SUB, 2)
                 - CS-SH-AMOUNT (WS-SHARE-SUB, 3)
             ADD WS-SHARE-NETPAY TO WS-NETPAY-SPREAD
             PERFORM 1060-ADD-SHARE-TO-CENTRE
           END-IF.

         1060-ADD-SHARE-TO-CENTRE.
           MOVE CS-SH-CENTRE (WS-SHARE-SUB) TO WS-LOOKUP-DEPARTMENT
           PERFORM 1100-FIND-DEPARTMENT
           IF WS-FOUND-SUB > ZERO
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 1)
                 TO WS-DP-GROSS (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 2)
                 TO WS-DP-TAX (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 3)
                 TO WS-DP-PENSION (WS-FOUND-SUB)
             ADD WS-SHARE-NETPAY TO WS-DP-NETPAY (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 4)
                 TO WS-DP-ER-PENSION (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 5)
                 TO WS-DP-ER-LEVY (WS-FOUND-SUB)
           END-IF.

         1100-FIND-DEPARTMENT.
             IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-DEPARTMENT TO WS-DP-NAME (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-GROSS (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-TAX (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-PENSION (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-NETPAY (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-GARNISH (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-ER-PENSION (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-ER-LEVY (WS-FOUND-SUB)
             ELSE
               DISPLAY "glpost: DEPARTMENT TABLE FULL - "
                   WS-LOOKUP-DEPARTMENT " NOT POSTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         1150-MATCH-ONE-DEPARTMENT.
           IF WS-DP-NAME (WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
             MOVE WS-DEPT-SUB TO WS-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * Every register line for the pay date and frequency
      * counts - a failed run's deductions and their BKO
      * reversals net to nothing, exactly as its ledger lines and
      * their backouts do.  A deduction is spread over the cost
      * centres like the employee's net pay it came out of.
      * ----------------------------------------------------------
         1500-TOTAL-GARNISHMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNISHMENT-HISTORY-FILE
           IF WS-GARNHIST-STATUS = "00"
             PERFORM 1550-TOTAL-ONE-DEDUCTION
                 UNTIL WS-EOF = "Y"
             CLOSE GARNISHMENT-HISTORY-FILE
           END-IF.

         1550-TOTAL-ONE-DEDUCTION.
           READ GARNISHMENT-HISTORY-FILE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF GH-FREQUENCY = "W"
                 MOVE "W" TO WS-LINE-FREQUENCY
               ELSE
                 MOVE "M" TO WS-LINE-FREQUENCY
               END-IF
               IF GH-PAY-DATE IS NUMERIC
                AND GH-PAY-DATE = WS-RUN-DATE
                AND GH-AMOUNT IS NUMERIC
                AND WS-LINE-FREQUENCY = WS-RUN-FREQUENCY
                 MOVE GH-EMP-ID TO CS-EMP-ID
                 MOVE WS-RUN-DATE TO CS-AMOUNT-DATE
                 MOVE GH-DEPARTMENT TO CS-HOME-DEPARTMENT
                 MOVE 1 TO CS-AMOUNT-COUNT
                 MOVE GH-AMOUNT TO CS-AMOUNT (1)
                 CALL "ccsplit" USING COST-SPLIT-AREA
                 PERFORM 1560-ADD-ONE-DEDUCTION-SHARE
                     VARYING WS-SHARE-SUB FROM 1 BY 1
                     UNTIL WS-SHARE-SUB > CS-SHARE-COUNT
               END-IF
           END-READ.

         1560-ADD-ONE-DEDUCTION-SHARE.
           MOVE CS-SH-CENTRE (WS-SHARE-SUB) TO WS-LOOKUP-DEPARTMENT
           PERFORM 1100-FIND-DEPARTMENT
           IF WS-FOUND-SUB > ZERO
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 1)
                 TO WS-DP-GARNISH (WS-FOUND-SUB)
           END-IF.

      * ----------------------------------------------------------
      * Each department posts as four self-balancing pairs through
      * the payroll clearing account: the gross cost lands on the
      * the three liability accounts.  Gross equals tax plus
      * pension plus net pay by construction, so clearing nets to
      * zero per department and the file balances in total.
      * Court-ordered deductions come out of the net pay pair
      * into a fifth pair to GARNISHMENTS PAYABLE, written only
      * for a department that had any.  The employer pension
      * match and levy are a cost on top of gross and do not pass
      * through clearing: each is its own expense against payable
      * pair, written only where there is an amount.  A
      * "department" here is a cost centre where an allocation
      * applies.
      * ----------------------------------------------------------
         2000-WRITE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE
           ELSE
             MOVE WS-RUN-DATE TO WS-HD-DATE
             MOVE WS-RUN-ID TO WS-HD-RUN-ID
             MOVE WS-RUN-FREQUENCY TO WS-HD-FREQUENCY
             MOVE WS-HEADER-LINE TO POSTING-RECORD
             WRITE POSTING-RECORD
             PERFORM 2100-POST-ONE-DEPARTMENT
           MOVE "PENSION WITHHELD PAYABLE" TO WS-PL-ACCOUNT
           MOVE "CR" TO WS-PL-DRCR
           PERFORM 2200-WRITE-ONE-POSTING
           COMPUTE WS-PAIR-AMOUNT = WS-DP-NETPAY (WS-DEPT-SUB)
               - WS-DP-GARNISH (WS-DEPT-SUB)
           MOVE "PAYROLL CLEARING" TO WS-PL-ACCOUNT
           MOVE "DR" TO WS-PL-DRCR
           PERFORM 2200-WRITE-ONE-POSTING
           MOVE "NET PAY PAYABLE" TO WS-PL-ACCOUNT
           MOVE "CR" TO WS-PL-DRCR
           PERFORM 2200-WRITE-ONE-POSTING
           IF WS-DP-GARNISH (WS-DEPT-SUB) NOT = ZERO
             MOVE WS-DP-GARNISH (WS-DEPT-SUB) TO WS-PAIR-AMOUNT
             MOVE "PAYROLL CLEARING" TO WS-PL-ACCOUNT
             MOVE "DR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
             MOVE "GARNISHMENTS PAYABLE" TO WS-PL-ACCOUNT
             MOVE "CR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
           END-IF
           IF WS-DP-ER-PENSION (WS-DEPT-SUB) NOT = ZERO
             MOVE WS-DP-ER-PENSION (WS-DEPT-SUB) TO WS-PAIR-AMOUNT
             MOVE "EMPLOYER PENSION EXPENSE" TO WS-PL-ACCOUNT
             MOVE "DR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
             MOVE "EMPLOYER PENSION PAYABLE" TO WS-PL-ACCOUNT
             MOVE "CR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
           END-IF
           IF WS-DP-ER-LEVY (WS-DEPT-SUB) NOT = ZERO
             MOVE WS-DP-ER-LEVY (WS-DEPT-SUB) TO WS-PAIR-AMOUNT
             MOVE "EMPLOYER LEVY EXPENSE" TO WS-PL-ACCOUNT
             MOVE "DR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
             MOVE "EMPLOYER LEVY PAYABLE" TO WS-PL-ACCOUNT
             MOVE "CR" TO WS-PL-DRCR
             PERFORM 2200-WRITE-ONE-POSTING
           END-IF.

         2200-WRITE-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT

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
