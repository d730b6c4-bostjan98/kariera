      *                 Without this a night containing
      *                 adjustments fragmented into several
      *                 partial "TOTAL RUN" blocks for one run.
      * 2026-09-14  BK  Cost-centre split.  Gross, pension match
      *                 and levy of every line are spread by
      *                 ccsplit over the employee's CCALLOC.TXT
      *                 allocation in force on the line's date,
      *                 exactly as glpost posts them, and reported
      *                 per cost centre.  An employee is counted as
      *                 staff once, under the largest share, so the
      *                 run's staff total is still a head count.
      *                 An allocation that does not add up to 100
      *                 is reported under the department and sets
      *                 return code 8.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
         01 WS-LINE-GROSS PIC S9(11)V99.
         01 WS-LINE-ER-PENSION PIC S9(11)V99.
         01 WS-LINE-ER-LEVY PIC S9(11)V99.
         COPY CCSPLIT.
         01 WS-SHARE-SUB PIC 9(02).
         01 WS-LOOKUP-DEPARTMENT PIC X(20).
         01 WS-INVALID-SPLIT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-DEPT-COST PIC S9(13)V99.
         01 WS-RUN-EMPLOYEES PIC 9(06).
         01 WS-RUN-GROSS PIC S9(13)V99.
               IF WS-GROUP-OPEN = "Y"
                 PERFORM 3000-PRINT-RUN-GROUP
               END-IF
               IF WS-INVALID-SPLIT-COUNT > ZERO
                 DISPLAY "costrpt: " WS-INVALID-SPLIT-COUNT
                     " LINES REPORTED UNDER THE DEPARTMENT - "
                     "COST-CENTRE ALLOCATION DOES NOT ADD UP TO 100"
                 MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE LEDGER-FILE
               CLOSE REPORT-FILE
             END-IF
             COMPUTE WS-LINE-ER-LEVY =
                 FUNCTION NUMVAL-C (WS-LG-ER-LEVY)
           END-IF
           MOVE WS-LG-EMP-ID TO CS-EMP-ID
           MOVE WS-RECORD-DATE TO CS-AMOUNT-DATE
           MOVE WS-LG-DEPARTMENT TO CS-HOME-DEPARTMENT
           MOVE 3 TO CS-AMOUNT-COUNT
           MOVE WS-LINE-GROSS TO CS-AMOUNT (1)
           MOVE WS-LINE-ER-PENSION TO CS-AMOUNT (2)
           MOVE WS-LINE-ER-LEVY TO CS-AMOUNT (3)
           CALL "ccsplit" USING COST-SPLIT-AREA
           IF CS-ALLOCATION-INVALID
             ADD 1 TO WS-INVALID-SPLIT-COUNT
           END-IF
           PERFORM 2150-ACCUMULATE-ONE-SHARE
               VARYING WS-SHARE-SUB FROM 1 BY 1
               UNTIL WS-SHARE-SUB > CS-SHARE-COUNT.

         2150-ACCUMULATE-ONE-SHARE.
           MOVE CS-SH-CENTRE (WS-SHARE-SUB) TO WS-LOOKUP-DEPARTMENT
           PERFORM 2200-FIND-DEPARTMENT
           IF WS-FOUND-SUB > ZERO
             IF WS-SHARE-SUB = CS-LARGEST-SHARE
               ADD 1 TO WS-DP-EMPLOYEES (WS-FOUND-SUB)
             END-IF
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 1)
                 TO WS-DP-GROSS (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 2)
                 TO WS-DP-ER-PENSION (WS-FOUND-SUB)
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, 3)
                 TO WS-DP-ER-LEVY (WS-FOUND-SUB)
           END-IF.

         2200-FIND-DEPARTMENT.
             IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-DEPARTMENT
                   TO WS-DP-NAME (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-EMPLOYEES (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-GROSS (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-ER-PENSION (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-ER-LEVY (WS-FOUND-SUB)
             ELSE
               DISPLAY "costrpt: DEPARTMENT TABLE FULL - "
                   WS-LOOKUP-DEPARTMENT " NOT REPORTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         2250-MATCH-ONE-DEPARTMENT.
           IF WS-DP-NAME (WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
             MOVE WS-DEPT-SUB TO WS-FOUND-SUB
           END-IF.

