       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccsplit.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 14th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-14  BK  First version.  Cost-centre split of an
      *                 employee's amounts, CALLed by glpost and
      *                 costrpt so the general ledger and the cost
      *                 report spread a shared employee the same
      *                 way to the cent.  CCALLOC.TXT is read once
      *                 on the first CALL, like the bracket sets in
      *                 t_calc; every allocation (the lines of one
      *                 employee with one effective date) is
      *                 checked to add up to 100.00 and one that
      *                 does not is reported on the console here
      *                 and never applied.  Per CALL the allocation
      *                 in force on the given date - the latest
      *                 effective date on or before it, not yet
      *                 ended - spreads each amount by percentage,
      *                 rounded to the cent, and whatever the
      *                 rounding leaves over goes to the largest
      *                 share (the first one keyed, between equal
      *                 shares), so the shares always add back to
      *                 the amount exactly.  No file, or nothing in
      *                 force, returns each amount whole under the
      *                 home department.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "CCALLOC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOCATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ALLOCATION-FILE.
         COPY CCALLOC.

       WORKING-STORAGE SECTION.
         01 WS-ALLOCATION-STATUS PIC X(02).
         01 WS-ALLOCATION-EOF PIC X(01).
         01 WS-ALLOCATION-LOADED PIC X(01) VALUE "N".
           88 ALLOCATIONS-ARE-LOADED VALUE "Y".
         01 WS-ALLOCATION-TABLE.
           05 WS-AL-COUNT PIC 9(04) VALUE ZERO.
           05 WS-AL-ENTRY OCCURS 2000 TIMES.
             10 WS-AL-EMP-ID PIC X(10).
             10 WS-AL-FROM-DATE PIC 9(08).
             10 WS-AL-TO-DATE PIC 9(08).
             10 WS-AL-CENTRE PIC X(20).
             10 WS-AL-PERCENT PIC 9(03)V99.
             10 WS-AL-VALID PIC X(01).
         01 WS-AL-SUB PIC 9(04).
         01 WS-GROUP-SUB PIC 9(04).
         01 WS-GROUP-TOTAL PIC 9(05)V99.
         01 WS-GROUP-LINES PIC 9(04).
         01 WS-GROUP-FIRST PIC X(01).
         01 WS-BEST-FROM-DATE PIC 9(08).
         01 WS-BEST-FOUND PIC X(01).
         01 WS-SHARE-SUB PIC 9(02).
         01 WS-AMOUNT-SUB PIC 9(01).
         01 WS-SPREAD-TOTAL PIC S9(13)V99.
         01 WS-LARGEST-PERCENT PIC 9(03)V99.

       LINKAGE SECTION.
         COPY CCSPLIT.

       PROCEDURE DIVISION USING COST-SPLIT-AREA.
         0000-MAINLINE.
           IF NOT ALLOCATIONS-ARE-LOADED
             PERFORM 1000-LOAD-ALLOCATIONS
           END-IF
           MOVE "0" TO CS-STATUS
           MOVE ZERO TO CS-SHARE-COUNT
           PERFORM 2000-FIND-ALLOCATION
           IF CS-SHARE-COUNT = ZERO
            OR CS-ALLOCATION-INVALID
             MOVE 1 TO CS-SHARE-COUNT
             MOVE CS-HOME-DEPARTMENT TO CS-SH-CENTRE (1)
             MOVE 100 TO CS-SH-PERCENT (1)
           END-IF
           PERFORM 3000-FIND-LARGEST-SHARE
           PERFORM 3100-SPREAD-ONE-AMOUNT
               VARYING WS-AMOUNT-SUB FROM 1 BY 1
               UNTIL WS-AMOUNT-SUB > CS-AMOUNT-COUNT
           GOBACK.

         1000-LOAD-ALLOCATIONS.
           MOVE "N" TO WS-ALLOCATION-EOF
           MOVE ZERO TO WS-AL-COUNT
           OPEN INPUT ALLOCATION-FILE
           IF WS-ALLOCATION-STATUS = "00"
             PERFORM 1100-LOAD-ONE-ALLOCATION
                 UNTIL WS-ALLOCATION-EOF = "Y"
             CLOSE ALLOCATION-FILE
           END-IF
           PERFORM 1200-CHECK-ONE-ALLOCATION
               VARYING WS-AL-SUB FROM 1 BY 1
               UNTIL WS-AL-SUB > WS-AL-COUNT
           SET ALLOCATIONS-ARE-LOADED TO TRUE.

      * ----------------------------------------------------------
      * A line whose dates or percentage are not numeric is left
      * out, and so the allocation it belonged to no longer adds
      * up to 100 and is refused as a whole - better than
      * spreading pay over what is left of it.
      * ----------------------------------------------------------
         1100-LOAD-ONE-ALLOCATION.
           READ ALLOCATION-FILE
             AT END
               MOVE "Y" TO WS-ALLOCATION-EOF
             NOT AT END
               IF CA-FROM-DATE IS NUMERIC
                AND CA-TO-DATE IS NUMERIC
                AND CA-PERCENT IS NUMERIC
                AND CA-EMP-ID NOT = SPACES
                 IF WS-AL-COUNT < 2000
                   ADD 1 TO WS-AL-COUNT
                   MOVE CA-EMP-ID TO WS-AL-EMP-ID (WS-AL-COUNT)
                   MOVE CA-FROM-DATE TO WS-AL-FROM-DATE (WS-AL-COUNT)
                   MOVE CA-TO-DATE TO WS-AL-TO-DATE (WS-AL-COUNT)
                   MOVE CA-COST-CENTRE TO WS-AL-CENTRE (WS-AL-COUNT)
                   MOVE CA-PERCENT TO WS-AL-PERCENT (WS-AL-COUNT)
                   MOVE "Y" TO WS-AL-VALID (WS-AL-COUNT)
                 ELSE
                   DISPLAY "ccsplit: ALLOCATION TABLE FULL - "
                       CA-EMP-ID " " CA-COST-CENTRE " NOT LOADED"
                 END-IF
               ELSE
                 DISPLAY "ccsplit: INVALID CCALLOC.TXT LINE FOR "
                     CA-EMP-ID " SKIPPED"
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * Each line totals the allocation it belongs to; only the
      * first line of an allocation reports it, so an allocation
      * that is out is named once on the console.
      * ----------------------------------------------------------
         1200-CHECK-ONE-ALLOCATION.
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE ZERO TO WS-GROUP-LINES
           MOVE "Y" TO WS-GROUP-FIRST
           PERFORM 1250-ADD-ONE-GROUP-LINE
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-AL-COUNT
           IF WS-GROUP-TOTAL NOT = 100
            OR WS-GROUP-LINES > 10
             MOVE "N" TO WS-AL-VALID (WS-AL-SUB)
             IF WS-GROUP-FIRST = "Y"
               DISPLAY "ccsplit: ALLOCATION FOR "
                   WS-AL-EMP-ID (WS-AL-SUB) " FROM "
                   WS-AL-FROM-DATE (WS-AL-SUB) " TOTALS "
                   WS-GROUP-TOTAL " PERCENT IN "
                   WS-GROUP-LINES " LINES - NOT APPLIED"
             END-IF
           END-IF.

         1250-ADD-ONE-GROUP-LINE.
           IF WS-AL-EMP-ID (WS-GROUP-SUB) = WS-AL-EMP-ID (WS-AL-SUB)
            AND WS-AL-FROM-DATE (WS-GROUP-SUB)
                = WS-AL-FROM-DATE (WS-AL-SUB)
             ADD WS-AL-PERCENT (WS-GROUP-SUB) TO WS-GROUP-TOTAL
             ADD 1 TO WS-GROUP-LINES
             IF WS-GROUP-SUB < WS-AL-SUB
               MOVE "N" TO WS-GROUP-FIRST
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * Two passes over the table: the first finds the latest
      * effective date in force for the employee on the date of
      * the amounts, the second collects that allocation's lines
      * as the shares.
      * ----------------------------------------------------------
         2000-FIND-ALLOCATION.
           MOVE ZERO TO WS-BEST-FROM-DATE
           MOVE "N" TO WS-BEST-FOUND
           PERFORM 2100-JUDGE-ONE-LINE
               VARYING WS-AL-SUB FROM 1 BY 1
               UNTIL WS-AL-SUB > WS-AL-COUNT
           IF WS-BEST-FOUND = "Y"
             MOVE "1" TO CS-STATUS
             PERFORM 2200-TAKE-ONE-SHARE
                 VARYING WS-AL-SUB FROM 1 BY 1
                 UNTIL WS-AL-SUB > WS-AL-COUNT
                    OR CS-ALLOCATION-INVALID
           END-IF.

         2100-JUDGE-ONE-LINE.
           IF WS-AL-EMP-ID (WS-AL-SUB) = CS-EMP-ID
            AND WS-AL-FROM-DATE (WS-AL-SUB) <= CS-AMOUNT-DATE
            AND (WS-AL-TO-DATE (WS-AL-SUB) = ZERO
                 OR WS-AL-TO-DATE (WS-AL-SUB) >= CS-AMOUNT-DATE)
            AND (WS-BEST-FOUND = "N"
                 OR WS-AL-FROM-DATE (WS-AL-SUB) > WS-BEST-FROM-DATE)
             MOVE WS-AL-FROM-DATE (WS-AL-SUB) TO WS-BEST-FROM-DATE
             MOVE "Y" TO WS-BEST-FOUND
           END-IF.

         2200-TAKE-ONE-SHARE.
           IF WS-AL-EMP-ID (WS-AL-SUB) = CS-EMP-ID
            AND WS-AL-FROM-DATE (WS-AL-SUB) = WS-BEST-FROM-DATE
            AND (WS-AL-TO-DATE (WS-AL-SUB) = ZERO
                 OR WS-AL-TO-DATE (WS-AL-SUB) >= CS-AMOUNT-DATE)
             IF WS-AL-VALID (WS-AL-SUB) = "Y"
              AND CS-SHARE-COUNT < 10
               ADD 1 TO CS-SHARE-COUNT
               MOVE WS-AL-CENTRE (WS-AL-SUB)
                   TO CS-SH-CENTRE (CS-SHARE-COUNT)
               MOVE WS-AL-PERCENT (WS-AL-SUB)
                   TO CS-SH-PERCENT (CS-SHARE-COUNT)
             ELSE
               MOVE "9" TO CS-STATUS
             END-IF
           END-IF.

         3000-FIND-LARGEST-SHARE.
           MOVE 1 TO CS-LARGEST-SHARE
           MOVE CS-SH-PERCENT (1) TO WS-LARGEST-PERCENT
           PERFORM 3050-JUDGE-ONE-SHARE
               VARYING WS-SHARE-SUB FROM 2 BY 1
               UNTIL WS-SHARE-SUB > CS-SHARE-COUNT.

         3050-JUDGE-ONE-SHARE.
           IF CS-SH-PERCENT (WS-SHARE-SUB) > WS-LARGEST-PERCENT
             MOVE WS-SHARE-SUB TO CS-LARGEST-SHARE
             MOVE CS-SH-PERCENT (WS-SHARE-SUB) TO WS-LARGEST-PERCENT
           END-IF.

      * ----------------------------------------------------------
      * Every share but the largest is rounded on its own; the
      * largest takes the amount less all of those, which is
      * where the rounding difference ends up.
      * ----------------------------------------------------------
         3100-SPREAD-ONE-AMOUNT.
           MOVE ZERO TO WS-SPREAD-TOTAL
           PERFORM 3150-SPREAD-ONE-SHARE
               VARYING WS-SHARE-SUB FROM 1 BY 1
               UNTIL WS-SHARE-SUB > CS-SHARE-COUNT
           COMPUTE CS-SH-AMOUNT (CS-LARGEST-SHARE, WS-AMOUNT-SUB) =
               CS-AMOUNT (WS-AMOUNT-SUB) - WS-SPREAD-TOTAL.

         3150-SPREAD-ONE-SHARE.
           IF WS-SHARE-SUB NOT = CS-LARGEST-SHARE
             COMPUTE CS-SH-AMOUNT (WS-SHARE-SUB, WS-AMOUNT-SUB)
                 ROUNDED = CS-AMOUNT (WS-AMOUNT-SUB)
                 * CS-SH-PERCENT (WS-SHARE-SUB) / 100
             ADD CS-SH-AMOUNT (WS-SHARE-SUB, WS-AMOUNT-SUB)
                 TO WS-SPREAD-TOTAL
           END-IF.
