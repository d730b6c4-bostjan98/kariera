       IDENTIFICATION DIVISION.
       PROGRAM-ID. movrpt.
       AUTHOR. Bostjan Karlic.
       DATE-WRITTEN. September 20th 2026.

      * ----------------------------------------------------------
      * Modification history
      * 2026-09-20  BK  First version.  Workforce movements and
      *                 headcount report over the EMPHIST.TXT change
      *                 history for the from/to period in
      *                 MOVRPT.PRM.  Every before/after pair dated in
      *                 the period is classed as a joiner, leaver,
      *                 reactivation or department transfer and
      *                 listed; MOVRPT.TXT then rolls headcount
      *                 forward per department - opening, plus
      *                 joiners, reactivations and transfers in,
      *                 less leavers and transfers out, is closing -
      *                 and checks the closing figure, carried
      *                 forward over any changes made since the
      *                 period, against the active records on
      *                 EMPMAST.DAT.  A department that does not
      *                 agree is flagged and sets return code 8.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "MOVRPT.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MOVRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD HISTORY-FILE.
         01 HISTORY-RECORD PIC X(240).

         FD EMPMAST-FILE.
         COPY EMPMAST.

         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
           05 PM-FROM-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 PM-TO-DATE PIC 9(08).

         FD REPORT-FILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-HISTORY-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS PIC X(02).
         01 WS-PARAMETER-STATUS PIC X(02).
         01 WS-REPORT-STATUS PIC X(02).
         01 WS-EOF PIC X(01) VALUE "N".
         01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-TO-DATE PIC 9(08) VALUE 99999999.
         COPY EMPHIST.
         01 WS-CHANGE-DATE PIC 9(08).
         01 WS-BEFORE-SEEN PIC X(01) VALUE "N".
         01 WS-BEFORE-IMAGE.
           05 WS-BI-EMP-ID PIC X(10).
           05 WS-BI-NAME PIC X(30).
           05 WS-BI-DEPARTMENT PIC X(20).
           05 WS-BI-HIRE-DATE PIC X(08).
           05 WS-BI-ACTIVE-FLAG PIC X(01).
             88 WS-BI-IS-ACTIVE VALUE "A".
           05 FILLER PIC X(120).
         01 WS-AFTER-IMAGE.
           05 WS-AI-EMP-ID PIC X(10).
           05 WS-AI-NAME PIC X(30).
           05 WS-AI-DEPARTMENT PIC X(20).
           05 WS-AI-HIRE-DATE PIC X(08).
           05 WS-AI-ACTIVE-FLAG PIC X(01).
             88 WS-AI-IS-ACTIVE VALUE "A".
           05 FILLER PIC X(120).
      * ----------------------------------------------------------
      * One entry per employee seen on the master or the history:
      * where the employee stood on the day before the period
      * opened, and where EMPMAST.DAT has them now.
      * ----------------------------------------------------------
         01 WS-EMP-TABLE.
           05 WS-EMP-COUNT PIC 9(05) VALUE ZERO.
           05 WS-EMP OCCURS 5000 TIMES.
             10 WS-EP-EMP-ID PIC X(10).
             10 WS-EP-OPENING-KNOWN PIC X(01).
             10 WS-EP-OPENING-ACTIVE PIC X(01).
             10 WS-EP-OPENING-DEPT PIC X(20).
             10 WS-EP-ON-MASTER PIC X(01).
             10 WS-EP-MASTER-ACTIVE PIC X(01).
             10 WS-EP-MASTER-DEPT PIC X(20).
         01 WS-EMP-SUB PIC 9(05).
         01 WS-EMP-FOUND PIC 9(05).
         01 WS-LOOKUP-EMP-ID PIC X(10).
         01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
           05 WS-DEPT OCCURS 100 TIMES.
             10 WS-DP-NAME PIC X(20).
             10 WS-DP-OPENING PIC 9(06).
             10 WS-DP-JOINERS PIC 9(06).
             10 WS-DP-REACTIVATED PIC 9(06).
             10 WS-DP-TRANSFERS-IN PIC 9(06).
             10 WS-DP-LEAVERS PIC 9(06).
             10 WS-DP-TRANSFERS-OUT PIC 9(06).
             10 WS-DP-CLOSING PIC S9(06).
             10 WS-DP-LATER PIC S9(06).
             10 WS-DP-ON-MASTER PIC 9(06).
             10 WS-DP-DIFFERENCE PIC S9(06).
         01 WS-DEPT-SUB PIC 9(03).
         01 WS-FOUND-SUB PIC 9(03).
         01 WS-LOOKUP-DEPARTMENT PIC X(20).
         01 WS-MOVEMENT-COUNT PIC 9(06) VALUE ZERO.
         01 WS-MISMATCH-COUNT PIC 9(03) VALUE ZERO.
         01 WS-TOTALS.
           05 WS-TT-OPENING PIC 9(06).
           05 WS-TT-JOINERS PIC 9(06).
           05 WS-TT-REACTIVATED PIC 9(06).
           05 WS-TT-TRANSFERS-IN PIC 9(06).
           05 WS-TT-LEAVERS PIC 9(06).
           05 WS-TT-TRANSFERS-OUT PIC 9(06).
           05 WS-TT-CLOSING PIC S9(06).
           05 WS-TT-LATER PIC S9(06).
           05 WS-TT-ON-MASTER PIC 9(06).
           05 WS-TT-DIFFERENCE PIC S9(06).
         01 WS-TITLE-LINE.
           05 FILLER PIC X(34)
               VALUE "WORKFORCE MOVEMENTS AND HEADCOUNT ".
           05 FILLER PIC X(05) VALUE "FROM ".
           05 WS-TI-FROM-DATE PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 WS-TI-TO-DATE PIC 9(08).
         01 WS-MOVEMENT-HEADING.
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EMP ID    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "MOVEMENT    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FROM DEPARTMENT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TO DEPARTMENT".
         01 WS-MOVEMENT-LINE.
           05 WS-MV-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MV-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MV-NAME PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MV-TYPE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MV-FROM-DEPT PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MV-TO-DEPT PIC X(20).
         01 WS-COLUMN-HEADING.
           05 FILLER PIC X(20) VALUE "DEPARTMENT          ".
           05 FILLER PIC X(09) VALUE "  OPENING".
           05 FILLER PIC X(09) VALUE "  JOINERS".
           05 FILLER PIC X(09) VALUE "  REACTIV".
           05 FILLER PIC X(09) VALUE "  XFER IN".
           05 FILLER PIC X(09) VALUE "  LEAVERS".
           05 FILLER PIC X(09) VALUE " XFER OUT".
           05 FILLER PIC X(10) VALUE "   CLOSING".
           05 FILLER PIC X(09) VALUE "    SINCE".
           05 FILLER PIC X(09) VALUE "   MASTER".
           05 FILLER PIC X(10) VALUE "      DIFF".
         01 WS-DETAIL-LINE.
           05 WS-DT-DEPARTMENT PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-OPENING PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-JOINERS PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-REACTIVATED PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-TRANSFERS-IN PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-LEAVERS PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-TRANSFERS-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-CLOSING PIC ZZZ,ZZ9-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DT-LATER PIC ZZZ,ZZ9-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-ON-MASTER PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DT-DIFFERENCE PIC ZZZ,ZZ9-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DT-FLAG PIC X(12).

       PROCEDURE DIVISION.
         0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-PARAMETERS
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
             DISPLAY "movrpt: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                 WS-EMPMAST-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM 1500-LOAD-ONE-EMPLOYEE
                 UNTIL WS-EOF = "Y"
             CLOSE EMPMAST-FILE
             OPEN INPUT HISTORY-FILE
             IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "movrpt: EMPHIST.TXT NOT AVAILABLE, STATUS = "
                   WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                 DISPLAY "movrpt: MOVRPT.TXT NOT AVAILABLE, "
                     "STATUS = " WS-REPORT-STATUS
                 MOVE 4 TO RETURN-CODE
                 CLOSE HISTORY-FILE
               ELSE
                 MOVE WS-FROM-DATE TO WS-TI-FROM-DATE
                 MOVE WS-TO-DATE TO WS-TI-TO-DATE
                 MOVE WS-TITLE-LINE TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 MOVE SPACES TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 MOVE WS-MOVEMENT-HEADING TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 MOVE "N" TO WS-EOF
                 PERFORM 2000-READ-HISTORY-LINE
                     UNTIL WS-EOF = "Y"
                 CLOSE HISTORY-FILE
                 PERFORM 3000-COUNT-HEADCOUNT
                     VARYING WS-EMP-SUB FROM 1 BY 1
                     UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 PERFORM 4000-PRINT-ROLL-FORWARD
                 CLOSE REPORT-FILE
                 IF WS-MISMATCH-COUNT > ZERO
                   DISPLAY "movrpt: " WS-MISMATCH-COUNT
                       " DEPARTMENTS DO NOT AGREE WITH EMPMAST.DAT"
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             END-IF
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

         1500-LOAD-ONE-EMPLOYEE.
           READ EMPMAST-FILE NEXT
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE EM-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM 2500-FIND-EMPLOYEE
               IF WS-EMP-FOUND > ZERO
                 MOVE "Y" TO WS-EP-ON-MASTER (WS-EMP-FOUND)
                 MOVE EM-ACTIVE-FLAG
                     TO WS-EP-MASTER-ACTIVE (WS-EMP-FOUND)
                 MOVE EM-DEPARTMENT
                     TO WS-EP-MASTER-DEPT (WS-EMP-FOUND)
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * EMPHIST.TXT is written in the order changes were applied,
      * two lines a change: the BEFORE image, then the AFTER.
      * ----------------------------------------------------------
         2000-READ-HISTORY-LINE.
           READ HISTORY-FILE INTO WS-HISTORY-LINE
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-HX-PHASE = "BEFORE"
                 MOVE WS-HX-IMAGE TO WS-BEFORE-IMAGE
                 MOVE "Y" TO WS-BEFORE-SEEN
               ELSE
                 IF WS-HX-PHASE = "AFTER " AND WS-BEFORE-SEEN = "Y"
                  AND WS-HX-DATE IS NUMERIC
                   MOVE WS-HX-IMAGE TO WS-AFTER-IMAGE
                   MOVE WS-HX-DATE TO WS-CHANGE-DATE
                   PERFORM 2100-PROCESS-ONE-CHANGE
                 END-IF
                 MOVE "N" TO WS-BEFORE-SEEN
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * The opening position of an employee is the AFTER image of
      * their last change before the period or, failing that, the
      * BEFORE image of their first change in or after it; an
      * employee with no history at all has stood as EMPMAST.DAT
      * shows them throughout.  Changes after the period are kept
      * per department so the closing figure can be carried to
      * today for the check against the master.
      * ----------------------------------------------------------
         2100-PROCESS-ONE-CHANGE.
           MOVE WS-HX-EMP-ID TO WS-LOOKUP-EMP-ID
           PERFORM 2500-FIND-EMPLOYEE
           IF WS-EMP-FOUND > ZERO
             IF WS-CHANGE-DATE < WS-FROM-DATE
               MOVE "Y" TO WS-EP-OPENING-KNOWN (WS-EMP-FOUND)
               MOVE WS-AI-ACTIVE-FLAG
                   TO WS-EP-OPENING-ACTIVE (WS-EMP-FOUND)
               MOVE WS-AI-DEPARTMENT
                   TO WS-EP-OPENING-DEPT (WS-EMP-FOUND)
             ELSE
               IF WS-EP-OPENING-KNOWN (WS-EMP-FOUND) = "N"
                 MOVE "Y" TO WS-EP-OPENING-KNOWN (WS-EMP-FOUND)
                 MOVE WS-BI-ACTIVE-FLAG
                     TO WS-EP-OPENING-ACTIVE (WS-EMP-FOUND)
                 MOVE WS-BI-DEPARTMENT
                     TO WS-EP-OPENING-DEPT (WS-EMP-FOUND)
               END-IF
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN WS-CHANGE-DATE < WS-FROM-DATE
               CONTINUE
             WHEN WS-CHANGE-DATE > WS-TO-DATE
               PERFORM 2300-NOTE-LATER-CHANGE
             WHEN OTHER
               PERFORM 2200-CLASSIFY-MOVEMENT
           END-EVALUATE.

         2200-CLASSIFY-MOVEMENT.
           MOVE SPACES TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-FROM-DEPT
           MOVE SPACES TO WS-MV-TO-DEPT
           EVALUATE TRUE
             WHEN NOT WS-BI-IS-ACTIVE AND WS-AI-IS-ACTIVE
               MOVE WS-AI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM 2600-FIND-DEPARTMENT
               MOVE WS-AI-DEPARTMENT TO WS-MV-TO-DEPT
               IF WS-BI-EMP-ID = SPACES
                 MOVE "JOINER" TO WS-MV-TYPE
                 IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-DP-JOINERS (WS-FOUND-SUB)
                 END-IF
               ELSE
                 MOVE "REACTIVATED" TO WS-MV-TYPE
                 IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-DP-REACTIVATED (WS-FOUND-SUB)
                 END-IF
               END-IF
             WHEN WS-BI-IS-ACTIVE AND NOT WS-AI-IS-ACTIVE
               MOVE WS-BI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM 2600-FIND-DEPARTMENT
               MOVE "LEAVER" TO WS-MV-TYPE
               MOVE WS-BI-DEPARTMENT TO WS-MV-FROM-DEPT
               IF WS-FOUND-SUB > ZERO
                 ADD 1 TO WS-DP-LEAVERS (WS-FOUND-SUB)
               END-IF
             WHEN WS-BI-IS-ACTIVE AND WS-AI-IS-ACTIVE
              AND WS-BI-DEPARTMENT NOT = WS-AI-DEPARTMENT
               MOVE "TRANSFER" TO WS-MV-TYPE
               MOVE WS-BI-DEPARTMENT TO WS-MV-FROM-DEPT
               MOVE WS-AI-DEPARTMENT TO WS-MV-TO-DEPT
               MOVE WS-BI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM 2600-FIND-DEPARTMENT
               IF WS-FOUND-SUB > ZERO
                 ADD 1 TO WS-DP-TRANSFERS-OUT (WS-FOUND-SUB)
               END-IF
               MOVE WS-AI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM 2600-FIND-DEPARTMENT
               IF WS-FOUND-SUB > ZERO
                 ADD 1 TO WS-DP-TRANSFERS-IN (WS-FOUND-SUB)
               END-IF
           END-EVALUATE
           IF WS-MV-TYPE NOT = SPACES
             ADD 1 TO WS-MOVEMENT-COUNT
             MOVE WS-CHANGE-DATE TO WS-MV-DATE
             MOVE WS-HX-EMP-ID TO WS-MV-EMP-ID
             IF WS-AI-NAME NOT = SPACES
               MOVE WS-AI-NAME TO WS-MV-NAME
             ELSE
               MOVE WS-BI-NAME TO WS-MV-NAME
             END-IF
             MOVE WS-MOVEMENT-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF.

         2300-NOTE-LATER-CHANGE.
           IF WS-BI-IS-ACTIVE
             MOVE WS-BI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
             PERFORM 2600-FIND-DEPARTMENT
             IF WS-FOUND-SUB > ZERO
               SUBTRACT 1 FROM WS-DP-LATER (WS-FOUND-SUB)
             END-IF
           END-IF
           IF WS-AI-IS-ACTIVE
             MOVE WS-AI-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
             PERFORM 2600-FIND-DEPARTMENT
             IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-DP-LATER (WS-FOUND-SUB)
             END-IF
           END-IF.

         2500-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM 2550-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                  OR WS-EMP-FOUND > ZERO
           IF WS-EMP-FOUND = ZERO
             IF WS-EMP-COUNT < 5000
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND
               MOVE WS-LOOKUP-EMP-ID TO WS-EP-EMP-ID (WS-EMP-FOUND)
               MOVE "N" TO WS-EP-OPENING-KNOWN (WS-EMP-FOUND)
               MOVE SPACE TO WS-EP-OPENING-ACTIVE (WS-EMP-FOUND)
               MOVE SPACES TO WS-EP-OPENING-DEPT (WS-EMP-FOUND)
               MOVE "N" TO WS-EP-ON-MASTER (WS-EMP-FOUND)
               MOVE SPACE TO WS-EP-MASTER-ACTIVE (WS-EMP-FOUND)
               MOVE SPACES TO WS-EP-MASTER-DEPT (WS-EMP-FOUND)
             ELSE
               DISPLAY "movrpt: EMPLOYEE TABLE FULL - "
                   WS-LOOKUP-EMP-ID " NOT COUNTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         2550-MATCH-ONE-EMPLOYEE.
           IF WS-EP-EMP-ID (WS-EMP-SUB) = WS-LOOKUP-EMP-ID
             MOVE WS-EMP-SUB TO WS-EMP-FOUND
           END-IF.

         2600-FIND-DEPARTMENT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2650-MATCH-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
             IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-DEPARTMENT
                   TO WS-DP-NAME (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-OPENING (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-JOINERS (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-REACTIVATED (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-TRANSFERS-IN (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-LEAVERS (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-TRANSFERS-OUT (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-CLOSING (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-LATER (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-ON-MASTER (WS-FOUND-SUB)
               MOVE ZERO TO WS-DP-DIFFERENCE (WS-FOUND-SUB)
             ELSE
               DISPLAY "movrpt: DEPARTMENT TABLE FULL - "
                   WS-LOOKUP-DEPARTMENT " NOT REPORTED"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

         2650-MATCH-ONE-DEPARTMENT.
           IF WS-DP-NAME (WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
             MOVE WS-DEPT-SUB TO WS-FOUND-SUB
           END-IF.

         3000-COUNT-HEADCOUNT.
           IF WS-EP-OPENING-KNOWN (WS-EMP-SUB) = "N"
            AND WS-EP-ON-MASTER (WS-EMP-SUB) = "Y"
             MOVE WS-EP-MASTER-ACTIVE (WS-EMP-SUB)
                 TO WS-EP-OPENING-ACTIVE (WS-EMP-SUB)
             MOVE WS-EP-MASTER-DEPT (WS-EMP-SUB)
                 TO WS-EP-OPENING-DEPT (WS-EMP-SUB)
           END-IF
           IF WS-EP-OPENING-ACTIVE (WS-EMP-SUB) = "A"
             MOVE WS-EP-OPENING-DEPT (WS-EMP-SUB)
                 TO WS-LOOKUP-DEPARTMENT
             PERFORM 2600-FIND-DEPARTMENT
             IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-DP-OPENING (WS-FOUND-SUB)
             END-IF
           END-IF
           IF WS-EP-ON-MASTER (WS-EMP-SUB) = "Y"
            AND WS-EP-MASTER-ACTIVE (WS-EMP-SUB) = "A"
             MOVE WS-EP-MASTER-DEPT (WS-EMP-SUB)
                 TO WS-LOOKUP-DEPARTMENT
             PERFORM 2600-FIND-DEPARTMENT
             IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-DP-ON-MASTER (WS-FOUND-SUB)
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * SINCE is the net effect on each department of changes
      * dated after the period; closing plus SINCE is what the
      * master should show today, and DIFF is how far it is out.
      * ----------------------------------------------------------
         4000-PRINT-ROLL-FORWARD.
           IF WS-MOVEMENT-COUNT = ZERO
             MOVE "  NO MOVEMENTS IN THE PERIOD" TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           INITIALIZE WS-TOTALS
           PERFORM 4100-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE "TOTAL               " TO WS-DT-DEPARTMENT
           MOVE WS-TT-OPENING TO WS-DT-OPENING
           MOVE WS-TT-JOINERS TO WS-DT-JOINERS
           MOVE WS-TT-REACTIVATED TO WS-DT-REACTIVATED
           MOVE WS-TT-TRANSFERS-IN TO WS-DT-TRANSFERS-IN
           MOVE WS-TT-LEAVERS TO WS-DT-LEAVERS
           MOVE WS-TT-TRANSFERS-OUT TO WS-DT-TRANSFERS-OUT
           MOVE WS-TT-CLOSING TO WS-DT-CLOSING
           MOVE WS-TT-LATER TO WS-DT-LATER
           MOVE WS-TT-ON-MASTER TO WS-DT-ON-MASTER
           MOVE WS-TT-DIFFERENCE TO WS-DT-DIFFERENCE
           IF WS-MISMATCH-COUNT > ZERO
             MOVE "** CHECK" TO WS-DT-FLAG
           ELSE
             MOVE "AGREES" TO WS-DT-FLAG
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

         4100-PRINT-ONE-DEPARTMENT.
           COMPUTE WS-DP-CLOSING (WS-DEPT-SUB) =
               WS-DP-OPENING (WS-DEPT-SUB)
               + WS-DP-JOINERS (WS-DEPT-SUB)
               + WS-DP-REACTIVATED (WS-DEPT-SUB)
               + WS-DP-TRANSFERS-IN (WS-DEPT-SUB)
               - WS-DP-LEAVERS (WS-DEPT-SUB)
               - WS-DP-TRANSFERS-OUT (WS-DEPT-SUB)
           COMPUTE WS-DP-DIFFERENCE (WS-DEPT-SUB) =
               WS-DP-ON-MASTER (WS-DEPT-SUB)
               - WS-DP-CLOSING (WS-DEPT-SUB)
               - WS-DP-LATER (WS-DEPT-SUB)
           MOVE WS-DP-NAME (WS-DEPT-SUB) TO WS-DT-DEPARTMENT
           MOVE WS-DP-OPENING (WS-DEPT-SUB) TO WS-DT-OPENING
           MOVE WS-DP-JOINERS (WS-DEPT-SUB) TO WS-DT-JOINERS
           MOVE WS-DP-REACTIVATED (WS-DEPT-SUB) TO WS-DT-REACTIVATED
           MOVE WS-DP-TRANSFERS-IN (WS-DEPT-SUB)
               TO WS-DT-TRANSFERS-IN
           MOVE WS-DP-LEAVERS (WS-DEPT-SUB) TO WS-DT-LEAVERS
           MOVE WS-DP-TRANSFERS-OUT (WS-DEPT-SUB)
               TO WS-DT-TRANSFERS-OUT
           MOVE WS-DP-CLOSING (WS-DEPT-SUB) TO WS-DT-CLOSING
           MOVE WS-DP-LATER (WS-DEPT-SUB) TO WS-DT-LATER
           MOVE WS-DP-ON-MASTER (WS-DEPT-SUB) TO WS-DT-ON-MASTER
           MOVE WS-DP-DIFFERENCE (WS-DEPT-SUB) TO WS-DT-DIFFERENCE
           IF WS-DP-DIFFERENCE (WS-DEPT-SUB) NOT = ZERO
             MOVE "** CHECK" TO WS-DT-FLAG
             ADD 1 TO WS-MISMATCH-COUNT
           ELSE
             MOVE SPACES TO WS-DT-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-DP-OPENING (WS-DEPT-SUB) TO WS-TT-OPENING
           ADD WS-DP-JOINERS (WS-DEPT-SUB) TO WS-TT-JOINERS
           ADD WS-DP-REACTIVATED (WS-DEPT-SUB) TO WS-TT-REACTIVATED
           ADD WS-DP-TRANSFERS-IN (WS-DEPT-SUB) TO WS-TT-TRANSFERS-IN
           ADD WS-DP-LEAVERS (WS-DEPT-SUB) TO WS-TT-LEAVERS
           ADD WS-DP-TRANSFERS-OUT (WS-DEPT-SUB)
               TO WS-TT-TRANSFERS-OUT
           ADD WS-DP-CLOSING (WS-DEPT-SUB) TO WS-TT-CLOSING
           ADD WS-DP-LATER (WS-DEPT-SUB) TO WS-TT-LATER
           ADD WS-DP-ON-MASTER (WS-DEPT-SUB) TO WS-TT-ON-MASTER
           ADD WS-DP-DIFFERENCE (WS-DEPT-SUB) TO WS-TT-DIFFERENCE.
