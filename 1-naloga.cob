      *                 console and fails the step with RETURN-CODE
      *                 4, so a substitution can no longer silently
      *                 not happen because it was the 21st rule.
      * 2026-09-19  BK  Master standardisation mode.  When
      *                 RULEMODE.PRM asks for mode M the RULES.TXT
      *                 rules are run over the name and department of
      *                 every EMPMAST.DAT record instead of over
      *                 TEXTTRAN.TXT.  The master is not touched: each
      *                 record that would change gets a C transaction
      *                 on EMPTRAN.TXT, keyed under the user named in
      *                 RULEMODE.PRM, for empmaint to apply through
      *                 the normal change history, and EMPSTD.TXT
      *                 lists every change with the rules that fired.
      *                 The mode needs a real RULES.TXT; it will not
      *                 run the built-in "moj" rule over the master.
      *                 The rule scan now measures the text without
      *                 trimming leading spaces, which cut the end
      *                 off a value that began with a space.
      * 2026-09-22  BK  Master mode is one-shot: once a master run
      *                 has finished, RULEMODE.PRM is rewritten to
      *                 mode T, so the next scheduled run is the
      *                 normal text run again.  On EMPSTD.TXT a rule
      *                 list longer than its column carries on, 24
      *                 characters at a time, on continuation lines
      *                 under the column.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RULES-FILE ASSIGN TO "RULES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.
           SELECT MODE-FILE ASSIGN TO "RULEMODE.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODE-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT MAINT-FILE ASSIGN TO "EMPTRAN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-STATUS.
           SELECT STANDARD-FILE ASSIGN TO "EMPSTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDARD-STATUS.

       DATA DIVISION.
         FILE SECTION.
           05 RL-FROM PIC X(10).
           05 RL-TO PIC X(10).

         FD MODE-FILE.
         01 MODE-RECORD.
           05 PM-RUN-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 PM-USER-ID PIC X(08).

         FD EMPMAST-FILE.
         COPY EMPMAST.

         FD MAINT-FILE.
         COPY EMPTRAN.

         FD STANDARD-FILE.
         01 STANDARD-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-TRANSACTION-STATUS PIC X(02).
         01 WS-RESULT-STATUS PIC X(02).
         01 WS-AUDIT-STATUS PIC X(02).
         01 WS-RULES-STATUS PIC X(02).
         01 WS-MODE-STATUS PIC X(02).
         01 WS-EMPMAST-STATUS PIC X(02).
         01 WS-MAINT-STATUS PIC X(02).
         01 WS-STANDARD-STATUS PIC X(02).
         01 WS-RUN-MODE PIC X(01) VALUE "T".
           88 WS-MASTER-MODE VALUE "M".
         01 WS-STD-USER PIC X(08) VALUE "RULES".
         01 WS-DEFAULT-RULE-SW PIC X(01) VALUE "N".
         01 WS-MASTER-EOF PIC X(01) VALUE "N".
         01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
         01 WS-CHANGE-COUNT PIC 9(06) VALUE ZERO.
         01 WS-TRAN-COUNT PIC 9(06) VALUE ZERO.
         01 WS-NOT-APPLIED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-RECORD-CHANGED-SW PIC X(01).
         01 WS-FIELD-LABEL PIC X(04).
         01 WS-FIELD-OLD PIC X(30).
         01 WS-FIELD-NEW PIC X(30).
         01 WS-FIELD-WIDTH PIC 9(02).
         01 WS-FIELD-CHANGED-SW PIC X(01).
         01 WS-STD-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE "EMPLOYEE MASTER STANDARDISATION - RULES".
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-ST-RUN-DATE PIC 9(08).
         01 WS-STD-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "EMP ID    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "FLD ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ON MASTER".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "AFTER RULES".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "RULES FIRED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "RESULT".
         01 WS-STD-DETAIL-LINE.
           05 WS-SD-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-FIELD PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-OLD PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-NEW PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-RULES PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-RESULT PIC X(24).
         01 WS-STD-CONTINUATION-LINE.
           05 FILLER PIC X(82) VALUE SPACES.
           05 WS-SC-RULES PIC X(24).
         01 WS-STD-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "RECORDS READ  ".
           05 WS-SQ-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  FIELDS CHANGED  ".
           05 WS-SQ-CHANGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  TRANSACTIONS  ".
           05 WS-SQ-TRANS PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  NOT APPLIED  ".
           05 WS-SQ-NOT-APPLIED PIC ZZZ,ZZ9.
         01 WS-EOF PIC X(01) VALUE "N".
         01 WS-RULES-EOF PIC X(01) VALUE "N".
         01 WS-RUN-DATE PIC 9(08).
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE ZERO TO RETURN-CODE
           PERFORM 0500-LOAD-RULES
           PERFORM 0300-READ-RUN-MODE
           IF WS-MASTER-MODE
             PERFORM 3000-STANDARDISE-MASTER
           ELSE
             PERFORM 0100-RUN-TEXT-MODE
           END-IF
           GOBACK.

         0100-RUN-TEXT-MODE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
             OPEN OUTPUT AUDIT-FILE
               END-IF
             END-IF
             CLOSE AUDIT-FILE
           END-IF.

      * ----------------------------------------------------------
      * RULEMODE.PRM is only put down for an on-demand run: without
      * it, or with any mode other than M, the job is the normal
      * TEXTTRAN.TXT text run.
      * ----------------------------------------------------------
         0300-READ-RUN-MODE.
           OPEN INPUT MODE-FILE
           IF WS-MODE-STATUS = "00"
             READ MODE-FILE
               NOT AT END
                 MOVE PM-RUN-MODE TO WS-RUN-MODE
                 IF PM-USER-ID NOT = SPACES
                   MOVE PM-USER-ID TO WS-STD-USER
                 END-IF
             END-READ
             CLOSE MODE-FILE
           END-IF.

      * ----------------------------------------------------------
      * A missing RULES.TXT is the supported fallback mode, like a
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RULE-COUNT = ZERO
             MOVE "Y" TO WS-DEFAULT-RULE-SW
             MOVE 1 TO WS-RULE-COUNT
             MOVE "moj" TO WS-RL-FROM (1)
             MOVE 3 TO WS-RL-FROM-LEN (1)

         2000-TRANSFORM-TEXT.
           DISPLAY "OLD text : " MOJTEXT
           MOVE SPACES TO WS-WORK-TEXT
           MOVE MOJTEXT TO WS-WORK-TEXT
           PERFORM 2050-APPLY-ALL-RULES
           MOVE SPACES TO NOVTEXT
           MOVE WS-WORK-TEXT (1:20) TO NOVTEXT
           DISPLAY "NEW text: " NOVTEXT
           WRITE RESULT-RECORD
           PERFORM 2500-WRITE-AUDIT.

      * ----------------------------------------------------------
      * Runs every rule, in RULES.TXT order, over WS-WORK-TEXT and
      * leaves the result there with its length in WS-WORK-LEN
      * and the numbers of the rules that fired in WS-RULES-FIRED.
      * ----------------------------------------------------------
         2050-APPLY-ALL-RULES.
           MOVE SPACES TO WS-RULES-FIRED
           MOVE 1 TO WS-RULES-PTR
           IF WS-WORK-TEXT = SPACES
             MOVE ZERO TO WS-WORK-LEN
           ELSE
             MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-WORK-TEXT
                 TRAILING)) TO WS-WORK-LEN
           END-IF
           PERFORM 2100-APPLY-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

         2100-APPLY-ONE-RULE.
           MOVE SPACES TO WS-OUT-TEXT
           MOVE ZERO TO WS-OUT-LEN
           END-IF
           MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      * ----------------------------------------------------------
      * Master standardisation: every EMPMAST.DAT record, active or
      * not, has its name and its department run through the
      * rules.  A field the rules change gets a report line; when
      * the result fits the field and is not blank it also goes on
      * one C transaction per employee, the other columns left
      * blank so empmaint leaves the rest of the record alone.
      * ----------------------------------------------------------
         3000-STANDARDISE-MASTER.
           IF WS-DEFAULT-RULE-SW = "Y"
             DISPLAY "1-naloga: RULES.TXT NOT AVAILABLE - MASTER "
                 "NOT STANDARDISED"
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN INPUT EMPMAST-FILE
             IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "1-naloga: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                   WS-EMPMAST-STATUS
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN EXTEND MAINT-FILE
               IF WS-MAINT-STATUS = "35"
                 OPEN OUTPUT MAINT-FILE
               END-IF
               OPEN OUTPUT STANDARD-FILE
               MOVE WS-RUN-DATE TO WS-ST-RUN-DATE
               MOVE WS-STD-TITLE-LINE TO STANDARD-RECORD
               WRITE STANDARD-RECORD
               MOVE SPACES TO STANDARD-RECORD
               WRITE STANDARD-RECORD
               MOVE WS-STD-HEADING-LINE TO STANDARD-RECORD
               WRITE STANDARD-RECORD
               PERFORM 3100-STANDARDISE-ONE-EMPLOYEE
                   UNTIL WS-MASTER-EOF = "Y"
               MOVE WS-READ-COUNT TO WS-SQ-READ
               MOVE WS-CHANGE-COUNT TO WS-SQ-CHANGED
               MOVE WS-TRAN-COUNT TO WS-SQ-TRANS
               MOVE WS-NOT-APPLIED-COUNT TO WS-SQ-NOT-APPLIED
               MOVE SPACES TO STANDARD-RECORD
               WRITE STANDARD-RECORD
               MOVE WS-STD-TOTAL-LINE TO STANDARD-RECORD
               WRITE STANDARD-RECORD
               CLOSE EMPMAST-FILE
               CLOSE MAINT-FILE
               CLOSE STANDARD-FILE
               DISPLAY "1-naloga: MASTER RECORDS " WS-READ-COUNT
                   " CHANGE TRANSACTIONS " WS-TRAN-COUNT
               PERFORM 3900-RESET-RUN-MODE
             END-IF
           END-IF.

         3100-STANDARDISE-ONE-EMPLOYEE.
           READ EMPMAST-FILE NEXT
             AT END
               MOVE "Y" TO WS-MASTER-EOF
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE "N" TO WS-RECORD-CHANGED-SW
               MOVE SPACES TO MAINT-RECORD
               MOVE "NAME" TO WS-FIELD-LABEL
               MOVE EM-NAME TO WS-FIELD-OLD
               MOVE 30 TO WS-FIELD-WIDTH
               PERFORM 3200-STANDARDISE-ONE-FIELD
               IF WS-FIELD-CHANGED-SW = "Y"
                 MOVE WS-FIELD-NEW TO MT-NAME
               END-IF
               MOVE "DEPT" TO WS-FIELD-LABEL
               MOVE EM-DEPARTMENT TO WS-FIELD-OLD
               MOVE 20 TO WS-FIELD-WIDTH
               PERFORM 3200-STANDARDISE-ONE-FIELD
               IF WS-FIELD-CHANGED-SW = "Y"
                 MOVE WS-FIELD-NEW TO MT-DEPARTMENT
               END-IF
               IF WS-RECORD-CHANGED-SW = "Y"
                 MOVE "C" TO MT-ACTION
                 MOVE EM-EMP-ID TO MT-EMP-ID
                 MOVE WS-STD-USER TO MT-USER-ID
                 WRITE MAINT-RECORD
                 ADD 1 TO WS-TRAN-COUNT
               END-IF
           END-READ.

      * A result longer than the master field or wholly blank is
      * reported but not keyed: empmaint would truncate the one
      * and read the other as "leave unchanged".
         3200-STANDARDISE-ONE-FIELD.
           MOVE "N" TO WS-FIELD-CHANGED-SW
           MOVE SPACES TO WS-WORK-TEXT
           MOVE WS-FIELD-OLD TO WS-WORK-TEXT
           PERFORM 2050-APPLY-ALL-RULES
           MOVE SPACES TO WS-FIELD-NEW
           MOVE WS-WORK-TEXT (1 : WS-FIELD-WIDTH) TO WS-FIELD-NEW
           IF WS-RULES-FIRED NOT = SPACES
            AND (WS-FIELD-NEW NOT = WS-FIELD-OLD
                 OR WS-WORK-LEN > WS-FIELD-WIDTH)
             MOVE EM-EMP-ID TO WS-SD-EMP-ID
             MOVE WS-FIELD-LABEL TO WS-SD-FIELD
             MOVE WS-FIELD-OLD TO WS-SD-OLD
             MOVE WS-FIELD-NEW TO WS-SD-NEW
             MOVE WS-RULES-FIRED TO WS-SD-RULES
             EVALUATE TRUE
               WHEN WS-WORK-LEN > WS-FIELD-WIDTH
                 MOVE "TOO LONG - NOT KEYED" TO WS-SD-RESULT
                 ADD 1 TO WS-NOT-APPLIED-COUNT
               WHEN WS-FIELD-NEW = SPACES
                 MOVE "BLANK - NOT KEYED" TO WS-SD-RESULT
                 ADD 1 TO WS-NOT-APPLIED-COUNT
               WHEN OTHER
                 MOVE "CHANGE KEYED" TO WS-SD-RESULT
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "Y" TO WS-FIELD-CHANGED-SW
                 MOVE "Y" TO WS-RECORD-CHANGED-SW
             END-EVALUATE
             MOVE WS-STD-DETAIL-LINE TO STANDARD-RECORD
             WRITE STANDARD-RECORD
             PERFORM 3250-WRITE-RULES-CONTINUATION
           END-IF.

         3250-WRITE-RULES-CONTINUATION.
           IF WS-RULES-FIRED (25:24) NOT = SPACES
             MOVE WS-RULES-FIRED (25:24) TO WS-SC-RULES
             MOVE WS-STD-CONTINUATION-LINE TO STANDARD-RECORD
             WRITE STANDARD-RECORD
           END-IF
           IF WS-RULES-FIRED (49:12) NOT = SPACES
             MOVE WS-RULES-FIRED (49:12) TO WS-SC-RULES
             MOVE WS-STD-CONTINUATION-LINE TO STANDARD-RECORD
             WRITE STANDARD-RECORD
           END-IF.

      * ----------------------------------------------------------
      * A master run is asked for once.  Left at M, RULEMODE.PRM
      * would have every later scheduled run standardise the
      * master again instead of doing the text run, so it is put
      * back to T, keeping the user, once the run has finished.
      * ----------------------------------------------------------
         3900-RESET-RUN-MODE.
           OPEN OUTPUT MODE-FILE
           IF WS-MODE-STATUS = "00"
             MOVE SPACES TO MODE-RECORD
             MOVE "T" TO PM-RUN-MODE
             MOVE WS-STD-USER TO PM-USER-ID
             WRITE MODE-RECORD
             CLOSE MODE-FILE
           ELSE
             DISPLAY "1-naloga: RULEMODE.PRM COULD NOT BE RESET, "
                 "STATUS = " WS-MODE-STATUS
             MOVE 4 TO RETURN-CODE
           END-IF.
