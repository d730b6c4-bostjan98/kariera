      *                 system clock, so a window crossing
      *                 midnight no longer splits one night's
      *                 records across two dates.
      * 2026-09-11  BK  PAYDATE.TXT now carries the pay frequency
      *                 after the pay date; record widened to match.
      * 2026-09-17  BK  Slovenian letters and code pages.  Each
      *                 CONTROL-RECORD now declares the input and
      *                 output encoding (1250 or blank = Windows-1250,
      *                 UTF8 = UTF-8).  Input is decoded to Windows-1250
      *                 before conversion, so protected ranges are
      *                 character columns, and encoded back on output.
      *                 C/S/Z with caron, C acute and D stroke now
      *                 convert and count in all modes.  A line with a
      *                 byte sequence that is not valid in its declared
      *                 encoding, or a character Windows-1250 cannot
      *                 hold, goes to CONVEXCP.TXT instead of through.
      *                 OUTPUTFILE and the CSV lines widened to take
      *                 the longest UTF-8 form of a 500 character line.
      * 2026-09-18  BK  Day-over-day change file.  A CONTROL-RECORD
      *                 with the keep-previous flag set has tonight's
      *                 output compared against last night's copy,
      *                 <output file>.PRV, matching lines on the key
      *                 column range in the entry.  Each added, deleted
      *                 or changed line goes to <output file>.CHG and
      *                 the three counts are appended to the trailer.
      *                 A change rate over the entry's limit is logged
      *                 to CONVEXCP.TXT, sets RETURN-CODE 4 and keeps
      *                 last night's copy as the base for tomorrow.
      * 2026-09-22  BK  The comparison base stays the same for the
      *                 whole of a pay date.  The accepted output is
      *                 kept as <output file>.CUR, stamped with the
      *                 run date, and only becomes <output file>.PRV
      *                 on a later run date, so a window rerun
      *                 after a later entry failed compares against
      *                 last night's copy again, not against
      *                 tonight's own output.  A UTF-8 byte order
      *                 mark at the start of an input file is
      *                 skipped instead of rejecting line 1.
      * 2026-09-23  BK  The key columns of the day-over-day match
      *                 are character columns in UTF-8 output too:
      *                 each line's key is located by counting
      *                 characters, not bytes, so a name that gains
      *                 or loses a national letter ahead of the key
      *                 shows as CHANGED, not DELETED plus ADDED.
      *                 The change-rate line in CONVEXCP.TXT keeps
      *                 line number zero and is not a reject: it is
      *                 not in the trailer's reject count, and the
      *                 reconciliation and morning report skip it.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
          SELECT DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DETAIL-STATUS.
          SELECT PREVIOUS-FILE ASSIGN DYNAMIC WS-PREVIOUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PREVIOUS-STATUS.
          SELECT CHANGE-FILE ASSIGN DYNAMIC WS-CHANGE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CHANGE-STATUS.
          SELECT CURRENT-FILE ASSIGN DYNAMIC WS-CURRENT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CURRENT-STATUS.

          SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
          ORGANIZATION IS LINE SEQUENTIAL
             05 CTL-PROT-RANGE OCCURS 5 TIMES.
                10 CTL-PROT-START PIC X(03).
                10 CTL-PROT-END PIC X(03).
             05 CTL-INPUT-ENCODING PIC X(04).
             05 CTL-OUTPUT-ENCODING PIC X(04).
             05 CTL-KEEP-PREVIOUS PIC X(01).
             05 CTL-KEY-START PIC X(03).
             05 CTL-KEY-END PIC X(03).
             05 CTL-CHANGE-LIMIT PIC X(03).
          FD TEXTFILE.
          01 READ-FILE.
             02 NAME PIC A(500).
          FD OUTPUTFILE.
          01 OUTPUT-FILE.
               02 O-NAME PIC X(1500).
          FD CHECKPOINT-FILE.
          01 CHECKPOINT-RECORD.
             05 CKPT-LINE-NO PIC 9(08).
             05 CKPT-LC-COUNT PIC 9(08).
             05 CKPT-REJECT-COUNT PIC 9(08).
          FD TOTALS-FILE.
          01 TOTALS-RECORD PIC X(123).
          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD PIC X(91).
          FD CSV-FILE.
          01 CSV-RECORD PIC X(3040).
          FD DETAIL-FILE.
          01 DETAIL-RECORD PIC X(80).
          FD PREVIOUS-FILE.
          01 PREVIOUS-RECORD PIC X(1500).
          FD CHANGE-FILE.
          01 CHANGE-RECORD PIC X(1527).
          FD CURRENT-FILE.
          01 CURRENT-RECORD PIC X(1500).

          FD PAYDATE-FILE.
          01 PAYDATE-RECORD PIC X(17).

          WORKING-STORAGE SECTION.
          01 WS-PAYDATE-STATUS PIC X(02).
          01 WS-PROT-LEN PIC 9(03).
          01 WS-LINE-UC-COUNT PIC 9(06).
          01 WS-LINE-LC-COUNT PIC 9(06).
          01 WS-PROFILE-SW PIC X(01).
            88 PROFILE-IS-VALID VALUE "Y".
          01 WS-IN-ENCODING PIC X(04).
            88 IN-IS-CP1250 VALUE "1250".
            88 IN-IS-UTF8 VALUE "UTF8".
          01 WS-OUT-ENCODING PIC X(04).
            88 OUT-IS-CP1250 VALUE "1250".
            88 OUT-IS-UTF8 VALUE "UTF8".
          01 WS-RAW-STR PIC X(500).
          01 WS-RAW-LEN PIC 9(03).
          01 WS-RAW-POS PIC 9(03).
          01 WS-STR-LEN PIC 9(03).
          01 WS-STR-POS PIC 9(03).
          01 WS-OUT-STR PIC X(1500).
          01 WS-OUT-LEN PIC 9(04).
          01 WS-BYTE-VALUE PIC 9(03).
          01 WS-CODE-POINT PIC 9(07).
          01 WS-CODE-HIGH PIC 9(07).
          01 WS-CONT-BYTES PIC 9(01).
          01 WS-CONT-SUB PIC 9(01).
          01 WS-CP-SUB PIC 9(03).
          01 WS-CP-FOUND PIC 9(03).
          01 WS-BAD-COLUMN PIC 9(03).
      * ----------------------------------------------------------
      * Letters as held internally (Windows-1250): A-Z plus C/S/Z
      * caron, C acute and D stroke, each case in the same order.
      * ----------------------------------------------------------
          01 WS-UPPER-LETTERS.
             05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05 FILLER PIC X(05) VALUE X"C88A8EC6D0".
          01 WS-LOWER-LETTERS.
             05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
             05 FILLER PIC X(05) VALUE X"E89A9EE6F0".
          01 WS-SWAP-FROM-LETTERS.
             05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05 FILLER PIC X(05) VALUE X"C88A8EC6D0".
             05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
             05 FILLER PIC X(05) VALUE X"E89A9EE6F0".
          01 WS-SWAP-TO-LETTERS.
             05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
             05 FILLER PIC X(05) VALUE X"E89A9EE6F0".
             05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05 FILLER PIC X(05) VALUE X"C88A8EC6D0".
      * ----------------------------------------------------------
      * Unicode code point of each Windows-1250 byte X"80" to X"FF",
      * in order; zero where the code page leaves the byte undefined.
      * ----------------------------------------------------------
          01 WS-CP1250-CODES.
             05 FILLER PIC X(40)
               VALUE "0836400000082180000008222082300822408225".
             05 FILLER PIC X(40)
               VALUE "0000008240003520824900346003560038100377".
             05 FILLER PIC X(40)
               VALUE "0000008216082170822008221082260821108212".
             05 FILLER PIC X(40)
               VALUE "0000008482003530825000347003570038200378".
             05 FILLER PIC X(40)
               VALUE "0016000711007280032100164002600016600167".
             05 FILLER PIC X(40)
               VALUE "0016800169003500017100172001730017400379".
             05 FILLER PIC X(40)
               VALUE "0017600177007310032200180001810018200183".
             05 FILLER PIC X(40)
               VALUE "0018400261003510018700317007330031800380".
             05 FILLER PIC X(40)
               VALUE "0034000193001940025800196003130026200199".
             05 FILLER PIC X(40)
               VALUE "0026800201002800020300282002050020600270".
             05 FILLER PIC X(40)
               VALUE "0027200323003270021100212003360021400215".
             05 FILLER PIC X(40)
               VALUE "0034400366002180036800220002210035400223".
             05 FILLER PIC X(40)
               VALUE "0034100225002260025900228003140026300231".
             05 FILLER PIC X(40)
               VALUE "0026900233002810023500283002370023800271".
             05 FILLER PIC X(40)
               VALUE "0027300324003280024300244003370024600247".
             05 FILLER PIC X(40)
               VALUE "0034500367002500036900252002530035500729".
          01 WS-CP1250-TABLE REDEFINES WS-CP1250-CODES.
             05 WS-CP-CODE-POINT PIC 9(05) OCCURS 128 TIMES.
          01 WS-EOF PIC A(1).
          01 WS-REJECT-SW PIC X(01).
            88 RECORD-IS-REJECTED VALUE "Y".
          01 WS-CKPT-STATUS PIC X(02).
          01 WS-CSV-FILENAME PIC X(44).
          01 WS-CSV-STATUS PIC X(02).
          01 WS-CSV-TEXT-LEN PIC 9(04).
          01 WS-CSV-TRIMMED PIC X(1500).
          01 WS-CSV-ESCAPED PIC X(3000).
          01 WS-CSV-ESC-LEN PIC 9(04).
          01 WS-CSV-SRC-IDX PIC 9(04).
          01 WS-CSV-COUNTER-ED PIC Z(5)9.
          01 WS-CSV-UC-ED PIC Z(5)9.
          01 WS-CSV-LINE PIC X(3040).
          01 WS-DETAIL-FILENAME PIC X(44).
          01 WS-DETAIL-STATUS PIC X(02).
          01 WS-DETAIL-LINE.
             05 WS-TL-REJECTS PIC ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TL-DATE PIC 9(08).
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TL-ADDED PIC ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TL-DELETED PIC ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TL-CHANGED PIC ZZZ,ZZ9.
          01 WS-PREVIOUS-FILENAME PIC X(44).
          01 WS-PREVIOUS-STATUS PIC X(02).
          01 WS-PREVIOUS-EOF PIC X(01).
          01 WS-CHANGE-FILENAME PIC X(44).
          01 WS-CHANGE-STATUS PIC X(02).
          01 WS-CURRENT-FILENAME PIC X(44).
          01 WS-CURRENT-STATUS PIC X(02).
          01 WS-CURRENT-EOF PIC X(01).
          01 WS-CURRENT-DATE PIC 9(08).
          01 WS-OUTPUT-EOF PIC X(01).
          01 WS-COMPARE-SW PIC X(01).
            88 COMPARE-IS-WANTED VALUE "Y".
          01 WS-KEY-FROM PIC 9(03).
          01 WS-KEY-TO PIC 9(03).
          01 WS-KEY-START PIC 9(04).
          01 WS-KEY-LEN PIC 9(04).
          01 WS-KEY-LINE PIC X(1500).
          01 WS-KEY-POS PIC 9(04).
          01 WS-KEY-SIZE PIC 9(04).
          01 WS-KEY-BYTE PIC 9(04).
          01 WS-KEY-CHAR PIC 9(04).
          01 WS-KEY-END PIC 9(04).
          01 WS-LIMIT-SW PIC X(01).
            88 CHANGE-LIMIT-IS-SET VALUE "Y".
          01 WS-CHANGE-LIMIT PIC 9(03).
          01 WS-CHANGE-RATE PIC 9(03).
          01 WS-RATE-BASE PIC 9(06).
          01 WS-ROLL-SW PIC X(01).
            88 SNAPSHOT-CAN-ROLL VALUE "Y".
          01 WS-PREVIOUS-STATE PIC X(01).
            88 PREVIOUS-IS-LOADED VALUE "L".
            88 PREVIOUS-IS-MISSING VALUE "M".
            88 PREVIOUS-OVERFLOWED VALUE "O".
          01 WS-TONIGHT-COUNT PIC 9(06).
          01 WS-ADDED-COUNT PIC 9(06).
          01 WS-DELETED-COUNT PIC 9(06).
          01 WS-CHANGED-COUNT PIC 9(06).
          01 WS-PREV-COUNT PIC 9(05).
          01 WS-PREV-SUB PIC 9(05).
          01 WS-PREV-FOUND PIC 9(05).
          01 WS-PREV-TABLE.
             05 WS-PREV-ENTRY OCCURS 5000 TIMES.
                10 WS-PV-MATCHED PIC X(01).
                10 WS-PV-LINE-NO PIC 9(06).
                10 WS-PV-KEY-POS PIC 9(04).
                10 WS-PV-KEY-SIZE PIC 9(04).
                10 WS-PV-TEXT PIC X(1500).
          01 WS-CHANGE-LINE.
             05 WS-CL-KIND PIC X(07).
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-CL-NEW-LINE-NO PIC ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-CL-OLD-LINE-NO PIC ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-CL-TEXT PIC X(1500).

       PROCEDURE DIVISION.
         0000-MAINLINE.
                   MOVE CTL-INPUT-NAME TO WS-INPUT-FILENAME
                   MOVE CTL-OUTPUT-NAME TO WS-OUTPUT-FILENAME
                   PERFORM 1030-LOAD-PROFILE
                   IF PROFILE-IS-VALID
                     PERFORM 1000-CONVERT-ONE-FILE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTROL-FILE
             MOVE "nova.txt" TO WS-OUTPUT-FILENAME
             MOVE SPACE TO WS-CONV-MODE
             MOVE ALL "0" TO WS-PROT-TABLE
             MOVE "1250" TO WS-IN-ENCODING
             MOVE "1250" TO WS-OUT-ENCODING
             MOVE "N" TO WS-COMPARE-SW
             PERFORM 1000-CONVERT-ONE-FILE
           END-IF
           GOBACK.
           MOVE CTL-MODE TO WS-CONV-MODE
           PERFORM 1040-LOAD-ONE-RANGE
               VARYING WS-PROT-SUB FROM 1 BY 1
               UNTIL WS-PROT-SUB > 5
           MOVE CTL-INPUT-ENCODING TO WS-IN-ENCODING
           MOVE CTL-OUTPUT-ENCODING TO WS-OUT-ENCODING
           IF WS-IN-ENCODING = SPACES
             MOVE "1250" TO WS-IN-ENCODING
           END-IF
           IF WS-OUT-ENCODING = SPACES
             MOVE "1250" TO WS-OUT-ENCODING
           END-IF
           MOVE CTL-KEEP-PREVIOUS TO WS-COMPARE-SW
           MOVE 1 TO WS-KEY-START
           MOVE 1500 TO WS-KEY-LEN
           IF CTL-KEY-START IS NUMERIC
            AND CTL-KEY-END IS NUMERIC
             MOVE CTL-KEY-START TO WS-KEY-FROM
             MOVE CTL-KEY-END TO WS-KEY-TO
             IF WS-KEY-FROM > ZERO
              AND WS-KEY-TO >= WS-KEY-FROM
               MOVE WS-KEY-FROM TO WS-KEY-START
               COMPUTE WS-KEY-LEN = WS-KEY-TO + 1 - WS-KEY-FROM
             END-IF
           END-IF
           MOVE "N" TO WS-LIMIT-SW
           IF CTL-CHANGE-LIMIT IS NUMERIC
             MOVE CTL-CHANGE-LIMIT TO WS-CHANGE-LIMIT
             MOVE "Y" TO WS-LIMIT-SW
           END-IF
           MOVE "Y" TO WS-PROFILE-SW
           IF NOT IN-IS-CP1250 AND NOT IN-IS-UTF8
            OR NOT OUT-IS-CP1250 AND NOT OUT-IS-UTF8
             DISPLAY "3-naloga: " WS-INPUT-FILENAME
                 " UNKNOWN ENCODING " WS-IN-ENCODING
                 "/" WS-OUT-ENCODING " - ENTRY SKIPPED"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-PROFILE-SW
           END-IF.

         1040-LOAD-ONE-RANGE.
           IF CTL-PROT-START (WS-PROT-SUB) IS NUMERIC
           MOVE ZERO TO UC-COUNTER
           MOVE ZERO TO LC-COUNTER
           MOVE ZERO TO REJECT-COUNTER
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE "N" TO WS-EOF
           PERFORM 1100-READ-CHECKPOINT
           OPEN INPUT TEXTFILE
                  MOVE WS-TEXTFILE TO  STR
                  IF COUNTER > WS-RESTART-COUNTER
                     PERFORM 1200-VALIDATE-RECORD
                     IF NOT RECORD-IS-REJECTED
                       PERFORM 1600-DECODE-INPUT
                     END-IF
                     IF RECORD-IS-REJECTED
                       PERFORM 1300-WRITE-EXCEPTION
                     ELSE
                       PERFORM 1250-APPLY-CONVERSION
                       PERFORM 1700-ENCODE-OUTPUT
                       ADD WS-LINE-UC-COUNT TO UC-COUNTER
                       ADD WS-LINE-LC-COUNT TO LC-COUNTER
                       MOVE WS-OUT-STR TO O-NAME
                       WRITE OUTPUT-FILE
                       PERFORM 1400-WRITE-CSV
                       PERFORM 1500-WRITE-DETAIL
             CLOSE DETAIL-FILE
             CLOSE EXCEPTION-FILE
             PERFORM 2100-RESET-CHECKPOINT
             IF COMPARE-IS-WANTED
               PERFORM 4000-COMPARE-WITH-PREVIOUS
             END-IF
             PERFORM 3000-WRITE-TRAILER
           END-IF.

                   "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "k"
                   "l" "m" "n" "o" "p" "q" "r" "s" "t" "u" "v"
                   "w" "x" "y" "z"
                   X"E8" X"9A" X"9E" X"E6" X"F0"
               INSPECT STR CONVERTING
                   WS-LOWER-LETTERS TO WS-UPPER-LETTERS
             WHEN "L"
               INSPECT WS-COUNT-STR TALLYING WS-LINE-UC-COUNT FOR ALL
                   "A" "B" "C" "D" "E" "F" "G" "H" "I" "J" "K"
                   "L" "M" "N" "O" "P" "Q" "R" "S" "T" "U" "V"
                   "W" "X" "Y" "Z"
                   X"C8" X"8A" X"8E" X"C6" X"D0"
               INSPECT STR CONVERTING
                   WS-UPPER-LETTERS TO WS-LOWER-LETTERS
             WHEN "N"
               CONTINUE
             WHEN OTHER
                   "A" "B" "C" "D" "E" "F" "G" "H" "I" "J" "K"
                   "L" "M" "N" "O" "P" "Q" "R" "S" "T" "U" "V"
                   "W" "X" "Y" "Z"
                   X"C8" X"8A" X"8E" X"C6" X"D0"
               INSPECT WS-COUNT-STR TALLYING WS-LINE-LC-COUNT FOR ALL
                   "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "k"
                   "l" "m" "n" "o" "p" "q" "r" "s" "t" "u" "v"
                   "w" "x" "y" "z"
                   X"E8" X"9A" X"9E" X"E6" X"F0"
               INSPECT STR CONVERTING
                   WS-SWAP-FROM-LETTERS TO WS-SWAP-TO-LETTERS
           END-EVALUATE
           PERFORM 1270-RESTORE-ONE-RANGE
               VARYING WS-PROT-SUB FROM 1 BY 1
           MOVE COUNTER TO WS-CSV-COUNTER-ED
           MOVE WS-LINE-UC-COUNT TO WS-CSV-UC-ED
           MOVE SPACES TO WS-CSV-TRIMMED
           MOVE FUNCTION TRIM(WS-OUT-STR) TO WS-CSV-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-STR))
               TO WS-CSV-TEXT-LEN
           PERFORM 1450-ESCAPE-CSV-TEXT
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-CSV-COUNTER-ED DELIMITED BY SIZE
             MOVE '"' TO WS-CSV-ESCAPED(WS-CSV-ESC-LEN:1)
           END-IF.

      * ----------------------------------------------------------
      * Bring the line into the internal Windows-1250 form.  UTF-8
      * is decoded a character at a time into STR; Windows-1250 is
      * already in that form and only has its bytes checked.  The
      * first bad byte rejects the line with its column in the
      * reason.
      * ----------------------------------------------------------
         1600-DECODE-INPUT.
           MOVE STR TO WS-RAW-STR
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-RAW-STR TRAILING))
               TO WS-RAW-LEN
           IF IN-IS-UTF8
             MOVE SPACES TO STR
             MOVE ZERO TO WS-STR-LEN
             MOVE 1 TO WS-RAW-POS
             IF COUNTER = 1
              AND WS-RAW-STR (1:3) = X"EFBBBF"
               MOVE 4 TO WS-RAW-POS
             END-IF
             PERFORM 1610-DECODE-UTF8-CHAR
                 UNTIL WS-RAW-POS > WS-RAW-LEN
                    OR RECORD-IS-REJECTED
           ELSE
             PERFORM 1650-CHECK-CP1250-BYTE
                 VARYING WS-RAW-POS FROM 1 BY 1
                 UNTIL WS-RAW-POS > WS-RAW-LEN
                    OR RECORD-IS-REJECTED
           END-IF.

         1610-DECODE-UTF8-CHAR.
           MOVE WS-RAW-POS TO WS-BAD-COLUMN
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-RAW-STR (WS-RAW-POS : 1)) - 1
           MOVE ZERO TO WS-CONT-BYTES
           EVALUATE TRUE
             WHEN WS-BYTE-VALUE < 128
               MOVE WS-BYTE-VALUE TO WS-CODE-POINT
             WHEN WS-BYTE-VALUE >= 194 AND WS-BYTE-VALUE <= 223
               COMPUTE WS-CODE-POINT = WS-BYTE-VALUE - 192
               MOVE 1 TO WS-CONT-BYTES
             WHEN WS-BYTE-VALUE >= 224 AND WS-BYTE-VALUE <= 239
               COMPUTE WS-CODE-POINT = WS-BYTE-VALUE - 224
               MOVE 2 TO WS-CONT-BYTES
             WHEN WS-BYTE-VALUE >= 240 AND WS-BYTE-VALUE <= 244
               COMPUTE WS-CODE-POINT = WS-BYTE-VALUE - 240
               MOVE 3 TO WS-CONT-BYTES
             WHEN OTHER
               PERFORM 1690-REJECT-BAD-UTF8
           END-EVALUATE
           IF NOT RECORD-IS-REJECTED
             PERFORM 1620-ADD-CONTINUATION-BYTE
                 VARYING WS-CONT-SUB FROM 1 BY 1
                 UNTIL WS-CONT-SUB > WS-CONT-BYTES
                    OR RECORD-IS-REJECTED
           END-IF
           IF NOT RECORD-IS-REJECTED
             PERFORM 1625-CHECK-CODE-POINT
           END-IF
           IF NOT RECORD-IS-REJECTED
             PERFORM 1630-STORE-CP1250-CHAR
           END-IF
           COMPUTE WS-RAW-POS = WS-RAW-POS + 1 + WS-CONT-BYTES.

         1620-ADD-CONTINUATION-BYTE.
           IF WS-RAW-POS + WS-CONT-SUB > 500
             PERFORM 1690-REJECT-BAD-UTF8
           ELSE
             COMPUTE WS-BYTE-VALUE = FUNCTION ORD
                 (WS-RAW-STR (WS-RAW-POS + WS-CONT-SUB : 1)) - 1
             IF WS-BYTE-VALUE < 128 OR WS-BYTE-VALUE > 191
               PERFORM 1690-REJECT-BAD-UTF8
             ELSE
               COMPUTE WS-CODE-POINT =
                   WS-CODE-POINT * 64 + WS-BYTE-VALUE - 128
             END-IF
           END-IF.

      * Overlong forms, surrogate halves and anything past U+10FFFF
      * are not valid UTF-8 even though the bytes are well formed.
         1625-CHECK-CODE-POINT.
           EVALUATE WS-CONT-BYTES
             WHEN 2
               IF WS-CODE-POINT < 2048
                OR (WS-CODE-POINT >= 55296 AND WS-CODE-POINT <= 57343)
                 PERFORM 1690-REJECT-BAD-UTF8
               END-IF
             WHEN 3
               IF WS-CODE-POINT < 65536 OR WS-CODE-POINT > 1114111
                 PERFORM 1690-REJECT-BAD-UTF8
               END-IF
           END-EVALUATE.

         1630-STORE-CP1250-CHAR.
           ADD 1 TO WS-STR-LEN
           IF WS-CODE-POINT < 128
             MOVE FUNCTION CHAR (WS-CODE-POINT + 1)
                 TO STR (WS-STR-LEN : 1)
           ELSE
             MOVE ZERO TO WS-CP-FOUND
             PERFORM 1640-MATCH-CODE-POINT
                 VARYING WS-CP-SUB FROM 1 BY 1
                 UNTIL WS-CP-SUB > 128 OR WS-CP-FOUND > ZERO
             IF WS-CP-FOUND > ZERO
               MOVE FUNCTION CHAR (WS-CP-FOUND + 128)
                   TO STR (WS-STR-LEN : 1)
             ELSE
               MOVE "Y" TO WS-REJECT-SW
               STRING "NOT IN CP1250 AT BYTE " DELIMITED BY SIZE
                   WS-BAD-COLUMN DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
             END-IF
           END-IF.

         1640-MATCH-CODE-POINT.
           IF WS-CP-CODE-POINT (WS-CP-SUB) = WS-CODE-POINT
             MOVE WS-CP-SUB TO WS-CP-FOUND
           END-IF.

         1650-CHECK-CP1250-BYTE.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-RAW-STR (WS-RAW-POS : 1)) - 1
           IF WS-BYTE-VALUE >= 128
             IF WS-CP-CODE-POINT (WS-BYTE-VALUE - 127) = ZERO
               MOVE WS-RAW-POS TO WS-BAD-COLUMN
               MOVE "Y" TO WS-REJECT-SW
               STRING "INVALID CP1250 AT BYTE " DELIMITED BY SIZE
                   WS-BAD-COLUMN DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
             END-IF
           END-IF.

         1690-REJECT-BAD-UTF8.
           MOVE "Y" TO WS-REJECT-SW
           STRING "INVALID UTF-8 AT BYTE " DELIMITED BY SIZE
               WS-BAD-COLUMN DELIMITED BY SIZE
               INTO WS-REJECT-REASON
           END-STRING.

      * ----------------------------------------------------------
      * Put the converted line into the output encoding.  Every
      * Windows-1250 character above X"7F" is two or three bytes in
      * UTF-8, which is why WS-OUT-STR is three times STR.
      * ----------------------------------------------------------
         1700-ENCODE-OUTPUT.
           MOVE SPACES TO WS-OUT-STR
           IF OUT-IS-UTF8
             MOVE ZERO TO WS-OUT-LEN
             MOVE FUNCTION LENGTH (FUNCTION TRIM (STR TRAILING))
                 TO WS-STR-LEN
             PERFORM 1710-ENCODE-UTF8-CHAR
                 VARYING WS-STR-POS FROM 1 BY 1
                 UNTIL WS-STR-POS > WS-STR-LEN
           ELSE
             MOVE STR TO WS-OUT-STR
           END-IF.

         1710-ENCODE-UTF8-CHAR.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (STR (WS-STR-POS : 1)) - 1
           IF WS-BYTE-VALUE < 128
             PERFORM 1720-APPEND-OUTPUT-BYTE
           ELSE
             MOVE WS-CP-CODE-POINT (WS-BYTE-VALUE - 127)
                 TO WS-CODE-POINT
             IF WS-CODE-POINT < 2048
               COMPUTE WS-BYTE-VALUE = 192 + WS-CODE-POINT / 64
               PERFORM 1720-APPEND-OUTPUT-BYTE
             ELSE
               COMPUTE WS-BYTE-VALUE = 224 + WS-CODE-POINT / 4096
               PERFORM 1720-APPEND-OUTPUT-BYTE
               COMPUTE WS-CODE-HIGH = WS-CODE-POINT / 64
               COMPUTE WS-BYTE-VALUE =
                   128 + FUNCTION MOD (WS-CODE-HIGH, 64)
               PERFORM 1720-APPEND-OUTPUT-BYTE
             END-IF
             COMPUTE WS-BYTE-VALUE =
                 128 + FUNCTION MOD (WS-CODE-POINT, 64)
             PERFORM 1720-APPEND-OUTPUT-BYTE
           END-IF.

         1720-APPEND-OUTPUT-BYTE.
           ADD 1 TO WS-OUT-LEN
           MOVE FUNCTION CHAR (WS-BYTE-VALUE + 1)
               TO WS-OUT-STR (WS-OUT-LEN : 1).

         1500-WRITE-DETAIL.
           MOVE COUNTER TO WS-DL-LINE-NO
           MOVE WS-LINE-UC-COUNT TO WS-DL-UC-TO-LC
           MOVE LC-COUNTER TO WS-TL-LC-TO-UC
           MOVE REJECT-COUNTER TO WS-TL-REJECTS
           MOVE WS-RUN-DATE TO WS-TL-DATE
           MOVE WS-ADDED-COUNT TO WS-TL-ADDED
           MOVE WS-DELETED-COUNT TO WS-TL-DELETED
           MOVE WS-CHANGED-COUNT TO WS-TL-CHANGED
           OPEN EXTEND TOTALS-FILE
           IF WS-TOTALS-STATUS = "35"
             OPEN OUTPUT TOTALS-FILE
           WRITE TOTALS-RECORD
           CLOSE TOTALS-FILE.

      * ----------------------------------------------------------
      * Runs once tonight's output file is complete, so a restart
      * partway through the conversion cannot upset the comparison.
      * Last night's copy is held in WS-PREV-TABLE and each line of
      * tonight's output takes the first unmatched line with the
      * same key; whatever is left unmatched was deleted.  Tonight's
      * output is only kept, as the .CUR copy stamped with the run
      * date, when its change rate is within the entry's limit, so
      * a wrong vendor file does not become the base tomorrow's
      * comparison runs against.  The .CUR copy of an earlier run
      * date is rolled to .PRV before comparing; one of tonight's
      * is not, so every rerun within a pay date compares against
      * the same base.
      * ----------------------------------------------------------
         4000-COMPARE-WITH-PREVIOUS.
           MOVE SPACES TO WS-PREVIOUS-FILENAME
           MOVE SPACES TO WS-CHANGE-FILENAME
           MOVE SPACES TO WS-CURRENT-FILENAME
           STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
               ".PRV" DELIMITED BY SIZE
               INTO WS-PREVIOUS-FILENAME
           END-STRING
           STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
               ".CUR" DELIMITED BY SIZE
               INTO WS-CURRENT-FILENAME
           END-STRING
           STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
               ".CHG" DELIMITED BY SIZE
               INTO WS-CHANGE-FILENAME
           END-STRING
           MOVE ZERO TO WS-TONIGHT-COUNT
           MOVE "Y" TO WS-ROLL-SW
           PERFORM 4050-ROLL-CURRENT-COPY
           PERFORM 4100-LOAD-PREVIOUS
           IF PREVIOUS-OVERFLOWED
             DISPLAY "3-naloga: " WS-PREVIOUS-FILENAME
                 " HOLDS MORE THAN 5000 LINES - NOT COMPARED"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-ROLL-SW
           ELSE
             OPEN OUTPUT CHANGE-FILE
             IF PREVIOUS-IS-LOADED
               MOVE "N" TO WS-OUTPUT-EOF
               OPEN INPUT OUTPUTFILE
               PERFORM 4200-MATCH-TONIGHT-LINE
                   UNTIL WS-OUTPUT-EOF = "Y"
               CLOSE OUTPUTFILE
               PERFORM 4300-WRITE-IF-DELETED
                   VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-COUNT
               PERFORM 4500-CHECK-CHANGE-RATE
             ELSE
               DISPLAY "3-naloga: NO " WS-PREVIOUS-FILENAME
                   " - TONIGHT'S OUTPUT BECOMES THE FIRST COPY"
             END-IF
             CLOSE CHANGE-FILE
           END-IF
           IF SNAPSHOT-CAN-ROLL
             PERFORM 4600-KEEP-SNAPSHOT
           END-IF.

         4050-ROLL-CURRENT-COPY.
           OPEN INPUT CURRENT-FILE
           IF WS-CURRENT-STATUS = "00"
             MOVE 99999999 TO WS-CURRENT-DATE
             READ CURRENT-FILE
               NOT AT END
                 IF CURRENT-RECORD (1:8) IS NUMERIC
                   MOVE CURRENT-RECORD (1:8) TO WS-CURRENT-DATE
                 END-IF
             END-READ
             IF WS-CURRENT-DATE < WS-RUN-DATE
               OPEN OUTPUT PREVIOUS-FILE
               MOVE "N" TO WS-CURRENT-EOF
               PERFORM 4060-ROLL-ONE-LINE
                   UNTIL WS-CURRENT-EOF = "Y"
               CLOSE PREVIOUS-FILE
             END-IF
             CLOSE CURRENT-FILE
           END-IF.

         4060-ROLL-ONE-LINE.
           READ CURRENT-FILE
             AT END
               MOVE "Y" TO WS-CURRENT-EOF
             NOT AT END
               MOVE CURRENT-RECORD TO PREVIOUS-RECORD
               WRITE PREVIOUS-RECORD
           END-READ.

         4100-LOAD-PREVIOUS.
           MOVE ZERO TO WS-PREV-COUNT
           OPEN INPUT PREVIOUS-FILE
           IF WS-PREVIOUS-STATUS = "00"
             MOVE "L" TO WS-PREVIOUS-STATE
             MOVE "N" TO WS-PREVIOUS-EOF
             PERFORM 4110-READ-PREVIOUS-LINE
                 UNTIL WS-PREVIOUS-EOF = "Y"
             CLOSE PREVIOUS-FILE
           ELSE
             MOVE "M" TO WS-PREVIOUS-STATE
           END-IF.

         4110-READ-PREVIOUS-LINE.
           READ PREVIOUS-FILE
             AT END
               MOVE "Y" TO WS-PREVIOUS-EOF
             NOT AT END
               IF WS-PREV-COUNT >= 5000
                 MOVE "O" TO WS-PREVIOUS-STATE
                 MOVE "Y" TO WS-PREVIOUS-EOF
               ELSE
                 ADD 1 TO WS-PREV-COUNT
                 MOVE "N" TO WS-PV-MATCHED (WS-PREV-COUNT)
                 MOVE WS-PREV-COUNT TO WS-PV-LINE-NO (WS-PREV-COUNT)
                 MOVE PREVIOUS-RECORD TO WS-PV-TEXT (WS-PREV-COUNT)
                 MOVE PREVIOUS-RECORD TO WS-KEY-LINE
                 PERFORM 4150-LOCATE-KEY
                 MOVE WS-KEY-POS TO WS-PV-KEY-POS (WS-PREV-COUNT)
                 MOVE WS-KEY-SIZE TO WS-PV-KEY-SIZE (WS-PREV-COUNT)
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * The key range is in character columns.  In Windows-1250
      * output a character is a byte; in UTF-8 output the key's
      * bytes are found by counting the characters ahead of it,
      * every byte that is not a continuation byte (X"80" to X"BF")
      * starting a character.  A key that starts beyond the end of
      * a full line is taken as empty.
      * ----------------------------------------------------------
         4150-LOCATE-KEY.
           IF OUT-IS-UTF8
             MOVE ZERO TO WS-KEY-POS
             MOVE ZERO TO WS-KEY-END
             MOVE ZERO TO WS-KEY-CHAR
             PERFORM 4160-COUNT-KEY-BYTE
                 VARYING WS-KEY-BYTE FROM 1 BY 1
                 UNTIL WS-KEY-BYTE > 1500
                    OR WS-KEY-END > ZERO
             IF WS-KEY-END = ZERO
               MOVE 1501 TO WS-KEY-END
             END-IF
             IF WS-KEY-POS = ZERO
               MOVE 1 TO WS-KEY-POS
               MOVE ZERO TO WS-KEY-SIZE
             ELSE
               COMPUTE WS-KEY-SIZE = WS-KEY-END - WS-KEY-POS
             END-IF
           ELSE
             MOVE WS-KEY-START TO WS-KEY-POS
             IF WS-KEY-START + WS-KEY-LEN > 1501
               COMPUTE WS-KEY-SIZE = 1501 - WS-KEY-START
             ELSE
               MOVE WS-KEY-LEN TO WS-KEY-SIZE
             END-IF
           END-IF.

         4160-COUNT-KEY-BYTE.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-KEY-LINE (WS-KEY-BYTE : 1)) - 1
           IF WS-BYTE-VALUE < 128 OR WS-BYTE-VALUE > 191
             ADD 1 TO WS-KEY-CHAR
             IF WS-KEY-CHAR = WS-KEY-START
               MOVE WS-KEY-BYTE TO WS-KEY-POS
             END-IF
             IF WS-KEY-CHAR = WS-KEY-START + WS-KEY-LEN
               MOVE WS-KEY-BYTE TO WS-KEY-END
             END-IF
           END-IF.

         4200-MATCH-TONIGHT-LINE.
           READ OUTPUTFILE
             AT END
               MOVE "Y" TO WS-OUTPUT-EOF
             NOT AT END
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE O-NAME TO WS-KEY-LINE
               PERFORM 4150-LOCATE-KEY
               MOVE ZERO TO WS-PREV-FOUND
               PERFORM 4210-MATCH-ONE-KEY
                   VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-COUNT
                      OR WS-PREV-FOUND > ZERO
               IF WS-PREV-FOUND = ZERO
                 ADD 1 TO WS-ADDED-COUNT
                 MOVE "ADDED" TO WS-CL-KIND
                 MOVE WS-TONIGHT-COUNT TO WS-CL-NEW-LINE-NO
                 MOVE ZERO TO WS-CL-OLD-LINE-NO
                 MOVE O-NAME TO WS-CL-TEXT
                 PERFORM 4400-WRITE-CHANGE-LINE
               ELSE
                 MOVE "Y" TO WS-PV-MATCHED (WS-PREV-FOUND)
                 IF WS-PV-TEXT (WS-PREV-FOUND) NOT = O-NAME
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-CL-KIND
                   MOVE WS-TONIGHT-COUNT TO WS-CL-NEW-LINE-NO
                   MOVE WS-PV-LINE-NO (WS-PREV-FOUND)
                       TO WS-CL-OLD-LINE-NO
                   MOVE O-NAME TO WS-CL-TEXT
                   PERFORM 4400-WRITE-CHANGE-LINE
                 END-IF
               END-IF
           END-READ.

         4210-MATCH-ONE-KEY.
           IF WS-PV-MATCHED (WS-PREV-SUB) = "N"
            AND WS-PV-KEY-SIZE (WS-PREV-SUB) = WS-KEY-SIZE
             IF WS-KEY-SIZE = ZERO
               MOVE WS-PREV-SUB TO WS-PREV-FOUND
             ELSE
               IF WS-PV-TEXT (WS-PREV-SUB)
                      (WS-PV-KEY-POS (WS-PREV-SUB) : WS-KEY-SIZE)
                  = O-NAME (WS-KEY-POS : WS-KEY-SIZE)
                 MOVE WS-PREV-SUB TO WS-PREV-FOUND
               END-IF
             END-IF
           END-IF.

         4300-WRITE-IF-DELETED.
           IF WS-PV-MATCHED (WS-PREV-SUB) = "N"
             ADD 1 TO WS-DELETED-COUNT
             MOVE "DELETED" TO WS-CL-KIND
             MOVE ZERO TO WS-CL-NEW-LINE-NO
             MOVE WS-PV-LINE-NO (WS-PREV-SUB) TO WS-CL-OLD-LINE-NO
             MOVE WS-PV-TEXT (WS-PREV-SUB) TO WS-CL-TEXT
             PERFORM 4400-WRITE-CHANGE-LINE
           END-IF.

         4400-WRITE-CHANGE-LINE.
           MOVE WS-CHANGE-LINE TO CHANGE-RECORD
           WRITE CHANGE-RECORD.

      * The rate is taken against the larger of the two nights so a
      * file that has lost or gained most of its lines still shows.
      * The CONVEXCP.TXT line for a rate over the limit carries line
      * number zero and is not added to REJECT-COUNTER: it warns
      * about the whole file and no line of it was rejected.
         4500-CHECK-CHANGE-RATE.
           IF WS-TONIGHT-COUNT > WS-PREV-COUNT
             MOVE WS-TONIGHT-COUNT TO WS-RATE-BASE
           ELSE
             MOVE WS-PREV-COUNT TO WS-RATE-BASE
           END-IF
           MOVE ZERO TO WS-CHANGE-RATE
           IF WS-RATE-BASE > ZERO
             COMPUTE WS-CHANGE-RATE =
                 (WS-ADDED-COUNT + WS-DELETED-COUNT + WS-CHANGED-COUNT)
                 * 100 / WS-RATE-BASE
           END-IF
           IF CHANGE-LIMIT-IS-SET
            AND WS-CHANGE-RATE > WS-CHANGE-LIMIT
             DISPLAY "3-naloga: " WS-OUTPUT-FILENAME
                 " CHANGE RATE " WS-CHANGE-RATE "% OVER LIMIT "
                 WS-CHANGE-LIMIT "%"
             MOVE SPACES TO WS-REJECT-REASON
             STRING "CHANGE RATE " DELIMITED BY SIZE
                 WS-CHANGE-RATE DELIMITED BY SIZE
                 "% OVER " DELIMITED BY SIZE
                 WS-CHANGE-LIMIT DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
             END-STRING
             MOVE WS-INPUT-FILENAME TO WS-XL-FILENAME
             MOVE ZERO TO WS-XL-LINE-NO
             MOVE WS-REJECT-REASON TO WS-XL-REASON
             MOVE WS-RUN-DATE TO WS-XL-DATE
             OPEN EXTEND EXCEPTION-FILE
             IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
             END-IF
             MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
             CLOSE EXCEPTION-FILE
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-ROLL-SW
           END-IF.

         4600-KEEP-SNAPSHOT.
           MOVE "N" TO WS-OUTPUT-EOF
           OPEN INPUT OUTPUTFILE
           OPEN OUTPUT CURRENT-FILE
           MOVE SPACES TO CURRENT-RECORD
           MOVE WS-RUN-DATE TO CURRENT-RECORD (1:8)
           WRITE CURRENT-RECORD
           PERFORM 4610-COPY-ONE-LINE
               UNTIL WS-OUTPUT-EOF = "Y"
           CLOSE OUTPUTFILE
           CLOSE CURRENT-FILE.

         4610-COPY-ONE-LINE.
           READ OUTPUTFILE
             AT END
               MOVE "Y" TO WS-OUTPUT-EOF
             NOT AT END
               MOVE O-NAME TO CURRENT-RECORD
               WRITE CURRENT-RECORD
           END-READ.

      * ----------------------------------------------------------
      * Inside the window the controller has written the period's
      * pay date to PAYDATE.TXT; run standalone there is none and
