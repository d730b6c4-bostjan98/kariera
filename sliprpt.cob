      *                 employee asking in August for March's slip
      *                 is now a lookup, not a reconstruction
      *                 exercise against the ledger.
      * 2026-09-09  BK  Court-ordered deductions stored with the
      *                 slip are reprinted after the net pay, each
      *                 with its balance left, followed by the
      *                 amount paid - as the run printed them.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
         01 WS-EMP-ID PIC X(10) VALUE SPACES.
         01 WS-PAY-DATE PIC 9(08) VALUE ZERO.
         01 WS-BAND-SUB PIC 9(02).
         01 WS-DED-SUB PIC 9(02).
         01 WS-SLIP-SEPARATOR PIC X(72) VALUE ALL "=".
         01 WS-SLIP-TITLE-LINE.
           05 FILLER PIC X(17) VALUE "PAYSLIP - REPRINT".
           05 FILLER PIC X(08) VALUE " PCT    ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SP-PENSION-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
         01 WS-SLIP-DEDUCTION-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-ORDER-REF PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-CREDITOR PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SD-BALANCE-CAPTION PIC X(05).
           05 WS-SD-BALANCE-AREA PIC X(17).
           05 WS-SD-BALANCE REDEFINES WS-SD-BALANCE-AREA
               PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
         0000-MAINLINE.
           MOVE SH-NETPAY TO WS-SP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO REPRINT-RECORD
           WRITE REPRINT-RECORD
           IF SH-DEDUCTION-COUNT IS NUMERIC
            AND SH-DEDUCTION-COUNT > ZERO
             MOVE "COURT-ORDERED DEDUCTIONS" TO REPRINT-RECORD
             WRITE REPRINT-RECORD
             PERFORM 2300-WRITE-ONE-DEDUCTION
                 VARYING WS-DED-SUB FROM 1 BY 1
                 UNTIL WS-DED-SUB > SH-DEDUCTION-COUNT
             MOVE "AMOUNT PAID           " TO WS-SP-CAPTION
             MOVE SH-AMOUNT-PAID TO WS-SP-AMOUNT
             MOVE WS-SLIP-AMOUNT-LINE TO REPRINT-RECORD
             WRITE REPRINT-RECORD
           END-IF
           MOVE WS-SLIP-SEPARATOR TO REPRINT-RECORD
           WRITE REPRINT-RECORD.

           MOVE SH-TAX (WS-BAND-SUB) TO WS-SB-TAX
           MOVE WS-SLIP-BAND-LINE TO REPRINT-RECORD
           WRITE REPRINT-RECORD.

         2300-WRITE-ONE-DEDUCTION.
           MOVE SH-DED-ORDER-REF (WS-DED-SUB) TO WS-SD-ORDER-REF
           MOVE SH-DED-CREDITOR (WS-DED-SUB) TO WS-SD-CREDITOR
           MOVE SH-DED-AMOUNT (WS-DED-SUB) TO WS-SD-AMOUNT
           IF SH-DED-CEILING-SW (WS-DED-SUB) = "Y"
             MOVE "LEFT " TO WS-SD-BALANCE-CAPTION
             MOVE SH-DED-BALANCE (WS-DED-SUB) TO WS-SD-BALANCE
           ELSE
             MOVE SPACES TO WS-SD-BALANCE-CAPTION
             MOVE SPACES TO WS-SD-BALANCE-AREA
           END-IF
           MOVE WS-SLIP-DEDUCTION-LINE TO REPRINT-RECORD
           WRITE REPRINT-RECORD.
