      *                 system clock, so the bank file carries the
      *                 agreed pay date however late the window
      *                 reaches this step.
      * 2026-09-08  BK  Payment holds.  Items the payvar variance
      *                 check queued to PAYHOLD.TXT are left out of
      *                 the bank file until PAYRLSE.TXT carries a
      *                 release for the same employee and pay date
      *                 naming the approver.  A released item of
      *                 tonight's pay date goes out with the rest
      *                 of PAYNET.DAT; a released item from an
      *                 earlier pay date is paid from the held
      *                 amount ahead of the trailer.  Paid holds
      *                 leave the queue and are logged with their
      *                 approver to PAYRLSED.TXT.
      * 2026-09-11  BK  PAYDATE.TXT now carries the pay frequency
      *                 after the pay date; record widened to match.
      * 2026-09-12  BK  Leavers.  Once a final pay (termination
      *                 date on the master on or before the pay
      *                 date paid) has really gone into the bank
      *                 file, the employee is set inactive on the
      *                 master and the before and after images are
      *                 appended to EMPHIST.TXT as action F.  A
      *                 held final pay does it when released.
      *                 EMPMAST.DAT is now opened I-O.
      * 2026-09-16  BK  Every re-issued returned payment is logged
      *                 to PAYREISS.TXT with the bounced account
      *                 reference, the date it was queued and the
      *                 pay date it went out on, as released holds
      *                 already are to PAYRLSED.TXT, so the
      *                 liability reconciliation can tell tonight's
      *                 payments from earlier pay dates' money in
      *                 the bank file.
      * 2026-09-22  BK  A released hold of tonight's pay date now
      *                 covers every PAYNET.DAT line of that
      *                 employee, not just the first; the hold
      *                 leaves the queue once the file is read and
      *                 PAYRLSED.TXT logs the total paid.  The
      *                 exception line now carries the pay date and
      *                 amount not paid, set on every write.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RECYCLE-TEMP-FILE ASSIGN TO "PAYRECYC.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECYCLE-TEMP-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "PAYRLSE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-STATUS.
           SELECT RELEASE-LOG-FILE ASSIGN TO "PAYRLSED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-LOG-STATUS.
           SELECT REISSUE-LOG-FILE ASSIGN TO "PAYREISS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REISSUE-LOG-STATUS.
           SELECT PAYDATE-FILE ASSIGN TO "PAYDATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDATE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD EXCEPTION-FILE.
         01 EXCEPTION-RECORD PIC X(80).

         FD HISTORY-FILE.
         01 HISTORY-RECORD PIC X(240).

         FD RECYCLE-FILE.
         01 RECYCLE-RECORD.
           05 RC-EMP-ID PIC X(10).
         FD RECYCLE-TEMP-FILE.
         01 RECYCLE-TEMP-RECORD PIC X(58).

         FD HOLD-FILE.
         COPY PAYHOLD.

         FD RELEASE-FILE.
         01 RELEASE-RECORD.
           05 RL-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RL-APPROVER PIC X(20).

         FD RELEASE-LOG-FILE.
         01 RELEASE-LOG-RECORD.
           05 RG-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RG-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RG-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RG-APPROVER PIC X(20).
           05 FILLER PIC X(02).
           05 RG-PAID-DATE PIC 9(08).

         FD REISSUE-LOG-FILE.
         01 REISSUE-LOG-RECORD.
           05 RI-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 RI-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(02).
           05 RI-OLD-ACCOUNT-REF PIC X(20).
           05 FILLER PIC X(02).
           05 RI-QUEUED-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 RI-PAID-DATE PIC 9(08).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-PAYDATE-STATUS PIC X(02).
           05 WS-XL-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-REASON PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-XL-AMOUNT PIC S9(11)V99 SIGN IS LEADING SEPARATE.
         01 WS-RECYCLE-STATUS PIC X(02).
         01 WS-RECYCLE-TEMP-STATUS PIC X(02).
         01 WS-RECYCLE-EOF PIC X(01).
             10 WS-QI-QUEUED-DATE PIC 9(08).
             10 WS-QI-KEEP-SW PIC X(01).
         01 WS-QUEUE-SUB PIC 9(04).
         01 WS-HOLD-STATUS PIC X(02).
         01 WS-RELEASE-STATUS PIC X(02).
         01 WS-RELEASE-LOG-STATUS PIC X(02).
         01 WS-REISSUE-LOG-STATUS PIC X(02).
         01 WS-HOLD-EOF PIC X(01).
         01 WS-HOLD-OVERFLOW-SW PIC X(01) VALUE "N".
         01 WS-PAID-SW PIC X(01).
         01 WS-HELD-COUNT PIC 9(06) VALUE ZERO.
         01 WS-RELEASED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-UNSIGNED-COUNT PIC 9(06) VALUE ZERO.
         01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
           05 WS-HOLD-ITEM OCCURS 2000 TIMES.
             10 WS-HI-EMP-ID PIC X(10).
             10 WS-HI-PAY-DATE PIC 9(08).
             10 WS-HI-AMOUNT PIC S9(11)V99.
             10 WS-HI-PRIOR-AMOUNT PIC S9(11)V99.
             10 WS-HI-REASON PIC X(30).
             10 WS-HI-APPROVER PIC X(20).
             10 WS-HI-RELEASED-SW PIC X(01).
             10 WS-HI-KEEP-SW PIC X(01).
             10 WS-HI-PAID-AMOUNT PIC S9(11)V99.
             10 WS-HI-PAID-SW PIC X(01).
         01 WS-HOLD-SUB PIC 9(04).
         01 WS-HOLD-FOUND-SUB PIC 9(04).
         01 WS-MATCH-EMP-ID PIC X(10).
         01 WS-MATCH-PAY-DATE PIC 9(08).
         01 WS-HISTORY-STATUS PIC X(02).
         COPY EMPHIST.
         01 WS-BEFORE-IMAGE PIC X(189).
         01 WS-LEAVER-PAY-DATE PIC 9(08).
         01 WS-INACTIVATED-COUNT PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
         0000-MAINLINE.
                 WS-PAYNET-STATUS
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN I-O EMPMAST-FILE
             IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "payexp: EMPMAST.DAT NOT AVAILABLE, STATUS = "
                   WS-EMPMAST-STATUS
               MOVE 4 TO RETURN-CODE
               CLOSE PAYNET-FILE
             ELSE
               PERFORM 5000-LOAD-HOLDS
               IF WS-HOLD-OVERFLOW-SW = "Y"
                 DISPLAY "payexp: MORE THAN 2000 HELD PAYMENTS ON "
                     "PAYHOLD.TXT - NOTHING EXPORTED"
                 MOVE 8 TO RETURN-CODE
                 CLOSE PAYNET-FILE
                 CLOSE EMPMAST-FILE
               ELSE
                 PERFORM 1000-EXPORT-PAYMENTS
               END-IF
             END-IF
           END-IF
           GOBACK.
             END-READ
           END-PERFORM
           PERFORM 4000-RECYCLE-RETURNED-PAYMENTS
           PERFORM 5500-PAY-RELEASED-HOLDS
           MOVE WS-PAYMENT-COUNT TO WS-TR-COUNT
           MOVE WS-HASH-TOTAL TO WS-TR-HASH
           MOVE WS-TRAILER-LINE TO BANKPAY-RECORD
           CLOSE BANKPAY-FILE
           CLOSE EXCEPTION-FILE
           DISPLAY "payexp: " WS-PAYMENT-COUNT " PAYMENTS, "
               WS-EXCEPTION-COUNT " EXCEPTIONS, "
               WS-HELD-COUNT " HELD"
           IF WS-INACTIVATED-COUNT > ZERO
             DISPLAY "payexp: " WS-INACTIVATED-COUNT
                 " LEAVERS PAID THEIR FINAL PAY, SET INACTIVE"
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
             MOVE 8 TO RETURN-CODE
           END-IF.
             MOVE "NET PAY IS ZERO" TO WS-XL-REASON
             PERFORM 3000-WRITE-EXCEPTION
           ELSE
             MOVE PN-EMP-ID TO WS-MATCH-EMP-ID
             MOVE WS-RUN-DATE TO WS-MATCH-PAY-DATE
             PERFORM 5200-FIND-HOLD
             IF WS-HOLD-FOUND-SUB = ZERO
               PERFORM 2100-LOOKUP-AND-WRITE
             ELSE
               PERFORM 2200-EXPORT-HELD-PAYMENT
             END-IF
           END-IF.

      * ----------------------------------------------------------
      * A held payment stays out of the file until released; once
      * released it goes out like any other.  An employee may have
      * more than one line tonight (a correction as well as the
      * pay), so what was really written is only added up here;
      * the hold leaves the queue, logged with the total, once
      * the whole file has been read.
      * ----------------------------------------------------------
         2200-EXPORT-HELD-PAYMENT.
           IF WS-HI-RELEASED-SW (WS-HOLD-FOUND-SUB) = "Y"
             PERFORM 2100-LOOKUP-AND-WRITE
             IF WS-PAID-SW = "Y"
               ADD PN-NETPAY TO WS-HI-PAID-AMOUNT (WS-HOLD-FOUND-SUB)
               MOVE "Y" TO WS-HI-PAID-SW (WS-HOLD-FOUND-SUB)
             END-IF
           ELSE
             ADD 1 TO WS-HELD-COUNT
             DISPLAY "payexp: PAYMENT HELD FOR " PN-EMP-ID " - "
                 WS-HI-REASON (WS-HOLD-FOUND-SUB)
           END-IF.

         2100-LOOKUP-AND-WRITE.
           MOVE "N" TO WS-PAID-SW
           MOVE PN-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
             INVALID KEY
                 MOVE PN-NETPAY TO WS-PY-AMOUNT
                 MOVE WS-PAYMENT-LINE TO BANKPAY-RECORD
                 WRITE BANKPAY-RECORD
                 MOVE "Y" TO WS-PAID-SW
                 MOVE WS-MATCH-PAY-DATE TO WS-LEAVER-PAY-DATE
                 PERFORM 2150-CLOSE-LEAVER
               END-IF
           END-READ.

      * ----------------------------------------------------------
      * A payment for a pay date on or after the termination date
      * is the final pay.  With it in the bank file the leaver is
      * done: the master record is set inactive here, not by the
      * payroll run, so a final pay that is held or fails stays
      * payable.  The change goes to the history like a keyed one.
      * ----------------------------------------------------------
         2150-CLOSE-LEAVER.
           IF EM-TERMINATION-DATE IS NUMERIC
            AND EM-TERMINATION-DATE > ZERO
            AND EM-TERMINATION-DATE <= WS-LEAVER-PAY-DATE
            AND EM-IS-ACTIVE
             MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
             SET EM-IS-INACTIVE TO TRUE
             REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                 DISPLAY "payexp: COULD NOT SET " EM-EMP-ID
                     " INACTIVE, STATUS = " WS-EMPMAST-STATUS
               NOT INVALID KEY
                 ADD 1 TO WS-INACTIVATED-COUNT
                 PERFORM 2160-WRITE-HISTORY-IMAGES
             END-REWRITE
           END-IF.

         2160-WRITE-HISTORY-IMAGES.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
             OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
             MOVE WS-RUN-DATE TO WS-HX-DATE
             MOVE "PAYEXP" TO WS-HX-USER
             MOVE "F" TO WS-HX-ACTION
             MOVE EM-EMP-ID TO WS-HX-EMP-ID
             MOVE "BEFORE" TO WS-HX-PHASE
             MOVE WS-BEFORE-IMAGE TO WS-HX-IMAGE
             MOVE WS-HISTORY-LINE TO HISTORY-RECORD
             WRITE HISTORY-RECORD
             MOVE "AFTER " TO WS-HX-PHASE
             MOVE EMPLOYEE-MASTER-RECORD TO WS-HX-IMAGE
             MOVE WS-HISTORY-LINE TO HISTORY-RECORD
             WRITE HISTORY-RECORD
             CLOSE HISTORY-FILE
           ELSE
             DISPLAY "payexp: EMPHIST.TXT NOT AVAILABLE, STATUS = "
                 WS-HISTORY-STATUS " - " EM-EMP-ID
                 " SET INACTIVE WITHOUT HISTORY"
           END-IF.

         3000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "payexp: NO PAYMENT FOR " PN-EMP-ID " - "
               WS-XL-REASON
           MOVE PN-EMP-ID TO WS-XL-EMP-ID
           MOVE WS-RUN-DATE TO WS-XL-PAY-DATE
           MOVE PN-NETPAY TO WS-XL-AMOUNT
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

           MOVE WS-QI-AMOUNT (WS-QUEUE-SUB) TO WS-PY-AMOUNT
           MOVE WS-PAYMENT-LINE TO BANKPAY-RECORD
           WRITE BANKPAY-RECORD
           PERFORM 4350-LOG-REISSUED-PAYMENT
           MOVE "N" TO WS-QI-KEEP-SW (WS-QUEUE-SUB).

         4350-LOG-REISSUED-PAYMENT.
           OPEN EXTEND REISSUE-LOG-FILE
           IF WS-REISSUE-LOG-STATUS = "35"
             OPEN OUTPUT REISSUE-LOG-FILE
           END-IF
           IF WS-REISSUE-LOG-STATUS = "00"
             MOVE SPACES TO REISSUE-LOG-RECORD
             MOVE WS-QI-EMP-ID (WS-QUEUE-SUB) TO RI-EMP-ID
             MOVE WS-QI-AMOUNT (WS-QUEUE-SUB) TO RI-AMOUNT
             MOVE WS-QI-OLD-ACCOUNT-REF (WS-QUEUE-SUB)
                 TO RI-OLD-ACCOUNT-REF
             MOVE WS-QI-QUEUED-DATE (WS-QUEUE-SUB) TO RI-QUEUED-DATE
             MOVE WS-RUN-DATE TO RI-PAID-DATE
             WRITE REISSUE-LOG-RECORD
             CLOSE REISSUE-LOG-FILE
           END-IF.

         4400-REWRITE-ONE-QUEUE-ITEM.
           IF WS-QI-KEEP-SW (WS-QUEUE-SUB) = "Y"
             MOVE WS-QI-EMP-ID (WS-QUEUE-SUB) TO RC-EMP-ID
             WRITE RECYCLE-RECORD
           END-IF.

      * ----------------------------------------------------------
      * The hold queue is loaded whole before anything is written,
      * and every signed release is matched to it by employee and
      * pay date.  A release with no approver named releases
      * nothing.  More holds than the table takes stops the export
      * outright: an item left unloaded would otherwise be paid
      * unchecked.  No queue file means nothing is held.
      * ----------------------------------------------------------
         5000-LOAD-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
             PERFORM 5050-LOAD-ONE-HOLD
                 UNTIL WS-HOLD-EOF = "Y"
             CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
             PERFORM 5100-APPLY-ONE-RELEASE
                 UNTIL WS-HOLD-EOF = "Y"
             CLOSE RELEASE-FILE
           END-IF.

         5050-LOAD-ONE-HOLD.
           READ HOLD-FILE
             AT END
               MOVE "Y" TO WS-HOLD-EOF
             NOT AT END
               IF WS-HOLD-COUNT < 2000
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE PH-EMP-ID TO WS-HI-EMP-ID (WS-HOLD-COUNT)
                 MOVE PH-PAY-DATE TO WS-HI-PAY-DATE (WS-HOLD-COUNT)
                 MOVE PH-AMOUNT TO WS-HI-AMOUNT (WS-HOLD-COUNT)
                 MOVE PH-PRIOR-AMOUNT
                     TO WS-HI-PRIOR-AMOUNT (WS-HOLD-COUNT)
                 MOVE PH-REASON TO WS-HI-REASON (WS-HOLD-COUNT)
                 MOVE SPACES TO WS-HI-APPROVER (WS-HOLD-COUNT)
                 MOVE "N" TO WS-HI-RELEASED-SW (WS-HOLD-COUNT)
                 MOVE "Y" TO WS-HI-KEEP-SW (WS-HOLD-COUNT)
                 MOVE ZERO TO WS-HI-PAID-AMOUNT (WS-HOLD-COUNT)
                 MOVE "N" TO WS-HI-PAID-SW (WS-HOLD-COUNT)
               ELSE
                 MOVE "Y" TO WS-HOLD-OVERFLOW-SW
               END-IF
           END-READ.

         5100-APPLY-ONE-RELEASE.
           READ RELEASE-FILE
             AT END
               MOVE "Y" TO WS-HOLD-EOF
             NOT AT END
               IF RL-APPROVER = SPACES
                OR RL-PAY-DATE IS NOT NUMERIC
                 ADD 1 TO WS-UNSIGNED-COUNT
                 DISPLAY "payexp: RELEASE FOR " RL-EMP-ID
                     " NAMES NO APPROVER - IGNORED"
               ELSE
                 MOVE RL-EMP-ID TO WS-MATCH-EMP-ID
                 MOVE RL-PAY-DATE TO WS-MATCH-PAY-DATE
                 PERFORM 5200-FIND-HOLD
                 IF WS-HOLD-FOUND-SUB > ZERO
                   MOVE "Y" TO WS-HI-RELEASED-SW (WS-HOLD-FOUND-SUB)
                   MOVE RL-APPROVER
                       TO WS-HI-APPROVER (WS-HOLD-FOUND-SUB)
                 END-IF
               END-IF
           END-READ.

         5200-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-SUB
           PERFORM 5250-MATCH-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND-SUB > ZERO.

         5250-MATCH-ONE-HOLD.
           IF WS-HI-EMP-ID (WS-HOLD-SUB) = WS-MATCH-EMP-ID
            AND WS-HI-PAY-DATE (WS-HOLD-SUB) = WS-MATCH-PAY-DATE
            AND WS-HI-KEEP-SW (WS-HOLD-SUB) = "Y"
             MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
           END-IF.

      * ----------------------------------------------------------
      * Holds from earlier pay dates are no longer in PAYNET.DAT;
      * once released they are paid from the amount held, to the
      * account now on the master, ahead of the trailer.  The
      * queue is then rewritten with what is still waiting.
      * ----------------------------------------------------------
         5500-PAY-RELEASED-HOLDS.
           IF WS-HOLD-COUNT > ZERO
             PERFORM 5550-CLOSE-TONIGHTS-RELEASE
                 VARYING WS-HOLD-SUB FROM 1 BY 1
                 UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
             PERFORM 5600-PAY-ONE-RELEASED-HOLD
                 VARYING WS-HOLD-SUB FROM 1 BY 1
                 UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
             OPEN OUTPUT HOLD-FILE
             PERFORM 5800-REWRITE-ONE-HOLD
                 VARYING WS-HOLD-SUB FROM 1 BY 1
                 UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
             CLOSE HOLD-FILE
             DISPLAY "payexp: " WS-RELEASED-COUNT
                 " HELD PAYMENTS RELEASED AND PAID"
           END-IF.

         5550-CLOSE-TONIGHTS-RELEASE.
           IF WS-HI-PAY-DATE (WS-HOLD-SUB) = WS-RUN-DATE
            AND WS-HI-PAID-SW (WS-HOLD-SUB) = "Y"
            AND WS-HI-KEEP-SW (WS-HOLD-SUB) = "Y"
             MOVE WS-HI-PAID-AMOUNT (WS-HOLD-SUB)
                 TO WS-HI-AMOUNT (WS-HOLD-SUB)
             PERFORM 5700-LOG-RELEASED-PAYMENT
           END-IF.

         5600-PAY-ONE-RELEASED-HOLD.
           IF WS-HI-PAY-DATE (WS-HOLD-SUB) NOT = WS-RUN-DATE
            AND WS-HI-RELEASED-SW (WS-HOLD-SUB) = "Y"
            AND WS-HI-KEEP-SW (WS-HOLD-SUB) = "Y"
             MOVE WS-HI-EMP-ID (WS-HOLD-SUB) TO EM-EMP-ID
             READ EMPMAST-FILE
               INVALID KEY
                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-XL-REASON
                 PERFORM 5650-WRITE-HOLD-EXCEPTION
               NOT INVALID KEY
                 IF EM-ACCOUNT-REF = SPACES
                   MOVE "NO ACCOUNT REFERENCE" TO WS-XL-REASON
                   PERFORM 5650-WRITE-HOLD-EXCEPTION
                 ELSE
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD WS-HI-AMOUNT (WS-HOLD-SUB) TO WS-HASH-TOTAL
                   MOVE WS-HI-EMP-ID (WS-HOLD-SUB) TO WS-PY-EMP-ID
                   MOVE EM-ACCOUNT-REF TO WS-PY-ACCOUNT-REF
                   MOVE WS-HI-AMOUNT (WS-HOLD-SUB) TO WS-PY-AMOUNT
                   MOVE WS-PAYMENT-LINE TO BANKPAY-RECORD
                   WRITE BANKPAY-RECORD
                   PERFORM 5700-LOG-RELEASED-PAYMENT
                   MOVE WS-HI-PAY-DATE (WS-HOLD-SUB)
                       TO WS-LEAVER-PAY-DATE
                   PERFORM 2150-CLOSE-LEAVER
                 END-IF
             END-READ
           END-IF.

         5650-WRITE-HOLD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "payexp: NO PAYMENT FOR RELEASED "
               WS-HI-EMP-ID (WS-HOLD-SUB) " - " WS-XL-REASON
           MOVE WS-HI-EMP-ID (WS-HOLD-SUB) TO WS-XL-EMP-ID
           MOVE WS-HI-PAY-DATE (WS-HOLD-SUB) TO WS-XL-PAY-DATE
           MOVE WS-HI-AMOUNT (WS-HOLD-SUB) TO WS-XL-AMOUNT
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

         5700-LOG-RELEASED-PAYMENT.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "N" TO WS-HI-KEEP-SW (WS-HOLD-SUB)
           OPEN EXTEND RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-STATUS = "35"
             OPEN OUTPUT RELEASE-LOG-FILE
           END-IF
           IF WS-RELEASE-LOG-STATUS = "00"
             MOVE SPACES TO RELEASE-LOG-RECORD
             MOVE WS-HI-EMP-ID (WS-HOLD-SUB) TO RG-EMP-ID
             MOVE WS-HI-PAY-DATE (WS-HOLD-SUB) TO RG-PAY-DATE
             MOVE WS-HI-AMOUNT (WS-HOLD-SUB) TO RG-AMOUNT
             MOVE WS-HI-APPROVER (WS-HOLD-SUB) TO RG-APPROVER
             MOVE WS-RUN-DATE TO RG-PAID-DATE
             WRITE RELEASE-LOG-RECORD
             CLOSE RELEASE-LOG-FILE
           END-IF.

         5800-REWRITE-ONE-HOLD.
           IF WS-HI-KEEP-SW (WS-HOLD-SUB) = "Y"
             MOVE SPACES TO PAYMENT-HOLD-RECORD
             MOVE WS-HI-EMP-ID (WS-HOLD-SUB) TO PH-EMP-ID
             MOVE WS-HI-PAY-DATE (WS-HOLD-SUB) TO PH-PAY-DATE
             MOVE WS-HI-AMOUNT (WS-HOLD-SUB) TO PH-AMOUNT
             MOVE WS-HI-PRIOR-AMOUNT (WS-HOLD-SUB) TO PH-PRIOR-AMOUNT
             MOVE WS-HI-REASON (WS-HOLD-SUB) TO PH-REASON
             WRITE PAYMENT-HOLD-RECORD
           END-IF.

      * ----------------------------------------------------------
      * Inside the window the controller has written the period's
      * pay date to PAYDATE.TXT; run standalone there is none and
