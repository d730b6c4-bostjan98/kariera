      * ----------------------------------------------------------
      * EMPHIST.CPY
      * One line of the permanent EMPHIST.TXT employee master
      * change history.  Every change to the master is written
      * as two lines, the record before it (spaces for an add)
      * and the record after it, stamped with the date, the user
      * who keyed it and the action code.  empmaint writes the
      * keyed actions; payexp writes action F when it sets a
      * leaver inactive after paying the final pay, under the
      * user PAYEXP.  The image is the whole master record
      * (EMPMAST.CPY) as it stood.
      * ----------------------------------------------------------
         01 WS-HISTORY-LINE.
           05 WS-HX-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HX-USER PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HX-ACTION PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HX-EMP-ID PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HX-PHASE PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HX-IMAGE PIC X(189).
