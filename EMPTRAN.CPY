      * ----------------------------------------------------------
      * EMPTRAN.CPY
      * One EMPTRAN.TXT employee master maintenance transaction,
      * applied by empmaint.  MT-ACTION says what it does: A add,
      * C change, D deactivate, R release a pending account
      * change, T key a termination, L release a pending
      * termination.  On a change a blank (or, for the numeric
      * columns, non-numeric) field leaves the master alone.
      * Every transaction carries the keying user in MT-USER-ID.
      * empmaint reads the file; 1-naloga writes change
      * transactions to it when it standardises names and
      * departments against RULES.TXT.
      * ----------------------------------------------------------
         01 MAINT-RECORD.
           05 MT-ACTION PIC X(01).
             88 MT-ACTION-ADD VALUE "A".
             88 MT-ACTION-CHANGE VALUE "C".
             88 MT-ACTION-DEACTIVATE VALUE "D".
             88 MT-ACTION-RELEASE VALUE "R".
             88 MT-ACTION-TERMINATE VALUE "T".
             88 MT-ACTION-LEAVER-RELEASE VALUE "L".
           05 MT-EMP-ID PIC X(10).
           05 MT-NAME PIC X(30).
           05 MT-DEPARTMENT PIC X(20).
           05 MT-HIRE-DATE PIC 9(08).
           05 MT-ACCOUNT-REF PIC X(20).
           05 MT-USER-ID PIC X(08).
           05 MT-HOURLY-RATE PIC 9(05)V99.
           05 MT-PAY-FREQUENCY PIC X(01).
             88 MT-FREQUENCY-VALID VALUE "W" "M" " ".
           05 MT-TERMINATION-DATE PIC 9(08).
           05 MT-LEAVING-REASON PIC X(20).
