      * ----------------------------------------------------------
      * CCSPLIT.CPY
      * The area passed to ccsplit.  The caller fills in the
      * employee, the date of the amounts, the department they
      * would otherwise go to and up to six amounts; ccsplit
      * returns them spread over the cost centres of the
      * allocation in force on that date (CCALLOC.CPY), each
      * share rounded to the cent and the rounding difference
      * left on the largest share, so the shares of every amount
      * add back to it exactly.  With no allocation in force the
      * whole of each amount comes back as one share for the
      * home department; status 9 says an allocation was in force
      * but does not add up to 100 and was not applied.
      * ----------------------------------------------------------
         01 COST-SPLIT-AREA.
           05 CS-EMP-ID PIC X(10).
           05 CS-AMOUNT-DATE PIC 9(08).
           05 CS-HOME-DEPARTMENT PIC X(20).
           05 CS-AMOUNT-COUNT PIC 9(01).
           05 CS-AMOUNT PIC S9(13)V99 OCCURS 6 TIMES.
           05 CS-STATUS PIC X(01).
             88 CS-NOT-ALLOCATED VALUE "0".
             88 CS-ALLOCATED VALUE "1".
             88 CS-ALLOCATION-INVALID VALUE "9".
           05 CS-SHARE-COUNT PIC 9(02).
           05 CS-LARGEST-SHARE PIC 9(02).
           05 CS-SHARE OCCURS 10 TIMES.
             10 CS-SH-CENTRE PIC X(20).
             10 CS-SH-PERCENT PIC 9(03)V99.
             10 CS-SH-AMOUNT PIC S9(13)V99 OCCURS 6 TIMES.
