      *                 opened fails the step, because a window
      *                 that ends without its backups is not
      *                 clean.
      * 2026-09-11  BK  PAYDATE.TXT now carries the pay frequency
      *                 after the pay date; record widened to match.
      * ----------------------------------------------------------

       ENVIRONMENT DIVISION.
         01 LOG-RECORD PIC X(80).

         FD PAYDATE-FILE.
         01 PAYDATE-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
         01 WS-EMPMAST-STATUS PIC X(02).
