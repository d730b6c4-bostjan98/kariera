      * ----------------------------------------------------------
      * CCALLOC.CPY
      * One line of the CCALLOC.TXT cost-centre allocation file,
      * hand-keyed like GARNORD.TXT: the share of an employee's
      * pay that one cost centre carries from the effective date,
      * as a percentage with two decimals.  The lines of one
      * employee with the same effective date make up one
      * allocation and must add up to 100.00; a later effective
      * date replaces the earlier allocation, and an end date
      * (zero: open) stops one, after which the employee's pay
      * falls back to the department on the ledger line.  The
      * cost centre name is what glpost and costrpt post and
      * report under, in place of that department.
      * ----------------------------------------------------------
         01 COST-ALLOCATION-RECORD.
           05 CA-EMP-ID PIC X(10).
           05 FILLER PIC X(02).
           05 CA-FROM-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CA-TO-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 CA-COST-CENTRE PIC X(20).
           05 FILLER PIC X(02).
           05 CA-PERCENT PIC 9(03)V99.
