      * ledger, trailers, exceptions, YTD and reports with two
      * different clock dates.  A step run outside the window
      * (no PAYDATE.TXT present) falls back to the system date.
      * WS-PD-FREQUENCY is the pay cycle of the calendar entry the
      * window is running, W weekly or M monthly: the payroll run
      * pays only the employees on that cycle, and the steps that
      * pick out "tonight's" ledger lines take only that cycle's.
      * A blank (a file written before frequencies existed, or no
      * PAYDATE.TXT at all) means monthly.
      * ----------------------------------------------------------
         01 WS-PAYDATE-LINE.
           05 WS-PD-PERIOD PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PD-PAY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PD-FREQUENCY PIC X(01) VALUE SPACE.
             88 WS-PD-WEEKLY VALUE "W".
             88 WS-PD-MONTHLY VALUE "M" " ".
