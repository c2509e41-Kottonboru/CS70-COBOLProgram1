      ******************************************************************
      * PRSU23YC.CPY
      * Record layout for PRSU23YCT.TXT - the one-line control the
      * operator sets up before submitting the CS370PROGRAM23 year-end
      * close.  FISCAL-YEAR is the year being closed - the calendar
      * year, the same fiscal year CS370PROGRAM1 prorates against.
      * The close refuses to run without it; there is no default
      * year for a step that resets the per-year files.
      ******************************************************************
       01  PRSU23-YE-CONTROL-RECORD.
           05  PRSU23-YC-FISCAL-YEAR       PIC X(04).
