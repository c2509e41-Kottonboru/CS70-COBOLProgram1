      ******************************************************************
      * PRSU23AN.CPY
      * Record layout for PRSU23ANCT.TXT - the optional one-line
      * control for CS370PROGRAM26's anniversary step run, naming the
      * period whose service anniversaries are to be stepped.  Both
      * dates are YYYYMMDD and inclusive; the period may not end
      * after the run date and must be shorter than a year, so no
      * employee has two anniversaries in it.  With no control file
      * the run covers the current month to date.
      ******************************************************************
       01  PRSU23-ANNIV-CONTROL.
           05  PRSU23-AN-FROM-DATE         PIC X(08).
           05  PRSU23-AN-TO-DATE           PIC X(08).
