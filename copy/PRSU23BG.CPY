      ******************************************************************
      * PRSU23BG.CPY
      * Record layout for PRSU23BUDG.TXT - the raise budget the owner
      * approves each fiscal year, one row per fiscal year and State
      * Code/Job Code.  BUDGET-AMT is the annual raise cost increase
      * the cell may commit over the year - salary plus union dues
      * plus insurance premium plus the typed deductions, the same
      * total-cost measure CS370PROGRAM3 compares year over year.
      * The fiscal year is the calendar year.  Maintained through
      * CS370PROGRAM17 (TABLE-ID "BUDG "); there is no "**"/"***"
      * default row - a cell with no row simply has no budget.  Read
      * by CS370PROGRAM22's variance report and by CS370PROGRAM1's
      * PROPOSE run, which warns when the pending raises would take
      * a cell past what it has left.
      ******************************************************************
       01  PRSU23-BUDGET-RECORD.
           05  PRSU23-BG-FISCAL-YEAR       PIC X(04).
           05  PRSU23-BG-STATE-CD          PIC X(02).
           05  PRSU23-BG-JOB-CD            PIC X(03).
           05  PRSU23-BG-BUDGET-AMT        PIC 9(09)V99.
