      ******************************************************************
      * PRSU23AR.CPY
      * Record layout for PRSU23ACRC.TXT - the optional one-line
      * control for CS370PROGRAM24's access report, naming the period
      * to report from the PRSU23ACCL.TXT access log.  Both dates are
      * YYYYMMDD and inclusive.  With no control file the report
      * covers the current month to date.
      ******************************************************************
       01  PRSU23-ACCESS-RPT-CONTROL.
           05  PRSU23-AR-FROM-DATE         PIC X(08).
           05  PRSU23-AR-TO-DATE           PIC X(08).
