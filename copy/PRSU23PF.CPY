      ******************************************************************
      * PRSU23PF.CPY
      * Record layout for PRSU23PFRQ.TXT - the pay-frequency table the
      * owner maintains between runs, the same way PRSU23RATE.TXT is
      * maintained.  One row per State Code/Job Code giving the pay
      * frequency the payroll processor pays that cell on and the
      * number of pay periods in a year, with a "**"/"***" row as the
      * company default.  CS370PROGRAM19 divides each new annual
      * salary by PERIODS to get the per-pay-period gross it sends
      * to payroll - see 2200-LOOKUP-PAY-FREQ.
      ******************************************************************
       01  PRSU23-PAYFREQ-RECORD.
           05  PRSU23-PF-STATE-CD          PIC X(02).
           05  PRSU23-PF-JOB-CD            PIC X(03).
           05  PRSU23-PF-FREQ-CD           PIC X(01).
               88  PRSU23-PF-WEEKLY        VALUE "W".
               88  PRSU23-PF-BIWEEKLY      VALUE "B".
               88  PRSU23-PF-SEMIMONTHLY   VALUE "S".
               88  PRSU23-PF-MONTHLY       VALUE "M".
               88  PRSU23-PF-VALID-FREQ    VALUE "W" "B" "S" "M".
           05  PRSU23-PF-PERIODS           PIC 9(02).
