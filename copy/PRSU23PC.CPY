      ******************************************************************
      * PRSU23PC.CPY
      * Record layout for PRSU23PCAL.TXT - the pay-period calendar
      * the payroll office maintains a year ahead.  One row per pay
      * period per pay frequency (the PRSU23PF.CPY frequency codes):
      * the first and last days worked in the period and the date it
      * was or will be paid, all YYYYMMDD.  CS370PROGRAM20 walks it to
      * find the periods already paid at the old rate between a
      * raise's effective date and the date the run committed it.
      ******************************************************************
       01  PRSU23-PAYCAL-RECORD.
           05  PRSU23-PC-FREQ-CD           PIC X(01).
           05  PRSU23-PC-BEGIN-DATE        PIC X(08).
           05  PRSU23-PC-END-DATE          PIC X(08).
           05  PRSU23-PC-PAY-DATE          PIC X(08).
