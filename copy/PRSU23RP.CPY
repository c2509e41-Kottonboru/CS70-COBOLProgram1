      ******************************************************************
      * PRSU23RP.CPY
      * Record layouts for PRSU23RPAY.TXT - the retroactive pay file
      * CS370PROGRAM20 builds for the payroll processor when a run
      * commits raises after the PRSU23RATE.TXT row's effective date.
      * One "HD" header record, one "DT" detail record per employee
      * owed (or, for a reversing amendment, owing back) retro pay,
      * and one "TR" trailer record.
      *
      * PERIODS-OWED is the number of pay periods already paid at
      * the old rate since EFF-DATE, a period straddling EFF-DATE
      * counted by its share of calendar days.  RETRO-GROSS is the
      * salary difference per period times PERIODS-OWED.  DED
      * carries, packed to the front, DED-CNT deductions to withhold
      * from the retro payment - the per-period dues (code DUES),
      * premium (PREM) and deduction-code differences times
      * PERIODS-OWED - the same codes PRSU23PY.CPY uses.
      *
      * The trailer carries the detail record count and the gross
      * and deduction totals so payroll can prove the file.
      ******************************************************************
       01  PRSU23-RETRO-DETAIL.
           05  PRSU23-RP-REC-TYPE          PIC X(02).
           05  PRSU23-RP-EMP-NUM           PIC X(06).
           05  PRSU23-RP-EMP-NAME          PIC X(20).
           05  PRSU23-RP-STATE-CD          PIC X(02).
           05  PRSU23-RP-JOB-CD            PIC X(03).
           05  PRSU23-RP-EFF-DATE          PIC X(08).
           05  PRSU23-RP-COMMIT-DATE       PIC X(08).
           05  PRSU23-RP-PERIODS-OWED      PIC 9(03)V9(04).
           05  PRSU23-RP-RETRO-GROSS       PIC S9(07)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-RP-DED-CNT           PIC 9(02).
           05  PRSU23-RP-DED OCCURS 10 TIMES.
               10  PRSU23-RP-DED-CD        PIC X(04).
               10  PRSU23-RP-DED-AMT       PIC S9(07)V99 SIGN LEADING
                                           SEPARATE CHARACTER.

       01  PRSU23-RETRO-HEADER.
           05  PRSU23-RH-REC-TYPE          PIC X(02).
               88  PRSU23-RH-HEADER        VALUE "HD".
               88  PRSU23-RH-TRAILER       VALUE "TR".
           05  PRSU23-RH-RUN-ID            PIC 9(07).
           05  PRSU23-RH-CREATE-DATE       PIC X(08).
           05  PRSU23-RH-SOURCE-SYSTEM     PIC X(10).
           05  FILLER                      PIC X(181).

       01  PRSU23-RETRO-TRAILER.
           05  PRSU23-RX-REC-TYPE          PIC X(02).
           05  PRSU23-RX-RUN-ID            PIC 9(07).
           05  PRSU23-RX-REC-CNT           PIC 9(07).
           05  PRSU23-RX-GROSS-TOT         PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-RX-DED-TOT           PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  FILLER                      PIC X(168).
