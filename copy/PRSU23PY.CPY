      ******************************************************************
      * PRSU23PY.CPY
      * Record layouts for PRSU23PCHG.TXT - the salary change file
      * CS370PROGRAM19 builds for the payroll processor from a
      * committed, balanced run's audit records and PRSU23MSTR, so
      * the payroll office loads the run instead of re-keying it
      * from PRSU23RPT.TXT.  The file is one "HD" header record,
      * one "DT" detail record per employee whose salary, dues,
      * premium or any deduction changed, and one "TR" trailer.
      *
      * EFF-DATE on the detail is the date the run committed the
      * change; pay owed for periods before that date at the old
      * rate is figured separately as retro pay.  PERIOD-GROSS is
      * the new annual salary over the PRSU23PFRQ.TXT pay periods
      * for the employee's State/Job, rounded to the cent.  The
      * annual salary and gross are always carried; SAL-CHG-SW says
      * whether they actually changed.  DED carries only the
      * deductions that changed, packed to the front, DED-CNT of
      * them: union dues as code DUES, insurance premiums as code
      * PREM (the codes CS370PROGRAM11 remits under), then each
      * changed PRSU23-MS-DED code, with its new amount.
      *
      * The trailer carries the detail record count and hash totals
      * of the annual salary, per-period gross and deduction amount
      * fields, so payroll can prove it received every record.
      *
      * Payroll's current-pay extract, PRSU23PPAY.TXT, comes back in
      * the same layout for CS370PROGRAM21 to reconcile against
      * PRSU23MSTR: one "DT" per employee paid, carrying the annual
      * salary and EVERY current deduction (DUES, PREM, then each
      * code), with the count and salary hash on the trailer.
      ******************************************************************
       01  PRSU23-PAYCHG-DETAIL.
           05  PRSU23-PY-REC-TYPE          PIC X(02).
           05  PRSU23-PY-EMP-NUM           PIC X(06).
           05  PRSU23-PY-EMP-NAME          PIC X(20).
           05  PRSU23-PY-STATE-CD          PIC X(02).
           05  PRSU23-PY-JOB-CD            PIC X(03).
           05  PRSU23-PY-EFF-DATE          PIC X(08).
           05  PRSU23-PY-FREQ-CD           PIC X(01).
           05  PRSU23-PY-PERIODS           PIC 9(02).
           05  PRSU23-PY-SAL-CHG-SW        PIC X(01).
               88  PRSU23-PY-SAL-CHANGED   VALUE "Y".
           05  PRSU23-PY-ANNUAL-SAL        PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-PY-PERIOD-GROSS      PIC S9(07)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-PY-DED-CNT           PIC 9(02).
           05  PRSU23-PY-DED OCCURS 10 TIMES.
               10  PRSU23-PY-DED-CD        PIC X(04).
               10  PRSU23-PY-DED-AMT       PIC S9(07)V99 SIGN LEADING
                                           SEPARATE CHARACTER.

       01  PRSU23-PAYCHG-HEADER.
           05  PRSU23-PH-REC-TYPE          PIC X(02).
               88  PRSU23-PH-HEADER        VALUE "HD".
               88  PRSU23-PH-TRAILER       VALUE "TR".
           05  PRSU23-PH-RUN-ID            PIC 9(07).
           05  PRSU23-PH-CREATE-DATE       PIC X(08).
           05  PRSU23-PH-SOURCE-SYSTEM     PIC X(10).
           05  FILLER                      PIC X(182).

       01  PRSU23-PAYCHG-TRAILER.
           05  PRSU23-PT-REC-TYPE          PIC X(02).
           05  PRSU23-PT-RUN-ID            PIC 9(07).
           05  PRSU23-PT-REC-CNT           PIC 9(07).
           05  PRSU23-PT-SAL-HASH          PIC S9(11)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-PT-GROSS-TOT         PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-PT-DED-TOT           PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  FILLER                      PIC X(155).
