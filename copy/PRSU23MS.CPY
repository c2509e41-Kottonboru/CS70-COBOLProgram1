      * who left the company, as opposed to one merely missing from
      * this cycle's input - the raise run and the inquiry screen
      * treat the two differently.
      * PRSU23-MS-EMP-NAME is an alternate key WITH DUPLICATES - the
      * name index CS370PROGRAM2's name search browses.  Every program
      * that opens PRSU23MSTR declares it, so the index is kept up
      * through every update.
      * PRSU23-MS-HIRE-DATE and PRSU23-MS-STEP are the employee's
      * service date and current step on the union step schedule
      * (PRSU23STEP.TXT), keyed by HR through CS370PROGRAM4; step 00
      * means not on a schedule.  PRSU23-MS-STEP-DATE is the date the
      * current step took effect - the anniversary CS370PROGRAM26
      * last stepped the employee on, or the day HR keyed the step -
      * so an anniversary is never stepped twice.
      ******************************************************************
       01  PRSU23-MASTER-RECORD.
           05  PRSU23-MS-EMP-NUM           PIC X(06).
           05  PRSU23-MS-DED OCCURS 8 TIMES.
               10  PRSU23-MS-DED-CD        PIC X(04).
               10  PRSU23-MS-DED-AMT       PIC S9(07)V99 COMP-3.
           05  PRSU23-MS-HIRE-DATE         PIC X(08).
           05  PRSU23-MS-STEP              PIC 9(02).
           05  PRSU23-MS-STEP-DATE         PIC X(08).
