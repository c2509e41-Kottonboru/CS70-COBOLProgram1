      ******************************************************************
      * PRSU23SP.CPY
      * Record layout for PRSU23STEP.TXT - the union step schedule,
      * one row per State Code/Job Code/step.  STEP-AMT is the annual
      * salary increase granted when an employee moves up INTO that
      * step on a service anniversary; step 01 is the hiring step and
      * carries no row.  Maintained through CS370PROGRAM17 (TABLE-ID
      * "STEP "); there is no "**"/"***" default row - a State/Job
      * with no rows is not on a step schedule, and one whose rows
      * stop short of the employee's next step has reached the top
      * of the scale.  Read by CS370PROGRAM26's anniversary run.
      ******************************************************************
       01  PRSU23-STEP-RECORD.
           05  PRSU23-SP-STATE-CD          PIC X(02).
           05  PRSU23-SP-JOB-CD            PIC X(03).
           05  PRSU23-SP-STEP              PIC X(02).
           05  PRSU23-SP-STEP-AMT          PIC 9(07)V99.
