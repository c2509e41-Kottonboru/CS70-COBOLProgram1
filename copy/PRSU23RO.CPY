      ******************************************************************
      * PRSU23RO.CPY
      * Record layout for PRSU23ROCT.TXT - the one-line control the
      * operator sets up before submitting the CS370PROGRAM25 master
      * reorganization.  RETAIN-YEARS is how long a TERMINATED
      * employee stays on PRSU23MSTR after PRSU23-MS-TERM-DATE; one
      * terminated longer ago than that moves to the terminated-
      * employee archive.  The reorg refuses to run without it -
      * there is no default retention for a step that purges.
      ******************************************************************
       01  PRSU23-REORG-CONTROL-RECORD.
           05  PRSU23-RO-RETAIN-YEARS      PIC X(02).
