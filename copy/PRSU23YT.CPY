      * cost increase, archived (under its own name, separate from the
      * transient PRSU23GL.TXT Finance extract) so CS370PROGRAM3 can
      * compare it against last year's archive next cycle.  At the end
      * of each year the CS370PROGRAM23 year-end close copies
      * PRSU23YTD.TXT to PRSU23PYR.TXT to become "last year's totals"
      * for the following year's comparison run - see CS370PROGRAM3 -
      * and resets PRSU23YTD.TXT for the new year.
      ******************************************************************
       01  PRSU23-YTD-RECORD.
           05  PRSU23-YT-STATE-CD          PIC X(02).
