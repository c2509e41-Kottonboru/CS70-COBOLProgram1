      ******************************************************************
      * PRSU23YH.CPY
      * Record layout for PRSU23YEH.TXT - the year-end close history.
      * CS370PROGRAM23 appends one record as the very last act of a
      * completed close, so a fiscal year on this file is closed: its
      * journal, GL, run summaries and YTD are under year-stamped
      * names, PRSU23PYR.TXT holds its YTD, and the per-year files
      * were reset.  The close refuses a year already on this file.
      ******************************************************************
       01  PRSU23-YE-HISTORY-RECORD.
           05  PRSU23-YH-FISCAL-YEAR       PIC X(04).
           05  PRSU23-YH-CLOSE-DATE        PIC X(08).
           05  PRSU23-YH-RUN-CNT           PIC 9(05).
           05  PRSU23-YH-AUDIT-CNT         PIC 9(07).
           05  PRSU23-YH-TOTAL-INCR        PIC S9(11)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-YH-PYR-CNT           PIC 9(05).
