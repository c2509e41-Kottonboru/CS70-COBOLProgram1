      ******************************************************************
      * PRSU23AL.CPY
      * Record layout for PRSU23ACCL.TXT - the access log.  One record
      * per access attempt, appended by the program that took it:
      *     CS370PROGRAM2 - the sign-on (FUNCTION "S"), every name
      *         search (FUNCTION "B" - no employee, the search's
      *         State Code, REASON the name searched) and every
      *         employee inquiry (FUNCTION "I")
      *     CS370PROGRAM4 - every maintenance transaction, FUNCTION
      *         being its TRAN-CD (T/X/N/R/H)
      * RESULT "A" means the operator's authorization allowed the
      * attempt; "D" means PRSU23OPER.TXT denied it, and REASON says
      * why.  A maintenance transaction the operator was allowed to
      * key but that failed its own edits is still "A" - the register
      * PRSU23MREG.TXT carries that rejection.  STATE-CD is the
      * employee's master State Code (blank when the employee is not
      * on the master).  Never rewritten or cleared by the system -
      * CS370PROGRAM24 prints the periodic access report from it.
      ******************************************************************
       01  PRSU23-ACCESS-LOG-RECORD.
           05  PRSU23-AL-LOG-DATE          PIC X(08).
           05  PRSU23-AL-LOG-TIME          PIC X(08).
           05  PRSU23-AL-PROGRAM           PIC X(14).
           05  PRSU23-AL-OPER-ID           PIC X(08).
           05  PRSU23-AL-FUNCTION          PIC X(01).
           05  PRSU23-AL-EMP-NUM           PIC X(06).
           05  PRSU23-AL-STATE-CD          PIC X(02).
           05  PRSU23-AL-RESULT            PIC X(01).
               88  PRSU23-AL-ALLOWED       VALUE "A".
               88  PRSU23-AL-DENIED        VALUE "D".
           05  PRSU23-AL-REASON            PIC X(30).
