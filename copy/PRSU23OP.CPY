      ******************************************************************
      * PRSU23OP.CPY
      * Record layout for PRSU23OPER.TXT - the operator authorization
      * table.  One row per operator ID says which programs the
      * operator may run and which State Codes the operator may see or
      * maintain:
      *     ACCESS-CD "I" - CS370PROGRAM2 inquiry only
      *     ACCESS-CD "M" - CS370PROGRAM4 maintenance only
      *     ACCESS-CD "B" - both
      * Up to ten State Codes, left-justified, unused slots blank.  A
      * slot of "**" grants every state - meant for HR and the owner,
      * not for a supervisor.  An operator ID that is not on the table
      * has no access at all.  Maintained through CS370PROGRAM17
      * (TABLE-ID "OPER "), so every grant and revoke prints on the
      * PRSU23TREG.TXT change register the owner signs off.
      ******************************************************************
       01  PRSU23-OPERATOR-RECORD.
           05  PRSU23-OP-OPER-ID           PIC X(08).
           05  PRSU23-OP-ACCESS-CD         PIC X(01).
               88  PRSU23-OP-INQUIRY-ACCESS VALUE "I" "B".
               88  PRSU23-OP-MAINT-ACCESS  VALUE "M" "B".
               88  PRSU23-OP-ACCESS-VALID  VALUE "I" "M" "B".
           05  PRSU23-OP-STATE OCCURS 10 TIMES.
               10  PRSU23-OP-STATE-CD      PIC X(02).
