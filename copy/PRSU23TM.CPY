      ******************************************************************
      * PRSU23TM.CPY
      * Record layout for PRSU23TMNT.TXT - the keyed reference table
      * maintenance transactions the owner and Finance submit to
      * CS370PROGRAM17 instead of hand-editing the tables.  One record
      * per change:
      *     TABLE-ID "RATE " - PRSU23RATE.TXT,  key State/Job/EFF-FROM
      *     TABLE-ID "BAND " - PRSU23BAND.TXT,  key Job
      *     TABLE-ID "DED  " - PRSU23DED.TXT,   key Code/State/Job
      *     TABLE-ID "MERIT" - PRSU23MERIT.TXT, key Rating/State/Job
      *     TABLE-ID "ACCT " - PRSU23ACCT.TXT,  key State/Job/Component
      *     TABLE-ID "BUDG " - PRSU23BUDG.TXT,  key Year/State/Job
      *     TABLE-ID "OPER " - PRSU23OPER.TXT,  key Operator ID
      *     TABLE-ID "STEP " - PRSU23STEP.TXT,  key State/Job/Step
      *     ACTION "A" add, "C" change, "D" delete.
      * ROW-DATA carries the table row exactly as it sits on the
      * table file - the PRSU23RT, PRSU23BD, PRSU23DT, PRSU23MM,
      * PRSU23AC, PRSU23BG, PRSU23OP or PRSU23SP layout - so the owner
      * keys the same row image she used to type into the editor.  A
      * delete needs only the key fields; a change replaces the whole
      * row found under the key.
      * Every transaction, applied or rejected, prints on the
      * PRSU23TREG.TXT before/after change register.
      ******************************************************************
       01  PRSU23-TBLMNT-RECORD.
           05  PRSU23-TM-TABLE-ID          PIC X(05).
               88  PRSU23-TM-RATE-TABLE    VALUE "RATE ".
               88  PRSU23-TM-BAND-TABLE    VALUE "BAND ".
               88  PRSU23-TM-DED-TABLE     VALUE "DED  ".
               88  PRSU23-TM-MERIT-TABLE   VALUE "MERIT".
               88  PRSU23-TM-ACCT-TABLE    VALUE "ACCT ".
               88  PRSU23-TM-BUDG-TABLE    VALUE "BUDG ".
               88  PRSU23-TM-OPER-TABLE    VALUE "OPER ".
               88  PRSU23-TM-STEP-TABLE    VALUE "STEP ".
           05  PRSU23-TM-ACTION            PIC X(01).
               88  PRSU23-TM-ADD           VALUE "A".
               88  PRSU23-TM-CHANGE        VALUE "C".
               88  PRSU23-TM-DELETE        VALUE "D".
           05  PRSU23-TM-ROW-DATA          PIC X(40).
