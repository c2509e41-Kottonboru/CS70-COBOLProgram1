      *     TRAN-CD "X" - transfer to NEW-STATE-CD/NEW-JOB-CD
      *     TRAN-CD "N" - name correction to NEW-EMP-NAME
      *     TRAN-CD "R" - rehire/reactivate a terminated employee
      *     TRAN-CD "H" - hire date and union step; EFF-DATE is the
      *                   service hire date, NEW-STEP the step the
      *                   employee is on today
      * Fields a transaction type does not use are left blank.  Every
      * transaction, applied or rejected, prints on the maintenance
      * register PRSU23MREG.TXT so HR can prove each change.
      * OPER-ID is the operator who keyed the transaction; it must be
      * on PRSU23OPER.TXT with maintenance access to the employee's
      * State Code (and, on a transfer, the new State Code) or the
      * transaction is rejected unapplied.
      ******************************************************************
       01  PRSU23-TRAN-RECORD.
           05  PRSU23-TR-TRAN-CD           PIC X(01).
           05  PRSU23-TR-NEW-STATE-CD      PIC X(02).
           05  PRSU23-TR-NEW-JOB-CD        PIC X(03).
           05  PRSU23-TR-NEW-EMP-NAME      PIC X(20).
           05  PRSU23-TR-OPER-ID           PIC X(08).
           05  PRSU23-TR-NEW-STEP          PIC X(02).
