      *        CS370PROGRAM5 balancing step.
      *    PRSU23RSUM.TXT - the one-record run summary under the
      *        apply run-id, for the scheduler and monitoring.
      *    PRSU23LDG.TXT - appended, the apply run's start and end on
      *        the cycle run ledger - see PRSU23LG.CPY.
      *
      *    RETURN-CODE 0 - every pending raise was decided.
      *    RETURN-CODE 4 - undecided raises remain pending.
      *    2026-09-02  AC  Write the PRSU23RSUM.TXT run summary like
      *                    every other committed run, so the summary
      *                    never trails the run-id sequence.
      *    2026-10-15  AC  Post the apply run's start and ending
      *                    condition to the PRSU23LDG.TXT cycle run
      *                    ledger.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  Journal the hire date, step and step date
      *                    with the before-image; a new hire is added
      *                    with no hire date and step 00 for HR to key.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-RUNID-FILE ASSIGN TO "PRSU23RID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PRSU23-RUNSUM-FILE.
           COPY PRSU23RS.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-REG-FILE.
       01  PRSU23-REG-LINE                 PIC X(132).

           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-JRNL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-JRNL-FILE-MISSING        VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-LG-EVENT                     PIC X(01) VALUE SPACES.
       77  WS-LG-COND-CODE                 PIC 9(02) VALUE ZERO.

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
           END-IF.
           PERFORM 1200-RESET-MASTER-FLAGS THRU 1200-EXIT.
           PERFORM 1300-ASSIGN-RUN-ID THRU 1300-EXIT.
           MOVE "S" TO WS-LG-EVENT.
           MOVE ZERO TO WS-LG-COND-CODE.
           PERFORM 3170-WRITE-LEDGER-ENTRY THRU 3170-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-FY-MONTHS-REM = 13 - WS-RUN-MONTH.
               MOVE "Y" TO PRSU23-MS-PROCESSED-SW
               MOVE "NEW HIRE - NEEDS SETUP" TO PRSU23-MS-STATUS
               MOVE SPACES TO PRSU23-MS-TERM-DATE
               MOVE SPACES TO PRSU23-MS-HIRE-DATE
               MOVE ZERO TO PRSU23-MS-STEP
               MOVE SPACES TO PRSU23-MS-STEP-DATE
               PERFORM 2510-MOVE-DED-TO-MASTER THRU 2510-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
               MOVE PRSU23-MS-PROCESSED-SW TO PRSU23-JR-PROCESSED-SW
               MOVE PRSU23-MS-STATUS TO PRSU23-JR-STATUS
               MOVE PRSU23-MS-TERM-DATE TO PRSU23-JR-TERM-DATE
               MOVE PRSU23-MS-HIRE-DATE TO PRSU23-JR-HIRE-DATE
               MOVE PRSU23-MS-STEP TO PRSU23-JR-STEP
               MOVE PRSU23-MS-STEP-DATE TO PRSU23-JR-STEP-DATE
               PERFORM 2560-JOURNAL-DED-PAIR THRU 2560-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
               MOVE SPACES TO PRSU23-JR-PROCESSED-SW
               MOVE SPACES TO PRSU23-JR-STATUS
               MOVE SPACES TO PRSU23-JR-TERM-DATE
               MOVE SPACES TO PRSU23-JR-HIRE-DATE
               MOVE SPACES TO PRSU23-JR-STEP
               MOVE SPACES TO PRSU23-JR-STEP-DATE
               PERFORM 2570-BLANK-JOURNAL-DED THRU 2570-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
           OPEN OUTPUT PRSU23-RUNSUM-FILE.
           WRITE PRSU23-RUNSUM-RECORD.
           CLOSE PRSU23-RUNSUM-FILE.
           MOVE "E" TO WS-LG-EVENT.
           MOVE PRSU23-RS-COND-CODE TO WS-LG-COND-CODE.
           PERFORM 3170-WRITE-LEDGER-ENTRY THRU 3170-EXIT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *3170-WRITE-LEDGER-ENTRY
      *    Append one event for this apply run to the PRSU23LDG.TXT
      *    cycle run ledger - its start once the run-id is taken, and
      *    its ending condition beside the run summary - so
      *    CS370PROGRAM5 and the steps after it accept the apply run
      *    the same way they accept a NORMAL one.  See PRSU23LG.CPY.
      *****************************************************************
       3170-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               OPEN OUTPUT PRSU23-LEDGER-FILE
               CLOSE PRSU23-LEDGER-FILE
               OPEN EXTEND PRSU23-LEDGER-FILE
           END-IF.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "09" TO PRSU23-LG-STEP.
           MOVE WS-LG-EVENT TO PRSU23-LG-EVENT.
           MOVE "APPLY   " TO PRSU23-LG-RUN-MODE.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE WS-LG-COND-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3170-EXIT.
           EXIT.

      *****************************************************************
      *3200-FLAG-UNPROCESSED
      *    Walk the whole master one last time.  Any record still
