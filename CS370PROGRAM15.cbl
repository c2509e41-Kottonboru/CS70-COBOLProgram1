      *    PRSU23RPT.TXT, PRSU23AUDIT.TXT, PRSU23JRNL.TXT,
      *    PRSU23GL.TXT, PRSU23YTD.TXT, PRSU23TOT.TXT,
      *    PRSU23RSUM.TXT and the updated PRSU23MSTR.
      *    PRSU23LDG.TXT - appended, the consolidated run's start and
      *        end on the cycle run ledger - see PRSU23LG.CPY.
      *
      *    RETURN-CODE 0 - consolidated clean.
      *    RETURN-CODE 4 - partitions reported rejects (their error
      *        ran, or a duplicate update for one already applied
      *        this cycle.
      *    RETURN-CODE 16 - the plan or a partition output file is
      *        missing, or the cycle run ledger shows no clean
      *        CS370PROGRAM14 split waiting to be consolidated.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-09-02  AC  Added the partitioned cycle consolidation
      *                    record is already flagged processed this
      *                    cycle - a slice-internal duplicate the
      *                    read-only PARTIAL run cannot reject.
      *    2026-10-15  AC  Refuse to consolidate without a clean,
      *                    unconsumed CS370PROGRAM14 split on the
      *                    PRSU23LDG.TXT cycle run ledger, and post the
      *                    consolidated run's start and ending
      *                    condition to it.
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

           SELECT PRSU23-RUNTOT-FILE ASSIGN TO "PRSU23TOT.TXT"
           SELECT PRSU23-RUNSUM-FILE ASSIGN TO "PRSU23RSUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-PART-FILE.
       FD  PRSU23-RUNSUM-FILE.
           COPY PRSU23RS.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-NOT-FOUND         VALUE "23".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1150-CHECK-SPLIT-LEDGER and
      * 3500-WRITE-LEDGER-ENTRY.
      *----------------------------------------------------------------
       77  WS-LG-EVENT                     PIC X(01) VALUE SPACES.
       77  WS-LG-COND-CODE                 PIC 9(02) VALUE ZERO.
       77  WS-LG-SPLIT-SW                  PIC X(01) VALUE "N".
           88  WS-LG-SPLIT-READY           VALUE "Y".
       77  WS-LG-SPLIT-CC                  PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * The consolidated run's identity and fiscal-year proration -
      * the same calendar fiscal year CS370PROGRAM1 prorates against.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARTITION-PLAN THRU 1100-EXIT.
           PERFORM 1150-CHECK-SPLIT-LEDGER THRU 1150-EXIT.
           PERFORM 1200-ASSIGN-RUN-ID THRU 1200-EXIT.
           MOVE "S" TO WS-LG-EVENT.
           MOVE ZERO TO WS-LG-COND-CODE.
           PERFORM 3500-WRITE-LEDGER-ENTRY THRU 3500-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-FY-MONTHS-REM = 13 - WS-RUN-MONTH.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *1150-CHECK-SPLIT-LEDGER
      *    Refuse to consolidate unless the cycle run ledger shows a
      *    CS370PROGRAM14 split that ended clean and that no earlier
      *    consolidation has already taken - the partitions copied
      *    in here must come from a split this cycle made, and one
      *    split's slices must never be posted twice under two
      *    run-ids.  The later entry wins, so a split rerun after a
      *    fix is the one that counts.
      *****************************************************************
       1150-CHECK-SPLIT-LEDGER.
           MOVE "N" TO WS-LG-SPLIT-SW.
           MOVE ZERO TO WS-LG-SPLIT-CC.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM15: PRSU23LDG.TXT IS MISSING - "
                   "NO SPLIT ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1160-READ-LEDGER THRU 1160-EXIT.
           PERFORM 1170-NOTE-LEDGER-ENTRY THRU 1170-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-LEDGER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           IF NOT WS-LG-SPLIT-READY
               DISPLAY "CS370PROGRAM15: NO CS370PROGRAM14 SPLIT IS "
                   "WAITING ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-SPLIT-CC > 4
               DISPLAY "CS370PROGRAM15: THE CS370PROGRAM14 SPLIT ENDED "
                   "RETURN-CODE " WS-LG-SPLIT-CC " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-EXIT.
           EXIT.

       1160-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1160-EXIT.
           EXIT.

       1170-NOTE-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN PRSU23-LG-SPLIT AND PRSU23-LG-ENDED
                   MOVE "Y" TO WS-LG-SPLIT-SW
                   MOVE PRSU23-LG-COND-CODE TO WS-LG-SPLIT-CC
               WHEN PRSU23-LG-CONSOLIDATE
                   MOVE "N" TO WS-LG-SPLIT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1160-READ-LEDGER THRU 1160-EXIT.
       1170-EXIT.
           EXIT.

      *****************************************************************
      *1200-ASSIGN-RUN-ID
      *    Issue the consolidated run's run-id from PRSU23RID.TXT -
               MOVE "Y" TO PRSU23-MS-PROCESSED-SW
               MOVE "NEW HIRE - NEEDS SETUP" TO PRSU23-MS-STATUS
               MOVE SPACES TO PRSU23-MS-TERM-DATE
               MOVE SPACES TO PRSU23-MS-HIRE-DATE
               MOVE ZERO TO PRSU23-MS-STEP
               MOVE SPACES TO PRSU23-MS-STEP-DATE
               PERFORM 2530-MOVE-DED-TO-MASTER THRU 2530-EXIT
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
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           MOVE "E" TO WS-LG-EVENT.
           MOVE RETURN-CODE TO WS-LG-COND-CODE.
           PERFORM 3500-WRITE-LEDGER-ENTRY THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

           END-PERFORM.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *3500-WRITE-LEDGER-ENTRY
      *    Append one event for the consolidated run to the
      *    PRSU23LDG.TXT cycle run ledger - its start, which also
      *    marks the split consumed, and its ending condition, which
      *    CS370PROGRAM5 checks before balancing it.  See
      *    PRSU23LG.CPY.
      *****************************************************************
       3500-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               OPEN OUTPUT PRSU23-LEDGER-FILE
               CLOSE PRSU23-LEDGER-FILE
               OPEN EXTEND PRSU23-LEDGER-FILE
           END-IF.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "15" TO PRSU23-LG-STEP.
           MOVE WS-LG-EVENT TO PRSU23-LG-EVENT.
           MOVE "CONSOL  " TO PRSU23-LG-RUN-MODE.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE WS-LG-COND-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3500-EXIT.
           EXIT.
