      *    PRSU23JRNL.TXT - the before-image journal, written by
      *        2820-WRITE-JOURNAL-RECORD in CS370PROGRAM1.
      *    PRSU23MSTR - the employee master, updated in place.
      *    PRSU23LDG.TXT - the cycle run ledger; the run-id must have
      *        been started by CS370PROGRAM1, 9, 15 or 26 and not
      *        already backed out - see PRSU23LG.CPY.
      ******
      *OUTPUT:
      *    PRSU23BKR.TXT - the backout report: one line per journal
      *    RETURN-CODE 0 - every journaled update was backed out.
      *    RETURN-CODE 8 - nothing journaled under that run-id, or
      *        one or more records could not be backed out.
      *    RETURN-CODE 16 - bad run-id entry, a required file is
      *        missing, or the cycle run ledger does not show the run
      *        as one still standing.
      *
      *    The backout is appended to PRSU23LDG.TXT - see
      *    3100-WRITE-LEDGER-ENTRY.
      *
      *    Back out the MOST RECENT run only: the journal holds every
      *    run's images, and restoring an older run's before-images
      *MODIFICATION HISTORY:
      *    2026-08-22  AC  Added the run backout utility over the
      *                    PRSU23JRNL.TXT before-image journal.
      *    2026-10-15  AC  Refuse a run-id the PRSU23LDG.TXT cycle run
      *                    ledger does not know or shows already backed
      *                    out, and mark the run backed out on the
      *                    ledger so later steps refuse it.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  Restore the hire date, step and step date
      *                    from the before-image, and accept
      *                    CS370PROGRAM26 anniversary runs for backout.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-BKO-RPT-FILE ASSIGN TO "PRSU23BKR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-JRNL-FILE.
       FD  PRSU23-BKO-RPT-FILE.
       01  PRSU23-BKO-RPT-LINE             PIC X(100).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
       77  WS-JRNL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-JRNL-FILE-MISSING        VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-BKO-RUN-ID-IN                PIC X(07) VALUE SPACES.
       77  WS-BKO-RUN-ID                   PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1050-CHECK-RUN-LEDGER.
      *----------------------------------------------------------------
       77  WS-LG-ISSUED-SW                 PIC X(01) VALUE "N".
           88  WS-LG-RUN-ISSUED            VALUE "Y".
       77  WS-LG-BACKOUT-SW                PIC X(01) VALUE "N".
           88  WS-LG-RUN-BACKED-OUT        VALUE "Y".

       77  WS-JRNL-MATCH-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-RESTORED-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DELETED-CNT                  PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      *1000-INITIALIZE
      *    Edit the operator's run-id entry, make sure the cycle run
      *    ledger knows the run, open the journal, the master and the
      *    backout report, and prime the journal read.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BKO-RUN-ID-IN.
               STOP RUN
           END-IF.
           MOVE WS-BKO-RUN-ID-IN TO WS-BKO-RUN-ID.
           PERFORM 1050-CHECK-RUN-LEDGER THRU 1050-EXIT.
           OPEN INPUT PRSU23-JRNL-FILE.
           IF WS-JRNL-FILE-MISSING
               DISPLAY "CS370PROGRAM6: PRSU23JRNL.TXT IS MISSING - "
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse a run-id the cycle run ledger has no run-issuing
      *    step (CS370PROGRAM1, 9, 15 or 26) starting for - a mistyped
      *    run-id must not walk the journal - and refuse a run that
      *    has already been backed out: replaying its before-images
      *    a second time would undo whatever has happened to those
      *    records since.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM6: PRSU23LDG.TXT IS MISSING - "
                   "NO RUN ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
           PERFORM 1070-NOTE-LEDGER-ENTRY THRU 1070-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-LEDGER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           IF NOT WS-LG-RUN-ISSUED
               DISPLAY "CS370PROGRAM6: RUN-ID " WS-BKO-RUN-ID
                   " IS NOT ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-RUN-BACKED-OUT
               DISPLAY "CS370PROGRAM6: RUN-ID " WS-BKO-RUN-ID
                   " HAS ALREADY BEEN BACKED OUT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1060-EXIT.
           EXIT.

       1070-NOTE-LEDGER-ENTRY.
           IF PRSU23-LG-RUN-ID = WS-BKO-RUN-ID
               EVALUATE TRUE
                   WHEN PRSU23-LG-BACKED-OUT
                       MOVE "Y" TO WS-LG-BACKOUT-SW
                   WHEN PRSU23-LG-RUN-ISSUER AND PRSU23-LG-STARTED
                       MOVE "Y" TO WS-LG-ISSUED-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-JOURNAL
      *    Apply one journal record if it belongs to the run being
      *    Put one rewritten master record back to its journaled
      *    before-image.  A record the journal says was rewritten but
      *    is no longer on the master cannot be restored in place -
      *    report it failed for manual follow-up.  A journal record
      *    written before the hire date and step were carried has no
      *    step to restore, so the master keeps its own.
      *****************************************************************
       2100-RESTORE-BEFORE-IMAGE.
           MOVE PRSU23-JR-EMP-NUM TO PRSU23-MS-EMP-NUM.
               MOVE PRSU23-JR-PROCESSED-SW TO PRSU23-MS-PROCESSED-SW
               MOVE PRSU23-JR-STATUS TO PRSU23-MS-STATUS
               MOVE PRSU23-JR-TERM-DATE TO PRSU23-MS-TERM-DATE
               IF PRSU23-JR-STEP NUMERIC
                   MOVE PRSU23-JR-HIRE-DATE TO PRSU23-MS-HIRE-DATE
                   MOVE PRSU23-JR-STEP TO PRSU23-MS-STEP
                   MOVE PRSU23-JR-STEP-DATE TO PRSU23-MS-STEP-DATE
               END-IF
               PERFORM 2150-RESTORE-DED-PAIR THRU 2150-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 3100-WRITE-LEDGER-ENTRY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-LEDGER-ENTRY
      *    Post the backout to the PRSU23LDG.TXT cycle run ledger.
      *    Once any journal record has been applied the run is no
      *    longer what the run-issuing step committed - even a
      *    partial backout ending 8 - so it is marked backed out
      *    ("B") and every later step refuses it.  A run-id with no
      *    journal records changed nothing and only ends ("E").
      *****************************************************************
       3100-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-BKO-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "06" TO PRSU23-LG-STEP.
           IF WS-JRNL-MATCH-CNT > ZERO
               MOVE "B" TO PRSU23-LG-EVENT
           ELSE
               MOVE "E" TO PRSU23-LG-EVENT
           END-IF.
           MOVE "BACKOUT " TO PRSU23-LG-RUN-MODE.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3100-EXIT.
           EXIT.
