      *        since the run gets no statement.
      *    PRSU23BAND.TXT - the salary bands; a new salary sitting
      *        exactly at the job's band maximum is taken as capped.
      *    PRSU23LDG.TXT - the cycle run ledger; CS370PROGRAM11 must
      *        have remitted this run-id cleanly and it must not have
      *        been backed out - see PRSU23LG.CPY.
      ******
      *OUTPUT:
      *    PRSU23STM.TXT - one statement block per notified
      *    RETURN-CODE 0 - statements written.
      *    RETURN-CODE 8 - no audit records for the run-id; HR is
      *        probably notifying for the wrong run.
      *    RETURN-CODE 16 - a required input file is missing, or the
      *        cycle run ledger does not show the run remitted.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-09-02  AC  Added the raise notification statement
      *                    statement STRING - the raw signed field
      *                    printed without its decimal point - and
      *                    guard the band table load at 20 rows.
      *    2026-10-15  AC  Refuse a run the PRSU23LDG.TXT cycle run
      *                    ledger does not show remitted or shows
      *                    backed out, and post this step's ending
      *                    condition to the ledger.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-BAND-FILE ASSIGN TO "PRSU23BAND.TXT"
           SELECT PRSU23-STM-FILE ASSIGN TO "PRSU23STM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-RUNID-FILE.
       FD  PRSU23-STM-FILE.
       01  PRSU23-STM-LINE                 PIC X(100).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
       77  WS-RUNID-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-BAND-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BAND-FILE-MISSING        VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-ID                       PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1050-CHECK-RUN-LEDGER.
      *----------------------------------------------------------------
       77  WS-LG-PREREQ-SW                 PIC X(01) VALUE "N".
           88  WS-LG-PREREQ-FOUND          VALUE "Y".
       77  WS-LG-PREREQ-CC                 PIC 9(02) VALUE ZERO.
       77  WS-LG-BACKOUT-SW                PIC X(01) VALUE "N".
           88  WS-LG-RUN-BACKED-OUT        VALUE "Y".

      *----------------------------------------------------------------
      * Salary band table, loaded the same way 1350-LOAD-BAND-TABLE
      * loads it in CS370PROGRAM1 - a new salary sitting exactly at

      *****************************************************************
      *1000-INITIALIZE
      *    Read the run-id and make sure the cycle run ledger shows
      *    it remitted, load the band table, open the audit trail,
      *    the master and the statement file.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-RUNID-FILE.
                   MOVE PRSU23-RI-LAST-RUN-ID TO WS-RUN-ID
           END-READ.
           CLOSE PRSU23-RUNID-FILE.
           PERFORM 1050-CHECK-RUN-LEDGER THRU 1050-EXIT.
           PERFORM 1100-LOAD-BAND-TABLE THRU 1100-EXIT.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse to notify for a run that has not finished the
      *    cycle: the ledger must show CS370PROGRAM11 (step 11)
      *    ending 4 or less for this run-id - the latest ending wins
      *    - and no backout by CS370PROGRAM6.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM12: PRSU23LDG.TXT IS MISSING - "
                   "NO RUN ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
           PERFORM 1070-NOTE-LEDGER-ENTRY THRU 1070-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-LEDGER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           IF WS-LG-RUN-BACKED-OUT
               DISPLAY "CS370PROGRAM12: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM12: RUN-ID " WS-RUN-ID
                   " HAS NOT BEEN THROUGH REMITTANCE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC > 4
               DISPLAY "CS370PROGRAM12: RUN-ID " WS-RUN-ID
                   " REMITTANCE ENDED RETURN-CODE " WS-LG-PREREQ-CC
                   " - RUN STOPPED"
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
           IF PRSU23-LG-RUN-ID = WS-RUN-ID
               EVALUATE TRUE
                   WHEN PRSU23-LG-BACKED-OUT
                       MOVE "Y" TO WS-LG-BACKOUT-SW
                   WHEN PRSU23-LG-REMIT AND PRSU23-LG-ENDED
                       MOVE "Y" TO WS-LG-PREREQ-SW
                       MOVE PRSU23-LG-COND-CODE TO WS-LG-PREREQ-CC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *1100-LOAD-BAND-TABLE
      *    Read PRSU23BAND.TXT into memory.  A missing band file
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 3100-WRITE-LEDGER-ENTRY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-LEDGER-ENTRY
      *    Post the notification step's ending condition for this
      *    run to the PRSU23LDG.TXT cycle run ledger.  A clean ending
      *    here closes the run on the CS370PROGRAM18 status report.
      *****************************************************************
       3100-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "12" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3100-EXIT.
           EXIT.
