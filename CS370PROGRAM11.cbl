      *        remitted.
      *    PRSU23DED.TXT - the deduction type table; its distinct
      *        codes are the deduction providers.
      *    PRSU23RID.TXT - the run-id of the cycle being remitted.
      *    PRSU23LDG.TXT - the cycle run ledger; CS370PROGRAM10 must
      *        have posted this run-id cleanly and it must not have
      *        been backed out - see PRSU23LG.CPY.
      ******
      *OUTPUT:
      *    PRSU23REM<code>.TXT - one file per provider (DUES, PREM,
      *        transmission out before sending it.
      *
      *    RETURN-CODE 0 - all provider files written.
      *    RETURN-CODE 16 - the master file or run-id file is missing,
      *        or the cycle run ledger does not show the run's GL
      *        posted.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-09-02  AC  Added the per-provider remittance
      *    2026-09-02  AC  Refuse a deduction table with more codes
      *                    than the provider list holds, the way the
      *                    raise run's own table load does.
      *    2026-10-15  AC  Pick up the PRSU23RID.TXT run-id, refuse a
      *                    run the PRSU23LDG.TXT cycle run ledger does
      *                    not show posted to the GL or shows backed
      *                    out, and post this step's ending condition
      *                    to the ledger.
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

           SELECT PRSU23-DED-FILE ASSIGN TO "PRSU23DED.TXT"
           SELECT PRSU23-RMS-FILE ASSIGN TO "PRSU23RMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-RUNID-FILE ASSIGN TO "PRSU23RID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-MASTER-FILE.
       FD  PRSU23-RMS-FILE.
       01  PRSU23-RMS-LINE                 PIC X(100).

       FD  PRSU23-RUNID-FILE.
           COPY PRSU23RI.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-DED-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-DED-FILE-MISSING         VALUE "35".
       77  WS-RUNID-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-ID                       PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1050-CHECK-RUN-LEDGER.
      *----------------------------------------------------------------
       77  WS-LG-PREREQ-SW                 PIC X(01) VALUE "N".
           88  WS-LG-PREREQ-FOUND          VALUE "Y".
       77  WS-LG-PREREQ-CC                 PIC 9(02) VALUE ZERO.
       77  WS-LG-BACKOUT-SW                PIC X(01) VALUE "N".
           88  WS-LG-RUN-BACKED-OUT        VALUE "Y".

      *----------------------------------------------------------------
      * The provider list: union dues and insurance premiums always,
      * then each distinct deduction code on PRSU23DED.TXT - the

      *****************************************************************
      *1000-INITIALIZE
      *    Pick up the run-id and make sure the cycle run ledger
      *    shows it posted, open the master read-only, build the
      *    provider list from PRSU23DED.TXT, and start the summary
      *    report.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-RUNID-FILE.
           IF WS-RUNID-FILE-MISSING
               DISPLAY "CS370PROGRAM11: PRSU23RID.TXT IS MISSING - "
                   "NO RUN TO REMIT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PRSU23-RUNID-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PRSU23-RI-LAST-RUN-ID TO WS-RUN-ID
           END-READ.
           CLOSE PRSU23-RUNID-FILE.
           PERFORM 1050-CHECK-RUN-LEDGER THRU 1050-EXIT.
           OPEN INPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-FILE-MISSING
               DISPLAY "CS370PROGRAM11: PRSU23MSTR.TXT IS MISSING - "
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse to remit for a run whose GL postings are held: the
      *    cycle run ledger must show CS370PROGRAM10 (step 10) ending
      *    4 or less for this run-id - the latest ending wins - and
      *    no backout by CS370PROGRAM6.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM11: PRSU23LDG.TXT IS MISSING - "
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
               DISPLAY "CS370PROGRAM11: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM11: RUN-ID " WS-RUN-ID
                   " HAS NOT BEEN THROUGH GL POSTING - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC > 4
               DISPLAY "CS370PROGRAM11: RUN-ID " WS-RUN-ID
                   " GL POSTING ENDED RETURN-CODE " WS-LG-PREREQ-CC
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
                   WHEN PRSU23-LG-GL-POST AND PRSU23-LG-ENDED
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
      *1100-LOAD-DED-CODES
      *    Read PRSU23DED.TXT, appending each distinct deduction code

      *****************************************************************
      *3000-FINALIZE
      *    Close the master and the summary report, and post the
      *    step's ending condition to the cycle run ledger.
      *****************************************************************
       3000-FINALIZE.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-RMS-FILE.
           PERFORM 3100-WRITE-LEDGER-ENTRY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-LEDGER-ENTRY
      *    Post the remittance step's ending condition for this run
      *    to the PRSU23LDG.TXT cycle run ledger - CS370PROGRAM12
      *    sends the notifications only after the remittances.
      *****************************************************************
       3100-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "11" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3100-EXIT.
           EXIT.
