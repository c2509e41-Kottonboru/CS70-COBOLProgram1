      *        summed as new minus old per component.
      *    PRSU23GL.TXT - the GL extract; the SAL/DUES/PREM increase
      *        records are summed per component.
      *    PRSU23LDG.TXT - the cycle run ledger; the run-issuing step
      *        must have ended for this run-id short of a reject-limit
      *        stop, and the run must not have been backed out - see
      *        PRSU23LG.CPY.
      ******
      *OUTPUT:
      *    PRSU23BAL.TXT - the balancing certificate: per component
      *
      *    RETURN-CODE 0 - everything balances; GL may be released.
      *    RETURN-CODE 8 - out of balance; hold the GL hand-off.
      *    RETURN-CODE 16 - a required input file is missing, or the
      *        cycle run ledger does not show the run ready to balance.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-08-22  AC  Added the audit/GL/report balancing
      *                    records and the run totals' bonus total.
      *                    Audit records from before the bonus field
      *                    existed read as zero.
      *    2026-10-15  AC  Refuse a run the PRSU23LDG.TXT cycle run
      *                    ledger does not show completed or shows
      *                    backed out, and post this step's ending
      *                    condition to the ledger.
      *    2026-10-15  AC  Accept the CS370PROGRAM26 anniversary step
      *                    run as a run-issuing step on the
      *                    PRSU23LDG.TXT cycle run ledger.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRSU23-BAL-FILE ASSIGN TO "PRSU23BAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-RUNID-FILE.
       FD  PRSU23-BAL-FILE.
       01  PRSU23-BAL-LINE                 PIC X(132).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-GL-STATUS                    PIC X(02) VALUE SPACES.
           88  WS-GL-FILE-MISSING          VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-RUN-ID                       PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1100-CHECK-RUN-LEDGER.
      *----------------------------------------------------------------
       77  WS-LG-PREREQ-SW                 PIC X(01) VALUE "N".
           88  WS-LG-PREREQ-FOUND          VALUE "Y".
       77  WS-LG-PREREQ-CC                 PIC 9(02) VALUE ZERO.
       77  WS-LG-BACKOUT-SW                PIC X(01) VALUE "N".
           88  WS-LG-RUN-BACKED-OUT        VALUE "Y".

      *----------------------------------------------------------------
      * Increase totals per source.  AU = audit trail detail, GL =
      * GL extract records, RT = the run's grand total accumulators
           PERFORM 2200-SUM-GL-EXTRACT THRU 2200-EXIT.
           PERFORM 3000-WRITE-CERTIFICATE THRU 3000-EXIT.
           PERFORM 3900-SET-RETURN-CODE THRU 3900-EXIT.
           PERFORM 3950-WRITE-LEDGER-ENTRY THRU 3950-EXIT.
           STOP RUN.

      *****************************************************************
                   MOVE PRSU23-RI-LAST-RUN-ID TO WS-RUN-ID
           END-READ.
           CLOSE PRSU23-RUNID-FILE.
           PERFORM 1100-CHECK-RUN-LEDGER THRU 1100-EXIT.
           OPEN INPUT PRSU23-RUNTOT-FILE.
           IF WS-RUNTOT-FILE-MISSING
               DISPLAY "CS370PROGRAM5: PRSU23TOT.TXT IS MISSING - "
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-CHECK-RUN-LEDGER
      *    Refuse to balance a run the cycle run ledger does not show
      *    ready: the run-issuing step (CS370PROGRAM1, 9, 15 or 26)
      *    must have ended for this run-id short of a reject-limit stop,
      *    and CS370PROGRAM6 must not have backed the run out.  The
      *    later entry wins, so a rerun step's latest ending counts.
      *    See PRSU23LG.CPY.
      *****************************************************************
       1100-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM5: PRSU23LDG.TXT IS MISSING - "
                   "NO RUN ON THE CYCLE LEDGER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-LEDGER THRU 1110-EXIT.
           PERFORM 1120-NOTE-LEDGER-ENTRY THRU 1120-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-LEDGER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           IF WS-LG-RUN-BACKED-OUT
               DISPLAY "CS370PROGRAM5: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM5: RUN-ID " WS-RUN-ID
                   " HAS NO COMPLETED RAISE RUN ON THE CYCLE LEDGER "
                   "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC NOT < 12
               DISPLAY "CS370PROGRAM5: RUN-ID " WS-RUN-ID
                   " RAISE RUN ENDED RETURN-CODE " WS-LG-PREREQ-CC
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

       1120-NOTE-LEDGER-ENTRY.
           IF PRSU23-LG-RUN-ID = WS-RUN-ID
               EVALUATE TRUE
                   WHEN PRSU23-LG-BACKED-OUT
                       MOVE "Y" TO WS-LG-BACKOUT-SW
                   WHEN PRSU23-LG-RUN-ISSUER AND PRSU23-LG-ENDED
                       MOVE "Y" TO WS-LG-PREREQ-SW
                       MOVE PRSU23-LG-COND-CODE TO WS-LG-PREREQ-CC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1110-READ-LEDGER THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *2100-SUM-AUDIT-TRAIL
      *    Sum new minus old per component across this run-id's
           END-IF.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *3950-WRITE-LEDGER-ENTRY
      *    Post the balancing step's ending condition for this run to
      *    the PRSU23LDG.TXT cycle run ledger - CS370PROGRAM10 will
      *    not post the GL for a run this step has not balanced.
      *****************************************************************
       3950-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "05" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3950-EXIT.
           EXIT.
