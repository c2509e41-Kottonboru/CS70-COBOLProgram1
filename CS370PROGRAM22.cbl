       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM22.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Raise budget variance.  The owner approves a raise budget by
      * State and Job each fiscal year on PRSU23BUDG.TXT, but
      * CS370PROGRAM3 only compares against last year's actuals -
      * nothing said how much of this year's budget was already
      * spoken for.  This program adds up every raise committed in
      * the fiscal year from the audit trail - every NORMAL, RESTART,
      * AMEND and partitioned run and every CS370PROGRAM9 approval,
      * less anything CS370PROGRAM6 backed out and the CS370PROGRAM26
      * anniversary step runs, which are contract steps rather than
      * raises - and sets it against
      * each State/Job cell's budget, with state and company totals.
      ******
      *INPUT:
      *    PRSU23BUDG.TXT - the raise budget - see PRSU23BG.CPY.
      *        Only the rows for the fiscal year being reported are
      *        used.
      *    PRSU23AUDIT.TXT - the audit trail - see PRSU23AU.CPY.
      *        Every raise audit record whose run date falls in the
      *        fiscal year counts, amendment reversals included, so
      *        an amended raise nets to its corrected figure.  Bonus
      *        audit records are not raises and are skipped.
      *    PRSU23LDG.TXT - the cycle run ledger.  The audit records
      *        of a run-id CS370PROGRAM6 has backed out ("B" event)
      *        are left out, and so are those of a run-id the
      *        anniversary step run issued (step "26" "S" event).
      *        No ledger means nothing backed out.
      *    PRSU23YTD.TXT - the State/Job increase of the latest
      *        committed raise run, printed alongside for reference.
      *        It holds one run only, so it is never added into the
      *        committed figure - the audit trail already carries
      *        that run.  No YTD file prints zeros.
      ******
      *OUTPUT:
      *    PRSU23BVAR.TXT - the budget variance report: one line per
      *        State/Job cell with a budget or a commitment, in State/
      *        Job order, showing the budget, committed to date,
      *        remaining, percent used and the latest run's increase,
      *        flagged OVER BUDGET or NO BUDGET; a total line per
      *        State Code; the company total; then the counts.
      *
      *    RETURN-CODE 0 - every cell is within its budget.
      *    RETURN-CODE 4 - a cell is over budget, or has raises
      *        committed against it with no budget row.
      *    RETURN-CODE 16 - the budget file or the audit trail is
      *        missing, a budget row is bad, or a table is full.
      ******
      *Calculations Section:
      *
      *    The fiscal year is the calendar year of the run date, the
      *        same fiscal year CS370PROGRAM1 prorates against.
      *    Each audit record's increase = (new - old) salary + (new -
      *        old) dues + (new - old) premium + the (new - old) of
      *        each deduction - the total-cost measure CS370PROGRAM3
      *        compares.
      *    COMMITTED = the sum of those increases for the cell.
      *    REMAINING = BUDGET - COMMITTED.
      *    PCT USED  = COMMITTED / BUDGET * 100, rounded; N/A when
      *        the cell has no budget.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the raise budget variance report.
      *    2026-10-15  AC  The CS370PROGRAM26 anniversary step runs are
      *                    left out of the committed figure and counted
      *                    on their own line - a contract step is not
      *                    charged to the raise budget.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-BUDG-FILE ASSIGN TO "PRSU23BUDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-YTD-FILE ASSIGN TO "PRSU23YTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PRSU23-SORT-FILE ASSIGN TO "PRSU23VSRT".

           SELECT PRSU23-BVAR-FILE ASSIGN TO "PRSU23BVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-BUDG-FILE.
           COPY PRSU23BG.

       FD  PRSU23-AUDIT-FILE.
           COPY PRSU23AU.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-YTD-FILE.
           COPY PRSU23YT.

       SD  PRSU23-SORT-FILE.
       01  PRSU23-SORT-RECORD.
           05  PRSU23-SV-STATE-CD          PIC X(02).
           05  PRSU23-SV-JOB-CD            PIC X(03).
           05  PRSU23-SV-BUDGET-SW         PIC X(01).
           05  PRSU23-SV-BUDGET            PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-SV-COMMITTED         PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-SV-LATEST            PIC S9(09)V99 SIGN LEADING
                                           SEPARATE CHARACTER.

       FD  PRSU23-BVAR-FILE.
       01  PRSU23-BVAR-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-BUDG-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BUDG-FILE-MISSING        VALUE "35".
       77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-YTD-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-YTD-FILE-MISSING         VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-FISCAL-YEAR                  PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      * Run-ids CS370PROGRAM6 has backed out, from the cycle run
      * ledger - see 1200-LOAD-BACKOUTS.
      *----------------------------------------------------------------
       77  WS-BKOUT-CNT                    PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-BKOUT-TABLE.
           05  PRSU23-WS-BKOUT OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BKOUT-CNT
                   INDEXED BY WS-BK-IX.
               10  PRSU23-WS-BK-RUN-ID     PIC 9(07).
       77  WS-BKOUT-SW                     PIC X(01) VALUE "N".
           88  WS-RUN-BACKED-OUT           VALUE "Y".

      *----------------------------------------------------------------
      * Run-ids the CS370PROGRAM26 anniversary step run issued, from
      * the cycle run ledger - see 1200-LOAD-BACKOUTS.
      *----------------------------------------------------------------
       77  WS-STEPRUN-CNT                  PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-STEPRUN-TABLE.
           05  PRSU23-WS-STEPRUN OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-STEPRUN-CNT
                   INDEXED BY WS-SR-IX.
               10  PRSU23-WS-SR-RUN-ID     PIC 9(07).
       77  WS-STEPRUN-SW                   PIC X(01) VALUE "N".
           88  WS-RUN-IS-STEP-RUN          VALUE "Y".

      *----------------------------------------------------------------
      * State/Job cells - the fiscal year's budget rows first, in
      * file order, then any cell a commitment or the latest run
      * turns up with no budget row.  BUDGET-SW says whether the cell
      * has a budget row at all - a zero budget is still a budget.
      *----------------------------------------------------------------
       77  WS-CELL-CNT                     PIC 9(04) COMP VALUE ZERO.
       77  WS-CELL-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-CELL-TABLE.
           05  PRSU23-WS-CELL OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CELL-CNT
                   INDEXED BY WS-CL-IX.
               10  PRSU23-WS-CL-STATE-CD   PIC X(02).
               10  PRSU23-WS-CL-JOB-CD     PIC X(03).
               10  PRSU23-WS-CL-BUDGET-SW  PIC X(01).
               10  PRSU23-WS-CL-BUDGET     PIC S9(09)V99 COMP-3.
               10  PRSU23-WS-CL-COMMITTED  PIC S9(09)V99 COMP-3.
               10  PRSU23-WS-CL-LATEST     PIC S9(09)V99 COMP-3.
       77  WS-CELL-STATE-CD                PIC X(02) VALUE SPACES.
       77  WS-CELL-JOB-CD                  PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------
      * Increase work fields.
      *----------------------------------------------------------------
       77  WS-DED-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-INCREASE                     PIC S9(09)V99 VALUE ZERO.
       77  WS-REMAINING                    PIC S9(09)V99 VALUE ZERO.
       77  WS-PCT-USED-AMT                 PIC S9(09)V99 VALUE ZERO.
       77  WS-PCT-BUDGET                   PIC S9(09)V99 VALUE ZERO.
       77  WS-PCT-WORK                     PIC S9(11)V99 VALUE ZERO.
       77  WS-PCT-USED                     PIC S9(05)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * State and company totals, and the counts.
      *----------------------------------------------------------------
       77  WS-PREV-STATE-CD                PIC X(02) VALUE SPACES.
       77  WS-ST-BUDGET                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-ST-COMMITTED                 PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-ST-LATEST                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-CO-BUDGET                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-CO-COMMITTED                 PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-CO-LATEST                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-AUDIT-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-BKOUT-SKIP-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-STEP-SKIP-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-OVER-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-BUDGET-CNT                PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-BVAR-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "RAISE BUDGET VARIANCE REPORT".
           05  FILLER                      PIC X(13) VALUE
               "FISCAL YEAR: ".
           05  PRSU23-VH-FISCAL-YEAR       PIC X(04).
           05  FILLER                      PIC X(12) VALUE
               "  RUN DATE: ".
           05  PRSU23-VH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(55) VALUE SPACES.

       01  PRSU23-WS-BVAR-HEAD-2.
           05  FILLER                      PIC X(02) VALUE "ST".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(03) VALUE "JOB".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "         BUDGET".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "      COMMITTED".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "      REMAINING".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE
               " PCT USED".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "     LATEST RUN".
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-BVAR-DETAIL-LINE.
           05  PRSU23-VD-LABEL.
               10  PRSU23-VD-STATE-CD      PIC X(02).
               10  FILLER                  PIC X(02).
               10  PRSU23-VD-JOB-CD        PIC X(03).
               10  FILLER                  PIC X(03).
           05  PRSU23-VD-BUDGET            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-VD-COMMITTED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-VD-REMAINING         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-VD-PCT               PIC ZZZZ9.99-.
           05  PRSU23-VD-PCT-NA REDEFINES PRSU23-VD-PCT
                                           PIC X(09).
           05  FILLER                      PIC X(02).
           05  PRSU23-VD-LATEST            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-VD-FLAG              PIC X(11).
           05  FILLER                      PIC X(32).

       01  PRSU23-WS-BVAR-COUNT-LINE.
           05  PRSU23-VC-LABEL             PIC X(40).
           05  PRSU23-VC-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Load the fiscal year's budget, the backed-out runs and the
      *    latest run's increase, add up the year's commitments from
      *    the audit trail, then print the cells in State/Job order.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           SORT PRSU23-SORT-FILE
               ON ASCENDING KEY PRSU23-SV-STATE-CD
                                PRSU23-SV-JOB-CD
               INPUT PROCEDURE IS 3000-RELEASE-CELLS THRU 3000-EXIT
               OUTPUT PROCEDURE IS 3100-PRINT-CELLS THRU 3100-EXIT.
           PERFORM 3900-FINALIZE THRU 3900-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Fix the fiscal year from the run date, load the budget, the
      *    backouts and the latest run, open the audit trail and print
      *    the headings.  No budget or no audit trail is an operator
      *    setup error.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:4) TO WS-FISCAL-YEAR.
           PERFORM 1100-LOAD-BUDGET THRU 1100-EXIT.
           PERFORM 1200-LOAD-BACKOUTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-LATEST-RUN THRU 1300-EXIT.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               DISPLAY "CS370PROGRAM22: PRSU23AUDIT.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-BVAR-FILE.
           MOVE WS-FISCAL-YEAR TO PRSU23-VH-FISCAL-YEAR.
           MOVE WS-RUN-DATE TO PRSU23-VH-RUN-DATE.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-HEAD-1.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-HEAD-2.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-LOAD-BUDGET
      *    Read the fiscal year's PRSU23BUDG.TXT rows into the cell
      *    table.  A row with a non-numeric amount was never keyed
      *    through CS370PROGRAM17 and stops the run - a report
      *    against a budget nobody can read proves nothing.
      *****************************************************************
       1100-LOAD-BUDGET.
           MOVE ZERO TO WS-CELL-CNT.
           OPEN INPUT PRSU23-BUDG-FILE.
           IF WS-BUDG-FILE-MISSING
               DISPLAY "CS370PROGRAM22: PRSU23BUDG.TXT IS MISSING - "
                   "NO BUDGET TO REPORT AGAINST - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-BUDG-RECORD THRU 1110-EXIT.
           PERFORM 1120-ADD-BUDG-ENTRY THRU 1120-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-BUDG-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1100-EXIT.
           EXIT.

       1110-READ-BUDG-RECORD.
           READ PRSU23-BUDG-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

       1120-ADD-BUDG-ENTRY.
           IF PRSU23-BG-FISCAL-YEAR = WS-FISCAL-YEAR
               IF PRSU23-BG-BUDGET-AMT NOT NUMERIC
                   DISPLAY "CS370PROGRAM22: PRSU23BUDG.TXT ROW FOR "
                       PRSU23-BG-STATE-CD "/" PRSU23-BG-JOB-CD
                       " HAS A NON-NUMERIC AMOUNT - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRSU23-BG-STATE-CD TO WS-CELL-STATE-CD
               MOVE PRSU23-BG-JOB-CD TO WS-CELL-JOB-CD
               PERFORM 2500-FIND-CELL THRU 2500-EXIT
               MOVE "Y" TO PRSU23-WS-CL-BUDGET-SW (WS-CELL-SUB)
               ADD PRSU23-BG-BUDGET-AMT TO
                   PRSU23-WS-CL-BUDGET (WS-CELL-SUB)
           END-IF.
           PERFORM 1110-READ-BUDG-RECORD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *1200-LOAD-BACKOUTS
      *    Note every run-id the ledger shows backed out, and every
      *    run-id an anniversary step run started under.  A shop
      *    with no ledger yet has never had a backout recorded.
      *****************************************************************
       1200-LOAD-BACKOUTS.
           MOVE ZERO TO WS-BKOUT-CNT.
           MOVE ZERO TO WS-STEPRUN-CNT.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1210-READ-LEDGER THRU 1210-EXIT
               PERFORM 1220-NOTE-BACKOUT THRU 1220-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-LEDGER-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.

       1220-NOTE-BACKOUT.
           IF PRSU23-LG-BACKED-OUT
               IF WS-BKOUT-CNT = 1000
                   DISPLAY "CS370PROGRAM22: PRSU23LDG.TXT HOLDS MORE "
                       "THAN 1000 BACKOUTS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BKOUT-CNT
               MOVE PRSU23-LG-RUN-ID TO
                   PRSU23-WS-BK-RUN-ID (WS-BKOUT-CNT)
           END-IF.
           IF PRSU23-LG-ANNIVERSARY
               AND PRSU23-LG-STARTED
               PERFORM 1230-NOTE-STEP-RUN THRU 1230-EXIT
           END-IF.
           PERFORM 1210-READ-LEDGER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1230-NOTE-STEP-RUN.
           IF WS-STEPRUN-CNT = 1000
               DISPLAY "CS370PROGRAM22: PRSU23LDG.TXT HOLDS MORE "
                   "THAN 1000 ANNIVERSARY RUNS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STEPRUN-CNT.
           MOVE PRSU23-LG-RUN-ID TO
               PRSU23-WS-SR-RUN-ID (WS-STEPRUN-CNT).
       1230-EXIT.
           EXIT.

      *****************************************************************
      *1300-LOAD-LATEST-RUN
      *    Carry the latest committed run's State/Job increase from
      *    PRSU23YTD.TXT onto the cells, in the same total-cost
      *    measure as the commitments.
      *****************************************************************
       1300-LOAD-LATEST-RUN.
           OPEN INPUT PRSU23-YTD-FILE.
           IF WS-YTD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1310-READ-YTD-RECORD THRU 1310-EXIT
               PERFORM 1320-ADD-YTD-ENTRY THRU 1320-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-YTD-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-YTD-RECORD.
           READ PRSU23-YTD-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1310-EXIT.
           EXIT.

       1320-ADD-YTD-ENTRY.
           COMPUTE WS-INCREASE =
               PRSU23-YT-SAL-INCR + PRSU23-YT-DUES-INCR +
               PRSU23-YT-PREM-INCR.
           PERFORM 1330-ADD-YTD-DED THRU 1330-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           MOVE PRSU23-YT-STATE-CD TO WS-CELL-STATE-CD.
           MOVE PRSU23-YT-JOB-CD TO WS-CELL-JOB-CD.
           PERFORM 2500-FIND-CELL THRU 2500-EXIT.
           ADD WS-INCREASE TO PRSU23-WS-CL-LATEST (WS-CELL-SUB).
           PERFORM 1310-READ-YTD-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-ADD-YTD-DED.
           ADD PRSU23-YT-DED-INCR (WS-DED-SUB) TO WS-INCREASE.
       1330-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-AUDIT-RECORD
      *    Charge one raise audit record dated in the fiscal year to
      *    its State/Job cell, unless its run was backed out or was
      *    an anniversary step run.
      *****************************************************************
       2000-PROCESS-AUDIT-RECORD.
           IF PRSU23-AU-BONUS-AMT IS NUMERIC
               AND PRSU23-AU-BONUS-AMT NOT = ZERO
               CONTINUE
           ELSE
               IF PRSU23-AU-RUN-DATE (1:4) = WS-FISCAL-YEAR
                   PERFORM 2100-CHECK-BACKOUT THRU 2100-EXIT
                   PERFORM 2150-CHECK-STEP-RUN THRU 2150-EXIT
                   EVALUATE TRUE
                       WHEN WS-RUN-BACKED-OUT
                           ADD 1 TO WS-BKOUT-SKIP-CNT
                       WHEN WS-RUN-IS-STEP-RUN
                           ADD 1 TO WS-STEP-SKIP-CNT
                       WHEN OTHER
                           PERFORM 2200-CHARGE-INCREASE THRU 2200-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-BACKOUT.
           MOVE "N" TO WS-BKOUT-SW.
           IF WS-BKOUT-CNT > ZERO
               SET WS-BK-IX TO 1
               SEARCH PRSU23-WS-BKOUT
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-BK-RUN-ID (WS-BK-IX) =
                           PRSU23-AU-RUN-ID
                       MOVE "Y" TO WS-BKOUT-SW
               END-SEARCH
           END-IF.
       2100-EXIT.
           EXIT.

       2150-CHECK-STEP-RUN.
           MOVE "N" TO WS-STEPRUN-SW.
           IF WS-STEPRUN-CNT > ZERO
               SET WS-SR-IX TO 1
               SEARCH PRSU23-WS-STEPRUN
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-SR-RUN-ID (WS-SR-IX) =
                           PRSU23-AU-RUN-ID
                       MOVE "Y" TO WS-STEPRUN-SW
               END-SEARCH
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *2200-CHARGE-INCREASE
      *    The record's total-cost increase - an amendment's reversal
      *    record carries the original figures swapped, so it charges
      *    back exactly what the original charged.
      *****************************************************************
       2200-CHARGE-INCREASE.
           ADD 1 TO WS-AUDIT-CNT.
           COMPUTE WS-INCREASE =
               (PRSU23-AU-NEW-SAL - PRSU23-AU-OLD-SAL) +
               (PRSU23-AU-NEW-DUES - PRSU23-AU-OLD-DUES) +
               (PRSU23-AU-NEW-PREM - PRSU23-AU-OLD-PREM).
           PERFORM 2210-ADD-AUDIT-DED THRU 2210-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           MOVE PRSU23-AU-STATE-CD TO WS-CELL-STATE-CD.
           MOVE PRSU23-AU-JOB-CD TO WS-CELL-JOB-CD.
           PERFORM 2500-FIND-CELL THRU 2500-EXIT.
           ADD WS-INCREASE TO PRSU23-WS-CL-COMMITTED (WS-CELL-SUB).
       2200-EXIT.
           EXIT.

       2210-ADD-AUDIT-DED.
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-INCREASE = WS-INCREASE +
                   PRSU23-AU-NEW-DED (WS-DED-SUB) -
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *2500-FIND-CELL
      *    Point WS-CELL-SUB at the cell for WS-CELL-STATE-CD/
      *    WS-CELL-JOB-CD, adding an unbudgeted cell the first time
      *    one turns up.
      *****************************************************************
       2500-FIND-CELL.
           MOVE ZERO TO WS-CELL-SUB.
           IF WS-CELL-CNT > ZERO
               SET WS-CL-IX TO 1
               SEARCH PRSU23-WS-CELL
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-CL-STATE-CD (WS-CL-IX) =
                           WS-CELL-STATE-CD
                       AND PRSU23-WS-CL-JOB-CD (WS-CL-IX) =
                           WS-CELL-JOB-CD
                       SET WS-CELL-SUB TO WS-CL-IX
               END-SEARCH
           END-IF.
           IF WS-CELL-SUB = ZERO
               IF WS-CELL-CNT = 500
                   DISPLAY "CS370PROGRAM22: MORE THAN 500 STATE/JOB "
                       "CELLS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-CNT
               MOVE WS-CELL-CNT TO WS-CELL-SUB
               MOVE WS-CELL-STATE-CD TO
                   PRSU23-WS-CL-STATE-CD (WS-CELL-SUB)
               MOVE WS-CELL-JOB-CD TO PRSU23-WS-CL-JOB-CD (WS-CELL-SUB)
               MOVE "N" TO PRSU23-WS-CL-BUDGET-SW (WS-CELL-SUB)
               MOVE ZERO TO PRSU23-WS-CL-BUDGET (WS-CELL-SUB)
               MOVE ZERO TO PRSU23-WS-CL-COMMITTED (WS-CELL-SUB)
               MOVE ZERO TO PRSU23-WS-CL-LATEST (WS-CELL-SUB)
           END-IF.
       2500-EXIT.
           EXIT.

       2900-READ-AUDIT-RECORD.
           READ PRSU23-AUDIT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-RELEASE-CELLS
      *    Release every cell to the sort.
      *****************************************************************
       3000-RELEASE-CELLS.
           PERFORM 3010-RELEASE-ONE-CELL THRU 3010-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-CNT.
       3000-EXIT.
           EXIT.

       3010-RELEASE-ONE-CELL.
           MOVE PRSU23-WS-CL-STATE-CD (WS-CELL-SUB) TO
               PRSU23-SV-STATE-CD.
           MOVE PRSU23-WS-CL-JOB-CD (WS-CELL-SUB) TO PRSU23-SV-JOB-CD.
           MOVE PRSU23-WS-CL-BUDGET-SW (WS-CELL-SUB) TO
               PRSU23-SV-BUDGET-SW.
           MOVE PRSU23-WS-CL-BUDGET (WS-CELL-SUB) TO PRSU23-SV-BUDGET.
           MOVE PRSU23-WS-CL-COMMITTED (WS-CELL-SUB) TO
               PRSU23-SV-COMMITTED.
           MOVE PRSU23-WS-CL-LATEST (WS-CELL-SUB) TO PRSU23-SV-LATEST.
           RELEASE PRSU23-SORT-RECORD.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *3100-PRINT-CELLS
      *    Print the cells back in State/Job order with a total line
      *    at each change of State Code, then the company total.
      *****************************************************************
       3100-PRINT-CELLS.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
           IF NOT WS-SORT-EOF
               MOVE PRSU23-SV-STATE-CD TO WS-PREV-STATE-CD
           END-IF.
           PERFORM 3200-PRINT-ONE-CELL THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-CELL-CNT > ZERO
               PERFORM 3300-STATE-TOTAL THRU 3300-EXIT
           END-IF.
           PERFORM 3400-COMPANY-TOTAL THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

       3150-RETURN-SORT-RECORD.
           RETURN PRSU23-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       3150-EXIT.
           EXIT.

       3200-PRINT-ONE-CELL.
           IF PRSU23-SV-STATE-CD NOT = WS-PREV-STATE-CD
               PERFORM 3300-STATE-TOTAL THRU 3300-EXIT
               MOVE PRSU23-SV-STATE-CD TO WS-PREV-STATE-CD
           END-IF.
           MOVE SPACES TO PRSU23-WS-BVAR-DETAIL-LINE.
           MOVE PRSU23-SV-STATE-CD TO PRSU23-VD-STATE-CD.
           MOVE PRSU23-SV-JOB-CD TO PRSU23-VD-JOB-CD.
           MOVE PRSU23-SV-BUDGET TO PRSU23-VD-BUDGET.
           MOVE PRSU23-SV-COMMITTED TO PRSU23-VD-COMMITTED.
           COMPUTE WS-REMAINING =
               PRSU23-SV-BUDGET - PRSU23-SV-COMMITTED.
           MOVE WS-REMAINING TO PRSU23-VD-REMAINING.
           MOVE PRSU23-SV-LATEST TO PRSU23-VD-LATEST.
           IF PRSU23-SV-BUDGET-SW = "N"
               MOVE "      N/A" TO PRSU23-VD-PCT-NA
               IF PRSU23-SV-COMMITTED NOT = ZERO
                   MOVE "NO BUDGET" TO PRSU23-VD-FLAG
                   ADD 1 TO WS-NO-BUDGET-CNT
               END-IF
           ELSE
               IF PRSU23-SV-BUDGET = ZERO
                   MOVE "      N/A" TO PRSU23-VD-PCT-NA
               ELSE
                   MOVE PRSU23-SV-COMMITTED TO WS-PCT-USED-AMT
                   MOVE PRSU23-SV-BUDGET TO WS-PCT-BUDGET
                   PERFORM 3500-FIGURE-PCT-USED THRU 3500-EXIT
                   MOVE WS-PCT-USED TO PRSU23-VD-PCT
               END-IF
               IF WS-REMAINING < ZERO
                   MOVE "OVER BUDGET" TO PRSU23-VD-FLAG
                   ADD 1 TO WS-OVER-CNT
               END-IF
           END-IF.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-DETAIL-LINE.
           ADD PRSU23-SV-BUDGET TO WS-ST-BUDGET.
           ADD PRSU23-SV-COMMITTED TO WS-ST-COMMITTED.
           ADD PRSU23-SV-LATEST TO WS-ST-LATEST.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *3300-STATE-TOTAL
      *    Print the State Code's total line, roll it into the company
      *    total and reset for the next state.
      *****************************************************************
       3300-STATE-TOTAL.
           MOVE SPACES TO PRSU23-WS-BVAR-DETAIL-LINE.
           STRING "STATE " DELIMITED BY SIZE
               WS-PREV-STATE-CD DELIMITED BY SIZE
               INTO PRSU23-VD-LABEL.
           MOVE WS-ST-BUDGET TO PRSU23-VD-BUDGET.
           MOVE WS-ST-COMMITTED TO PRSU23-VD-COMMITTED.
           COMPUTE WS-REMAINING = WS-ST-BUDGET - WS-ST-COMMITTED.
           MOVE WS-REMAINING TO PRSU23-VD-REMAINING.
           MOVE WS-ST-LATEST TO PRSU23-VD-LATEST.
           IF WS-ST-BUDGET = ZERO
               MOVE "      N/A" TO PRSU23-VD-PCT-NA
           ELSE
               MOVE WS-ST-COMMITTED TO WS-PCT-USED-AMT
               MOVE WS-ST-BUDGET TO WS-PCT-BUDGET
               PERFORM 3500-FIGURE-PCT-USED THRU 3500-EXIT
               MOVE WS-PCT-USED TO PRSU23-VD-PCT
           END-IF.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-DETAIL-LINE.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BLANK-LINE.
           ADD WS-ST-BUDGET TO WS-CO-BUDGET.
           ADD WS-ST-COMMITTED TO WS-CO-COMMITTED.
           ADD WS-ST-LATEST TO WS-CO-LATEST.
           MOVE ZERO TO WS-ST-BUDGET.
           MOVE ZERO TO WS-ST-COMMITTED.
           MOVE ZERO TO WS-ST-LATEST.
       3300-EXIT.
           EXIT.

       3400-COMPANY-TOTAL.
           MOVE SPACES TO PRSU23-WS-BVAR-DETAIL-LINE.
           MOVE "COMPANY" TO PRSU23-VD-LABEL.
           MOVE WS-CO-BUDGET TO PRSU23-VD-BUDGET.
           MOVE WS-CO-COMMITTED TO PRSU23-VD-COMMITTED.
           COMPUTE WS-REMAINING = WS-CO-BUDGET - WS-CO-COMMITTED.
           MOVE WS-REMAINING TO PRSU23-VD-REMAINING.
           MOVE WS-CO-LATEST TO PRSU23-VD-LATEST.
           IF WS-CO-BUDGET = ZERO
               MOVE "      N/A" TO PRSU23-VD-PCT-NA
           ELSE
               MOVE WS-CO-COMMITTED TO WS-PCT-USED-AMT
               MOVE WS-CO-BUDGET TO WS-PCT-BUDGET
               PERFORM 3500-FIGURE-PCT-USED THRU 3500-EXIT
               MOVE WS-PCT-USED TO PRSU23-VD-PCT
           END-IF.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-DETAIL-LINE.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *3500-FIGURE-PCT-USED
      *    WS-PCT-USED-AMT over WS-PCT-BUDGET, as a percentage rounded
      *    to two places.  The scaling is done first and the divide
      *    last so no digits are lost.
      *****************************************************************
       3500-FIGURE-PCT-USED.
           MULTIPLY WS-PCT-USED-AMT BY 100 GIVING WS-PCT-WORK.
           DIVIDE WS-PCT-WORK BY WS-PCT-BUDGET GIVING WS-PCT-USED
               ROUNDED
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PCT-USED
           END-DIVIDE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *3900-FINALIZE
      *    Print the counts, close out and set the return code.
      *****************************************************************
       3900-FINALIZE.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "AUDIT RECORDS CHARGED THIS FISCAL YEAR:" TO
               PRSU23-VC-LABEL.
           MOVE WS-AUDIT-CNT TO PRSU23-VC-COUNT.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-COUNT-LINE.
           MOVE "AUDIT RECORDS OF BACKED-OUT RUNS......:" TO
               PRSU23-VC-LABEL.
           MOVE WS-BKOUT-SKIP-CNT TO PRSU23-VC-COUNT.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-COUNT-LINE.
           MOVE "ANNIVERSARY STEP RECORDS NOT CHARGED..:" TO
               PRSU23-VC-LABEL.
           MOVE WS-STEP-SKIP-CNT TO PRSU23-VC-COUNT.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-COUNT-LINE.
           MOVE "CELLS OVER BUDGET.....................:" TO
               PRSU23-VC-LABEL.
           MOVE WS-OVER-CNT TO PRSU23-VC-COUNT.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-COUNT-LINE.
           MOVE "CELLS COMMITTED WITH NO BUDGET........:" TO
               PRSU23-VC-LABEL.
           MOVE WS-NO-BUDGET-CNT TO PRSU23-VC-COUNT.
           WRITE PRSU23-BVAR-LINE FROM PRSU23-WS-BVAR-COUNT-LINE.
           CLOSE PRSU23-AUDIT-FILE.
           CLOSE PRSU23-BVAR-FILE.
           IF WS-OVER-CNT > ZERO
               OR WS-NO-BUDGET-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.
