      *    2026-09-02  AC  The reject-limit breaker stop closes the
      *                    MUPD extract instead of the never-opened
      *                    journal on a PARTIAL run.
      *    2026-10-15  AC  Post each committed run's start and ending
      *                    condition to the PRSU23LDG.TXT cycle run
      *                    ledger the downstream steps check.
      *    2026-10-15  AC  PROPOSE checks the pending raises against
      *                    the PRSU23BUDG.TXT raise budget by State/Job
      *                    and warns on the review listing (RC 4) when
      *                    a cell would overrun.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  Journal the hire date, step and step date
      *                    with the before-image; a new hire is added
      *                    with no hire date and step 00 for HR to key.
      *    2026-10-15  AC  PROPOSE's raise budget check leaves the
      *                    CS370PROGRAM26 anniversary step runs out of
      *                    the committed figure - a contract step is
      *                    not charged to the raise budget.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-CONTROL-FILE ASSIGN TO "PRSU23CTL.TXT"
           SELECT PRSU23-RUNSUM-FILE ASSIGN TO "PRSU23RSUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-JRNL-FILE ASSIGN TO "PRSU23JRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-STATUS.

           SELECT PRSU23-BUDG-FILE ASSIGN TO "PRSU23BUDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT PRSU23-EXC-FILE ASSIGN TO "PRSU23EXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       FD  PRSU23-RUNSUM-FILE.
           COPY PRSU23RS.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-JRNL-FILE.
           COPY PRSU23JR.

       FD  PRSU23-MERIT-FILE.
           COPY PRSU23MM.

       FD  PRSU23-BUDG-FILE.
           COPY PRSU23BG.

       FD  PRSU23-EXC-FILE.
       01  PRSU23-EXC-LINE                 PIC X(132).

       77  WS-RS-COND-CODE                 PIC 9(02) VALUE ZERO.
       77  WS-RS-CONDITION                 PIC X(20) VALUE SPACES.
      *----------------------------------------------------------------
      * PRSU23LDG cycle run ledger controls - see 1870-LOG-RUN-START
      * and 3170-WRITE-LEDGER-ENTRY.
      *----------------------------------------------------------------
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-LG-EVENT                     PIC X(01) VALUE SPACES.
       77  WS-LG-COND-CODE                 PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      * PRSU23RID/PRSU23AUDIT audit trail controls - see
      * 1800-ASSIGN-RUN-ID and 2850-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------
           05  PRSU23-RV-NEW-PREM          PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(51).

      *----------------------------------------------------------------
      * Raise budget check (PROPOSE runs).  Each State/Job cell's
      * PRSU23BUDG.TXT budget for the fiscal year, what the audit
      * trail shows already committed against it this year - less
      * any run CS370PROGRAM6 backed out and any CS370PROGRAM26
      * anniversary step run, which is not a raise - and what this
      * proposal would add, so the review listing can warn the owner
      * before she approves - see 1970-LOAD-RAISE-BUDGET and
      * 4870-CHECK-RAISE-BUDGET.
      *----------------------------------------------------------------
       77  WS-BUDG-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BUDG-FILE-MISSING        VALUE "35".
       77  WS-BUDGET-ON-FILE-SW            PIC X(01) VALUE "N".
           88  WS-BUDGET-ON-FILE           VALUE "Y".
       77  WS-FISCAL-YEAR                  PIC X(04) VALUE SPACES.
       77  WS-BUDG-INCREASE                PIC S9(09)V99 VALUE ZERO.
       77  WS-BUDG-REMAINING               PIC S9(09)V99 VALUE ZERO.
       77  WS-BUDG-OVER-CNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-BUDG-STATE-CD                PIC X(02) VALUE SPACES.
       77  WS-BUDG-JOB-CD                  PIC X(03) VALUE SPACES.
       77  WS-BKOUT-CNT                    PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-BKOUT-TABLE.
           05  PRSU23-WS-BKOUT OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BKOUT-CNT
                   INDEXED BY WS-BK-IX.
               10  PRSU23-WS-BK-RUN-ID     PIC 9(07).
       77  WS-BKOUT-SW                     PIC X(01) VALUE "N".
           88  WS-RUN-BACKED-OUT           VALUE "Y".
       77  WS-STEPRUN-CNT                  PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-STEPRUN-TABLE.
           05  PRSU23-WS-STEPRUN OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-STEPRUN-CNT
                   INDEXED BY WS-SR-IX.
               10  PRSU23-WS-SR-RUN-ID     PIC 9(07).
       77  WS-STEPRUN-SW                   PIC X(01) VALUE "N".
           88  WS-RUN-IS-STEP-RUN          VALUE "Y".
       77  WS-BCELL-CNT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-BCELL-SUB                    PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-BCELL-TABLE.
           05  PRSU23-WS-BCELL OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BCELL-CNT
                   INDEXED BY WS-BC-IX.
               10  PRSU23-WS-BC-STATE-CD   PIC X(02).
               10  PRSU23-WS-BC-JOB-CD     PIC X(03).
               10  PRSU23-WS-BC-BUDGET-SW  PIC X(01).
               10  PRSU23-WS-BC-BUDGET     PIC S9(09)V99 COMP-3.
               10  PRSU23-WS-BC-COMMITTED  PIC S9(09)V99 COMP-3.
               10  PRSU23-WS-BC-PENDING    PIC S9(09)V99 COMP-3.

       01  PRSU23-WS-BUDG-HEAD-LINE.
           05  FILLER                      PIC X(35) VALUE
               "RAISE BUDGET CHECK - FISCAL YEAR ".
           05  PRSU23-BH-FISCAL-YEAR       PIC X(04).
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  PRSU23-WS-BUDG-WARN-LINE.
           05  FILLER                      PIC X(16) VALUE
               "BUDGET WARNING: ".
           05  PRSU23-BX-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(01).
           05  PRSU23-BX-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(10) VALUE
               "  BUDGET: ".
           05  PRSU23-BX-BUDGET            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(13) VALUE
               "  COMMITTED: ".
           05  PRSU23-BX-COMMITTED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(11) VALUE
               "  PENDING: ".
           05  PRSU23-BX-PENDING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-BX-REASON            PIC X(30).
           05  FILLER                      PIC X(17).

       01  PRSU23-WS-BUDG-MSG-LINE.
           05  PRSU23-BM-TEXT              PIC X(70).
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  PRSU23-WS-SIM-TOTAL-LINE.
           05  PRSU23-SM-LABEL             PIC X(40).
           05  FILLER                      PIC X(02).
                   WRITE PRSU23-EXC-LINE FROM PRSU23-WS-EXC-HEAD-2
               END-IF
           END-EVALUATE.
           IF WS-RUN-ID > ZERO
               PERFORM 1870-LOG-RUN-START THRU 1870-EXIT
           END-IF.
           PERFORM 2900-READ-INPUT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *1870-LOG-RUN-START
      *    Post the run's start to the cycle ledger once it holds a
      *    run-id - NORMAL, RESTART and AMEND runs only.  SIMULATE and
      *    PROPOSE never take a run-id and PARTIAL slices run under
      *    run-id zero, so none of them ever appears on the ledger;
      *    the CS370PROGRAM15 consolidation posts for the slices.  A
      *    RESTART posts a second start under the interrupted run's
      *    own run-id, which is harmless - only the ending counts.
      *****************************************************************
       1870-LOG-RUN-START.
           MOVE "S" TO WS-LG-EVENT.
           MOVE ZERO TO WS-LG-COND-CODE.
           PERFORM 3170-WRITE-LEDGER-ENTRY THRU 3170-EXIT.
       1870-EXIT.
           EXIT.

      *****************************************************************
      *1900-SIM-INITIALIZE
      *    Set up a SIMULATE run: open the scenario comparison report
           PERFORM 1350-LOAD-BAND-TABLE THRU 1350-EXIT.
           PERFORM 1380-LOAD-DED-TABLE THRU 1380-EXIT.
           PERFORM 1330-LOAD-MERIT-TABLE THRU 1330-EXIT.
           PERFORM 1970-LOAD-RAISE-BUDGET THRU 1970-EXIT.
           WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-REV-HEAD-1.
           WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-REV-HEAD-2.
           WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-BLANK-LINE.
       1960-EXIT.
           EXIT.

      *****************************************************************
      *1970-LOAD-RAISE-BUDGET
      *    PROPOSE runs only.  Load the fiscal year's PRSU23BUDG.TXT
      *    rows, then charge every raise the audit trail shows
      *    committed this fiscal year against its State/Job cell the
      *    same way CS370PROGRAM22's variance report does - total
      *    cost, amendment reversals netting out, bonus records, the
      *    runs the ledger shows backed out and the anniversary step
      *    runs left out.  A shop with no budget file simply gets no
      *    budget check.
      *****************************************************************
       1970-LOAD-RAISE-BUDGET.
           MOVE WS-RUN-DATE (1:4) TO WS-FISCAL-YEAR.
           MOVE ZERO TO WS-BCELL-CNT.
           MOVE "N" TO WS-BUDGET-ON-FILE-SW.
           OPEN INPUT PRSU23-BUDG-FILE.
           IF WS-BUDG-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "Y" TO WS-BUDGET-ON-FILE-SW
               PERFORM 1971-READ-BUDG-RECORD THRU 1971-EXIT
               PERFORM 1972-ADD-BUDG-ENTRY THRU 1972-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-BUDG-FILE
               MOVE "N" TO PRSU23-EOF-SW
               PERFORM 1975-LOAD-BACKOUTS THRU 1975-EXIT
               PERFORM 1980-CHARGE-COMMITTED THRU 1980-EXIT
           END-IF.
       1970-EXIT.
           EXIT.

       1971-READ-BUDG-RECORD.
           READ PRSU23-BUDG-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1971-EXIT.
           EXIT.

       1972-ADD-BUDG-ENTRY.
           IF PRSU23-BG-FISCAL-YEAR = WS-FISCAL-YEAR
               AND PRSU23-BG-BUDGET-AMT IS NUMERIC
               MOVE PRSU23-BG-STATE-CD TO WS-BUDG-STATE-CD
               MOVE PRSU23-BG-JOB-CD TO WS-BUDG-JOB-CD
               PERFORM 1990-FIND-BUDGET-CELL THRU 1990-EXIT
               MOVE "Y" TO PRSU23-WS-BC-BUDGET-SW (WS-BCELL-SUB)
               ADD PRSU23-BG-BUDGET-AMT TO
                   PRSU23-WS-BC-BUDGET (WS-BCELL-SUB)
           END-IF.
           PERFORM 1971-READ-BUDG-RECORD THRU 1971-EXIT.
       1972-EXIT.
           EXIT.

       1975-LOAD-BACKOUTS.
           MOVE ZERO TO WS-BKOUT-CNT.
           MOVE ZERO TO WS-STEPRUN-CNT.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1976-READ-LEDGER THRU 1976-EXIT
               PERFORM 1977-NOTE-BACKOUT THRU 1977-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-LEDGER-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1975-EXIT.
           EXIT.

       1976-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1976-EXIT.
           EXIT.

       1977-NOTE-BACKOUT.
           IF PRSU23-LG-BACKED-OUT
               AND WS-BKOUT-CNT < 1000
               ADD 1 TO WS-BKOUT-CNT
               MOVE PRSU23-LG-RUN-ID TO
                   PRSU23-WS-BK-RUN-ID (WS-BKOUT-CNT)
           END-IF.
           IF PRSU23-LG-ANNIVERSARY
               AND PRSU23-LG-STARTED
               AND WS-STEPRUN-CNT < 1000
               ADD 1 TO WS-STEPRUN-CNT
               MOVE PRSU23-LG-RUN-ID TO
                   PRSU23-WS-SR-RUN-ID (WS-STEPRUN-CNT)
           END-IF.
           PERFORM 1976-READ-LEDGER THRU 1976-EXIT.
       1977-EXIT.
           EXIT.

       1978-CHECK-STEP-RUN.
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
       1978-EXIT.
           EXIT.

       1980-CHARGE-COMMITTED.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 6110-READ-AUDIT-SCAN THRU 6110-EXIT
               PERFORM 1981-CHARGE-ONE-AUDIT THRU 1981-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-AUDIT-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1980-EXIT.
           EXIT.

       1981-CHARGE-ONE-AUDIT.
           IF PRSU23-AU-BONUS-AMT IS NUMERIC
               AND PRSU23-AU-BONUS-AMT NOT = ZERO
               CONTINUE
           ELSE
               IF PRSU23-AU-RUN-DATE (1:4) = WS-FISCAL-YEAR
                   MOVE "N" TO WS-BKOUT-SW
                   IF WS-BKOUT-CNT > ZERO
                       SET WS-BK-IX TO 1
                       SEARCH PRSU23-WS-BKOUT
                           AT END
                               CONTINUE
                           WHEN PRSU23-WS-BK-RUN-ID (WS-BK-IX) =
                                   PRSU23-AU-RUN-ID
                               MOVE "Y" TO WS-BKOUT-SW
                       END-SEARCH
                   END-IF
                   PERFORM 1978-CHECK-STEP-RUN THRU 1978-EXIT
                   IF NOT WS-RUN-BACKED-OUT
                       AND NOT WS-RUN-IS-STEP-RUN
                       COMPUTE WS-BUDG-INCREASE =
                           (PRSU23-AU-NEW-SAL - PRSU23-AU-OLD-SAL) +
                           (PRSU23-AU-NEW-DUES - PRSU23-AU-OLD-DUES) +
                           (PRSU23-AU-NEW-PREM - PRSU23-AU-OLD-PREM)
                       PERFORM 1982-ADD-AUDIT-DED THRU 1982-EXIT
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > 8
                       MOVE PRSU23-AU-STATE-CD TO WS-BUDG-STATE-CD
                       MOVE PRSU23-AU-JOB-CD TO WS-BUDG-JOB-CD
                       PERFORM 1990-FIND-BUDGET-CELL THRU 1990-EXIT
                       ADD WS-BUDG-INCREASE TO
                           PRSU23-WS-BC-COMMITTED (WS-BCELL-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 6110-READ-AUDIT-SCAN THRU 6110-EXIT.
       1981-EXIT.
           EXIT.

       1982-ADD-AUDIT-DED.
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-BUDG-INCREASE = WS-BUDG-INCREASE +
                   PRSU23-AU-NEW-DED (WS-DED-SUB) -
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
           END-IF.
       1982-EXIT.
           EXIT.

      *****************************************************************
      *1990-FIND-BUDGET-CELL
      *    Point WS-BCELL-SUB at the cell for WS-BUDG-STATE-CD/
      *    WS-BUDG-JOB-CD, adding an unbudgeted cell the first time
      *    one turns up.  A full table is an operator setup error.
      *****************************************************************
       1990-FIND-BUDGET-CELL.
           MOVE ZERO TO WS-BCELL-SUB.
           IF WS-BCELL-CNT > ZERO
               SET WS-BC-IX TO 1
               SEARCH PRSU23-WS-BCELL
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-BC-STATE-CD (WS-BC-IX) =
                           WS-BUDG-STATE-CD
                       AND PRSU23-WS-BC-JOB-CD (WS-BC-IX) =
                           WS-BUDG-JOB-CD
                       SET WS-BCELL-SUB TO WS-BC-IX
               END-SEARCH
           END-IF.
           IF WS-BCELL-SUB = ZERO
               IF WS-BCELL-CNT = 500
                   DISPLAY "CS370PROGRAM1: MORE THAN 500 STATE/JOB "
                       "BUDGET CELLS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BCELL-CNT
               MOVE WS-BCELL-CNT TO WS-BCELL-SUB
               MOVE WS-BUDG-STATE-CD TO
                   PRSU23-WS-BC-STATE-CD (WS-BCELL-SUB)
               MOVE WS-BUDG-JOB-CD TO
                   PRSU23-WS-BC-JOB-CD (WS-BCELL-SUB)
               MOVE "N" TO PRSU23-WS-BC-BUDGET-SW (WS-BCELL-SUB)
               MOVE ZERO TO PRSU23-WS-BC-BUDGET (WS-BCELL-SUB)
               MOVE ZERO TO PRSU23-WS-BC-COMMITTED (WS-BCELL-SUB)
               MOVE ZERO TO PRSU23-WS-BC-PENDING (WS-BCELL-SUB)
           END-IF.
       1990-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-RECORD
      *    Validate the record.  A record that fails validation is
               MOVE "Y" TO PRSU23-MS-PROCESSED-SW
               MOVE "NEW HIRE - NEEDS SETUP" TO PRSU23-MS-STATUS
               MOVE SPACES TO PRSU23-MS-TERM-DATE
               MOVE SPACES TO PRSU23-MS-HIRE-DATE
               MOVE ZERO TO PRSU23-MS-STEP
               MOVE SPACES TO PRSU23-MS-STEP-DATE
               PERFORM 2810-MOVE-DED-TO-MASTER THRU 2810-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
               MOVE PRSU23-MS-PROCESSED-SW TO PRSU23-JR-PROCESSED-SW
               MOVE PRSU23-MS-STATUS TO PRSU23-JR-STATUS
               MOVE PRSU23-MS-TERM-DATE TO PRSU23-JR-TERM-DATE
               MOVE PRSU23-MS-HIRE-DATE TO PRSU23-JR-HIRE-DATE
               MOVE PRSU23-MS-STEP TO PRSU23-JR-STEP
               MOVE PRSU23-MS-STEP-DATE TO PRSU23-JR-STEP-DATE
               PERFORM 2825-JOURNAL-DED-PAIR THRU 2825-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
               MOVE SPACES TO PRSU23-JR-PROCESSED-SW
               MOVE SPACES TO PRSU23-JR-STATUS
               MOVE SPACES TO PRSU23-JR-TERM-DATE
               MOVE SPACES TO PRSU23-JR-HIRE-DATE
               MOVE SPACES TO PRSU23-JR-STEP
               MOVE SPACES TO PRSU23-JR-STEP-DATE
               PERFORM 2826-BLANK-JOURNAL-DED THRU 2826-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
           OPEN OUTPUT PRSU23-RUNSUM-FILE.
           WRITE PRSU23-RUNSUM-RECORD.
           CLOSE PRSU23-RUNSUM-FILE.
           IF WS-RUN-ID > ZERO
               MOVE "E" TO WS-LG-EVENT
               MOVE WS-RS-COND-CODE TO WS-LG-COND-CODE
               PERFORM 3170-WRITE-LEDGER-ENTRY THRU 3170-EXIT
           END-IF.
       3160-EXIT.
           EXIT.

      *****************************************************************
      *3170-WRITE-LEDGER-ENTRY
      *    Append one event for this run to the PRSU23LDG.TXT cycle
      *    run ledger - see PRSU23LG.CPY.  Every downstream step
      *    (CS370PROGRAM5, 10, 11, 12 and 6) checks the ledger before
      *    it will touch the run, so a run that ends here with a
      *    reject-limit stop is refused by all of them.  The very
      *    first run finds no ledger yet and creates it, the same
      *    fallback 1050-OPEN-AUDIT-FILE uses.
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
           MOVE "01" TO PRSU23-LG-STEP.
           MOVE WS-LG-EVENT TO PRSU23-LG-EVENT.
           MOVE WS-RUN-MODE TO PRSU23-LG-RUN-MODE.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE WS-LG-COND-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3170-EXIT.
           EXIT.

      *****************************************************************
      *3200-WRITE-RECORD-COUNTS
      *    Show how many records fed the totals above and how many
               PERFORM 2230-APPLY-SALARY-BAND THRU 2230-EXIT
               PERFORM 4100-WRITE-PENDING-RECORD THRU 4100-EXIT
               PERFORM 4200-WRITE-REVIEW-LINE THRU 4200-EXIT
               IF WS-BUDGET-ON-FILE
                   PERFORM 4300-ACCUM-PENDING-BUDGET THRU 4300-EXIT
               END-IF
               ADD WS-OLD-SAL TO PRSU23-WS-OLD-SAL (WS-LVL-GRAND)
               ADD WS-NEW-SAL TO PRSU23-WS-NEW-SAL (WS-LVL-GRAND)
               ADD WS-OLD-DUES TO PRSU23-WS-OLD-DUES (WS-LVL-GRAND)
       4200-EXIT.
           EXIT.

      *****************************************************************
      *4300-ACCUM-PENDING-BUDGET
      *    Charge the raise just proposed to its State/Job cell's
      *    pending figure, in the same total-cost measure as the
      *    committed figure - salary, dues, premium and deductions.
      *****************************************************************
       4300-ACCUM-PENDING-BUDGET.
           COMPUTE WS-BUDG-INCREASE =
               (WS-NEW-SAL - WS-OLD-SAL) +
               (WS-NEW-DUES - WS-OLD-DUES) +
               (WS-NEW-PREM - WS-OLD-PREM).
           PERFORM 4310-ADD-PENDING-DED THRU 4310-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           MOVE PRSU23-IN-STATE-CD TO WS-BUDG-STATE-CD.
           MOVE PRSU23-IN-JOB-CD TO WS-BUDG-JOB-CD.
           PERFORM 1990-FIND-BUDGET-CELL THRU 1990-EXIT.
           ADD WS-BUDG-INCREASE TO PRSU23-WS-BC-PENDING (WS-BCELL-SUB).
       4300-EXIT.
           EXIT.

       4310-ADD-PENDING-DED.
           IF PRSU23-IN-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-BUDG-INCREASE = WS-BUDG-INCREASE +
                   WS-NEW-DED (WS-DED-SUB) -
                   PRSU23-IN-DED-AMT (WS-DED-SUB)
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      *4800-PROPOSE-FINALIZE
      *    Total and count the proposal, close out - no master flag
           IF WS-BONUS-CNT > ZERO
               PERFORM 4850-WARN-UNPOSTED-BONUS THRU 4850-EXIT
           END-IF.
           PERFORM 4870-CHECK-RAISE-BUDGET THRU 4870-EXIT.
           MOVE WS-EXC-CNT TO PRSU23-XC-EXC-CNT.
           WRITE PRSU23-EXC-LINE FROM PRSU23-WS-EXC-COUNT-LINE.
           CLOSE PRSU23-INPUT-FILE.
       4855-EXIT.
           EXIT.

      *****************************************************************
      *4870-CHECK-RAISE-BUDGET
      *    Warn on the review listing for every State/Job cell whose
      *    pending raises are more than its budget has left after
      *    this fiscal year's commitments - or that has pending
      *    raises and no budget row at all - and end with a warning
      *    condition code, so the owner sees it before she approves
      *    anything on PRSU23APPR.TXT.
      *****************************************************************
       4870-CHECK-RAISE-BUDGET.
           WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-BLANK-LINE.
           IF NOT WS-BUDGET-ON-FILE
               MOVE "NO RAISE BUDGET ON FILE - BUDGET NOT CHECKED" TO
                   PRSU23-BM-TEXT
               WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-BUDG-MSG-LINE
           ELSE
               MOVE WS-FISCAL-YEAR TO PRSU23-BH-FISCAL-YEAR
               WRITE PRSU23-REVIEW-LINE FROM PRSU23-WS-BUDG-HEAD-LINE
               MOVE ZERO TO WS-BUDG-OVER-CNT
               PERFORM 4875-CHECK-ONE-CELL THRU 4875-EXIT
                   VARYING WS-BCELL-SUB FROM 1 BY 1
                   UNTIL WS-BCELL-SUB > WS-BCELL-CNT
               IF WS-BUDG-OVER-CNT = ZERO
                   MOVE "EVERY STATE/JOB IS WITHIN ITS REMAINING BUDGET"
                       TO PRSU23-BM-TEXT
                   WRITE PRSU23-REVIEW-LINE FROM
                       PRSU23-WS-BUDG-MSG-LINE
               ELSE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       4870-EXIT.
           EXIT.

       4875-CHECK-ONE-CELL.
           IF PRSU23-WS-BC-PENDING (WS-BCELL-SUB) > ZERO
               COMPUTE WS-BUDG-REMAINING =
                   PRSU23-WS-BC-BUDGET (WS-BCELL-SUB) -
                   PRSU23-WS-BC-COMMITTED (WS-BCELL-SUB)
               IF PRSU23-WS-BC-PENDING (WS-BCELL-SUB) >
                       WS-BUDG-REMAINING
                   ADD 1 TO WS-BUDG-OVER-CNT
                   MOVE SPACES TO PRSU23-WS-BUDG-WARN-LINE
                   MOVE "BUDGET WARNING: " TO
                       PRSU23-WS-BUDG-WARN-LINE (1:16)
                   MOVE PRSU23-WS-BC-STATE-CD (WS-BCELL-SUB) TO
                       PRSU23-BX-STATE-CD
                   MOVE PRSU23-WS-BC-JOB-CD (WS-BCELL-SUB) TO
                       PRSU23-BX-JOB-CD
                   MOVE PRSU23-WS-BC-BUDGET (WS-BCELL-SUB) TO
                       PRSU23-BX-BUDGET
                   MOVE PRSU23-WS-BC-COMMITTED (WS-BCELL-SUB) TO
                       PRSU23-BX-COMMITTED
                   MOVE PRSU23-WS-BC-PENDING (WS-BCELL-SUB) TO
                       PRSU23-BX-PENDING
                   IF PRSU23-WS-BC-BUDGET-SW (WS-BCELL-SUB) = "N"
                       MOVE "NO BUDGET FOR THIS STATE/JOB" TO
                           PRSU23-BX-REASON
                   ELSE
                       MOVE "PENDING EXCEEDS REMAINING" TO
                           PRSU23-BX-REASON
                   END-IF
                   WRITE PRSU23-REVIEW-LINE FROM
                       PRSU23-WS-BUDG-WARN-LINE
               END-IF
           END-IF.
       4875-EXIT.
           EXIT.

      *****************************************************************
      *5000-SIM-PROCESS-RECORD
      *    SIMULATE-mode record loop.  The same validation and code
