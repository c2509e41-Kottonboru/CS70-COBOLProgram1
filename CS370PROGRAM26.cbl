       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM26.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Service anniversary step run.  The union contracts grant a
      * step increase on each employee's service anniversary, apart
      * from the annual percentage raise.  Until PRSU23MSTR carried a
      * hire date and step, HR worked these out by hand and sent them
      * in as amendment records.  This program finds every employee
      * whose anniversary fell in the period, moves them up one step
      * on the PRSU23STEP.TXT schedule for their State Code/Job Code,
      * and adds the scheduled step amount to their salary, held to
      * the PRSU23BAND.TXT maximum for the job.  It commits with the
      * same master update, before-image journal, audit trail and GL
      * extract records a raise run writes, under a run-id of its
      * own, so CS370PROGRAM5 balances the step run and CS370PROGRAM6
      * can back it out like any other committed run.
      ******
      *INPUT:
      *    PRSU23ANCT.TXT - optional control naming the period - see
      *        PRSU23AN.CPY.  With no control the run covers the
      *        current month to date.
      *    PRSU23MSTR - the employee master, read through for the
      *        anniversaries and updated in place for each step.
      *    PRSU23STEP.TXT - the union step schedule - see
      *        PRSU23SP.CPY.
      *    PRSU23BAND.TXT - the salary band table; a job with no band
      *        row is stepped uncapped.
      *    PRSU23RID.TXT - the run-id sequence; this step run takes
      *        the next run-id the same way CS370PROGRAM1 does.
      ******
      *OUTPUT:
      *    PRSU23ANR.TXT - the step register: one line per anniversary
      *        in the period showing the old and new step and salary
      *        and whether the employee was STEPPED, held at the band
      *        maximum, at the top of the scale, or held for want of
      *        a step schedule or because the master record would
      *        not read back or rewrite, with run totals and counts.
      *    PRSU23AUDIT.TXT - appended, one record per step.
      *    PRSU23JRNL.TXT - appended, one before-image per master
      *        update, so CS370PROGRAM6 can back the step run out.
      *    PRSU23GL.TXT - rewritten with one record per State/Job
      *        break of the step increases, annualized and fiscal-year
      *        prorated, as CS370PROGRAM1 writes it.
      *    PRSU23TOT.TXT - the step run's grand totals for the
      *        CS370PROGRAM5 balancing step.
      *    PRSU23RSUM.TXT - the one-record run summary under the step
      *        run-id, for the scheduler and monitoring.
      *    PRSU23LDG.TXT - appended, the step run's start and end on
      *        the cycle run ledger - see PRSU23LG.CPY.
      *
      *    RETURN-CODE 0 - every anniversary in the period was
      *        stepped or is at the top of its scale.
      *    RETURN-CODE 4 - one or more employees are held because
      *        their State Code/Job Code has no step schedule, or
      *        their master record would not read back or rewrite.
      *    RETURN-CODE 16 - PRSU23MSTR or PRSU23STEP.TXT is missing,
      *        a step schedule row is not numeric, or the control
      *        period is not a valid YYYYMMDD range.
      ******
      *Calculations Section:
      *
      *    An employee is on a scale when not terminated, with a
      *        YYYYMMDD hire date and a step above 00 - both keyed by
      *        HR through CS370PROGRAM4.
      *    The anniversary is the hire month and day in a year of the
      *        period; a February 29 hire has its anniversary on
      *        February 28 in other years.  It counts when it falls
      *        in the period, in a year after the hire year, and
      *        after PRSU23-MS-STEP-DATE - so an anniversary already
      *        stepped, or one before HR keyed the current step, is
      *        never stepped again.
      *    The step amount is the PRSU23STEP.TXT row for the State
      *        Code/Job Code and the employee's step plus one.  A
      *        State/Job with no rows at all is held; one with no row
      *        for the next step is at the top of its scale and is
      *        left alone.
      *    New salary = old salary + step amount, held at the band
      *        maximum for the job; an employee already at or over
      *        the maximum keeps the old salary.  Either way the step
      *        moves up one and PRSU23-MS-STEP-DATE takes the
      *        anniversary date.
      *    Union dues, insurance premium and deductions are carried
      *        unchanged - the step run raises salary only.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the service anniversary step run over
      *                    the PRSU23STEP.TXT union step schedule.
      *    2026-10-15  AC  A master record that will not read back or
      *                    rewrite is held and counted instead of being
      *                    stepped from a stale record area.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-ANCT-FILE ASSIGN TO "PRSU23ANCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCT-STATUS.

           SELECT PRSU23-MASTER-FILE ASSIGN TO "PRSU23MSTR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-STEP-FILE ASSIGN TO "PRSU23STEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT PRSU23-BAND-FILE ASSIGN TO "PRSU23BAND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT PRSU23-RUNID-FILE ASSIGN TO "PRSU23RID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRSU23-JRNL-FILE ASSIGN TO "PRSU23JRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PRSU23-GL-FILE ASSIGN TO "PRSU23GL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-RUNTOT-FILE ASSIGN TO "PRSU23TOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-RUNSUM-FILE ASSIGN TO "PRSU23RSUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-SORT-FILE ASSIGN TO "PRSU23NSRT".

           SELECT PRSU23-REG-FILE ASSIGN TO "PRSU23ANR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-ANCT-FILE.
           COPY PRSU23AN.

       FD  PRSU23-MASTER-FILE.
           COPY PRSU23MS.

       FD  PRSU23-STEP-FILE.
           COPY PRSU23SP.

       FD  PRSU23-BAND-FILE.
           COPY PRSU23BD.

       FD  PRSU23-RUNID-FILE.
           COPY PRSU23RI.

       FD  PRSU23-AUDIT-FILE.
           COPY PRSU23AU.

       FD  PRSU23-JRNL-FILE.
           COPY PRSU23JR.

       FD  PRSU23-GL-FILE.
           COPY PRSU23GL.

       FD  PRSU23-RUNTOT-FILE.
           COPY PRSU23TO.

       FD  PRSU23-RUNSUM-FILE.
           COPY PRSU23RS.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       SD  PRSU23-SORT-FILE.
       01  PRSU23-SORT-RECORD.
           05  PRSU23-SN-STATE-CD          PIC X(02).
           05  PRSU23-SN-JOB-CD            PIC X(03).
           05  PRSU23-SN-EMP-NUM           PIC X(06).
           05  PRSU23-SN-ANNIV-DATE        PIC X(08).

       FD  PRSU23-REG-FILE.
       01  PRSU23-REG-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-ANCT-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ANCT-FILE-MISSING        VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-NOT-FOUND         VALUE "23".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-STEP-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-STEP-FILE-MISSING        VALUE "35".
       77  WS-BAND-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BAND-FILE-MISSING        VALUE "35".
       77  WS-RUNID-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
       77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-JRNL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-JRNL-FILE-MISSING        VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-LG-EVENT                     PIC X(01) VALUE SPACES.
       77  WS-LG-COND-CODE                 PIC 9(02) VALUE ZERO.

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".

      *----------------------------------------------------------------
      * This step run's identity, period and fiscal-year proration -
      * the same calendar fiscal year CS370PROGRAM1 prorates against.
      *----------------------------------------------------------------
       77  WS-RUN-ID                       PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-RUN-MONTH                    PIC 9(02) VALUE ZERO.
       77  WS-FY-MONTHS-REM                PIC 9(02) VALUE ZERO.
       77  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
       77  WS-TO-DATE                      PIC X(08) VALUE SPACES.
       77  WS-FROM-YYYY                    PIC 9(04) VALUE ZERO.
       77  WS-TO-YYYY                      PIC 9(04) VALUE ZERO.
       77  WS-PERIOD-OK-SW                 PIC X(01) VALUE "Y".
           88  WS-PERIOD-OK                VALUE "Y".

      *----------------------------------------------------------------
      * The union step schedule, loaded whole from PRSU23STEP.TXT.
      *----------------------------------------------------------------
       77  WS-STEP-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-STEP-TABLE.
           05  PRSU23-WS-STEP OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-STEP-CNT.
               10  PRSU23-WS-SP-STATE-CD   PIC X(02).
               10  PRSU23-WS-SP-JOB-CD     PIC X(03).
               10  PRSU23-WS-SP-STEP       PIC 9(02).
               10  PRSU23-WS-SP-STEP-AMT   PIC 9(07)V99.

       77  WS-STEP-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  WS-NEXT-STEP                    PIC 9(03) VALUE ZERO.
       77  WS-STEP-AMT                     PIC 9(07)V99 VALUE ZERO.
       77  WS-SCALE-FOUND-SW               PIC X(01) VALUE "N".
           88  WS-SCALE-FOUND              VALUE "Y".
       77  WS-NEXT-STEP-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-NEXT-STEP-FOUND          VALUE "Y".
       77  WS-CAPPED-SW                    PIC X(01) VALUE "N".
           88  WS-CAPPED                   VALUE "Y".
       77  WS-STEP-DONE-SW                 PIC X(01) VALUE "N".
           88  WS-STEP-DONE                VALUE "Y".

      *----------------------------------------------------------------
      * Salary band table by Job Code, loaded from PRSU23BAND.TXT the
      * same way CS370PROGRAM1's 1350-LOAD-BAND-TABLE loads it.
      *----------------------------------------------------------------
       77  WS-BAND-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-BAND-TABLE.
           05  PRSU23-WS-BAND OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-BAND-CNT
                   INDEXED BY WS-BD-IX.
               10  PRSU23-WS-BD-JOB-CD     PIC X(03).
               10  PRSU23-WS-BD-MIN-SAL    PIC 9(07).
               10  PRSU23-WS-BD-MAX-SAL    PIC 9(07).

       77  WS-BAND-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-BAND-FOUND               VALUE "Y".
       77  WS-BD-MAX-SAL                   PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * Anniversary work areas.  The candidate anniversary is built
      * as YYYYMMDD so it compares directly with the period and the
      * master's step date.
      *----------------------------------------------------------------
       01  PRSU23-WS-ANNIV-DATE.
           05  PRSU23-WS-AV-YYYY           PIC 9(04).
           05  PRSU23-WS-AV-MMDD           PIC X(04).

       77  WS-ANNIV-FOUND-SW               PIC X(01) VALUE "N".
           88  WS-ANNIV-FOUND              VALUE "Y".
       77  WS-LEAP-YEAR-SW                 PIC X(01) VALUE "N".
           88  WS-LEAP-YEAR                VALUE "Y".
       77  WS-LEAP-QUOT                    PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REM-4                   PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REM-100                 PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REM-400                 PIC 9(04) VALUE ZERO.

       77  WS-OLD-SAL                      PIC S9(09)V99 VALUE ZERO.
       77  WS-NEW-SAL                      PIC S9(09)V99 VALUE ZERO.
       77  WS-DISPOSITION                  PIC X(30) VALUE SPACES.
       77  WS-DED-SUB                      PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * State/Job break accumulators for the step increases, and the
      * run grand totals - the same break the GL extract is cut at by
      * 2600-JOB-SUBTOTAL in CS370PROGRAM1.
      *----------------------------------------------------------------
       77  WS-PREV-STATE-CD                PIC X(02) VALUE SPACES.
       77  WS-PREV-JOB-CD                  PIC X(03) VALUE SPACES.
       77  WS-JOB-OLD-SAL                  PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-JOB-NEW-SAL                  PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-GRD-OLD-SAL                  PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-GRD-NEW-SAL                  PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-GRD-DUES                     PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-GRD-PREM                     PIC S9(09)V99 COMP-3
                                           VALUE ZERO.

       77  WS-MASTER-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TERM-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-SCALE-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-ANNIV-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-STEPPED-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-CAPPED-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TOP-CNT                      PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-MS-FAIL-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-SCHED-CNT                 PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Step register line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-REG-HEAD-1.
           05  FILLER                      PIC X(36) VALUE
               "SERVICE ANNIVERSARY STEP REGISTER".
           05  FILLER                      PIC X(08) VALUE
               "RUN ID: ".
           05  PRSU23-RH-RUN-ID            PIC ZZZZZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  RUN DATE: ".
           05  PRSU23-RH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               "  PERIOD: ".
           05  PRSU23-RH-FROM-DATE         PIC X(08).
           05  FILLER                      PIC X(04) VALUE
               " TO ".
           05  PRSU23-RH-TO-DATE           PIC X(08).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  PRSU23-WS-REG-HEAD-2.
           05  FILLER                      PIC X(49) VALUE
               "EMP NO  EMPLOYEE NAME         ST  JOB  ANNIV".
           05  FILLER                      PIC X(40) VALUE
               "FR  TO      OLD SALARY      NEW SALARY".
           05  FILLER                      PIC X(43) VALUE
               "DISPOSITION".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-REG-DETAIL-LINE.
           05  PRSU23-RG-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-ANNIV-DATE        PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-OLD-STEP          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-NEW-STEP          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-OLD-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-NEW-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-DISPOSITION       PIC X(30).
           05  FILLER                      PIC X(11).

       01  PRSU23-WS-REG-TOTAL-LINE.
           05  FILLER                      PIC X(57) VALUE
               "RUN TOTALS - EMPLOYEES STEPPED".
           05  PRSU23-RT-OLD-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RT-NEW-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  PRSU23-WS-REG-COUNT-LINE.
           05  PRSU23-RC-LABEL             PIC X(40).
           05  PRSU23-RC-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Settle the period, take a run-id, sort the period's
      *    anniversaries into State Code/Job Code order, step each one
      *    with breaks for the GL extract, then finalize and set the
      *    return code.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT PRSU23-SORT-FILE
               ON ASCENDING KEY PRSU23-SN-STATE-CD
                                PRSU23-SN-JOB-CD
                                PRSU23-SN-EMP-NUM
               INPUT PROCEDURE IS 2000-SELECT-ANNIVERSARIES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-APPLY-STEPS THRU 3000-EXIT.
           PERFORM 4000-FINALIZE THRU 4000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Settle the period and load the step schedule and salary
      *    bands before a run-id is taken, so a setup error stops the
      *    run without spending one.  Then open the master for update,
      *    take the next run-id, post the start to the run ledger and
      *    open the output files - audit and journal extended, GL and
      *    register written fresh.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LOAD-STEP-TABLE THRU 1200-EXIT.
           PERFORM 1250-LOAD-BAND-TABLE THRU 1250-EXIT.
           OPEN I-O PRSU23-MASTER-FILE.
           IF WS-MASTER-FILE-MISSING
               DISPLAY "CS370PROGRAM26: PRSU23MSTR.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-ASSIGN-RUN-ID THRU 1300-EXIT.
           MOVE "S" TO WS-LG-EVENT.
           MOVE ZERO TO WS-LG-COND-CODE.
           PERFORM 4170-WRITE-LEDGER-ENTRY THRU 4170-EXIT.
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-FY-MONTHS-REM = 13 - WS-RUN-MONTH.
           OPEN EXTEND PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT PRSU23-AUDIT-FILE
               CLOSE PRSU23-AUDIT-FILE
               OPEN EXTEND PRSU23-AUDIT-FILE
           END-IF.
           OPEN EXTEND PRSU23-JRNL-FILE.
           IF WS-JRNL-FILE-MISSING
               OPEN OUTPUT PRSU23-JRNL-FILE
               CLOSE PRSU23-JRNL-FILE
               OPEN EXTEND PRSU23-JRNL-FILE
           END-IF.
           OPEN OUTPUT PRSU23-GL-FILE.
           OPEN OUTPUT PRSU23-REG-FILE.
           MOVE WS-RUN-ID TO PRSU23-RH-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-RH-RUN-DATE.
           MOVE WS-FROM-DATE TO PRSU23-RH-FROM-DATE.
           MOVE WS-TO-DATE TO PRSU23-RH-TO-DATE.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-HEAD-1.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-HEAD-2.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-BLANK-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-READ-CONTROL
      *    The period is the control's FROM/TO dates.  No control, or
      *    an empty one, means the first of the current month through
      *    the run date.  Both dates must be YYYYMMDD, FROM no later
      *    than TO, TO no later than the run date, and the period
      *    shorter than a year - otherwise one employee could have two
      *    anniversaries in it.
      *****************************************************************
       1100-READ-CONTROL.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE "01" TO WS-FROM-DATE (7:2).
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT PRSU23-ANCT-FILE.
           IF WS-ANCT-FILE-MISSING
               CONTINUE
           ELSE
               READ PRSU23-ANCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRSU23-AN-FROM-DATE TO WS-FROM-DATE
                       MOVE PRSU23-AN-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE PRSU23-ANCT-FILE
           END-IF.
           MOVE "Y" TO WS-PERIOD-OK-SW.
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-TO-DATE NOT NUMERIC
               MOVE "N" TO WS-PERIOD-OK-SW
           ELSE
               MOVE WS-FROM-DATE (1:4) TO WS-FROM-YYYY
               MOVE WS-TO-DATE (1:4) TO WS-TO-YYYY
               IF WS-FROM-DATE (5:2) < "01"
                   OR WS-FROM-DATE (5:2) > "12"
                   OR WS-FROM-DATE (7:2) < "01"
                   OR WS-FROM-DATE (7:2) > "31"
                   OR WS-TO-DATE (5:2) < "01"
                   OR WS-TO-DATE (5:2) > "12"
                   OR WS-TO-DATE (7:2) < "01"
                   OR WS-TO-DATE (7:2) > "31"
                   OR WS-FROM-DATE > WS-TO-DATE
                   OR WS-TO-DATE > WS-RUN-DATE
                   OR WS-TO-YYYY > WS-FROM-YYYY + 1
                   MOVE "N" TO WS-PERIOD-OK-SW
               END-IF
               IF WS-TO-YYYY = WS-FROM-YYYY + 1
                   AND WS-TO-DATE (5:4) NOT < WS-FROM-DATE (5:4)
                   MOVE "N" TO WS-PERIOD-OK-SW
               END-IF
           END-IF.
           IF NOT WS-PERIOD-OK
               DISPLAY "CS370PROGRAM26: PRSU23ANCT.TXT PERIOD "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " IS NOT A VALID YYYYMMDD PERIOD UNDER A YEAR "
                   "ENDING BY THE RUN DATE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *1200-LOAD-STEP-TABLE
      *    Read PRSU23STEP.TXT into memory.  Unlike the band table, a
      *    missing step schedule is a setup error - with no schedule
      *    there is no step to grant anyone - and so is a row whose
      *    step or amount is not numeric, which CS370PROGRAM17 would
      *    have refused.
      *****************************************************************
       1200-LOAD-STEP-TABLE.
           MOVE ZERO TO WS-STEP-CNT.
           OPEN INPUT PRSU23-STEP-FILE.
           IF WS-STEP-FILE-MISSING
               DISPLAY "CS370PROGRAM26: PRSU23STEP.TXT IS MISSING - "
                   "NO STEP SCHEDULE TO APPLY - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-READ-STEP-RECORD THRU 1210-EXIT.
           PERFORM 1220-ADD-STEP-ENTRY THRU 1220-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-STEP-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1200-EXIT.
           EXIT.

       1210-READ-STEP-RECORD.
           READ PRSU23-STEP-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.

       1220-ADD-STEP-ENTRY.
           IF PRSU23-SP-STEP NOT NUMERIC
               OR PRSU23-SP-STEP-AMT NOT NUMERIC
               DISPLAY "CS370PROGRAM26: PRSU23STEP.TXT ROW "
                   PRSU23-SP-STATE-CD PRSU23-SP-JOB-CD PRSU23-SP-STEP
                   " IS NOT NUMERIC - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STEP-CNT = 2000
               DISPLAY "CS370PROGRAM26: PRSU23STEP.TXT EXCEEDS THE "
                   "2000 ROWS THE STEP TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-CNT.
           MOVE PRSU23-SP-STATE-CD TO
               PRSU23-WS-SP-STATE-CD (WS-STEP-CNT).
           MOVE PRSU23-SP-JOB-CD TO
               PRSU23-WS-SP-JOB-CD (WS-STEP-CNT).
           MOVE PRSU23-SP-STEP TO
               PRSU23-WS-SP-STEP (WS-STEP-CNT).
           MOVE PRSU23-SP-STEP-AMT TO
               PRSU23-WS-SP-STEP-AMT (WS-STEP-CNT).
           PERFORM 1210-READ-STEP-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *1250-LOAD-BAND-TABLE
      *    Read PRSU23BAND.TXT into memory.  A missing band file loads
      *    an empty table and every step runs uncapped, the same way
      *    CS370PROGRAM1 treats it.
      *****************************************************************
       1250-LOAD-BAND-TABLE.
           MOVE ZERO TO WS-BAND-CNT.
           OPEN INPUT PRSU23-BAND-FILE.
           IF WS-BAND-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1260-READ-BAND-RECORD THRU 1260-EXIT
               PERFORM 1270-ADD-BAND-ENTRY THRU 1270-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-BAND-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1250-EXIT.
           EXIT.

       1260-READ-BAND-RECORD.
           READ PRSU23-BAND-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1260-EXIT.
           EXIT.

       1270-ADD-BAND-ENTRY.
           IF WS-BAND-CNT = 20
               DISPLAY "CS370PROGRAM26: PRSU23BAND.TXT EXCEEDS THE 20 "
                   "ROWS THE SALARY BAND TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BAND-CNT.
           MOVE PRSU23-BD-JOB-CD TO
               PRSU23-WS-BD-JOB-CD (WS-BAND-CNT).
           MOVE PRSU23-BD-MIN-SAL TO
               PRSU23-WS-BD-MIN-SAL (WS-BAND-CNT).
           MOVE PRSU23-BD-MAX-SAL TO
               PRSU23-WS-BD-MAX-SAL (WS-BAND-CNT).
           PERFORM 1260-READ-BAND-RECORD THRU 1260-EXIT.
       1270-EXIT.
           EXIT.

      *****************************************************************
      *1300-ASSIGN-RUN-ID
      *    Issue this step run's run-id from PRSU23RID.TXT - read the
      *    last one used, add one, rewrite the file - the same
      *    sequence CS370PROGRAM1's 1800-ASSIGN-RUN-ID keeps, so the
      *    audit trail, journal, totals and balancing step all see an
      *    ordinary committed run.
      *****************************************************************
       1300-ASSIGN-RUN-ID.
           MOVE ZERO TO WS-RUN-ID.
           OPEN INPUT PRSU23-RUNID-FILE.
           IF NOT WS-RUNID-FILE-MISSING
               READ PRSU23-RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRSU23-RI-LAST-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE PRSU23-RUNID-FILE
           END-IF.
           ADD 1 TO WS-RUN-ID.
           MOVE WS-RUN-ID TO PRSU23-RI-LAST-RUN-ID.
           OPEN OUTPUT PRSU23-RUNID-FILE.
           WRITE PRSU23-RUNID-RECORD.
           CLOSE PRSU23-RUNID-FILE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *2000-SELECT-ANNIVERSARIES
      *    Sort input procedure - read the whole master and release
      *    every employee on a scale whose anniversary falls in the
      *    period and has not already been stepped.
      *****************************************************************
       2000-SELECT-ANNIVERSARIES.
           PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT.
           PERFORM 2100-SELECT-ONE-EMPLOYEE THRU 2100-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-EMPLOYEE.
           ADD 1 TO WS-MASTER-CNT.
           EVALUATE TRUE
               WHEN PRSU23-MS-TERMINATED
                   ADD 1 TO WS-TERM-CNT
               WHEN PRSU23-MS-HIRE-DATE NOT NUMERIC
                   OR PRSU23-MS-STEP NOT NUMERIC
                   OR PRSU23-MS-STEP = ZERO
                   ADD 1 TO WS-NO-SCALE-CNT
               WHEN OTHER
                   PERFORM 2200-FIND-ANNIVERSARY THRU 2200-EXIT
                   IF WS-ANNIV-FOUND
                       MOVE PRSU23-MS-STATE-CD TO PRSU23-SN-STATE-CD
                       MOVE PRSU23-MS-JOB-CD TO PRSU23-SN-JOB-CD
                       MOVE PRSU23-MS-EMP-NUM TO PRSU23-SN-EMP-NUM
                       MOVE PRSU23-WS-ANNIV-DATE TO
                           PRSU23-SN-ANNIV-DATE
                       RELEASE PRSU23-SORT-RECORD
                       ADD 1 TO WS-ANNIV-CNT
                   END-IF
           END-EVALUATE.
           PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *2200-FIND-ANNIVERSARY
      *    Try the hire month and day in the period's first year, then
      *    - for a period that crosses New Year - in its second.  The
      *    period is under a year long, so at most one can fall in it.
      *****************************************************************
       2200-FIND-ANNIVERSARY.
           MOVE "N" TO WS-ANNIV-FOUND-SW.
           MOVE WS-FROM-YYYY TO PRSU23-WS-AV-YYYY.
           PERFORM 2250-CHECK-ANNIVERSARY THRU 2250-EXIT.
           IF NOT WS-ANNIV-FOUND
               AND WS-TO-YYYY NOT = WS-FROM-YYYY
               MOVE WS-TO-YYYY TO PRSU23-WS-AV-YYYY
               PERFORM 2250-CHECK-ANNIVERSARY THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CHECK-ANNIVERSARY.
           MOVE PRSU23-MS-HIRE-DATE (5:4) TO PRSU23-WS-AV-MMDD.
           IF PRSU23-WS-AV-MMDD = "0229"
               PERFORM 2260-CHECK-LEAP-YEAR THRU 2260-EXIT
               IF NOT WS-LEAP-YEAR
                   MOVE "0228" TO PRSU23-WS-AV-MMDD
               END-IF
           END-IF.
           IF PRSU23-WS-ANNIV-DATE NOT < WS-FROM-DATE
               AND PRSU23-WS-ANNIV-DATE NOT > WS-TO-DATE
               AND PRSU23-WS-ANNIV-DATE (1:4) >
                   PRSU23-MS-HIRE-DATE (1:4)
               AND PRSU23-WS-ANNIV-DATE > PRSU23-MS-STEP-DATE
               MOVE "Y" TO WS-ANNIV-FOUND-SW
           END-IF.
       2250-EXIT.
           EXIT.

       2260-CHECK-LEAP-YEAR.
           DIVIDE PRSU23-WS-AV-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE PRSU23-WS-AV-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE PRSU23-WS-AV-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = ZERO
               AND (WS-LEAP-REM-100 NOT = ZERO
                   OR WS-LEAP-REM-400 = ZERO)
               MOVE "Y" TO WS-LEAP-YEAR-SW
           ELSE
               MOVE "N" TO WS-LEAP-YEAR-SW
           END-IF.
       2260-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ PRSU23-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-APPLY-STEPS
      *    Sort output procedure - take the anniversaries back in
      *    State Code/Job Code order, step each one, and flush the
      *    last State/Job break to the GL extract.
      *****************************************************************
       3000-APPLY-STEPS.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
           PERFORM 3100-APPLY-ONE-STEP THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-PREV-STATE-CD NOT = SPACES
               PERFORM 3400-WRITE-GL-BREAK THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-APPLY-ONE-STEP
      *    Re-read the employee's master record, find the scheduled
      *    amount for the next step and dispose of the anniversary:
      *    held when the master record cannot be read back or
      *    rewritten or the State/Job has no schedule, left alone at
      *    the top of the scale, otherwise stepped.  A record that
      *    did not read back prints from the sort record's keys.
      *****************************************************************
       3100-APPLY-ONE-STEP.
           MOVE SPACES TO WS-MASTER-STATUS.
           MOVE "N" TO WS-CAPPED-SW.
           MOVE "N" TO WS-STEP-DONE-SW.
           MOVE PRSU23-SN-EMP-NUM TO PRSU23-MS-EMP-NUM.
           READ PRSU23-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 3110-CLEAR-MASTER-AREA THRU 3110-EXIT
           END-IF.
           MOVE PRSU23-MS-SALARY TO WS-OLD-SAL.
           MOVE PRSU23-MS-SALARY TO WS-NEW-SAL.
           MOVE PRSU23-MS-STEP TO PRSU23-RG-OLD-STEP.
           MOVE PRSU23-MS-STEP TO PRSU23-RG-NEW-STEP.
           PERFORM 3200-LOOKUP-STEP-AMT THRU 3200-EXIT.
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS NOT = "00"
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "HELD - READ FILE STATUS " DELIMITED BY SIZE
                       WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-DISPOSITION
                   END-STRING
                   ADD 1 TO WS-HELD-CNT WS-MS-FAIL-CNT
               WHEN NOT WS-SCALE-FOUND
                   MOVE "HELD - NO STEP SCHEDULE" TO WS-DISPOSITION
                   ADD 1 TO WS-HELD-CNT
               WHEN NOT WS-NEXT-STEP-FOUND
                   MOVE "TOP OF SCALE - NOT STEPPED" TO WS-DISPOSITION
                   ADD 1 TO WS-TOP-CNT
               WHEN OTHER
                   PERFORM 3300-FIGURE-NEW-SALARY THRU 3300-EXIT
                   PERFORM 3500-STEP-EMPLOYEE THRU 3500-EXIT
                   PERFORM 3120-COUNT-STEP THRU 3120-EXIT
           END-EVALUATE.
           PERFORM 3800-WRITE-REG-LINE THRU 3800-EXIT.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

       3110-CLEAR-MASTER-AREA.
           MOVE SPACES TO PRSU23-MASTER-RECORD.
           MOVE PRSU23-SN-EMP-NUM TO PRSU23-MS-EMP-NUM.
           MOVE PRSU23-SN-STATE-CD TO PRSU23-MS-STATE-CD.
           MOVE PRSU23-SN-JOB-CD TO PRSU23-MS-JOB-CD.
           MOVE ZERO TO PRSU23-MS-SALARY.
           MOVE ZERO TO PRSU23-MS-STEP.
       3110-EXIT.
           EXIT.

      *    A step the master would not take is held like any other;
      *    only a rewritten one counts as stepped or capped.
       3120-COUNT-STEP.
           IF WS-STEP-DONE
               MOVE PRSU23-MS-STEP TO PRSU23-RG-NEW-STEP
               ADD 1 TO WS-STEPPED-CNT
               IF WS-CAPPED
                   ADD 1 TO WS-CAPPED-CNT
               END-IF
           ELSE
               MOVE WS-OLD-SAL TO WS-NEW-SAL
               MOVE SPACES TO WS-DISPOSITION
               STRING "HELD - REWRITE FILE STATUS " DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-DISPOSITION
               END-STRING
               ADD 1 TO WS-HELD-CNT WS-MS-FAIL-CNT
           END-IF.
       3120-EXIT.
           EXIT.

       3150-RETURN-SORT-RECORD.
           RETURN PRSU23-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *3200-LOOKUP-STEP-AMT
      *    Walk the step schedule for the employee's State Code/Job
      *    Code, noting whether it has any rows at all and picking up
      *    the amount for the step above the employee's own.
      *****************************************************************
       3200-LOOKUP-STEP-AMT.
           MOVE "N" TO WS-SCALE-FOUND-SW.
           MOVE "N" TO WS-NEXT-STEP-FOUND-SW.
           MOVE ZERO TO WS-STEP-AMT.
           COMPUTE WS-NEXT-STEP = PRSU23-MS-STEP + 1.
           PERFORM 3210-MATCH-STEP-ROW THRU 3210-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT
               OR WS-NEXT-STEP-FOUND.
       3200-EXIT.
           EXIT.

       3210-MATCH-STEP-ROW.
           IF PRSU23-WS-SP-STATE-CD (WS-STEP-SUB) =
                   PRSU23-MS-STATE-CD
               AND PRSU23-WS-SP-JOB-CD (WS-STEP-SUB) =
                   PRSU23-MS-JOB-CD
               MOVE "Y" TO WS-SCALE-FOUND-SW
               IF PRSU23-WS-SP-STEP (WS-STEP-SUB) = WS-NEXT-STEP
                   MOVE "Y" TO WS-NEXT-STEP-FOUND-SW
                   MOVE PRSU23-WS-SP-STEP-AMT (WS-STEP-SUB) TO
                       WS-STEP-AMT
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *3300-FIGURE-NEW-SALARY
      *    Add the step amount and hold the result to the band
      *    maximum for the job.  An employee already at or over the
      *    maximum keeps the old salary - a step never cuts pay - but
      *    still moves up the step.
      *****************************************************************
       3300-FIGURE-NEW-SALARY.
           COMPUTE WS-NEW-SAL = WS-OLD-SAL + WS-STEP-AMT.
           MOVE "STEPPED" TO WS-DISPOSITION.
           PERFORM 3350-LOOKUP-BAND THRU 3350-EXIT.
           IF WS-BAND-FOUND
               AND WS-NEW-SAL > WS-BD-MAX-SAL
               MOVE "Y" TO WS-CAPPED-SW
               IF WS-OLD-SAL NOT < WS-BD-MAX-SAL
                   MOVE WS-OLD-SAL TO WS-NEW-SAL
                   MOVE "STEPPED - AT BAND MAXIMUM" TO WS-DISPOSITION
               ELSE
                   MOVE WS-BD-MAX-SAL TO WS-NEW-SAL
                   MOVE "STEPPED - HELD AT BAND MAXIMUM" TO
                       WS-DISPOSITION
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3350-LOOKUP-BAND.
           MOVE "N" TO WS-BAND-FOUND-SW.
           IF WS-BAND-CNT > ZERO
               SET WS-BD-IX TO 1
               SEARCH PRSU23-WS-BAND
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-BD-JOB-CD (WS-BD-IX) =
                           PRSU23-MS-JOB-CD
                       MOVE "Y" TO WS-BAND-FOUND-SW
                       MOVE PRSU23-WS-BD-MAX-SAL (WS-BD-IX) TO
                           WS-BD-MAX-SAL
               END-SEARCH
           END-IF.
       3350-EXIT.
           EXIT.

      *****************************************************************
      *3400-WRITE-GL-BREAK
      *    Write the GL extract record for the State/Job break just
      *    finished - the annualized and fiscal-year prorated salary
      *    increase, as 2650-WRITE-GL-RECORD cuts it in CS370PROGRAM1.
      *    The step run changes salary only, so the dues, premium,
      *    deduction and bonus figures are zero.
      *****************************************************************
       3400-WRITE-GL-BREAK.
           MOVE SPACES TO PRSU23-GL-RECORD.
           MOVE WS-PREV-STATE-CD TO PRSU23-GL-STATE-CD.
           MOVE WS-PREV-JOB-CD TO PRSU23-GL-JOB-CD.
           COMPUTE PRSU23-GL-SAL-INCR =
               WS-JOB-NEW-SAL - WS-JOB-OLD-SAL.
           MOVE ZERO TO PRSU23-GL-DUES-INCR.
           MOVE ZERO TO PRSU23-GL-PREM-INCR.
           MOVE WS-FY-MONTHS-REM TO PRSU23-GL-FY-MONTHS.
           COMPUTE PRSU23-GL-PRO-SAL-INCR ROUNDED =
               PRSU23-GL-SAL-INCR * WS-FY-MONTHS-REM / 12.
           MOVE ZERO TO PRSU23-GL-PRO-DUES-INCR.
           MOVE ZERO TO PRSU23-GL-PRO-PREM-INCR.
           MOVE ZERO TO PRSU23-GL-BONUS-AMT.
           PERFORM 3450-BLANK-GL-DED-ENTRY THRU 3450-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           WRITE PRSU23-GL-RECORD.
           MOVE ZERO TO WS-JOB-OLD-SAL WS-JOB-NEW-SAL.
       3400-EXIT.
           EXIT.

       3450-BLANK-GL-DED-ENTRY.
           MOVE SPACES TO PRSU23-GL-DED-CD (WS-DED-SUB).
           MOVE ZERO TO PRSU23-GL-DED-INCR (WS-DED-SUB).
       3450-EXIT.
           EXIT.

      *****************************************************************
      *3500-STEP-EMPLOYEE
      *    Commit one step: journal the before-image, rewrite the
      *    master with the new salary, step and step date, then cut
      *    the State/Job break if the keys changed, write the audit
      *    record and accumulate the break and grand totals.  The
      *    processed switch and status belong to the raise cycle and
      *    are left as they stand.  The journal goes first so a run
      *    that stops part way can still be backed out; if the
      *    REWRITE is refused the master is unchanged, that journal
      *    image restores it as it is, and nothing else is written.
      *****************************************************************
       3500-STEP-EMPLOYEE.
           MOVE "R" TO PRSU23-JR-ACTION.
           PERFORM 3550-WRITE-JOURNAL-RECORD THRU 3550-EXIT.
           MOVE WS-NEW-SAL TO PRSU23-MS-SALARY.
           MOVE WS-NEXT-STEP TO PRSU23-MS-STEP.
           MOVE PRSU23-SN-ANNIV-DATE TO PRSU23-MS-STEP-DATE.
           MOVE WS-RUN-DATE TO PRSU23-MS-LAST-RUN-DATE.
           REWRITE PRSU23-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-STEP-DONE-SW
               PERFORM 3510-POST-STEP THRU 3510-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-POST-STEP.
           IF WS-PREV-STATE-CD NOT = SPACES
               AND (WS-PREV-STATE-CD NOT = PRSU23-MS-STATE-CD
                   OR WS-PREV-JOB-CD NOT = PRSU23-MS-JOB-CD)
               PERFORM 3400-WRITE-GL-BREAK THRU 3400-EXIT
           END-IF.
           MOVE PRSU23-MS-STATE-CD TO WS-PREV-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO WS-PREV-JOB-CD.
           PERFORM 3600-WRITE-AUDIT-RECORD THRU 3600-EXIT.
           ADD WS-OLD-SAL TO WS-JOB-OLD-SAL WS-GRD-OLD-SAL.
           ADD WS-NEW-SAL TO WS-JOB-NEW-SAL WS-GRD-NEW-SAL.
           ADD PRSU23-MS-DUES TO WS-GRD-DUES.
           ADD PRSU23-MS-PREMIUM TO WS-GRD-PREM.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *3550-WRITE-JOURNAL-RECORD
      *    Append the before-image of the master record about to be
      *    stepped, tagged with this step run's run-id, so
      *    CS370PROGRAM6 can back the step run out - salary, step and
      *    step date together - like any other committed run.
      *****************************************************************
       3550-WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-ID TO PRSU23-JR-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-JR-RUN-DATE.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-JR-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-JR-EMP-NAME.
           MOVE PRSU23-MS-STATE-CD TO PRSU23-JR-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO PRSU23-JR-JOB-CD.
           MOVE PRSU23-MS-SALARY TO PRSU23-JR-SALARY.
           MOVE PRSU23-MS-DUES TO PRSU23-JR-DUES.
           MOVE PRSU23-MS-PREMIUM TO PRSU23-JR-PREMIUM.
           MOVE PRSU23-MS-LAST-RUN-DATE TO PRSU23-JR-LAST-RUN-DATE.
           MOVE PRSU23-MS-PROCESSED-SW TO PRSU23-JR-PROCESSED-SW.
           MOVE PRSU23-MS-STATUS TO PRSU23-JR-STATUS.
           MOVE PRSU23-MS-TERM-DATE TO PRSU23-JR-TERM-DATE.
           MOVE PRSU23-MS-HIRE-DATE TO PRSU23-JR-HIRE-DATE.
           MOVE PRSU23-MS-STEP TO PRSU23-JR-STEP.
           MOVE PRSU23-MS-STEP-DATE TO PRSU23-JR-STEP-DATE.
           PERFORM 3560-JOURNAL-DED-PAIR THRU 3560-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           WRITE PRSU23-JOURNAL-RECORD.
       3550-EXIT.
           EXIT.

       3560-JOURNAL-DED-PAIR.
           MOVE PRSU23-MS-DED-CD (WS-DED-SUB) TO
               PRSU23-JR-DED-CD (WS-DED-SUB).
           MOVE PRSU23-MS-DED-AMT (WS-DED-SUB) TO
               PRSU23-JR-DED-AMT (WS-DED-SUB).
       3560-EXIT.
           EXIT.

      *****************************************************************
      *3600-WRITE-AUDIT-RECORD
      *    Append the permanent compliance record of the step, tagged
      *    with the step run's run-id and run date - the same record
      *    a raise run writes, with the unchanged dues, premium and
      *    deductions carried as equal old and new figures.
      *****************************************************************
       3600-WRITE-AUDIT-RECORD.
           MOVE SPACES TO PRSU23-AUDIT-RECORD.
           MOVE WS-RUN-ID TO PRSU23-AU-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-AU-RUN-DATE.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-AU-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-AU-EMP-NAME.
           MOVE PRSU23-MS-STATE-CD TO PRSU23-AU-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO PRSU23-AU-JOB-CD.
           MOVE WS-OLD-SAL TO PRSU23-AU-OLD-SAL.
           MOVE WS-NEW-SAL TO PRSU23-AU-NEW-SAL.
           MOVE PRSU23-MS-DUES TO PRSU23-AU-OLD-DUES.
           MOVE PRSU23-MS-DUES TO PRSU23-AU-NEW-DUES.
           MOVE PRSU23-MS-PREMIUM TO PRSU23-AU-OLD-PREM.
           MOVE PRSU23-MS-PREMIUM TO PRSU23-AU-NEW-PREM.
           MOVE ZERO TO PRSU23-AU-BONUS-AMT.
           PERFORM 3650-MOVE-AUDIT-DED THRU 3650-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           WRITE PRSU23-AUDIT-RECORD.
       3600-EXIT.
           EXIT.

       3650-MOVE-AUDIT-DED.
           MOVE PRSU23-MS-DED-CD (WS-DED-SUB) TO
               PRSU23-AU-DED-CD (WS-DED-SUB).
           MOVE PRSU23-MS-DED-AMT (WS-DED-SUB) TO
               PRSU23-AU-OLD-DED (WS-DED-SUB).
           MOVE PRSU23-MS-DED-AMT (WS-DED-SUB) TO
               PRSU23-AU-NEW-DED (WS-DED-SUB).
       3650-EXIT.
           EXIT.

      *****************************************************************
      *3800-WRITE-REG-LINE
      *    Print one step register line for the anniversary just
      *    disposed of.  The disposition and new step were set by the
      *    caller.
      *****************************************************************
       3800-WRITE-REG-LINE.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-RG-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-RG-EMP-NAME.
           MOVE PRSU23-MS-STATE-CD TO PRSU23-RG-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO PRSU23-RG-JOB-CD.
           MOVE PRSU23-SN-ANNIV-DATE TO PRSU23-RG-ANNIV-DATE.
           MOVE WS-OLD-SAL TO PRSU23-RG-OLD-SAL.
           MOVE WS-NEW-SAL TO PRSU23-RG-NEW-SAL.
           MOVE WS-DISPOSITION TO PRSU23-RG-DISPOSITION.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-DETAIL-LINE.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *4000-FINALIZE
      *    Write the step run's grand totals for the balancing step,
      *    print the totals and counts, close up and set the return
      *    code - 4 when anyone is held for want of a step schedule,
      *    so the scheduler can tell HR has a schedule to key, or for
      *    a master record that would not read back or rewrite.
      *****************************************************************
       4000-FINALIZE.
           PERFORM 4100-WRITE-RUN-TOTALS THRU 4100-EXIT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-GRD-OLD-SAL TO PRSU23-RT-OLD-SAL.
           MOVE WS-GRD-NEW-SAL TO PRSU23-RT-NEW-SAL.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-TOTAL-LINE.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "MASTER RECORDS READ...................:" TO
               PRSU23-RC-LABEL.
           MOVE WS-MASTER-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "TERMINATED - NOT CONSIDERED...........:" TO
               PRSU23-RC-LABEL.
           MOVE WS-TERM-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "NO HIRE DATE OR STEP - NOT ON A SCALE.:" TO
               PRSU23-RC-LABEL.
           MOVE WS-NO-SCALE-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "ANNIVERSARIES IN THE PERIOD...........:" TO
               PRSU23-RC-LABEL.
           MOVE WS-ANNIV-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "STEPPED...............................:" TO
               PRSU23-RC-LABEL.
           MOVE WS-STEPPED-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "  OF WHICH HELD AT BAND MAXIMUM.......:" TO
               PRSU23-RC-LABEL.
           MOVE WS-CAPPED-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "TOP OF SCALE - NOT STEPPED............:" TO
               PRSU23-RC-LABEL.
           MOVE WS-TOP-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "HELD - NO STEP SCHEDULE...............:" TO
               PRSU23-RC-LABEL.
           COMPUTE WS-NO-SCHED-CNT = WS-HELD-CNT - WS-MS-FAIL-CNT.
           MOVE WS-NO-SCHED-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           MOVE "HELD - MASTER READ/REWRITE FAILED.....:" TO
               PRSU23-RC-LABEL.
           MOVE WS-MS-FAIL-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-AUDIT-FILE.
           CLOSE PRSU23-JRNL-FILE.
           CLOSE PRSU23-GL-FILE.
           CLOSE PRSU23-REG-FILE.
           IF WS-HELD-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 4150-WRITE-RUN-SUMMARY THRU 4150-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *4100-WRITE-RUN-TOTALS
      *    Write the step run's grand totals to PRSU23TOT.TXT under
      *    the step run-id, so CS370PROGRAM5 foots the audit trail and
      *    the GL extract against this run the same way it foots a
      *    raise run.  Dues and premium carry through unchanged.
      *****************************************************************
       4100-WRITE-RUN-TOTALS.
           MOVE SPACES TO PRSU23-RUNTOT-RECORD.
           MOVE WS-RUN-ID TO PRSU23-TO-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-TO-RUN-DATE.
           MOVE WS-GRD-OLD-SAL TO PRSU23-TO-OLD-SAL.
           MOVE WS-GRD-NEW-SAL TO PRSU23-TO-NEW-SAL.
           MOVE WS-GRD-DUES TO PRSU23-TO-OLD-DUES.
           MOVE WS-GRD-DUES TO PRSU23-TO-NEW-DUES.
           MOVE WS-GRD-PREM TO PRSU23-TO-OLD-PREM.
           MOVE WS-GRD-PREM TO PRSU23-TO-NEW-PREM.
           MOVE ZERO TO PRSU23-TO-BONUS-TOT.
           OPEN OUTPUT PRSU23-RUNTOT-FILE.
           WRITE PRSU23-RUNTOT-RECORD.
           CLOSE PRSU23-RUNTOT-FILE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *4150-WRITE-RUN-SUMMARY
      *    Write the one-record machine-readable summary of the step
      *    run, like every other committed run.  Anniversaries found
      *    count as the records read, steps as the records processed
      *    and held employees as the errors; the condition mirrors the
      *    return code this run ends with.
      *****************************************************************
       4150-WRITE-RUN-SUMMARY.
           MOVE SPACES TO PRSU23-RUNSUM-RECORD.
           MOVE WS-RUN-ID TO PRSU23-RS-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-RS-RUN-DATE.
           MOVE "ANNIV   " TO PRSU23-RS-RUN-MODE.
           MOVE WS-ANNIV-CNT TO PRSU23-RS-RECS-READ.
           MOVE WS-STEPPED-CNT TO PRSU23-RS-VALID-CNT.
           MOVE WS-HELD-CNT TO PRSU23-RS-ERROR-CNT.
           MOVE WS-GRD-OLD-SAL TO PRSU23-RS-OLD-SAL.
           MOVE WS-GRD-NEW-SAL TO PRSU23-RS-NEW-SAL.
           MOVE WS-GRD-DUES TO PRSU23-RS-OLD-DUES.
           MOVE WS-GRD-DUES TO PRSU23-RS-NEW-DUES.
           MOVE WS-GRD-PREM TO PRSU23-RS-OLD-PREM.
           MOVE WS-GRD-PREM TO PRSU23-RS-NEW-PREM.
           IF WS-HELD-CNT > ZERO
               MOVE 4 TO PRSU23-RS-COND-CODE
               MOVE "STEP-HELD" TO PRSU23-RS-CONDITION
           ELSE
               MOVE ZERO TO PRSU23-RS-COND-CODE
               MOVE "NORMAL" TO PRSU23-RS-CONDITION
           END-IF.
           OPEN OUTPUT PRSU23-RUNSUM-FILE.
           WRITE PRSU23-RUNSUM-RECORD.
           CLOSE PRSU23-RUNSUM-FILE.
           MOVE "E" TO WS-LG-EVENT.
           MOVE PRSU23-RS-COND-CODE TO WS-LG-COND-CODE.
           PERFORM 4170-WRITE-LEDGER-ENTRY THRU 4170-EXIT.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *4170-WRITE-LEDGER-ENTRY
      *    Append one event for this step run to the PRSU23LDG.TXT
      *    cycle run ledger - its start once the run-id is taken, and
      *    its ending condition beside the run summary - so
      *    CS370PROGRAM5 and the steps after it accept the step run
      *    the same way they accept a raise run.  See PRSU23LG.CPY.
      *****************************************************************
       4170-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               OPEN OUTPUT PRSU23-LEDGER-FILE
               CLOSE PRSU23-LEDGER-FILE
               OPEN EXTEND PRSU23-LEDGER-FILE
           END-IF.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "26" TO PRSU23-LG-STEP.
           MOVE WS-LG-EVENT TO PRSU23-LG-EVENT.
           MOVE "ANNIV   " TO PRSU23-LG-RUN-MODE.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE WS-LG-COND-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       4170-EXIT.
           EXIT.
