       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM25.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Master reorganization and terminated-employee purge.
      * PRSU23MSTR only ever grew - every employee CS370PROGRAM4 ever
      * terminated is still walked by 3300-FLAG-UNPROCESSED and the
      * sequential passes in CS370PROGRAM8, 11 and 13, and the
      * indexed file had never been reorganized.  This program
      * unloads the master, moves every TERMINATED employee whose
      * termination date is older than the retention period to the
      * terminated-employee archive, and reloads the rest into a
      * fresh indexed file.  The records in must equal the records
      * kept plus the records purged, by count and by salary hash,
      * and every file written must read back the same before the
      * fresh file is swapped in over PRSU23MSTR.  An employee with
      * any record still in PRSU23JRNL.TXT is never purged - a
      * CS370PROGRAM6 backout of that run needs the master record
      * there to restore.
      *
      * The swap copies PRSU23MSTN.TXT over PRSU23MSTR.  Once the
      * stage record says the swap is pending, PRSU23MSTN.TXT is the
      * good copy: a run that stops during the swap is simply rerun,
      * and picks up at the swap without unloading the half-written
      * master again.  The archive append is not repeatable, so the
      * stage record also carries the number of records
      * PRSU23TARC.TXT held before it.  A restart counts the archive
      * again: at that number the purged records are appended, at
      * that number plus the records purged the append was done and
      * is skipped, and at any other number the archive was left
      * part appended and the run stops 16 - the archive must be
      * put back to the stage record's count before the rerun.
      * Nothing else may update PRSU23MSTR until the reorg has ended
      * 0 or 4.
      ******
      *INPUT:
      *    PRSU23ROCT.TXT - the reorg control: the retention in years
      *        - see PRSU23RO.CPY.  Required.
      *    PRSU23ROST.TXT - the reorg stage record - see PRSU23RK.CPY.
      *        A swap-pending stage sends the run straight to the
      *        swap; missing or complete means a full reorg.
      *    PRSU23MSTR.TXT - the indexed employee master, read in
      *        Employee Number order.
      *    PRSU23JRNL.TXT - the before-image journal - see
      *        PRSU23JR.CPY.  Every employee on it, before-image or
      *        added record, is held on the master.  No journal means
      *        nobody is held.
      ******
      *OUTPUT:
      *    PRSU23MSKW.TXT - the records kept, and PRSU23MSPW.TXT -
      *        the records purged, both in the PRSU23MS.CPY layout.
      *    PRSU23MSTN.TXT - the fresh indexed master loaded from
      *        PRSU23MSKW.TXT.
      *    PRSU23MSTR.TXT - rewritten from PRSU23MSTN.TXT.
      *    PRSU23TARC.TXT - the terminated-employee archive, appended
      *        with the records purged, in the PRSU23MS.CPY layout.
      *    PRSU23ROST.TXT - rewritten at each restart point.
      *    PRSU23ROR.TXT - the reorg report: every employee purged
      *        or held, then the counts and salary hash totals that
      *        prove the run.
      *    The work files, the fresh master and the archive carry
      *    the master's packed-decimal fields, so they are record
      *    sequential, not line sequential.
      *
      *    RETURN-CODE 0 - the master is reorganized.
      *    RETURN-CODE 4 - the master is reorganized, but at least one
      *        terminated employee past the retention period was held
      *        because the journal still has records for them.
      *    RETURN-CODE 16 - the reorg was refused or stopped: no
      *        control or a bad retention, no master, an unload that
      *        did not balance, a work file, fresh master or archive
      *        that did not read back what was written, a swap that
      *        did not, or an archive a restart found part appended.
      *        Before the swap-pending stage PRSU23MSTR has not been
      *        touched; after it, rerun.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the master reorganization and
      *                    terminated-employee purge.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR and the fresh master so
      *                    the reload rebuilds the name index.
      *    2026-10-15  AC  The stage record keeps the archive's count
      *                    before the append, so a restart appends the
      *                    purged records only when the archive shows
      *                    it was not done, and stops on a part append.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-REORG-CTL-FILE ASSIGN TO "PRSU23ROCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-CTL-STATUS.

           SELECT PRSU23-STAGE-FILE ASSIGN TO "PRSU23ROST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT PRSU23-MASTER-FILE ASSIGN TO "PRSU23MSTR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-NEWMS-FILE ASSIGN TO "PRSU23MSTN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRSU23-NM-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-NM-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NEWMS-STATUS.

           SELECT PRSU23-JOURNAL-FILE ASSIGN TO "PRSU23JRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRSU23-KEEP-FILE ASSIGN TO "PRSU23MSKW.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT PRSU23-PURGE-FILE ASSIGN TO "PRSU23MSPW.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGE-STATUS.

           SELECT PRSU23-TARC-FILE ASSIGN TO "PRSU23TARC.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARC-STATUS.

           SELECT PRSU23-SORT-FILE ASSIGN TO "PRSU23RSRT".

           SELECT PRSU23-REORG-RPT-FILE ASSIGN TO "PRSU23ROR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-REORG-CTL-FILE.
           COPY PRSU23RO.

       FD  PRSU23-STAGE-FILE.
           COPY PRSU23RK.

       FD  PRSU23-MASTER-FILE.
           COPY PRSU23MS.

       FD  PRSU23-NEWMS-FILE.
           COPY PRSU23MS REPLACING LEADING ==PRSU23== BY ==PRSU23-NM==.

       FD  PRSU23-JOURNAL-FILE.
           COPY PRSU23JR.

       FD  PRSU23-KEEP-FILE.
           COPY PRSU23MS REPLACING LEADING ==PRSU23== BY ==PRSU23-KW==.

       FD  PRSU23-PURGE-FILE.
           COPY PRSU23MS REPLACING LEADING ==PRSU23== BY ==PRSU23-PW==.

       FD  PRSU23-TARC-FILE.
           COPY PRSU23MS REPLACING LEADING ==PRSU23== BY ==PRSU23-TA==.

       SD  PRSU23-SORT-FILE.
       01  PRSU23-SORT-RECORD.
           05  PRSU23-SJ-EMP-NUM           PIC X(06).

       FD  PRSU23-REORG-RPT-FILE.
       01  PRSU23-REORG-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-REORG-CTL-STATUS             PIC X(02) VALUE SPACES.
           88  WS-REORG-CTL-FILE-MISSING   VALUE "35".
       77  WS-STAGE-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-STAGE-FILE-MISSING       VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-NEWMS-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-NEWMS-FILE-MISSING       VALUE "35".
       77  WS-JOURNAL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-JOURNAL-FILE-MISSING     VALUE "35".
       77  WS-KEEP-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-KEEP-FILE-MISSING        VALUE "35".
       77  WS-PURGE-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-PURGE-FILE-MISSING       VALUE "35".
       77  WS-TARC-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-TARC-FILE-MISSING        VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       77  WS-RESUME-SW                    PIC X(01) VALUE "N".
           88  WS-RESUME-SWAP              VALUE "Y".
       77  WS-HELD-SW                      PIC X(01) VALUE "N".
           88  WS-HELD                     VALUE "Y".
       77  WS-PURGE-SW                     PIC X(01) VALUE "N".
           88  WS-PURGE-RECORD             VALUE "Y".
       77  WS-ARCHIVE-DONE-SW              PIC X(01) VALUE "N".
           88  WS-ARCHIVE-DONE             VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-RETAIN-YEARS                 PIC 9(02) VALUE ZERO.
       01  PRSU23-WS-CUTOFF-DATE.
           05  PRSU23-WS-CUTOFF-YEAR       PIC 9(04).
           05  PRSU23-WS-CUTOFF-MMDD       PIC X(04).
       77  WS-STOP-MSG                     PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * Employees with records on the journal, built in Employee
      * Number order by the sort so the unload can SEARCH ALL it.
      *----------------------------------------------------------------
       77  WS-JRNL-READ-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-HOLD-CNT                     PIC 9(05) COMP VALUE ZERO.
       77  WS-PREV-HOLD-EMP                PIC X(06) VALUE SPACES.
       01  PRSU23-WS-HOLD-TABLE.
           05  PRSU23-WS-HOLD OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-HOLD-CNT
                   ASCENDING KEY IS PRSU23-WS-HD-EMP-NUM
                   INDEXED BY WS-HD-IX.
               10  PRSU23-WS-HD-EMP-NUM    PIC X(06).

      *----------------------------------------------------------------
      * The proof: counts and salary hash totals for what was read
      * off the master, what was kept and purged, and what each file
      * written reads back.
      *----------------------------------------------------------------
       77  WS-IN-CNT                       PIC 9(07) COMP VALUE ZERO.
       77  WS-IN-HASH                      PIC S9(13)V99 VALUE ZERO.
       77  WS-KEPT-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-KEPT-HASH                    PIC S9(13)V99 VALUE ZERO.
       77  WS-PURGED-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-PURGED-HASH                  PIC S9(13)V99 VALUE ZERO.
       77  WS-HELD-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-CNT                      PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-HASH                     PIC S9(13)V99 VALUE ZERO.
       77  WS-KW-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-KW-READ-HASH                 PIC S9(13)V99 VALUE ZERO.
       77  WS-PW-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-PW-READ-HASH                 PIC S9(13)V99 VALUE ZERO.
       77  WS-NM-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-NM-READ-HASH                 PIC S9(13)V99 VALUE ZERO.
       77  WS-SWAP-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-SWAP-HASH                    PIC S9(13)V99 VALUE ZERO.
       77  WS-MS-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-MS-READ-HASH                 PIC S9(13)V99 VALUE ZERO.
       77  WS-TARC-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-TARC-HASH                    PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * What PRSU23TARC.TXT held before the append, as posted in the
      * stage record, what it holds now, and what it holds once the
      * append is done - see 6010-CHECK-ARCHIVE-RESTART.
      *----------------------------------------------------------------
       77  WS-TARC-BASE-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-TARC-NOW-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-TARC-FULL-CNT                PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-ROR-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "MASTER REORGANIZATION AND PURGE".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE: ".
           05  PRSU23-RH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(16) VALUE
               "  RETAIN YEARS: ".
           05  PRSU23-RH-RETAIN-YEARS      PIC Z9.
           05  FILLER                      PIC X(27) VALUE
               "  PURGE TERMINATED BEFORE: ".
           05  PRSU23-RH-CUTOFF-DATE       PIC X(08).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-ROR-DETAIL-HEAD.
           05  FILLER                      PIC X(18) VALUE
               "ACTION".
           05  FILLER                      PIC X(08) VALUE
               "EMP NUM".
           05  FILLER                      PIC X(22) VALUE
               "EMPLOYEE NAME".
           05  FILLER                      PIC X(04) VALUE
               "ST".
           05  FILLER                      PIC X(05) VALUE
               "JOB".
           05  FILLER                      PIC X(10) VALUE
               "TERM DATE".
           05  FILLER                      PIC X(15) VALUE
               "         SALARY".
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  PRSU23-WS-ROR-DETAIL-LINE.
           05  PRSU23-RD-ACTION            PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-TERM-DATE         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RD-SALARY            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  PRSU23-WS-ROR-RESUME-LINE.
           05  FILLER                      PIC X(34) VALUE
               "RESTARTED AT THE SWAP - UNLOAD OF ".
           05  PRSU23-RR-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(44) VALUE
               " - PURGED RECORDS ARE ON PRSU23MSPW.TXT".
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  PRSU23-WS-ROR-TOTAL-HEAD.
           05  FILLER                      PIC X(40) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE
               "  RECORDS".
           05  FILLER                      PIC X(20) VALUE
               "         SALARY HASH".
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  PRSU23-WS-ROR-TOTAL-LINE.
           05  PRSU23-RT-LABEL             PIC X(40).
           05  PRSU23-RT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-RT-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  PRSU23-WS-ROR-COUNT-LINE.
           05  PRSU23-RC-LABEL             PIC X(40).
           05  PRSU23-RC-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  PRSU23-WS-ROR-MSG-LINE.
           05  PRSU23-RM-TEXT              PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Unload and split the master, prove the split, build and
      *    prove the fresh master and mark the swap pending - or,
      *    when the stage record already says the swap is pending,
      *    go straight to it.  Then swap, archive the purged records
      *    and mark the reorg complete.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RESUME-SWAP
               PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
               PERFORM 3000-PROVE-UNLOAD THRU 3000-EXIT
               PERFORM 4000-BUILD-NEW-MASTER THRU 4000-EXIT
               PERFORM 4500-POST-SWAP-PENDING THRU 4500-EXIT
           END-IF.
           PERFORM 5000-SWAP-MASTER THRU 5000-EXIT.
           PERFORM 6000-ARCHIVE-PURGED THRU 6000-EXIT.
           PERFORM 7000-POST-COMPLETE THRU 7000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Open the report and read the stage record.  A pending swap
      *    takes its figures from the stage record; otherwise read
      *    the retention off the control and load the journal's
      *    employees.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRSU23-REORG-RPT-FILE.
           PERFORM 1100-READ-STAGE THRU 1100-EXIT.
           IF WS-RESUME-SWAP
               MOVE PRSU23-RK-RETAIN-YEARS TO WS-RETAIN-YEARS
               MOVE PRSU23-RK-CUTOFF-DATE TO PRSU23-WS-CUTOFF-DATE
               MOVE PRSU23-RK-IN-CNT TO WS-IN-CNT
               MOVE PRSU23-RK-IN-HASH TO WS-IN-HASH
               MOVE PRSU23-RK-KEPT-CNT TO WS-KEPT-CNT
               MOVE PRSU23-RK-KEPT-HASH TO WS-KEPT-HASH
               MOVE PRSU23-RK-PURGED-CNT TO WS-PURGED-CNT
               MOVE PRSU23-RK-PURGED-HASH TO WS-PURGED-HASH
               MOVE PRSU23-RK-HELD-CNT TO WS-HELD-CNT
               PERFORM 1150-GET-ARCHIVE-BASE THRU 1150-EXIT
           ELSE
               PERFORM 1200-READ-CONTROL THRU 1200-EXIT
               PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO PRSU23-RH-RUN-DATE.
           MOVE WS-RETAIN-YEARS TO PRSU23-RH-RETAIN-YEARS.
           MOVE PRSU23-WS-CUTOFF-DATE TO PRSU23-RH-CUTOFF-DATE.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-HEAD-1.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
           IF WS-RESUME-SWAP
               MOVE PRSU23-RK-RUN-DATE TO PRSU23-RR-RUN-DATE
               WRITE PRSU23-REORG-RPT-LINE
                   FROM PRSU23-WS-ROR-RESUME-LINE
           ELSE
               WRITE PRSU23-REORG-RPT-LINE
                   FROM PRSU23-WS-ROR-DETAIL-HEAD
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-READ-STAGE
      *    A stage record left at swap-pending means the last reorg
      *    stopped after the fresh master was proved.
      *****************************************************************
       1100-READ-STAGE.
           MOVE SPACES TO PRSU23-RK-STAGE.
           OPEN INPUT PRSU23-STAGE-FILE.
           IF WS-STAGE-FILE-MISSING
               CONTINUE
           ELSE
               READ PRSU23-STAGE-FILE
                   AT END
                       MOVE SPACES TO PRSU23-RK-STAGE
               END-READ
               CLOSE PRSU23-STAGE-FILE
           END-IF.
           IF PRSU23-RK-SWAP-PENDING
               MOVE "Y" TO WS-RESUME-SW
               DISPLAY "CS370PROGRAM25: THE REORG OF "
                   PRSU23-RK-RUN-DATE " STOPPED BEFORE THE SWAP "
                   "FINISHED - RESTARTING AT THE SWAP"
           END-IF.
       1100-EXIT.
           EXIT.

      *    A stage record posted before the archive count was kept
      *    has no base to prove a restarted append against.
       1150-GET-ARCHIVE-BASE.
           IF PRSU23-RK-TARC-BASE-CNT NOT NUMERIC
               MOVE "STAGE RECORD HAS NO PRSU23TARC.TXT COUNT"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           MOVE PRSU23-RK-TARC-BASE-CNT TO WS-TARC-BASE-CNT.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *1200-READ-CONTROL
      *    The retention is required.  The cutoff is the run date
      *    that many years back; a termination date before it is
      *    past the retention period.
      *****************************************************************
       1200-READ-CONTROL.
           OPEN INPUT PRSU23-REORG-CTL-FILE.
           IF WS-REORG-CTL-FILE-MISSING
               MOVE "PRSU23ROCT.TXT IS MISSING - NO RETENTION PERIOD"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           MOVE SPACES TO PRSU23-RO-RETAIN-YEARS.
           READ PRSU23-REORG-CTL-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE PRSU23-REORG-CTL-FILE.
           IF PRSU23-RO-RETAIN-YEARS NOT NUMERIC
               MOVE "PRSU23ROCT.TXT RETAIN-YEARS IS NOT A NUMBER"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           MOVE PRSU23-RO-RETAIN-YEARS TO WS-RETAIN-YEARS.
           IF WS-RETAIN-YEARS = ZERO
               MOVE "PRSU23ROCT.TXT RETAIN-YEARS MUST BE AT LEAST 1"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO PRSU23-WS-CUTOFF-DATE.
           SUBTRACT WS-RETAIN-YEARS FROM PRSU23-WS-CUTOFF-YEAR.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *1300-LOAD-JOURNAL
      *    Sort the Employee Numbers on the journal and keep one of
      *    each.  No journal means no employee is held.
      *****************************************************************
       1300-LOAD-JOURNAL.
           OPEN INPUT PRSU23-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-MISSING
               CONTINUE
           ELSE
               CLOSE PRSU23-JOURNAL-FILE
               SORT PRSU23-SORT-FILE
                   ON ASCENDING KEY PRSU23-SJ-EMP-NUM
                   INPUT PROCEDURE IS 1310-RELEASE-JOURNAL
                       THRU 1310-EXIT
                   OUTPUT PROCEDURE IS 1350-BUILD-HOLD-TABLE
                       THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1310-RELEASE-JOURNAL.
           OPEN INPUT PRSU23-JOURNAL-FILE.
           PERFORM 1320-READ-JOURNAL THRU 1320-EXIT.
           PERFORM 1330-RELEASE-JOURNAL-EMP THRU 1330-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-JOURNAL-FILE.
       1310-EXIT.
           EXIT.

       1320-READ-JOURNAL.
           READ PRSU23-JOURNAL-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1320-EXIT.
           EXIT.

       1330-RELEASE-JOURNAL-EMP.
           ADD 1 TO WS-JRNL-READ-CNT.
           MOVE PRSU23-JR-EMP-NUM TO PRSU23-SJ-EMP-NUM.
           RELEASE PRSU23-SORT-RECORD.
           PERFORM 1320-READ-JOURNAL THRU 1320-EXIT.
       1330-EXIT.
           EXIT.

       1350-BUILD-HOLD-TABLE.
           PERFORM 1360-RETURN-SORT-RECORD THRU 1360-EXIT.
           PERFORM 1370-ADD-HOLD-EMP THRU 1370-EXIT
               UNTIL WS-SORT-EOF.
       1350-EXIT.
           EXIT.

       1360-RETURN-SORT-RECORD.
           RETURN PRSU23-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       1360-EXIT.
           EXIT.

       1370-ADD-HOLD-EMP.
           IF PRSU23-SJ-EMP-NUM NOT = WS-PREV-HOLD-EMP
               IF WS-HOLD-CNT NOT < 20000
                   MOVE "MORE THAN 20000 EMPLOYEES ON PRSU23JRNL.TXT"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
               END-IF
               ADD 1 TO WS-HOLD-CNT
               MOVE PRSU23-SJ-EMP-NUM TO
                   PRSU23-WS-HD-EMP-NUM (WS-HOLD-CNT)
               MOVE PRSU23-SJ-EMP-NUM TO WS-PREV-HOLD-EMP
           END-IF.
           PERFORM 1360-RETURN-SORT-RECORD THRU 1360-EXIT.
       1370-EXIT.
           EXIT.

      *****************************************************************
      *2000-UNLOAD-MASTER
      *    Read the master in key order and split it: purged records
      *    to PRSU23MSPW.TXT, everything else to PRSU23MSKW.TXT.
      *****************************************************************
       2000-UNLOAD-MASTER.
           OPEN INPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-FILE-MISSING
               MOVE "PRSU23MSTR.TXT IS MISSING" TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN OUTPUT PRSU23-KEEP-FILE.
           OPEN OUTPUT PRSU23-PURGE-FILE.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM 2200-SPLIT-MASTER-RECORD THRU 2200-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-KEEP-FILE.
           CLOSE PRSU23-PURGE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ PRSU23-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *2200-SPLIT-MASTER-RECORD
      *    A TERMINATED employee whose termination date is before the
      *    cutoff is purged, unless the journal still has records for
      *    them.  A blank or bad termination date is never past the
      *    retention period.
      *****************************************************************
       2200-SPLIT-MASTER-RECORD.
           ADD 1 TO WS-IN-CNT.
           ADD PRSU23-MS-SALARY TO WS-IN-HASH.
           MOVE "N" TO WS-PURGE-SW.
           IF PRSU23-MS-TERMINATED
               AND PRSU23-MS-TERM-DATE NUMERIC
               AND PRSU23-MS-TERM-DATE < PRSU23-WS-CUTOFF-DATE
               PERFORM 2300-CHECK-JOURNAL-HOLD THRU 2300-EXIT
               IF WS-HELD
                   ADD 1 TO WS-HELD-CNT
                   MOVE "HELD - JOURNAL" TO PRSU23-RD-ACTION
                   PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
               ELSE
                   MOVE "Y" TO WS-PURGE-SW
               END-IF
           END-IF.
           IF WS-PURGE-RECORD
               MOVE PRSU23-MASTER-RECORD TO PRSU23-PW-MASTER-RECORD
               WRITE PRSU23-PW-MASTER-RECORD
               ADD 1 TO WS-PURGED-CNT
               ADD PRSU23-MS-SALARY TO WS-PURGED-HASH
               MOVE "PURGED" TO PRSU23-RD-ACTION
               PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
           ELSE
               MOVE PRSU23-MASTER-RECORD TO PRSU23-KW-MASTER-RECORD
               WRITE PRSU23-KW-MASTER-RECORD
               ADD 1 TO WS-KEPT-CNT
               ADD PRSU23-MS-SALARY TO WS-KEPT-HASH
           END-IF.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-CHECK-JOURNAL-HOLD.
           MOVE "N" TO WS-HELD-SW.
           IF WS-HOLD-CNT > ZERO
               SEARCH ALL PRSU23-WS-HOLD
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-HD-EMP-NUM (WS-HD-IX) =
                           PRSU23-MS-EMP-NUM
                       MOVE "Y" TO WS-HELD-SW
               END-SEARCH
           END-IF.
       2300-EXIT.
           EXIT.

       2400-PRINT-DETAIL.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-RD-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-RD-EMP-NAME.
           MOVE PRSU23-MS-STATE-CD TO PRSU23-RD-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO PRSU23-RD-JOB-CD.
           MOVE PRSU23-MS-TERM-DATE TO PRSU23-RD-TERM-DATE.
           MOVE PRSU23-MS-SALARY TO PRSU23-RD-SALARY.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-DETAIL-LINE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *3000-PROVE-UNLOAD
      *    Records in must equal records kept plus records purged,
      *    by count and by salary hash, and both work files must read
      *    back what was written to them.
      *****************************************************************
       3000-PROVE-UNLOAD.
           ADD WS-KEPT-CNT WS-PURGED-CNT GIVING WS-OUT-CNT.
           ADD WS-KEPT-HASH WS-PURGED-HASH GIVING WS-OUT-HASH.
           IF WS-OUT-CNT NOT = WS-IN-CNT
               OR WS-OUT-HASH NOT = WS-IN-HASH
               MOVE "RECORDS IN DO NOT EQUAL RECORDS KEPT PLUS PURGED"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN INPUT PRSU23-KEEP-FILE.
           PERFORM 3100-READ-KEEP THRU 3100-EXIT.
           PERFORM 3150-COUNT-KEEP THRU 3150-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-KEEP-FILE.
           IF WS-KW-READ-CNT NOT = WS-KEPT-CNT
               OR WS-KW-READ-HASH NOT = WS-KEPT-HASH
               MOVE "PRSU23MSKW.TXT DID NOT READ BACK AS WRITTEN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN INPUT PRSU23-PURGE-FILE.
           PERFORM 3200-READ-PURGE THRU 3200-EXIT.
           PERFORM 3250-COUNT-PURGE THRU 3250-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-PURGE-FILE.
           IF WS-PW-READ-CNT NOT = WS-PURGED-CNT
               OR WS-PW-READ-HASH NOT = WS-PURGED-HASH
               MOVE "PRSU23MSPW.TXT DID NOT READ BACK AS WRITTEN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-KEEP.
           READ PRSU23-KEEP-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

       3150-COUNT-KEEP.
           ADD 1 TO WS-KW-READ-CNT.
           ADD PRSU23-KW-MS-SALARY TO WS-KW-READ-HASH.
           PERFORM 3100-READ-KEEP THRU 3100-EXIT.
       3150-EXIT.
           EXIT.

       3200-READ-PURGE.
           READ PRSU23-PURGE-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3200-EXIT.
           EXIT.

       3250-COUNT-PURGE.
           ADD 1 TO WS-PW-READ-CNT.
           ADD PRSU23-PW-MS-SALARY TO WS-PW-READ-HASH.
           PERFORM 3200-READ-PURGE THRU 3200-EXIT.
       3250-EXIT.
           EXIT.

      *****************************************************************
      *4000-BUILD-NEW-MASTER
      *    Load the kept records into the fresh indexed master - they
      *    came off PRSU23MSTR in key order, so they load in key
      *    order - and read it back.
      *****************************************************************
       4000-BUILD-NEW-MASTER.
           OPEN INPUT PRSU23-KEEP-FILE.
           OPEN OUTPUT PRSU23-NEWMS-FILE.
           PERFORM 3100-READ-KEEP THRU 3100-EXIT.
           PERFORM 4050-LOAD-NEW-MASTER THRU 4050-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-KEEP-FILE.
           CLOSE PRSU23-NEWMS-FILE.
           OPEN INPUT PRSU23-NEWMS-FILE.
           PERFORM 4100-READ-NEW-MASTER THRU 4100-EXIT.
           PERFORM 4150-COUNT-NEW-MASTER THRU 4150-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-NEWMS-FILE.
           IF WS-NM-READ-CNT NOT = WS-KEPT-CNT
               OR WS-NM-READ-HASH NOT = WS-KEPT-HASH
               MOVE "PRSU23MSTN.TXT DID NOT READ BACK AS WRITTEN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-LOAD-NEW-MASTER.
           MOVE PRSU23-KW-MASTER-RECORD TO PRSU23-NM-MASTER-RECORD.
           WRITE PRSU23-NM-MASTER-RECORD
               INVALID KEY
                   MOVE "KEY OUT OF SEQUENCE LOADING PRSU23MSTN.TXT"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-WRITE.
           PERFORM 3100-READ-KEEP THRU 3100-EXIT.
       4050-EXIT.
           EXIT.

       4100-READ-NEW-MASTER.
           READ PRSU23-NEWMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.

       4150-COUNT-NEW-MASTER.
           ADD 1 TO WS-NM-READ-CNT.
           ADD PRSU23-NM-MS-SALARY TO WS-NM-READ-HASH.
           PERFORM 4100-READ-NEW-MASTER THRU 4100-EXIT.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *4500-POST-SWAP-PENDING
      *    From here PRSU23MSTN.TXT is the good copy of the master.
      *    The archive is counted first, so a restart can tell
      *    whether the purged records were appended.
      *****************************************************************
       4500-POST-SWAP-PENDING.
           PERFORM 6100-COUNT-ARCHIVE THRU 6100-EXIT.
           MOVE WS-TARC-NOW-CNT TO WS-TARC-BASE-CNT.
           MOVE "S" TO PRSU23-RK-STAGE.
           PERFORM 4600-WRITE-STAGE THRU 4600-EXIT.
       4500-EXIT.
           EXIT.

       4600-WRITE-STAGE.
           MOVE WS-RUN-DATE TO PRSU23-RK-RUN-DATE.
           MOVE WS-RETAIN-YEARS TO PRSU23-RK-RETAIN-YEARS.
           MOVE PRSU23-WS-CUTOFF-DATE TO PRSU23-RK-CUTOFF-DATE.
           MOVE WS-IN-CNT TO PRSU23-RK-IN-CNT.
           MOVE WS-IN-HASH TO PRSU23-RK-IN-HASH.
           MOVE WS-KEPT-CNT TO PRSU23-RK-KEPT-CNT.
           MOVE WS-KEPT-HASH TO PRSU23-RK-KEPT-HASH.
           MOVE WS-PURGED-CNT TO PRSU23-RK-PURGED-CNT.
           MOVE WS-PURGED-HASH TO PRSU23-RK-PURGED-HASH.
           MOVE WS-HELD-CNT TO PRSU23-RK-HELD-CNT.
           MOVE WS-TARC-BASE-CNT TO PRSU23-RK-TARC-BASE-CNT.
           OPEN OUTPUT PRSU23-STAGE-FILE.
           WRITE PRSU23-REORG-STAGE-RECORD.
           CLOSE PRSU23-STAGE-FILE.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *5000-SWAP-MASTER
      *    Copy the fresh master over PRSU23MSTR and read it back.
      *****************************************************************
       5000-SWAP-MASTER.
           OPEN INPUT PRSU23-NEWMS-FILE.
           IF WS-NEWMS-FILE-MISSING
               MOVE "PRSU23MSTN.TXT IS MISSING - SWAP NOT FINISHED"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN OUTPUT PRSU23-MASTER-FILE.
           PERFORM 4100-READ-NEW-MASTER THRU 4100-EXIT.
           PERFORM 5050-COPY-NEW-MASTER THRU 5050-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-NEWMS-FILE.
           CLOSE PRSU23-MASTER-FILE.
           OPEN INPUT PRSU23-MASTER-FILE.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM 5150-COUNT-MASTER THRU 5150-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-MASTER-FILE.
           IF WS-SWAP-CNT NOT = WS-KEPT-CNT
               OR WS-SWAP-HASH NOT = WS-KEPT-HASH
               OR WS-MS-READ-CNT NOT = WS-KEPT-CNT
               OR WS-MS-READ-HASH NOT = WS-KEPT-HASH
               MOVE "PRSU23MSTR DID NOT READ BACK AS SWAPPED - RERUN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5050-COPY-NEW-MASTER.
           ADD 1 TO WS-SWAP-CNT.
           ADD PRSU23-NM-MS-SALARY TO WS-SWAP-HASH.
           MOVE PRSU23-NM-MASTER-RECORD TO PRSU23-MASTER-RECORD.
           WRITE PRSU23-MASTER-RECORD
               INVALID KEY
                   MOVE "KEY OUT OF SEQUENCE SWAPPING PRSU23MSTR"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-WRITE.
           PERFORM 4100-READ-NEW-MASTER THRU 4100-EXIT.
       5050-EXIT.
           EXIT.

       5150-COUNT-MASTER.
           ADD 1 TO WS-MS-READ-CNT.
           ADD PRSU23-MS-SALARY TO WS-MS-READ-HASH.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       5150-EXIT.
           EXIT.

      *****************************************************************
      *6000-ARCHIVE-PURGED
      *    Append the purged records to the terminated-employee
      *    archive - on a restart, only when the archive shows the
      *    last run did not get to it.
      *****************************************************************
       6000-ARCHIVE-PURGED.
           MOVE "N" TO WS-ARCHIVE-DONE-SW.
           IF WS-RESUME-SWAP
               PERFORM 6010-CHECK-ARCHIVE-RESTART THRU 6010-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-DONE
               PERFORM 6020-APPEND-PURGED THRU 6020-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *6010-CHECK-ARCHIVE-RESTART
      *    The archive at its count before the append still needs
      *    the purged records; at that count plus the records purged
      *    it already has them.  Anything else is a part append that
      *    a second append would only make worse.
      *****************************************************************
       6010-CHECK-ARCHIVE-RESTART.
           PERFORM 6100-COUNT-ARCHIVE THRU 6100-EXIT.
           COMPUTE WS-TARC-FULL-CNT = WS-TARC-BASE-CNT + WS-PURGED-CNT.
           EVALUATE TRUE
               WHEN WS-TARC-NOW-CNT = WS-TARC-BASE-CNT
                   CONTINUE
               WHEN WS-TARC-NOW-CNT = WS-TARC-FULL-CNT
                   MOVE "Y" TO WS-ARCHIVE-DONE-SW
                   MOVE "PURGED RECORDS ALREADY ON PRSU23TARC"
                       TO PRSU23-RC-LABEL
                   MOVE WS-PURGED-CNT TO PRSU23-RC-COUNT
                   WRITE PRSU23-REORG-RPT-LINE
                       FROM PRSU23-WS-ROR-COUNT-LINE
                   DISPLAY "CS370PROGRAM25: PRSU23TARC.TXT ALREADY "
                       "HOLDS THE " WS-PURGED-CNT " PURGED RECORDS - "
                       "NOT APPENDED AGAIN"
               WHEN OTHER
                   DISPLAY "CS370PROGRAM25: PRSU23TARC.TXT HOLDS "
                       WS-TARC-NOW-CNT " RECORDS - EXPECTED "
                       WS-TARC-BASE-CNT " OR " WS-TARC-FULL-CNT
                   MOVE "PRSU23TARC.TXT PART APPENDED - RESTORE IT"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-EVALUATE.
       6010-EXIT.
           EXIT.

       6020-APPEND-PURGED.
           OPEN INPUT PRSU23-PURGE-FILE.
           IF WS-PURGE-FILE-MISSING
               MOVE "PRSU23MSPW.TXT IS MISSING - NOTHING TO ARCHIVE"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN EXTEND PRSU23-TARC-FILE.
           IF WS-TARC-FILE-MISSING
               OPEN OUTPUT PRSU23-TARC-FILE
               CLOSE PRSU23-TARC-FILE
               OPEN EXTEND PRSU23-TARC-FILE
           END-IF.
           PERFORM 3200-READ-PURGE THRU 3200-EXIT.
           PERFORM 6050-COPY-PURGED THRU 6050-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-PURGE-FILE.
           CLOSE PRSU23-TARC-FILE.
           IF WS-TARC-CNT NOT = WS-PURGED-CNT
               OR WS-TARC-HASH NOT = WS-PURGED-HASH
               MOVE "PRSU23TARC.TXT APPEND DID NOT MATCH THE UNLOAD"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       6020-EXIT.
           EXIT.

       6050-COPY-PURGED.
           ADD 1 TO WS-TARC-CNT.
           ADD PRSU23-PW-MS-SALARY TO WS-TARC-HASH.
           MOVE PRSU23-PW-MASTER-RECORD TO PRSU23-TA-MASTER-RECORD.
           WRITE PRSU23-TA-MASTER-RECORD.
           PERFORM 3200-READ-PURGE THRU 3200-EXIT.
       6050-EXIT.
           EXIT.

      *****************************************************************
      *6100-COUNT-ARCHIVE
      *    Count the records on PRSU23TARC.TXT into WS-TARC-NOW-CNT -
      *    zero when there is no archive yet.
      *****************************************************************
       6100-COUNT-ARCHIVE.
           MOVE ZERO TO WS-TARC-NOW-CNT.
           OPEN INPUT PRSU23-TARC-FILE.
           IF WS-TARC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 6110-READ-ARCHIVE THRU 6110-EXIT
               PERFORM 6150-COUNT-ARCHIVE-RECORD THRU 6150-EXIT
                   UNTIL PRSU23-EOF
               MOVE "N" TO PRSU23-EOF-SW
               CLOSE PRSU23-TARC-FILE
           END-IF.
       6100-EXIT.
           EXIT.

       6110-READ-ARCHIVE.
           READ PRSU23-TARC-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       6110-EXIT.
           EXIT.

       6150-COUNT-ARCHIVE-RECORD.
           ADD 1 TO WS-TARC-NOW-CNT.
           PERFORM 6110-READ-ARCHIVE THRU 6110-EXIT.
       6150-EXIT.
           EXIT.

      *****************************************************************
      *7000-POST-COMPLETE
      *****************************************************************
       7000-POST-COMPLETE.
           MOVE "C" TO PRSU23-RK-STAGE.
           PERFORM 4600-WRITE-STAGE THRU 4600-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *8000-FINALIZE
      *    Print the proof and set the return code.
      *****************************************************************
       8000-FINALIZE.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
           MOVE "RECORDS IN = RECORDS KEPT + RECORDS PURGED - BALANCED"
               TO PRSU23-RM-TEXT.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-MSG-LINE.
           CLOSE PRSU23-REORG-RPT-FILE.
           IF WS-HELD-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           DISPLAY "CS370PROGRAM25: " WS-IN-CNT " RECORDS IN, "
               WS-KEPT-CNT " KEPT, " WS-PURGED-CNT " PURGED, "
               WS-HELD-CNT " HELD".
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-HEAD.
           MOVE "MASTER RECORDS IN" TO PRSU23-RT-LABEL.
           MOVE WS-IN-CNT TO PRSU23-RT-COUNT.
           MOVE WS-IN-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "RECORDS KEPT" TO PRSU23-RT-LABEL.
           MOVE WS-KEPT-CNT TO PRSU23-RT-COUNT.
           MOVE WS-KEPT-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "RECORDS PURGED" TO PRSU23-RT-LABEL.
           MOVE WS-PURGED-CNT TO PRSU23-RT-COUNT.
           MOVE WS-PURGED-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "FRESH MASTER READ BACK" TO PRSU23-RT-LABEL.
           MOVE WS-NM-READ-CNT TO PRSU23-RT-COUNT.
           MOVE WS-NM-READ-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "FRESH MASTER COPIED TO PRSU23MSTR" TO
               PRSU23-RT-LABEL.
           MOVE WS-SWAP-CNT TO PRSU23-RT-COUNT.
           MOVE WS-SWAP-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "PRSU23MSTR READ BACK AFTER THE SWAP" TO
               PRSU23-RT-LABEL.
           MOVE WS-MS-READ-CNT TO PRSU23-RT-COUNT.
           MOVE WS-MS-READ-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           MOVE "RECORDS ARCHIVED TO PRSU23TARC.TXT" TO
               PRSU23-RT-LABEL.
           MOVE WS-TARC-CNT TO PRSU23-RT-COUNT.
           MOVE WS-TARC-HASH TO PRSU23-RT-HASH.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-TOTAL-LINE.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "TERMINATED EMPLOYEES HELD - JOURNAL" TO
               PRSU23-RC-LABEL.
           MOVE WS-HELD-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-COUNT-LINE.
           MOVE "JOURNAL RECORDS READ" TO PRSU23-RC-LABEL.
           MOVE WS-JRNL-READ-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-COUNT-LINE.
           MOVE "EMPLOYEES ON THE JOURNAL" TO PRSU23-RC-LABEL.
           MOVE WS-HOLD-CNT TO PRSU23-RC-COUNT.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-COUNT-LINE.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *9000-STOP-RUN
      *    Print the figures so far and the reason, and stop 16.
      *****************************************************************
       9000-STOP-RUN.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
           MOVE SPACES TO PRSU23-RM-TEXT.
           STRING "RUN STOPPED - " DELIMITED BY SIZE
               WS-STOP-MSG DELIMITED BY SIZE
               INTO PRSU23-RM-TEXT
           END-STRING.
           WRITE PRSU23-REORG-RPT-LINE FROM PRSU23-WS-ROR-MSG-LINE.
           CLOSE PRSU23-REORG-RPT-FILE.
           DISPLAY "CS370PROGRAM25: RUN STOPPED - " WS-STOP-MSG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-EXIT.
           EXIT.
