       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM23.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Fiscal year-end close.  Year-end used to be a checklist the
      * operator worked by hand - copy PRSU23YTD.TXT over
      * PRSU23PYR.TXT for CS370PROGRAM3, save the year's audit, GL
      * and journal files, clear the working files - and steps got
      * missed.  This program does the whole rollover in one step.
      * It refuses to close while any run is unbalanced or raises
      * are still waiting on the owner's decision, archives the
      * closing year's files under year-stamped names, rolls the
      * YTD into the prior-year baseline, resets the per-year files
      * and prints a closing certificate with the year's totals.
      ******
      *INPUT:
      *    PRSU23YCT.TXT - the close control: the fiscal year being
      *        closed - see PRSU23YC.CPY.
      *    PRSU23YEH.TXT - the year-end close history - see
      *        PRSU23YH.CPY.  A year already on it is not closed
      *        twice.
      *    PRSU23LDG.TXT - the cycle run ledger - see PRSU23LG.CPY.
      *        Every run CS370PROGRAM1, 9, 15 or 26 issued that has not
      *        been backed out must have been balanced by
      *        CS370PROGRAM5 (step 05 ending 4 or less - the latest
      *        ending wins), and no run may have been issued after
      *        the closing year.  No ledger means no runs.
      *    PRSU23PND.TXT / PRSU23APPR.TXT - a pending raise with no
      *        approve or deny decision is still waiting on the
      *        owner and stops the close.  So does an approved raise
      *        CS370PROGRAM9 has not yet applied - one with no audit
      *        record in the closing year under a run CS370PROGRAM9
      *        issued and that was not backed out.
      *    PRSU23AUDIT.TXT - the audit trail; the closing year's
      *        records are archived and totalled for the
      *        certificate, the CS370PROGRAM26 anniversary step
      *        records apart from the raises.  The live audit trail
      *        is kept whole - CS370PROGRAM7 owns its retention.
      *    PRSU23JRNL.TXT, PRSU23GL.TXT, PRSU23RGL.TXT,
      *    PRSU23PST.TXT, PRSU23RSUM.TXT, PRSU23TOT.TXT,
      *    PRSU23YTD.TXT, PRSU23PND.TXT, PRSU23APPR.TXT - the per-
      *        year files archived and reset.
      ******
      *OUTPUT:
      *    PRSU23AUDITyyyy.TXT - the closing year's audit records.
      *    PRSU23JRNLyyyy.TXT, PRSU23GLyyyy.TXT, PRSU23RGLyyyy.TXT,
      *    PRSU23PSTyyyy.TXT, PRSU23RSUMyyyy.TXT, PRSU23TOTyyyy.TXT,
      *    PRSU23YTDyyyy.TXT, PRSU23PNDyyyy.TXT, PRSU23APPRyyyy.TXT -
      *        each per-year file as it stood at the close, in its
      *        own layout, yyyy the fiscal year closed.
      *    PRSU23PYR.TXT - rewritten from PRSU23YTD.TXT, the prior-
      *        year baseline CS370PROGRAM3 compares next year's runs
      *        against.
      *    The per-year files above - reset to empty.
      *    PRSU23YEH.TXT - appended, one record for the year closed.
      *    PRSU23YEC.TXT - the closing certificate: the year's runs
      *        and raise totals, every file archived with its record
      *        count, the rollover counts and hash, and the reset.
      *
      *    RETURN-CODE 0 - the year is closed.
      *    RETURN-CODE 4 - the year is closed, but PRSU23YTD.TXT was
      *        empty or missing, so the new prior-year baseline is
      *        empty.
      *    RETURN-CODE 16 - the close was refused or stopped before
      *        anything was reset: no control, a year already
      *        closed or in the future, an unbalanced run, a run in
      *        a later year, undecided or unapplied pending raises,
      *        an archive
      *        already on disk, or an archive or the rollover that
      *        did not read back what was written.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the fiscal year-end close and
      *                    rollover.
      *    2026-10-15  AC  Accept the CS370PROGRAM26 anniversary step
      *                    run as a run-issuing step on the
      *                    PRSU23LDG.TXT cycle run ledger.
      *    2026-10-15  AC  The anniversary step records are totalled on
      *                    their own certificate lines, not with the
      *                    raises, and an approved raise CS370PROGRAM9
      *                    has not yet applied stops the close.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-YE-CTL-FILE ASSIGN TO "PRSU23YCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-CTL-STATUS.

           SELECT PRSU23-YE-HIST-FILE ASSIGN TO "PRSU23YEH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-HIST-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-PEND-FILE ASSIGN TO "PRSU23PND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PRSU23-APPR-FILE ASSIGN TO "PRSU23APPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRSU23-YTD-FILE ASSIGN TO "PRSU23YTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PRSU23-PYR-FILE ASSIGN TO "PRSU23PYR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYR-STATUS.

           SELECT PRSU23-YSRC-FILE ASSIGN TO WS-YSRC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YSRC-STATUS.

           SELECT PRSU23-YARC-FILE ASSIGN TO WS-YARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YARC-STATUS.

           SELECT PRSU23-YEC-FILE ASSIGN TO "PRSU23YEC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-YE-CTL-FILE.
           COPY PRSU23YC.

       FD  PRSU23-YE-HIST-FILE.
           COPY PRSU23YH.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-PEND-FILE.
           COPY PRSU23PN.

       FD  PRSU23-APPR-FILE.
           COPY PRSU23AP.

       FD  PRSU23-AUDIT-FILE.
           COPY PRSU23AU.

       FD  PRSU23-YTD-FILE.
           COPY PRSU23YT.

       FD  PRSU23-PYR-FILE.
           COPY PRSU23YT REPLACING
               PRSU23-YTD-RECORD BY PRSU23-PYR-RECORD,
               PRSU23-YT-STATE-CD BY PRSU23-PY-STATE-CD,
               PRSU23-YT-JOB-CD BY PRSU23-PY-JOB-CD,
               PRSU23-YT-SAL-INCR BY PRSU23-PY-SAL-INCR,
               PRSU23-YT-DUES-INCR BY PRSU23-PY-DUES-INCR,
               PRSU23-YT-PREM-INCR BY PRSU23-PY-PREM-INCR,
               PRSU23-YT-DED BY PRSU23-PY-DED,
               PRSU23-YT-DED-CD BY PRSU23-PY-DED-CD,
               PRSU23-YT-DED-INCR BY PRSU23-PY-DED-INCR.

      *    The per-year file being archived or reset, and its year-
      *    stamped archive.  Records are copied as they stand, so
      *    each archive keeps its own file's layout; no per-year
      *    record is longer than 300 bytes.
       FD  PRSU23-YSRC-FILE.
       01  PRSU23-YSRC-RECORD              PIC X(300).

       FD  PRSU23-YARC-FILE.
       01  PRSU23-YARC-RECORD              PIC X(300).

       FD  PRSU23-YEC-FILE.
       01  PRSU23-YEC-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-YE-CTL-STATUS                PIC X(02) VALUE SPACES.
           88  WS-YE-CTL-FILE-MISSING      VALUE "35".
       77  WS-YE-HIST-STATUS               PIC X(02) VALUE SPACES.
           88  WS-YE-HIST-FILE-MISSING     VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-PEND-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PEND-FILE-MISSING        VALUE "35".
       77  WS-APPR-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-APPR-FILE-MISSING        VALUE "35".
       77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-YTD-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-YTD-FILE-MISSING         VALUE "35".
       77  WS-PYR-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-PYR-FILE-MISSING         VALUE "35".
       77  WS-YSRC-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-YSRC-FILE-MISSING        VALUE "35".
       77  WS-YARC-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-YARC-FILE-MISSING        VALUE "35".

       77  WS-YSRC-FILE-NAME               PIC X(30) VALUE SPACES.
       77  WS-YARC-FILE-NAME               PIC X(30) VALUE SPACES.

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-CLOSE-YEAR                   PIC X(04) VALUE SPACES.
       77  WS-CLOSE-YEAR-NUM REDEFINES WS-CLOSE-YEAR
                                           PIC 9(04).
       77  WS-NEW-YEAR                     PIC 9(04) VALUE ZERO.
       77  WS-REFUSE-CNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-YEAR-CLOSED-SW               PIC X(01) VALUE "N".
           88  WS-YEAR-CLOSED              VALUE "Y".
       77  WS-YEAR-CLOSED-DATE             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * The per-year files, loaded by 1100-LOAD-YEAR-FILES: the live
      * name, the stem its year-stamped archive is named from, the
      * archive name built for the closing year, and the records
      * copied to it and read back from it.
      *----------------------------------------------------------------
       77  WS-YF-CNT                       PIC 9(02) COMP VALUE ZERO.
       77  WS-YF-SUB                       PIC 9(02) COMP VALUE ZERO.
       01  PRSU23-WS-YEAR-FILE-TABLE.
           05  PRSU23-WS-YF OCCURS 10 TIMES.
               10  PRSU23-WS-YF-LIVE-NAME  PIC X(16).
               10  PRSU23-WS-YF-STEM       PIC X(10).
               10  PRSU23-WS-YF-ARCH-NAME  PIC X(30).
               10  PRSU23-WS-YF-COPY-CNT   PIC 9(07) COMP.
               10  PRSU23-WS-YF-READ-CNT   PIC 9(07) COMP.
       77  WS-AUDIT-ARCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-AUDIT-COPY-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-AUDIT-READ-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-YARC-COUNT                   PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Run table, one entry per run-id on the ledger - the same
      * bookkeeping CS370PROGRAM18 keeps.  BAL-CC holds "--" until
      * CS370PROGRAM5 has ended for the run; a run-issuing step's
      * start (a RESTART picking the run back up) clears it again,
      * since whatever it commits has not been balanced yet.
      *----------------------------------------------------------------
       77  WS-RT-CNT                       PIC 9(04) COMP VALUE ZERO.
       77  WS-RT-SUB                       PIC 9(04) COMP VALUE ZERO.
       77  WS-RT-FOUND-SW                  PIC X(01) VALUE "N".
           88  WS-RT-FOUND                 VALUE "Y".
       01  PRSU23-WS-RUN-TABLE.
           05  PRSU23-WS-RT OCCURS 2000 TIMES.
               10  PRSU23-WS-RT-RUN-ID     PIC 9(07).
               10  PRSU23-WS-RT-ISSUER     PIC X(02).
               10  PRSU23-WS-RT-START-DATE PIC X(08).
               10  PRSU23-WS-RT-BAL-CC     PIC X(02).
               10  PRSU23-WS-RT-BACKOUT-SW PIC X(01).
                   88  PRSU23-WS-RT-BACKED-OUT VALUE "Y".
       77  WS-RT-BAL-CC-NUM                PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * The owner's decisions from PRSU23APPR.TXT, the same table
      * CS370PROGRAM9 loads.
      *----------------------------------------------------------------
       77  WS-APPR-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-APPR-TABLE.
           05  PRSU23-WS-APPR OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-APPR-CNT
                   INDEXED BY WS-AP-IX.
               10  PRSU23-WS-AP-EMP-NUM    PIC X(06).
               10  PRSU23-WS-AP-DECISION   PIC X(01).
               10  PRSU23-WS-AP-APPLIED-SW PIC X(01).
       77  WS-DECIDED-SW                   PIC X(01) VALUE "N".
           88  WS-DECIDED                  VALUE "Y".
           88  WS-APPROVED-NOT-APPLIED     VALUE "U".
       77  WS-UNDECIDED-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-APPROVED-CNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-UNAPPLIED-CNT                PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * The run an audit record was written under - see
      * 3030-FIND-AUDIT-RUN.
      *----------------------------------------------------------------
       77  WS-AU-RUN-ISSUER                PIC X(02) VALUE SPACES.
           88  WS-AU-RUN-APPLY             VALUE "09".
           88  WS-AU-RUN-ANNIVERSARY       VALUE "26".
       77  WS-AU-RUN-BACKOUT-SW            PIC X(01) VALUE "N".
           88  WS-AU-RUN-BACKED-OUT        VALUE "Y".

      *----------------------------------------------------------------
      * The year's totals for the certificate.
      *----------------------------------------------------------------
       77  WS-DED-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-YR-RUN-CNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-YR-BKOUT-CNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-YR-BAL-CNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-YR-RAISE-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-YR-BONUS-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-YR-SKIP-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-YR-SAL-INCR                  PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-DUES-INCR                 PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-PREM-INCR                 PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-DED-INCR                  PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-TOTAL-INCR                PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-BONUS-AMT                 PIC S9(11)V99 VALUE ZERO.
       77  WS-YR-STEP-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-YR-STEP-INCR                 PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Rollover counts and salary-increase hash: what was read off
      * PRSU23YTD.TXT, and what PRSU23PYR.TXT reads back.
      *----------------------------------------------------------------
       77  WS-YTD-IN-CNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-YTD-IN-HASH                  PIC S9(11)V99 VALUE ZERO.
       77  WS-PYR-OUT-CNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-PYR-OUT-HASH                 PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Certificate line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-YEC-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "YEAR-END CLOSING CERTIFICATE".
           05  FILLER                      PIC X(13) VALUE
               "FISCAL YEAR: ".
           05  PRSU23-YE-FISCAL-YEAR       PIC X(04).
           05  FILLER                      PIC X(12) VALUE
               "  RUN DATE: ".
           05  PRSU23-YE-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(55) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-YEC-COUNT-LINE.
           05  PRSU23-YN-LABEL             PIC X(40).
           05  PRSU23-YN-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  PRSU23-WS-YEC-AMOUNT-LINE.
           05  PRSU23-YA-LABEL             PIC X(40).
           05  PRSU23-YA-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  PRSU23-WS-YEC-FILE-HEAD.
           05  FILLER                      PIC X(16) VALUE
               "FILE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "ARCHIVED AS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE
               "RECORDS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               "LIVE FILE".
           05  FILLER                      PIC X(61) VALUE SPACES.

       01  PRSU23-WS-YEC-FILE-LINE.
           05  PRSU23-YF-LIVE-NAME         PIC X(16).
           05  FILLER                      PIC X(02).
           05  PRSU23-YF-ARCH-NAME         PIC X(30).
           05  FILLER                      PIC X(02).
           05  PRSU23-YF-REC-CNT           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  PRSU23-YF-DISPOSITION       PIC X(12).
           05  FILLER                      PIC X(61).

       01  PRSU23-WS-YEC-CLOSED-LINE.
           05  FILLER                      PIC X(12) VALUE
               "FISCAL YEAR ".
           05  PRSU23-YX-CLOSE-YEAR        PIC X(04).
           05  FILLER                      PIC X(44) VALUE
               " IS CLOSED - THE PER-YEAR FILES ABOVE START ".
           05  PRSU23-YX-NEW-YEAR          PIC 9(04).
           05  FILLER                      PIC X(06) VALUE
               " EMPTY".
           05  FILLER                      PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Every check is made before anything is written.  Then the
      *    archives are written and read back, the YTD is rolled and
      *    read back, and only then are the per-year files reset -
      *    the close history record goes on last.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-RUN-LEDGER THRU 2000-EXIT.
           PERFORM 2500-CHECK-PENDING-RAISES THRU 2500-EXIT.
           PERFORM 3000-ARCHIVE-AUDIT-YEAR THRU 3000-EXIT.
           PERFORM 3200-ARCHIVE-YEAR-FILE THRU 3200-EXIT
               VARYING WS-YF-SUB FROM 1 BY 1
               UNTIL WS-YF-SUB > WS-YF-CNT.
           PERFORM 3500-ROLL-PRIOR-YEAR THRU 3500-EXIT.
           PERFORM 3700-RESET-YEAR-FILE THRU 3700-EXIT
               VARYING WS-YF-SUB FROM 1 BY 1
               UNTIL WS-YF-SUB > WS-YF-CNT.
           PERFORM 3800-POST-CLOSE-HISTORY THRU 3800-EXIT.
           PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Read the closing year off the control, refuse a year in
      *    the future or one the close history already shows closed,
      *    and make sure no archive for the year is already on disk.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRSU23-YE-CTL-FILE.
           IF WS-YE-CTL-FILE-MISSING
               DISPLAY "CS370PROGRAM23: PRSU23YCT.TXT IS MISSING - "
                   "NO YEAR TO CLOSE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PRSU23-YC-FISCAL-YEAR.
           READ PRSU23-YE-CTL-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE PRSU23-YE-CTL-FILE.
           MOVE PRSU23-YC-FISCAL-YEAR TO WS-CLOSE-YEAR.
           IF WS-CLOSE-YEAR NOT NUMERIC
               DISPLAY "CS370PROGRAM23: PRSU23YCT.TXT FISCAL YEAR "
                   WS-CLOSE-YEAR " IS NOT A YEAR - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-YEAR > WS-RUN-DATE (1:4)
               DISPLAY "CS370PROGRAM23: FISCAL YEAR " WS-CLOSE-YEAR
                   " HAS NOT STARTED YET - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CLOSE-YEAR-NUM GIVING WS-NEW-YEAR.
           PERFORM 1050-CHECK-CLOSE-HISTORY THRU 1050-EXIT.
           PERFORM 1100-LOAD-YEAR-FILES THRU 1100-EXIT.
           PERFORM 1200-CHECK-ARCHIVES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1050-CHECK-CLOSE-HISTORY.
           OPEN INPUT PRSU23-YE-HIST-FILE.
           IF WS-YE-HIST-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1060-READ-CLOSE-HISTORY THRU 1060-EXIT
               PERFORM 1070-NOTE-CLOSE-HISTORY THRU 1070-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-YE-HIST-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           IF WS-YEAR-CLOSED
               DISPLAY "CS370PROGRAM23: FISCAL YEAR " WS-CLOSE-YEAR
                   " WAS ALREADY CLOSED ON " WS-YEAR-CLOSED-DATE
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-READ-CLOSE-HISTORY.
           READ PRSU23-YE-HIST-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1060-EXIT.
           EXIT.

       1070-NOTE-CLOSE-HISTORY.
           IF PRSU23-YH-FISCAL-YEAR = WS-CLOSE-YEAR
               MOVE "Y" TO WS-YEAR-CLOSED-SW
               MOVE PRSU23-YH-CLOSE-DATE TO WS-YEAR-CLOSED-DATE
           END-IF.
           PERFORM 1060-READ-CLOSE-HISTORY THRU 1060-EXIT.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *1100-LOAD-YEAR-FILES
      *    The files that hold one fiscal year's work and start the
      *    next year empty, and the stems their archives are named
      *    from - stem, then the year, then .TXT.
      *****************************************************************
       1100-LOAD-YEAR-FILES.
           MOVE "PRSU23JRNL.TXT" TO PRSU23-WS-YF-LIVE-NAME (1).
           MOVE "PRSU23JRNL" TO PRSU23-WS-YF-STEM (1).
           MOVE "PRSU23GL.TXT" TO PRSU23-WS-YF-LIVE-NAME (2).
           MOVE "PRSU23GL" TO PRSU23-WS-YF-STEM (2).
           MOVE "PRSU23RGL.TXT" TO PRSU23-WS-YF-LIVE-NAME (3).
           MOVE "PRSU23RGL" TO PRSU23-WS-YF-STEM (3).
           MOVE "PRSU23PST.TXT" TO PRSU23-WS-YF-LIVE-NAME (4).
           MOVE "PRSU23PST" TO PRSU23-WS-YF-STEM (4).
           MOVE "PRSU23RSUM.TXT" TO PRSU23-WS-YF-LIVE-NAME (5).
           MOVE "PRSU23RSUM" TO PRSU23-WS-YF-STEM (5).
           MOVE "PRSU23TOT.TXT" TO PRSU23-WS-YF-LIVE-NAME (6).
           MOVE "PRSU23TOT" TO PRSU23-WS-YF-STEM (6).
           MOVE "PRSU23YTD.TXT" TO PRSU23-WS-YF-LIVE-NAME (7).
           MOVE "PRSU23YTD" TO PRSU23-WS-YF-STEM (7).
           MOVE "PRSU23PND.TXT" TO PRSU23-WS-YF-LIVE-NAME (8).
           MOVE "PRSU23PND" TO PRSU23-WS-YF-STEM (8).
           MOVE "PRSU23APPR.TXT" TO PRSU23-WS-YF-LIVE-NAME (9).
           MOVE "PRSU23APPR" TO PRSU23-WS-YF-STEM (9).
           MOVE 9 TO WS-YF-CNT.
           PERFORM 1110-BUILD-ARCHIVE-NAME THRU 1110-EXIT
               VARYING WS-YF-SUB FROM 1 BY 1
               UNTIL WS-YF-SUB > WS-YF-CNT.
           MOVE SPACES TO WS-AUDIT-ARCH-NAME.
           STRING "PRSU23AUDIT" DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-ARCH-NAME.
       1100-EXIT.
           EXIT.

       1110-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO PRSU23-WS-YF-ARCH-NAME (WS-YF-SUB).
           STRING PRSU23-WS-YF-STEM (WS-YF-SUB) DELIMITED BY SPACE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO PRSU23-WS-YF-ARCH-NAME (WS-YF-SUB).
           MOVE ZERO TO PRSU23-WS-YF-COPY-CNT (WS-YF-SUB).
           MOVE ZERO TO PRSU23-WS-YF-READ-CNT (WS-YF-SUB).
       1110-EXIT.
           EXIT.

      *****************************************************************
      *1200-CHECK-ARCHIVES
      *    An archive for the closing year already on disk, with the
      *    year not on the close history, means an earlier close died
      *    part way.  Do NOT simply delete the archives and rerun:
      *    the close may already have reset some of the per-year
      *    files, and a rerun would archive them empty.  Restore any
      *    empty per-year file from its archive first, then remove
      *    the archives and rerun.
      *****************************************************************
       1200-CHECK-ARCHIVES.
           MOVE ZERO TO WS-REFUSE-CNT.
           MOVE WS-AUDIT-ARCH-NAME TO WS-YARC-FILE-NAME.
           PERFORM 1210-CHECK-ONE-ARCHIVE THRU 1210-EXIT.
           PERFORM 1220-CHECK-YEAR-ARCHIVE THRU 1220-EXIT
               VARYING WS-YF-SUB FROM 1 BY 1
               UNTIL WS-YF-SUB > WS-YF-CNT.
           IF WS-REFUSE-CNT > ZERO
               DISPLAY "CS370PROGRAM23: AN EARLIER CLOSE OF "
                   WS-CLOSE-YEAR " DID NOT FINISH - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CHECK-ONE-ARCHIVE.
           OPEN INPUT PRSU23-YARC-FILE.
           IF NOT WS-YARC-FILE-MISSING
               CLOSE PRSU23-YARC-FILE
               DISPLAY "CS370PROGRAM23: " WS-YARC-FILE-NAME
                   " IS ALREADY ON DISK"
               ADD 1 TO WS-REFUSE-CNT
           END-IF.
       1210-EXIT.
           EXIT.

       1220-CHECK-YEAR-ARCHIVE.
           MOVE PRSU23-WS-YF-ARCH-NAME (WS-YF-SUB) TO
               WS-YARC-FILE-NAME.
           PERFORM 1210-CHECK-ONE-ARCHIVE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *2000-CHECK-RUN-LEDGER
      *    Build the run table off the cycle run ledger, then refuse
      *    the close for every run issued and not backed out that
      *    CS370PROGRAM5 has not balanced clean, and every run issued
      *    after the closing year - its work is already in the files
      *    this close would archive as the closing year's.  Every
      *    offending run is listed before the run stops.
      *****************************************************************
       2000-CHECK-RUN-LEDGER.
           MOVE ZERO TO WS-RT-CNT.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 2010-READ-LEDGER THRU 2010-EXIT
               PERFORM 2020-NOTE-LEDGER-ENTRY THRU 2020-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-LEDGER-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           MOVE ZERO TO WS-REFUSE-CNT.
           PERFORM 2300-CHECK-ONE-RUN THRU 2300-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-CNT.
           IF WS-REFUSE-CNT > ZERO
               DISPLAY "CS370PROGRAM23: " WS-REFUSE-CNT
                   " RUN(S) KEEP FISCAL YEAR " WS-CLOSE-YEAR
                   " OPEN - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2010-EXIT.
           EXIT.

       2020-NOTE-LEDGER-ENTRY.
           IF PRSU23-LG-RUN-ID NOT = ZERO
               PERFORM 2100-FIND-RUN THRU 2100-EXIT
               PERFORM 2200-POST-RUN-ENTRY THRU 2200-EXIT
           END-IF.
           PERFORM 2010-READ-LEDGER THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *****************************************************************
      *2100-FIND-RUN
      *    Leave WS-RT-SUB on the run's table entry, adding the entry
      *    the first time the run-id is seen.
      *****************************************************************
       2100-FIND-RUN.
           MOVE "N" TO WS-RT-FOUND-SW.
           PERFORM 2110-MATCH-RUN THRU 2110-EXIT
               VARYING WS-RT-SUB FROM WS-RT-CNT BY -1
               UNTIL WS-RT-FOUND OR WS-RT-SUB = ZERO.
           IF WS-RT-FOUND
               ADD 1 TO WS-RT-SUB
           ELSE
               IF WS-RT-CNT = 2000
                   DISPLAY "CS370PROGRAM23: PRSU23LDG.TXT HOLDS MORE "
                       "THAN 2000 RUNS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-CNT
               MOVE WS-RT-CNT TO WS-RT-SUB
               MOVE PRSU23-LG-RUN-ID TO PRSU23-WS-RT-RUN-ID (WS-RT-SUB)
               MOVE SPACES TO PRSU23-WS-RT-ISSUER (WS-RT-SUB)
               MOVE SPACES TO PRSU23-WS-RT-START-DATE (WS-RT-SUB)
               MOVE "--" TO PRSU23-WS-RT-BAL-CC (WS-RT-SUB)
               MOVE "N" TO PRSU23-WS-RT-BACKOUT-SW (WS-RT-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-RUN.
           IF PRSU23-WS-RT-RUN-ID (WS-RT-SUB) = PRSU23-LG-RUN-ID
               MOVE "Y" TO WS-RT-FOUND-SW
           END-IF.
       2110-EXIT.
           EXIT.

       2200-POST-RUN-ENTRY.
           EVALUATE TRUE
               WHEN PRSU23-LG-BACKED-OUT
                   MOVE "Y" TO PRSU23-WS-RT-BACKOUT-SW (WS-RT-SUB)
               WHEN PRSU23-LG-RUN-ISSUER AND PRSU23-LG-STARTED
                   MOVE PRSU23-LG-STEP
                       TO PRSU23-WS-RT-ISSUER (WS-RT-SUB)
                   IF PRSU23-WS-RT-START-DATE (WS-RT-SUB) = SPACES
                       MOVE PRSU23-LG-STEP-DATE
                           TO PRSU23-WS-RT-START-DATE (WS-RT-SUB)
                   END-IF
                   MOVE "--" TO PRSU23-WS-RT-BAL-CC (WS-RT-SUB)
               WHEN PRSU23-LG-BALANCE AND PRSU23-LG-ENDED
                   MOVE PRSU23-LG-COND-CODE
                       TO PRSU23-WS-RT-BAL-CC (WS-RT-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *2300-CHECK-ONE-RUN
      *    Count the closing year's runs for the certificate and list
      *    any run that keeps the year open.  A run-id the ledger
      *    never shows issued (a step that refused to start) is not a
      *    run at all.
      *****************************************************************
       2300-CHECK-ONE-RUN.
           IF PRSU23-WS-RT-ISSUER (WS-RT-SUB) NOT = SPACES
               IF PRSU23-WS-RT-START-DATE (WS-RT-SUB) (1:4)
                       = WS-CLOSE-YEAR
                   ADD 1 TO WS-YR-RUN-CNT
                   IF PRSU23-WS-RT-BACKED-OUT (WS-RT-SUB)
                       ADD 1 TO WS-YR-BKOUT-CNT
                   END-IF
               END-IF
               IF PRSU23-WS-RT-START-DATE (WS-RT-SUB) (1:4)
                       > WS-CLOSE-YEAR
                   DISPLAY "CS370PROGRAM23: RUN-ID "
                       PRSU23-WS-RT-RUN-ID (WS-RT-SUB) " WAS ISSUED ON "
                       PRSU23-WS-RT-START-DATE (WS-RT-SUB)
                       ", AFTER FISCAL YEAR " WS-CLOSE-YEAR
                   ADD 1 TO WS-REFUSE-CNT
               ELSE
                   IF NOT PRSU23-WS-RT-BACKED-OUT (WS-RT-SUB)
                       PERFORM 2310-CHECK-BALANCED THRU 2310-EXIT
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-CHECK-BALANCED.
           IF PRSU23-WS-RT-BAL-CC (WS-RT-SUB) = "--"
               DISPLAY "CS370PROGRAM23: RUN-ID "
                   PRSU23-WS-RT-RUN-ID (WS-RT-SUB)
                   " HAS NOT BEEN THROUGH BALANCING"
               ADD 1 TO WS-REFUSE-CNT
           ELSE
               MOVE PRSU23-WS-RT-BAL-CC (WS-RT-SUB) TO WS-RT-BAL-CC-NUM
               IF WS-RT-BAL-CC-NUM > 4
                   DISPLAY "CS370PROGRAM23: RUN-ID "
                       PRSU23-WS-RT-RUN-ID (WS-RT-SUB)
                       " BALANCING ENDED RETURN-CODE "
                       PRSU23-WS-RT-BAL-CC (WS-RT-SUB)
                   ADD 1 TO WS-REFUSE-CNT
               ELSE
                   IF PRSU23-WS-RT-START-DATE (WS-RT-SUB) (1:4) =
                           WS-CLOSE-YEAR
                       ADD 1 TO WS-YR-BAL-CNT
                   END-IF
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *2500-CHECK-PENDING-RAISES
      *    A raise on PRSU23PND.TXT with no approve or deny decision
      *    on PRSU23APPR.TXT is still waiting on the owner - the same
      *    test CS370PROGRAM9 uses to leave a raise pending.  Closing
      *    over it would reset the pending file and lose the raise.
      *    CS370PROGRAM9 never clears PRSU23PND.TXT, so an approved
      *    raise is only safe once it has been applied: the employee
      *    must have an audit record dated in the closing year under
      *    a run the ledger shows issued by CS370PROGRAM9 and not
      *    backed out.  An approved raise without one is counted
      *    and stops the close the same way.
      *****************************************************************
       2500-CHECK-PENDING-RAISES.
           MOVE ZERO TO WS-APPR-CNT.
           MOVE ZERO TO WS-APPROVED-CNT.
           OPEN INPUT PRSU23-APPR-FILE.
           IF WS-APPR-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 2510-READ-APPR-RECORD THRU 2510-EXIT
               PERFORM 2520-ADD-APPR-ENTRY THRU 2520-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-APPR-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           IF WS-APPROVED-CNT > ZERO
               PERFORM 2530-NOTE-APPLIED-RAISES THRU 2530-EXIT
           END-IF.
           MOVE ZERO TO WS-UNDECIDED-CNT.
           MOVE ZERO TO WS-UNAPPLIED-CNT.
           OPEN INPUT PRSU23-PEND-FILE.
           IF WS-PEND-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 2550-READ-PEND-RECORD THRU 2550-EXIT
               PERFORM 2560-CHECK-ONE-PENDING THRU 2560-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-PEND-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           IF WS-UNDECIDED-CNT > ZERO
               DISPLAY "CS370PROGRAM23: " WS-UNDECIDED-CNT
                   " PENDING RAISE(S) ON PRSU23PND.TXT HAVE NO "
                   "DECISION - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-UNAPPLIED-CNT > ZERO
               DISPLAY "CS370PROGRAM23: " WS-UNAPPLIED-CNT
                   " APPROVED RAISE(S) ON PRSU23PND.TXT HAVE NOT BEEN "
                   "APPLIED BY CS370PROGRAM9 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-APPR-RECORD.
           READ PRSU23-APPR-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2510-EXIT.
           EXIT.

       2520-ADD-APPR-ENTRY.
           IF WS-APPR-CNT = 5000
               DISPLAY "CS370PROGRAM23: PRSU23APPR.TXT EXCEEDS THE "
                   "5000 ROWS THE DECISION TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-APPR-CNT.
           MOVE PRSU23-AP-EMP-NUM TO
               PRSU23-WS-AP-EMP-NUM (WS-APPR-CNT).
           MOVE PRSU23-AP-DECISION TO
               PRSU23-WS-AP-DECISION (WS-APPR-CNT).
           MOVE "N" TO PRSU23-WS-AP-APPLIED-SW (WS-APPR-CNT).
           IF PRSU23-AP-APPROVED
               ADD 1 TO WS-APPROVED-CNT
           END-IF.
           PERFORM 2510-READ-APPR-RECORD THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *2530-NOTE-APPLIED-RAISES
      *    Mark each approved decision whose employee has an audit
      *    record in the closing year under a live CS370PROGRAM9 run.
      *    No audit trail means nothing has been applied.
      *****************************************************************
       2530-NOTE-APPLIED-RAISES.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT
               PERFORM 2540-NOTE-ONE-AUDIT THRU 2540-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-AUDIT-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       2530-EXIT.
           EXIT.

       2540-NOTE-ONE-AUDIT.
           IF PRSU23-AU-RUN-DATE (1:4) = WS-CLOSE-YEAR
               SET WS-AP-IX TO 1
               SEARCH PRSU23-WS-APPR
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-AP-EMP-NUM (WS-AP-IX) =
                           PRSU23-AU-EMP-NUM
                       AND PRSU23-WS-AP-DECISION (WS-AP-IX) = "A"
                       PERFORM 2545-CHECK-APPLY-RUN THRU 2545-EXIT
               END-SEARCH
           END-IF.
           PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT.
       2540-EXIT.
           EXIT.

       2545-CHECK-APPLY-RUN.
           PERFORM 3030-FIND-AUDIT-RUN THRU 3030-EXIT.
           IF WS-AU-RUN-APPLY
               AND NOT WS-AU-RUN-BACKED-OUT
               MOVE "Y" TO PRSU23-WS-AP-APPLIED-SW (WS-AP-IX)
           END-IF.
       2545-EXIT.
           EXIT.

       2550-READ-PEND-RECORD.
           READ PRSU23-PEND-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2550-EXIT.
           EXIT.

       2560-CHECK-ONE-PENDING.
           MOVE "N" TO WS-DECIDED-SW.
           IF WS-APPR-CNT > ZERO
               SET WS-AP-IX TO 1
               SEARCH PRSU23-WS-APPR
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-AP-EMP-NUM (WS-AP-IX) =
                           PRSU23-PD-EMP-NUM
                       PERFORM 2565-CHECK-DECISION THRU 2565-EXIT
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-DECIDED
                   CONTINUE
               WHEN WS-APPROVED-NOT-APPLIED
                   ADD 1 TO WS-UNAPPLIED-CNT
               WHEN OTHER
                   ADD 1 TO WS-UNDECIDED-CNT
           END-EVALUATE.
           PERFORM 2550-READ-PEND-RECORD THRU 2550-EXIT.
       2560-EXIT.
           EXIT.

       2565-CHECK-DECISION.
           EVALUATE TRUE
               WHEN PRSU23-WS-AP-DECISION (WS-AP-IX) = "D"
                   MOVE "Y" TO WS-DECIDED-SW
               WHEN PRSU23-WS-AP-DECISION (WS-AP-IX) = "A"
                   AND PRSU23-WS-AP-APPLIED-SW (WS-AP-IX) = "Y"
                   MOVE "Y" TO WS-DECIDED-SW
               WHEN PRSU23-WS-AP-DECISION (WS-AP-IX) = "A"
                   MOVE "U" TO WS-DECIDED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2565-EXIT.
           EXIT.

      *****************************************************************
      *3000-ARCHIVE-AUDIT-YEAR
      *    Copy the closing year's audit records - run date in the
      *    year - to the year-stamped audit archive and total them
      *    for the certificate: raises net of amendment reversals,
      *    bonuses and the anniversary step runs' records apart, and
      *    a backed-out run's records counted but left out of the
      *    totals.  The live audit trail is not touched.
      *****************************************************************
       3000-ARCHIVE-AUDIT-YEAR.
           MOVE WS-AUDIT-ARCH-NAME TO WS-YARC-FILE-NAME.
           OPEN OUTPUT PRSU23-YARC-FILE.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT
               PERFORM 3020-ARCHIVE-ONE-AUDIT THRU 3020-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-AUDIT-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           CLOSE PRSU23-YARC-FILE.
           PERFORM 3250-READ-BACK-ARCHIVE THRU 3250-EXIT.
           MOVE WS-YARC-COUNT TO WS-AUDIT-READ-CNT.
           IF WS-AUDIT-READ-CNT NOT = WS-AUDIT-COPY-CNT
               DISPLAY "CS370PROGRAM23: " WS-AUDIT-ARCH-NAME
                   " READ BACK " WS-AUDIT-READ-CNT " RECORDS OF "
                   WS-AUDIT-COPY-CNT " WRITTEN - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD WS-YR-SAL-INCR WS-YR-DUES-INCR WS-YR-PREM-INCR
               WS-YR-DED-INCR GIVING WS-YR-TOTAL-INCR.
       3000-EXIT.
           EXIT.

       3010-READ-AUDIT-RECORD.
           READ PRSU23-AUDIT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3010-EXIT.
           EXIT.

       3020-ARCHIVE-ONE-AUDIT.
           IF PRSU23-AU-RUN-DATE (1:4) = WS-CLOSE-YEAR
               WRITE PRSU23-YARC-RECORD FROM PRSU23-AUDIT-RECORD
               ADD 1 TO WS-AUDIT-COPY-CNT
               PERFORM 3030-FIND-AUDIT-RUN THRU 3030-EXIT
               EVALUATE TRUE
                   WHEN WS-AU-RUN-BACKED-OUT
                       ADD 1 TO WS-YR-SKIP-CNT
                   WHEN WS-AU-RUN-ANNIVERSARY
                       PERFORM 3050-TOTAL-STEP-AUDIT THRU 3050-EXIT
                   WHEN OTHER
                       PERFORM 3040-TOTAL-ONE-AUDIT THRU 3040-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT.
       3020-EXIT.
           EXIT.

      *    Leave the issuing step of the record's run in
      *    WS-AU-RUN-ISSUER and whether the ledger shows the run
      *    backed out in WS-AU-RUN-BACKOUT-SW - spaces and "N" for a
      *    run-id the ledger does not hold.
       3030-FIND-AUDIT-RUN.
           MOVE "N" TO WS-RT-FOUND-SW.
           MOVE SPACES TO WS-AU-RUN-ISSUER.
           MOVE "N" TO WS-AU-RUN-BACKOUT-SW.
           PERFORM 3035-MATCH-AUDIT-RUN THRU 3035-EXIT
               VARYING WS-RT-SUB FROM WS-RT-CNT BY -1
               UNTIL WS-RT-FOUND OR WS-RT-SUB = ZERO.
       3030-EXIT.
           EXIT.

       3035-MATCH-AUDIT-RUN.
           IF PRSU23-WS-RT-RUN-ID (WS-RT-SUB) = PRSU23-AU-RUN-ID
               MOVE "Y" TO WS-RT-FOUND-SW
               MOVE PRSU23-WS-RT-ISSUER (WS-RT-SUB) TO WS-AU-RUN-ISSUER
               MOVE PRSU23-WS-RT-BACKOUT-SW (WS-RT-SUB) TO
                   WS-AU-RUN-BACKOUT-SW
           END-IF.
       3035-EXIT.
           EXIT.

       3040-TOTAL-ONE-AUDIT.
           IF PRSU23-AU-BONUS-AMT IS NUMERIC
               AND PRSU23-AU-BONUS-AMT NOT = ZERO
               ADD 1 TO WS-YR-BONUS-CNT
               ADD PRSU23-AU-BONUS-AMT TO WS-YR-BONUS-AMT
           ELSE
               ADD 1 TO WS-YR-RAISE-CNT
               COMPUTE WS-YR-SAL-INCR = WS-YR-SAL-INCR +
                   PRSU23-AU-NEW-SAL - PRSU23-AU-OLD-SAL
               COMPUTE WS-YR-DUES-INCR = WS-YR-DUES-INCR +
                   PRSU23-AU-NEW-DUES - PRSU23-AU-OLD-DUES
               COMPUTE WS-YR-PREM-INCR = WS-YR-PREM-INCR +
                   PRSU23-AU-NEW-PREM - PRSU23-AU-OLD-PREM
               PERFORM 3045-TOTAL-AUDIT-DED THRU 3045-EXIT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 8
           END-IF.
       3040-EXIT.
           EXIT.

       3045-TOTAL-AUDIT-DED.
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-YR-DED-INCR = WS-YR-DED-INCR +
                   PRSU23-AU-NEW-DED (WS-DED-SUB) -
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
           END-IF.
       3045-EXIT.
           EXIT.

      *    An anniversary step record - a contract step, not a raise
      *    - totalled at its full cost on its own certificate lines.
       3050-TOTAL-STEP-AUDIT.
           ADD 1 TO WS-YR-STEP-CNT.
           COMPUTE WS-YR-STEP-INCR = WS-YR-STEP-INCR +
               PRSU23-AU-NEW-SAL - PRSU23-AU-OLD-SAL +
               PRSU23-AU-NEW-DUES - PRSU23-AU-OLD-DUES +
               PRSU23-AU-NEW-PREM - PRSU23-AU-OLD-PREM.
           PERFORM 3055-TOTAL-STEP-DED THRU 3055-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
       3050-EXIT.
           EXIT.

       3055-TOTAL-STEP-DED.
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-YR-STEP-INCR = WS-YR-STEP-INCR +
                   PRSU23-AU-NEW-DED (WS-DED-SUB) -
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
           END-IF.
       3055-EXIT.
           EXIT.

      *****************************************************************
      *3200-ARCHIVE-YEAR-FILE
      *    Copy one per-year file, record for record, to its year-
      *    stamped archive and read the archive back.  A file the
      *    year never wrote archives empty, so every year's archive
      *    set is complete.  An archive that does not read back what
      *    was written stops the close before anything is reset.
      *****************************************************************
       3200-ARCHIVE-YEAR-FILE.
           MOVE PRSU23-WS-YF-LIVE-NAME (WS-YF-SUB) TO
               WS-YSRC-FILE-NAME.
           MOVE PRSU23-WS-YF-ARCH-NAME (WS-YF-SUB) TO
               WS-YARC-FILE-NAME.
           OPEN OUTPUT PRSU23-YARC-FILE.
           OPEN INPUT PRSU23-YSRC-FILE.
           IF WS-YSRC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 3210-READ-YSRC-RECORD THRU 3210-EXIT
               PERFORM 3220-COPY-YSRC-RECORD THRU 3220-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-YSRC-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           CLOSE PRSU23-YARC-FILE.
           PERFORM 3250-READ-BACK-ARCHIVE THRU 3250-EXIT.
           MOVE WS-YARC-COUNT TO PRSU23-WS-YF-READ-CNT (WS-YF-SUB).
           IF PRSU23-WS-YF-READ-CNT (WS-YF-SUB) NOT =
                   PRSU23-WS-YF-COPY-CNT (WS-YF-SUB)
               DISPLAY "CS370PROGRAM23: " WS-YARC-FILE-NAME
                   " READ BACK " PRSU23-WS-YF-READ-CNT (WS-YF-SUB)
                   " RECORDS OF " PRSU23-WS-YF-COPY-CNT (WS-YF-SUB)
                   " WRITTEN - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3200-EXIT.
           EXIT.

       3210-READ-YSRC-RECORD.
           READ PRSU23-YSRC-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3210-EXIT.
           EXIT.

       3220-COPY-YSRC-RECORD.
           WRITE PRSU23-YARC-RECORD FROM PRSU23-YSRC-RECORD.
           ADD 1 TO PRSU23-WS-YF-COPY-CNT (WS-YF-SUB).
           PERFORM 3210-READ-YSRC-RECORD THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *3250-READ-BACK-ARCHIVE
      *    Count the records on the archive just closed, named in
      *    WS-YARC-FILE-NAME, into WS-YARC-COUNT.
      *****************************************************************
       3250-READ-BACK-ARCHIVE.
           MOVE ZERO TO WS-YARC-COUNT.
           OPEN INPUT PRSU23-YARC-FILE.
           IF WS-YARC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 3260-READ-YARC-RECORD THRU 3260-EXIT
               PERFORM 3270-COUNT-YARC-RECORD THRU 3270-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-YARC-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       3250-EXIT.
           EXIT.

       3260-READ-YARC-RECORD.
           READ PRSU23-YARC-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3260-EXIT.
           EXIT.

       3270-COUNT-YARC-RECORD.
           ADD 1 TO WS-YARC-COUNT.
           PERFORM 3260-READ-YARC-RECORD THRU 3260-EXIT.
       3270-EXIT.
           EXIT.

      *****************************************************************
      *3500-ROLL-PRIOR-YEAR
      *    Copy PRSU23YTD.TXT over PRSU23PYR.TXT - the step the
      *    operator used to do by hand - then read PRSU23PYR.TXT back
      *    and prove the row count and salary-increase hash match
      *    before anything is reset.  A year with no YTD leaves the
      *    new baseline empty and ends with a warning.
      *****************************************************************
       3500-ROLL-PRIOR-YEAR.
           OPEN OUTPUT PRSU23-PYR-FILE.
           OPEN INPUT PRSU23-YTD-FILE.
           IF WS-YTD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 3510-READ-YTD-RECORD THRU 3510-EXIT
               PERFORM 3520-ROLL-YTD-RECORD THRU 3520-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-YTD-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
           CLOSE PRSU23-PYR-FILE.
           OPEN INPUT PRSU23-PYR-FILE.
           PERFORM 3530-READ-PYR-RECORD THRU 3530-EXIT.
           PERFORM 3540-COUNT-PYR-RECORD THRU 3540-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-PYR-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           IF WS-PYR-OUT-CNT NOT = WS-YTD-IN-CNT
               OR WS-PYR-OUT-HASH NOT = WS-YTD-IN-HASH
               DISPLAY "CS370PROGRAM23: PRSU23PYR.TXT DOES NOT READ "
                   "BACK AS PRSU23YTD.TXT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-YTD-IN-CNT = ZERO
               DISPLAY "CS370PROGRAM23: PRSU23YTD.TXT IS EMPTY - THE "
                   "PRIOR-YEAR BASELINE FOR " WS-NEW-YEAR " IS EMPTY"
               MOVE 4 TO RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

       3510-READ-YTD-RECORD.
           READ PRSU23-YTD-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3510-EXIT.
           EXIT.

       3520-ROLL-YTD-RECORD.
           WRITE PRSU23-PYR-RECORD FROM PRSU23-YTD-RECORD.
           ADD 1 TO WS-YTD-IN-CNT.
           ADD PRSU23-YT-SAL-INCR TO WS-YTD-IN-HASH.
           PERFORM 3510-READ-YTD-RECORD THRU 3510-EXIT.
       3520-EXIT.
           EXIT.

       3530-READ-PYR-RECORD.
           READ PRSU23-PYR-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       3530-EXIT.
           EXIT.

       3540-COUNT-PYR-RECORD.
           ADD 1 TO WS-PYR-OUT-CNT.
           ADD PRSU23-PY-SAL-INCR TO WS-PYR-OUT-HASH.
           PERFORM 3530-READ-PYR-RECORD THRU 3530-EXIT.
       3540-EXIT.
           EXIT.

      *****************************************************************
      *3700-RESET-YEAR-FILE
      *    Start one per-year file over empty for the new year.  Its
      *    year's contents are on the archive 3200 read back.
      *****************************************************************
       3700-RESET-YEAR-FILE.
           MOVE PRSU23-WS-YF-LIVE-NAME (WS-YF-SUB) TO
               WS-YSRC-FILE-NAME.
           OPEN OUTPUT PRSU23-YSRC-FILE.
           CLOSE PRSU23-YSRC-FILE.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *3800-POST-CLOSE-HISTORY
      *    Record the finished close, with the same create-then-
      *    reopen fallback the audit file gets on its first run.
      *****************************************************************
       3800-POST-CLOSE-HISTORY.
           OPEN EXTEND PRSU23-YE-HIST-FILE.
           IF WS-YE-HIST-FILE-MISSING
               OPEN OUTPUT PRSU23-YE-HIST-FILE
               CLOSE PRSU23-YE-HIST-FILE
               OPEN EXTEND PRSU23-YE-HIST-FILE
           END-IF.
           MOVE WS-CLOSE-YEAR TO PRSU23-YH-FISCAL-YEAR.
           MOVE WS-RUN-DATE TO PRSU23-YH-CLOSE-DATE.
           MOVE WS-YR-RUN-CNT TO PRSU23-YH-RUN-CNT.
           MOVE WS-AUDIT-COPY-CNT TO PRSU23-YH-AUDIT-CNT.
           MOVE WS-YR-TOTAL-INCR TO PRSU23-YH-TOTAL-INCR.
           MOVE WS-YTD-IN-CNT TO PRSU23-YH-PYR-CNT.
           WRITE PRSU23-YE-HISTORY-RECORD.
           CLOSE PRSU23-YE-HIST-FILE.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *4000-PRINT-CERTIFICATE
      *    The closing certificate: the year's runs and raise totals,
      *    every archive with the records it holds, the rollover, and
      *    the statement that the per-year files start the new year
      *    empty.
      *****************************************************************
       4000-PRINT-CERTIFICATE.
           OPEN OUTPUT PRSU23-YEC-FILE.
           MOVE WS-CLOSE-YEAR TO PRSU23-YE-FISCAL-YEAR.
           MOVE WS-RUN-DATE TO PRSU23-YE-RUN-DATE.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-HEAD-1.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "RUNS ISSUED IN THE YEAR...............: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-RUN-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "RUNS BALANCED.........................: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-BAL-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "RUNS BACKED OUT.......................: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-BKOUT-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "RAISE AUDIT RECORDS...................: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-RAISE-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "BONUS AUDIT RECORDS...................: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-BONUS-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "ANNIVERSARY STEP AUDIT RECORDS........: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-STEP-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "BACKED-OUT AUDIT RECORDS NOT TOTALLED.: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YR-SKIP-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "SALARY INCREASE.......................: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-SAL-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "UNION DUES INCREASE...................: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-DUES-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "INSURANCE PREMIUM INCREASE............: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-PREM-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "DEDUCTIONS INCREASE...................: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-DED-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "TOTAL COST INCREASE...................: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-TOTAL-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "BONUSES PAID..........................: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-BONUS-AMT TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "ANNIVERSARY STEP COST INCREASE........: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YR-STEP-INCR TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-FILE-HEAD.
           MOVE SPACES TO PRSU23-WS-YEC-FILE-LINE.
           MOVE "PRSU23AUDIT.TXT" TO PRSU23-YF-LIVE-NAME.
           MOVE WS-AUDIT-ARCH-NAME TO PRSU23-YF-ARCH-NAME.
           MOVE WS-AUDIT-READ-CNT TO PRSU23-YF-REC-CNT.
           MOVE "KEPT" TO PRSU23-YF-DISPOSITION.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-FILE-LINE.
           PERFORM 4100-PRINT-YEAR-FILE THRU 4100-EXIT
               VARYING WS-YF-SUB FROM 1 BY 1
               UNTIL WS-YF-SUB > WS-YF-CNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "PRSU23YTD.TXT ROWS ROLLED.............: " TO
               PRSU23-YN-LABEL.
           MOVE WS-YTD-IN-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "PRSU23PYR.TXT ROWS READ BACK..........: " TO
               PRSU23-YN-LABEL.
           MOVE WS-PYR-OUT-CNT TO PRSU23-YN-COUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-COUNT-LINE.
           MOVE "PRSU23YTD.TXT SALARY INCREASE HASH....: " TO
               PRSU23-YA-LABEL.
           MOVE WS-YTD-IN-HASH TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           MOVE "PRSU23PYR.TXT SALARY INCREASE HASH....: " TO
               PRSU23-YA-LABEL.
           MOVE WS-PYR-OUT-HASH TO PRSU23-YA-AMOUNT.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-AMOUNT-LINE.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-CLOSE-YEAR TO PRSU23-YX-CLOSE-YEAR.
           MOVE WS-NEW-YEAR TO PRSU23-YX-NEW-YEAR.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-CLOSED-LINE.
           CLOSE PRSU23-YEC-FILE.
       4000-EXIT.
           EXIT.

       4100-PRINT-YEAR-FILE.
           MOVE SPACES TO PRSU23-WS-YEC-FILE-LINE.
           MOVE PRSU23-WS-YF-LIVE-NAME (WS-YF-SUB) TO
               PRSU23-YF-LIVE-NAME.
           MOVE PRSU23-WS-YF-ARCH-NAME (WS-YF-SUB) TO
               PRSU23-YF-ARCH-NAME.
           MOVE PRSU23-WS-YF-READ-CNT (WS-YF-SUB) TO
               PRSU23-YF-REC-CNT.
           MOVE "RESET EMPTY" TO PRSU23-YF-DISPOSITION.
           WRITE PRSU23-YEC-LINE FROM PRSU23-WS-YEC-FILE-LINE.
       4100-EXIT.
           EXIT.
