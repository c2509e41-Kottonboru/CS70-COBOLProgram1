       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM20.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Retroactive pay.  Between PROPOSE review, CS370PROGRAM9
      * approval and amendment runs, raises are often committed weeks
      * after the PRSU23RATE.TXT row's effective date, and the pay
      * periods already paid at the old rate in between were never
      * made good.  This program takes each raise the run committed
      * from its PRSU23AUDIT.TXT records - selected by the
      * PRSU23RID.TXT run-id, the same way CS370PROGRAM5 selects them
      * - finds the effective date of the rate row the raise came
      * from, walks the PRSU23PCAL.TXT pay-period calendar for the
      * periods paid between that date and the commit date, and
      * works out the retro owed: the salary difference per period
      * and the dues, premium and deduction differences to withhold,
      * times the periods owed.  It writes a retro register, a retro
      * payment file for payroll, and the retro amounts by State/Job
      * in the PRSU23GL.CPY layout for CS370PROGRAM10 to post.
      *
      * The step runs after CS370PROGRAM5 has balanced the run and
      * before CS370PROGRAM10 posts it - the cycle run ledger is
      * checked first, and CS370PROGRAM10 posts PRSU23RGL.TXT along
      * with the run's own extract once this step has ended cleanly
      * for the run.
      ******
      *INPUT:
      *    PRSU23RID.TXT - the run-id of the committed run.
      *    PRSU23LDG.TXT - the cycle run ledger; CS370PROGRAM5 must
      *        have balanced this run-id, CS370PROGRAM10 must not
      *        have posted it yet, and it must not have been backed
      *        out - see PRSU23LG.CPY.
      *    PRSU23AUDIT.TXT - the audit trail - see PRSU23AU.CPY.  The
      *        run date on each record is the commit date.  Bonus
      *        audit records are not raises and are skipped.
      *    PRSU23RATE.TXT - the raise rate table; the State/Job row
      *        (else the "**"/"***" default row) in force on the
      *        commit date gives the effective date, its EFF-FROM.
      *    PRSU23PFRQ.TXT - the pay-frequency table - see
      *        PRSU23PF.CPY.
      *    PRSU23PCAL.TXT - the pay-period calendar - see
      *        PRSU23PC.CPY.
      ******
      *OUTPUT:
      *    PRSU23RREG.TXT - the retro payment register: one line per
      *        employee owed retro pay, every employee held back and
      *        why, then the counts and totals.
      *    PRSU23RPAY.TXT - the retro payment file for payroll - see
      *        PRSU23RP.CPY.
      *    PRSU23RGL.TXT - the retro amounts by State/Job in the
      *        PRSU23GL.CPY layout: salary, dues, premium and each
      *        deduction code.  Retro pay is all current-year cost,
      *        so FY-MONTHS is 12 and the prorated figures equal the
      *        full ones.
      *
      *    RETURN-CODE 0 - every raise figured.
      *    RETURN-CODE 8 - employees were held back, or no audit
      *        records carried the run-id; CS370PROGRAM10 will not
      *        post the run until this step is rerun clean.
      *    RETURN-CODE 16 - a required input file is missing, a
      *        table is bad, or the cycle run ledger does not show
      *        the run ready or shows a CS370PROGRAM26 anniversary
      *        run.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      ******
      *Calculations Section:
      *
      *    A pay period is owed when its pay date is on or before
      *        the commit date and its last day is on or after the
      *        effective date.  A period beginning before the
      *        effective date counts only its share of calendar days
      *        from the effective date on.
      *    RETRO-GROSS = (new salary - old salary) * periods owed /
      *        pay periods per year, rounded to the cent.
      *    Each retro deduction = (new amount - old amount) * periods
      *        owed, rounded - dues, premiums and deductions are
      *        per-period amounts.
      *    An employee whose raise was reversed by an amendment comes
      *        out negative - owing back, not owed.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the retroactive pay calculation.
      *    2026-10-15  AC  Refuse a CS370PROGRAM26 anniversary run -
      *                    its step increases take effect on each
      *                    anniversary, not on a rate row's effective
      *                    date.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-RUNID-FILE ASSIGN TO "PRSU23RID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRSU23-RATE-FILE ASSIGN TO "PRSU23RATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PRSU23-PFRQ-FILE ASSIGN TO "PRSU23PFRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFRQ-STATUS.

           SELECT PRSU23-PCAL-FILE ASSIGN TO "PRSU23PCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-STATUS.

           SELECT PRSU23-RREG-FILE ASSIGN TO "PRSU23RREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-RPAY-FILE ASSIGN TO "PRSU23RPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-RGL-FILE ASSIGN TO "PRSU23RGL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-RUNID-FILE.
           COPY PRSU23RI.

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-AUDIT-FILE.
           COPY PRSU23AU.

       FD  PRSU23-RATE-FILE.
           COPY PRSU23RT.

       FD  PRSU23-PFRQ-FILE.
           COPY PRSU23PF.

       FD  PRSU23-PCAL-FILE.
           COPY PRSU23PC.

       FD  PRSU23-RREG-FILE.
       01  PRSU23-RREG-LINE                PIC X(132).

       FD  PRSU23-RPAY-FILE.
           COPY PRSU23RP.

       FD  PRSU23-RGL-FILE.
           COPY PRSU23GL.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-RUNID-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".
       77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-RATE-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-RATE-FILE-MISSING        VALUE "35".
       77  WS-PFRQ-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PFRQ-FILE-MISSING        VALUE "35".
       77  WS-PCAL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PCAL-FILE-MISSING        VALUE "35".

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
       77  WS-LG-POSTED-SW                 PIC X(01) VALUE "N".
           88  WS-LG-RUN-POSTED            VALUE "Y".
       77  WS-LG-ANNIV-SW                  PIC X(01) VALUE "N".
           88  WS-LG-ANNIVERSARY-RUN       VALUE "Y".

      *----------------------------------------------------------------
      * Rate table, loaded the same way 1200-LOAD-RATE-TABLE loads it
      * in CS370PROGRAM1 - only the keys and effective dates matter
      * here.
      *----------------------------------------------------------------
       77  WS-RATE-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-RATE-TABLE.
           05  PRSU23-WS-RATE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RATE-CNT
                   INDEXED BY WS-RT-IX.
               10  PRSU23-WS-RT-STATE-CD   PIC X(02).
               10  PRSU23-WS-RT-JOB-CD     PIC X(03).
               10  PRSU23-WS-RT-EFF-FROM   PIC X(08).
               10  PRSU23-WS-RT-EFF-TO     PIC X(08).

      *----------------------------------------------------------------
      * Pay-frequency table, loaded from PRSU23PFRQ.TXT - the same
      * table and lookup CS370PROGRAM19 uses.
      *----------------------------------------------------------------
       77  WS-PFRQ-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-PFRQ-TABLE.
           05  PRSU23-WS-PFRQ OCCURS 1 TO 250 TIMES
                   DEPENDING ON WS-PFRQ-CNT
                   INDEXED BY WS-PF-IX.
               10  PRSU23-WS-PF-STATE-CD   PIC X(02).
               10  PRSU23-WS-PF-JOB-CD     PIC X(03).
               10  PRSU23-WS-PF-FREQ-CD    PIC X(01).
               10  PRSU23-WS-PF-PERIODS    PIC 9(02).

      *----------------------------------------------------------------
      * Pay-period calendar, loaded from PRSU23PCAL.TXT.  Two years of
      * every frequency fits with room to spare.
      *----------------------------------------------------------------
       77  WS-PCAL-CNT                     PIC 9(04) COMP VALUE ZERO.
       77  WS-PCAL-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-PCAL-TABLE.
           05  PRSU23-WS-PCAL OCCURS 1000 TIMES.
               10  PRSU23-WS-PC-FREQ-CD    PIC X(01).
               10  PRSU23-WS-PC-BEGIN-DATE PIC X(08).
               10  PRSU23-WS-PC-END-DATE   PIC X(08).
               10  PRSU23-WS-PC-PAY-DATE   PIC X(08).

      *----------------------------------------------------------------
      * The employee being figured.
      *----------------------------------------------------------------
       77  WS-EFF-DATE                     PIC X(08) VALUE SPACES.
       77  WS-COMMIT-DATE                  PIC X(08) VALUE SPACES.
       77  WS-FREQ-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-FREQ-FOUND               VALUE "Y".
       77  WS-FREQ-CD                      PIC X(01) VALUE SPACES.
       77  WS-FREQ-PERIODS                 PIC 9(02) VALUE ZERO.
       77  WS-COVERED-SW                   PIC X(01) VALUE "N".
           88  WS-EFF-DATE-COVERED         VALUE "Y".
       77  WS-PERIODS-OWED                 PIC 9(03)V9(04) VALUE ZERO.
       77  WS-PERIOD-SHARE                 PIC 9V9(04) VALUE ZERO.
       77  WS-SAL-DIFF                     PIC S9(09)V99 VALUE ZERO.
       77  WS-DUES-DIFF                    PIC S9(07)V99 VALUE ZERO.
       77  WS-PREM-DIFF                    PIC S9(07)V99 VALUE ZERO.
       01  PRSU23-WS-DED-DIFF-TABLE.
           05  WS-DED-DIFF OCCURS 8 TIMES  PIC S9(07)V99.
       77  WS-DED-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-CHG-CNT                      PIC 9(02) COMP VALUE ZERO.
       77  WS-RETRO-DED-TOT                PIC S9(07)V99 VALUE ZERO.
       77  WS-EXC-REASON                   PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * Day-number work fields - a YYYYMMDD date turned into a count
      * of days so the share of a straddling period can be figured.
      *----------------------------------------------------------------
       01  PRSU23-WS-DN-DATE.
           05  WS-DN-YYYY                  PIC 9(04).
           05  WS-DN-MM                    PIC 9(02).
           05  WS-DN-DD                    PIC 9(02).
       77  WS-DN-YEAR                      PIC 9(04) COMP VALUE ZERO.
       77  WS-DN-MONTH                     PIC 9(02) COMP VALUE ZERO.
       77  WS-DN-ERA                       PIC 9(02) COMP VALUE ZERO.
       77  WS-DN-YOE                       PIC 9(03) COMP VALUE ZERO.
       77  WS-DN-WORK                      PIC 9(07) COMP VALUE ZERO.
       77  WS-DN-DAYS                      PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-BEGIN                   PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-END                     PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-EFF                     PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Retro GL by State/Job, written out at the end of the run.
      * Deduction slots are taken by code, first come first served.
      *----------------------------------------------------------------
       77  WS-CELL-CNT                     PIC 9(04) COMP VALUE ZERO.
       77  WS-CELL-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  WS-CELL-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-CELL-FOUND               VALUE "Y".
       77  WS-SLOT-SUB                     PIC 9(02) COMP VALUE ZERO.
       77  WS-SLOT-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-SLOT-FOUND               VALUE "Y".
       01  PRSU23-WS-CELL-TABLE.
           05  PRSU23-WS-CELL OCCURS 250 TIMES.
               10  WS-CELL-STATE-CD        PIC X(02).
               10  WS-CELL-JOB-CD          PIC X(03).
               10  WS-CELL-SAL             PIC S9(09)V99 COMP-3.
               10  WS-CELL-DUES            PIC S9(09)V99 COMP-3.
               10  WS-CELL-PREM            PIC S9(09)V99 COMP-3.
               10  WS-CELL-DED OCCURS 8 TIMES.
                   15  WS-CELL-DED-CD      PIC X(04).
                   15  WS-CELL-DED-AMT     PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------
      * Run counts and totals.
      *----------------------------------------------------------------
       77  WS-AUDIT-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-PAID-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-NONE-OWED-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCHANGED-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-GROSS-TOT                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-DED-TOT                      PIC S9(09)V99 COMP-3
                                           VALUE ZERO.

      *----------------------------------------------------------------
      * Register line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-RREG-HEAD-1.
           05  FILLER                      PIC X(32) VALUE
               "RETROACTIVE PAY REGISTER".
           05  FILLER                      PIC X(08) VALUE
               "RUN ID: ".
           05  PRSU23-RG-RUN-ID            PIC ZZZZZZ9.
           05  FILLER                      PIC X(13) VALUE
               "  RUN DATE: ".
           05  PRSU23-RG-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(64) VALUE SPACES.

       01  PRSU23-WS-RREG-HEAD-2.
           05  FILLER                      PIC X(06) VALUE "EMP NO".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               "EMPLOYEE NAME".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(02) VALUE "ST".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(03) VALUE "JOB".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "EFF DATE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE " PERIODS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               "    OLD SALARY".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               "    NEW SALARY".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "RETRO GROSS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               " RETRO DEDS".
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-RREG-DETAIL-LINE.
           05  PRSU23-RD-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-EFF-DATE          PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-PERIODS           PIC ZZ9.9999.
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-OLD-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-NEW-SAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-RETRO-GROSS       PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-RD-RETRO-DEDS        PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(17).

       01  PRSU23-WS-RREG-HELD-LINE.
           05  PRSU23-RH-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-RH-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-RH-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-RH-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(02).
           05  PRSU23-RH-EFF-DATE          PIC X(08).
           05  FILLER                      PIC X(02).
           05  FILLER                      PIC X(08) VALUE
               "HELD -  ".
           05  PRSU23-RH-REASON            PIC X(40).
           05  FILLER                      PIC X(35).

       01  PRSU23-WS-RREG-COUNT-LINE.
           05  FILLER                      PIC X(07) VALUE "PAID: ".
           05  PRSU23-RC-PAID-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  NONE OWED: ".
           05  PRSU23-RC-NONE-OWED-CNT     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13) VALUE
               "  UNCHANGED: ".
           05  PRSU23-RC-UNCHANGED-CNT     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(08) VALUE
               "  HELD: ".
           05  PRSU23-RC-HELD-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  PRSU23-WS-RREG-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               "RETRO GROSS TOTAL: ".
           05  PRSU23-RT-GROSS-TOT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(25) VALUE
               "  RETRO DEDUCTION TOTAL: ".
           05  PRSU23-RT-DED-TOT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Check the run is ready, figure the retro owed on each of
      *    its raises, write the retro GL and set the return code.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Read the run-id and check the cycle run ledger, load the
      *    rate, pay-frequency and calendar tables, open the audit
      *    trail and start the three outputs.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-RUNID-FILE.
           IF WS-RUNID-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23RID.TXT IS MISSING - "
                   "NO RUN TO FIGURE - RUN STOPPED"
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           PERFORM 1200-LOAD-PFRQ-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-PCAL-TABLE THRU 1300-EXIT.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23AUDIT.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-RPAY-FILE.
           MOVE SPACES TO PRSU23-RETRO-HEADER.
           MOVE "HD" TO PRSU23-RH-REC-TYPE.
           MOVE WS-RUN-ID TO PRSU23-RH-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-RH-CREATE-DATE.
           MOVE "PRSU23" TO PRSU23-RH-SOURCE-SYSTEM.
           WRITE PRSU23-RETRO-HEADER.
           OPEN OUTPUT PRSU23-RGL-FILE.
           OPEN OUTPUT PRSU23-RREG-FILE.
           MOVE WS-RUN-ID TO PRSU23-RG-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-RG-RUN-DATE.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-HEAD-1.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-HEAD-2.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse a run the cycle run ledger does not show balanced by
      *    CS370PROGRAM5 (step 05 ending 4 or less - the latest ending
      *    wins), a run CS370PROGRAM6 has backed out, and a run
      *    CS370PROGRAM10 has already posted - its retro GL would
      *    never reach the ledger.  A CS370PROGRAM26 anniversary run
      *    is refused too: its increases take effect on each
      *    employee's anniversary, not on a PRSU23RATE.TXT row's
      *    effective date, so there is nothing here to figure them
      *    from.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           MOVE "N" TO WS-LG-POSTED-SW.
           MOVE "N" TO WS-LG-ANNIV-SW.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23LDG.TXT IS MISSING - "
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
               DISPLAY "CS370PROGRAM20: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-ANNIVERSARY-RUN
               DISPLAY "CS370PROGRAM20: RUN-ID " WS-RUN-ID
                   " IS A CS370PROGRAM26 ANNIVERSARY RUN - NO RETRO "
                   "PAY IS FIGURED FOR IT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM20: RUN-ID " WS-RUN-ID
                   " HAS NOT BEEN THROUGH BALANCING - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC > 4
               DISPLAY "CS370PROGRAM20: RUN-ID " WS-RUN-ID
                   " BALANCING ENDED RETURN-CODE " WS-LG-PREREQ-CC
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-RUN-POSTED
               DISPLAY "CS370PROGRAM20: RUN-ID " WS-RUN-ID
                   " HAS ALREADY BEEN POSTED BY CS370PROGRAM10 - "
                   "RUN STOPPED"
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
                   WHEN PRSU23-LG-BALANCE AND PRSU23-LG-ENDED
                       MOVE "Y" TO WS-LG-PREREQ-SW
                       MOVE PRSU23-LG-COND-CODE TO WS-LG-PREREQ-CC
                   WHEN PRSU23-LG-GL-POST AND PRSU23-LG-ENDED
                       MOVE "Y" TO WS-LG-POSTED-SW
                   WHEN PRSU23-LG-ANNIVERSARY AND PRSU23-LG-STARTED
                       MOVE "Y" TO WS-LG-ANNIV-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *1100-LOAD-RATE-TABLE
      *    Read the keys and effective dates of PRSU23RATE.TXT into
      *    memory once.
      *****************************************************************
       1100-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-CNT.
           OPEN INPUT PRSU23-RATE-FILE.
           IF WS-RATE-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23RATE.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
           PERFORM 1120-ADD-RATE-ENTRY THRU 1120-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-RATE-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1100-EXIT.
           EXIT.

       1110-READ-RATE-RECORD.
           READ PRSU23-RATE-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

       1120-ADD-RATE-ENTRY.
           IF WS-RATE-CNT = 500
               DISPLAY "CS370PROGRAM20: PRSU23RATE.TXT EXCEEDS THE "
                   "500 ROWS THE RATE TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATE-CNT.
           MOVE PRSU23-RT-STATE-CD TO
               PRSU23-WS-RT-STATE-CD (WS-RATE-CNT).
           MOVE PRSU23-RT-JOB-CD TO
               PRSU23-WS-RT-JOB-CD (WS-RATE-CNT).
           MOVE PRSU23-RT-EFF-FROM TO
               PRSU23-WS-RT-EFF-FROM (WS-RATE-CNT).
           MOVE PRSU23-RT-EFF-TO TO
               PRSU23-WS-RT-EFF-TO (WS-RATE-CNT).
           PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *1200-LOAD-PFRQ-TABLE
      *    Read PRSU23PFRQ.TXT into memory once.  A missing table or
      *    a row with an unknown frequency or zero periods stops the
      *    run.
      *****************************************************************
       1200-LOAD-PFRQ-TABLE.
           MOVE ZERO TO WS-PFRQ-CNT.
           OPEN INPUT PRSU23-PFRQ-FILE.
           IF WS-PFRQ-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23PFRQ.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-READ-PFRQ-RECORD THRU 1210-EXIT.
           PERFORM 1220-ADD-PFRQ-ENTRY THRU 1220-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-PFRQ-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1200-EXIT.
           EXIT.

       1210-READ-PFRQ-RECORD.
           READ PRSU23-PFRQ-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.

       1220-ADD-PFRQ-ENTRY.
           IF NOT PRSU23-PF-VALID-FREQ
               OR PRSU23-PF-PERIODS NOT NUMERIC
               OR PRSU23-PF-PERIODS = ZERO
               DISPLAY "CS370PROGRAM20: PRSU23PFRQ.TXT ROW "
                   PRSU23-PF-STATE-CD PRSU23-PF-JOB-CD
                   " HAS A BAD FREQUENCY OR PERIOD COUNT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PFRQ-CNT = 250
               DISPLAY "CS370PROGRAM20: PRSU23PFRQ.TXT EXCEEDS THE "
                   "250 ROWS THE PAY-FREQUENCY TABLE HOLDS - RUN "
                   "STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PFRQ-CNT.
           MOVE PRSU23-PF-STATE-CD TO
               PRSU23-WS-PF-STATE-CD (WS-PFRQ-CNT).
           MOVE PRSU23-PF-JOB-CD TO
               PRSU23-WS-PF-JOB-CD (WS-PFRQ-CNT).
           MOVE PRSU23-PF-FREQ-CD TO
               PRSU23-WS-PF-FREQ-CD (WS-PFRQ-CNT).
           MOVE PRSU23-PF-PERIODS TO
               PRSU23-WS-PF-PERIODS (WS-PFRQ-CNT).
           PERFORM 1210-READ-PFRQ-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *1300-LOAD-PCAL-TABLE
      *    Read PRSU23PCAL.TXT into memory once.  A row with dates that
      *    are not dates, or a period ending before it begins, stops
      *    the run - a bad calendar would pay the wrong periods.
      *****************************************************************
       1300-LOAD-PCAL-TABLE.
           MOVE ZERO TO WS-PCAL-CNT.
           OPEN INPUT PRSU23-PCAL-FILE.
           IF WS-PCAL-FILE-MISSING
               DISPLAY "CS370PROGRAM20: PRSU23PCAL.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1310-READ-PCAL-RECORD THRU 1310-EXIT.
           PERFORM 1320-ADD-PCAL-ENTRY THRU 1320-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-PCAL-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1300-EXIT.
           EXIT.

       1310-READ-PCAL-RECORD.
           READ PRSU23-PCAL-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1310-EXIT.
           EXIT.

       1320-ADD-PCAL-ENTRY.
           IF PRSU23-PC-BEGIN-DATE NOT NUMERIC
               OR PRSU23-PC-END-DATE NOT NUMERIC
               OR PRSU23-PC-PAY-DATE NOT NUMERIC
               OR PRSU23-PC-END-DATE < PRSU23-PC-BEGIN-DATE
               DISPLAY "CS370PROGRAM20: PRSU23PCAL.TXT PERIOD "
                   PRSU23-PC-FREQ-CD " " PRSU23-PC-BEGIN-DATE
                   " HAS BAD DATES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PCAL-CNT = 1000
               DISPLAY "CS370PROGRAM20: PRSU23PCAL.TXT EXCEEDS THE "
                   "1000 PERIODS THE CALENDAR TABLE HOLDS - RUN "
                   "STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PCAL-CNT.
           MOVE PRSU23-PC-FREQ-CD TO
               PRSU23-WS-PC-FREQ-CD (WS-PCAL-CNT).
           MOVE PRSU23-PC-BEGIN-DATE TO
               PRSU23-WS-PC-BEGIN-DATE (WS-PCAL-CNT).
           MOVE PRSU23-PC-END-DATE TO
               PRSU23-WS-PC-END-DATE (WS-PCAL-CNT).
           MOVE PRSU23-PC-PAY-DATE TO
               PRSU23-WS-PC-PAY-DATE (WS-PCAL-CNT).
           PERFORM 1310-READ-PCAL-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-AUDIT-RECORD
      *    Figure each audit record of the committed run.  Bonus
      *    audit records carry zero old/new figures and are skipped.
      *****************************************************************
       2000-PROCESS-AUDIT-RECORD.
           IF PRSU23-AU-BONUS-AMT IS NUMERIC
               AND PRSU23-AU-BONUS-AMT NOT = ZERO
               CONTINUE
           ELSE
               IF PRSU23-AU-RUN-ID = WS-RUN-ID
                   PERFORM 2050-FIGURE-ONE-EMPLOYEE THRU 2050-EXIT
               END-IF
           END-IF.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *2050-FIGURE-ONE-EMPLOYEE
      *    Nothing is owed when the run changed nothing, or when the
      *    rate row took effect on or after the commit date (or has
      *    no effective date at all).  Otherwise walk the calendar:
      *    an employee with no pay frequency, or whose frequency's
      *    calendar does not reach back to the effective date, is
      *    held for the payroll office rather than short-paid.
      *****************************************************************
       2050-FIGURE-ONE-EMPLOYEE.
           ADD 1 TO WS-AUDIT-CNT.
           MOVE PRSU23-AU-RUN-DATE TO WS-COMMIT-DATE.
           PERFORM 2100-FIGURE-DIFFERENCES THRU 2100-EXIT.
           PERFORM 2150-LOOKUP-EFF-DATE THRU 2150-EXIT.
           PERFORM 2200-LOOKUP-PAY-FREQ THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN WS-CHG-CNT = ZERO
                   ADD 1 TO WS-UNCHANGED-CNT
               WHEN WS-EFF-DATE = SPACES
                   OR WS-EFF-DATE = "00000000"
                   OR WS-EFF-DATE NOT < WS-COMMIT-DATE
                   ADD 1 TO WS-NONE-OWED-CNT
               WHEN NOT WS-FREQ-FOUND
                   MOVE "NO PRSU23PFRQ.TXT ROW FOR STATE/JOB"
                       TO WS-EXC-REASON
                   PERFORM 2700-WRITE-HELD-LINE THRU 2700-EXIT
               WHEN OTHER
                   PERFORM 2300-WALK-CALENDAR THRU 2300-EXIT
                   IF NOT WS-EFF-DATE-COVERED
                       MOVE "PAY CALENDAR DOES NOT COVER EFF DATE"
                           TO WS-EXC-REASON
                       PERFORM 2700-WRITE-HELD-LINE THRU 2700-EXIT
                   ELSE
                       IF WS-PERIODS-OWED = ZERO
                           ADD 1 TO WS-NONE-OWED-CNT
                       ELSE
                           PERFORM 2400-WRITE-RETRO THRU 2400-EXIT
                       END-IF
                   END-IF
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *2100-FIGURE-DIFFERENCES
      *    New minus old for salary, dues, premium and each deduction
      *    slot, counting how many actually moved.
      *****************************************************************
       2100-FIGURE-DIFFERENCES.
           MOVE ZERO TO WS-CHG-CNT.
           COMPUTE WS-SAL-DIFF = PRSU23-AU-NEW-SAL - PRSU23-AU-OLD-SAL.
           COMPUTE WS-DUES-DIFF =
               PRSU23-AU-NEW-DUES - PRSU23-AU-OLD-DUES.
           COMPUTE WS-PREM-DIFF =
               PRSU23-AU-NEW-PREM - PRSU23-AU-OLD-PREM.
           IF WS-SAL-DIFF NOT = ZERO
               ADD 1 TO WS-CHG-CNT
           END-IF.
           IF WS-DUES-DIFF NOT = ZERO
               ADD 1 TO WS-CHG-CNT
           END-IF.
           IF WS-PREM-DIFF NOT = ZERO
               ADD 1 TO WS-CHG-CNT
           END-IF.
           PERFORM 2110-FIGURE-ONE-DED THRU 2110-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
       2100-EXIT.
           EXIT.

       2110-FIGURE-ONE-DED.
           MOVE ZERO TO WS-DED-DIFF (WS-DED-SUB).
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-DED-DIFF (WS-DED-SUB) =
                   PRSU23-AU-NEW-DED (WS-DED-SUB) -
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
               IF WS-DED-DIFF (WS-DED-SUB) NOT = ZERO
                   ADD 1 TO WS-CHG-CNT
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *2150-LOOKUP-EFF-DATE
      *    The effective date is the EFF-FROM of the rate row the raise
      *    came from: the employee's exact State/Job row in force on
      *    the commit date, else the in-force "**"/"***" default row -
      *    the same lookup 2210-LOOKUP-RATE makes in CS370PROGRAM1.
      *****************************************************************
       2150-LOOKUP-EFF-DATE.
           MOVE SPACES TO WS-EFF-DATE.
           SET WS-RT-IX TO 1.
           SEARCH PRSU23-WS-RATE
               AT END
                   PERFORM 2160-LOOKUP-DEFAULT-EFF THRU 2160-EXIT
               WHEN PRSU23-WS-RT-STATE-CD (WS-RT-IX) =
                       PRSU23-AU-STATE-CD
                   AND PRSU23-WS-RT-JOB-CD (WS-RT-IX) =
                       PRSU23-AU-JOB-CD
                   AND (PRSU23-WS-RT-EFF-FROM (WS-RT-IX) = SPACES
                       OR PRSU23-WS-RT-EFF-FROM (WS-RT-IX)
                           NOT > WS-COMMIT-DATE)
                   AND (PRSU23-WS-RT-EFF-TO (WS-RT-IX) = SPACES
                       OR PRSU23-WS-RT-EFF-TO (WS-RT-IX)
                           NOT < WS-COMMIT-DATE)
                   MOVE PRSU23-WS-RT-EFF-FROM (WS-RT-IX) TO WS-EFF-DATE
           END-SEARCH.
       2150-EXIT.
           EXIT.

       2160-LOOKUP-DEFAULT-EFF.
           SET WS-RT-IX TO 1.
           SEARCH PRSU23-WS-RATE
               AT END
                   CONTINUE
               WHEN PRSU23-WS-RT-STATE-CD (WS-RT-IX) = "**"
                   AND PRSU23-WS-RT-JOB-CD (WS-RT-IX) = "***"
                   AND (PRSU23-WS-RT-EFF-FROM (WS-RT-IX) = SPACES
                       OR PRSU23-WS-RT-EFF-FROM (WS-RT-IX)
                           NOT > WS-COMMIT-DATE)
                   AND (PRSU23-WS-RT-EFF-TO (WS-RT-IX) = SPACES
                       OR PRSU23-WS-RT-EFF-TO (WS-RT-IX)
                           NOT < WS-COMMIT-DATE)
                   MOVE PRSU23-WS-RT-EFF-FROM (WS-RT-IX) TO WS-EFF-DATE
           END-SEARCH.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *2200-LOOKUP-PAY-FREQ
      *    The exact State/Job row first, then the "**"/"***" default
      *    row.
      *****************************************************************
       2200-LOOKUP-PAY-FREQ.
           MOVE "N" TO WS-FREQ-FOUND-SW.
           SET WS-PF-IX TO 1.
           SEARCH PRSU23-WS-PFRQ
               AT END
                   PERFORM 2250-LOOKUP-DEFAULT-FREQ THRU 2250-EXIT
               WHEN PRSU23-WS-PF-STATE-CD (WS-PF-IX) =
                       PRSU23-AU-STATE-CD
                   AND PRSU23-WS-PF-JOB-CD (WS-PF-IX) =
                       PRSU23-AU-JOB-CD
                   PERFORM 2280-SAVE-FREQ THRU 2280-EXIT
           END-SEARCH.
       2200-EXIT.
           EXIT.

       2250-LOOKUP-DEFAULT-FREQ.
           SET WS-PF-IX TO 1.
           SEARCH PRSU23-WS-PFRQ
               AT END
                   CONTINUE
               WHEN PRSU23-WS-PF-STATE-CD (WS-PF-IX) = "**"
                   AND PRSU23-WS-PF-JOB-CD (WS-PF-IX) = "***"
                   PERFORM 2280-SAVE-FREQ THRU 2280-EXIT
           END-SEARCH.
       2250-EXIT.
           EXIT.

       2280-SAVE-FREQ.
           MOVE "Y" TO WS-FREQ-FOUND-SW.
           MOVE PRSU23-WS-PF-FREQ-CD (WS-PF-IX) TO WS-FREQ-CD.
           MOVE PRSU23-WS-PF-PERIODS (WS-PF-IX) TO WS-FREQ-PERIODS.
       2280-EXIT.
           EXIT.

      *****************************************************************
      *2300-WALK-CALENDAR
      *    Count the periods of the employee's frequency already paid
      *    at the old rate: paid on or before the commit date and
      *    ending on or after the effective date.  A period that
      *    begins before the effective date counts its share of
      *    calendar days from the effective date to its end.  Note
      *    along the way whether any period of the frequency spans
      *    the effective date at all.
      *****************************************************************
       2300-WALK-CALENDAR.
           MOVE "N" TO WS-COVERED-SW.
           MOVE ZERO TO WS-PERIODS-OWED.
           PERFORM 2310-CHECK-ONE-PERIOD THRU 2310-EXIT
               VARYING WS-PCAL-SUB FROM 1 BY 1
               UNTIL WS-PCAL-SUB > WS-PCAL-CNT.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-PERIOD.
           IF PRSU23-WS-PC-FREQ-CD (WS-PCAL-SUB) = WS-FREQ-CD
               IF PRSU23-WS-PC-BEGIN-DATE (WS-PCAL-SUB)
                       NOT > WS-EFF-DATE
                   AND PRSU23-WS-PC-END-DATE (WS-PCAL-SUB)
                       NOT < WS-EFF-DATE
                   MOVE "Y" TO WS-COVERED-SW
               END-IF
               IF PRSU23-WS-PC-PAY-DATE (WS-PCAL-SUB)
                       NOT > WS-COMMIT-DATE
                   AND PRSU23-WS-PC-END-DATE (WS-PCAL-SUB)
                       NOT < WS-EFF-DATE
                   IF PRSU23-WS-PC-BEGIN-DATE (WS-PCAL-SUB)
                           NOT < WS-EFF-DATE
                       ADD 1 TO WS-PERIODS-OWED
                   ELSE
                       PERFORM 2320-FIGURE-PERIOD-SHARE THRU 2320-EXIT
                       ADD WS-PERIOD-SHARE TO WS-PERIODS-OWED
                   END-IF
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

       2320-FIGURE-PERIOD-SHARE.
           MOVE PRSU23-WS-PC-BEGIN-DATE (WS-PCAL-SUB)
               TO PRSU23-WS-DN-DATE.
           PERFORM 2350-FIGURE-DAY-NUMBER THRU 2350-EXIT.
           MOVE WS-DN-DAYS TO WS-DAYS-BEGIN.
           MOVE PRSU23-WS-PC-END-DATE (WS-PCAL-SUB)
               TO PRSU23-WS-DN-DATE.
           PERFORM 2350-FIGURE-DAY-NUMBER THRU 2350-EXIT.
           MOVE WS-DN-DAYS TO WS-DAYS-END.
           MOVE WS-EFF-DATE TO PRSU23-WS-DN-DATE.
           PERFORM 2350-FIGURE-DAY-NUMBER THRU 2350-EXIT.
           MOVE WS-DN-DAYS TO WS-DAYS-EFF.
           COMPUTE WS-DAYS-EFF = WS-DAYS-END - WS-DAYS-EFF + 1.
           COMPUTE WS-DAYS-BEGIN = WS-DAYS-END - WS-DAYS-BEGIN + 1.
           DIVIDE WS-DAYS-EFF BY WS-DAYS-BEGIN
               GIVING WS-PERIOD-SHARE ROUNDED.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *2350-FIGURE-DAY-NUMBER
      *    Turn the YYYYMMDD date in PRSU23-WS-DN-DATE into a running
      *    day count in WS-DN-DAYS.  The year is taken to start in
      *    March so the leap day falls at the end of it; each 400-year
      *    era has 146097 days and each era-year 365 plus its share of
      *    leap days.  Every division truncates into its own integer
      *    field.
      *****************************************************************
       2350-FIGURE-DAY-NUMBER.
           IF WS-DN-MM > 2
               MOVE WS-DN-YYYY TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-DN-MM - 3
           ELSE
               COMPUTE WS-DN-YEAR = WS-DN-YYYY - 1
               COMPUTE WS-DN-MONTH = WS-DN-MM + 9
           END-IF.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-ERA.
           COMPUTE WS-DN-YOE = WS-DN-YEAR - WS-DN-ERA * 400.
           COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DAYS.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-DN-DD - 1
               + WS-DN-YOE * 365 + WS-DN-ERA * 146097.
           DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-DAYS.
           DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-WORK.
           SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *2400-WRITE-RETRO
      *    Build and write the retro payment record, print it on the
      *    register and add it into the totals and the State/Job
      *    retro GL.
      *****************************************************************
       2400-WRITE-RETRO.
           MOVE SPACES TO PRSU23-RETRO-DETAIL.
           MOVE "DT" TO PRSU23-RP-REC-TYPE.
           MOVE PRSU23-AU-EMP-NUM TO PRSU23-RP-EMP-NUM.
           MOVE PRSU23-AU-EMP-NAME TO PRSU23-RP-EMP-NAME.
           MOVE PRSU23-AU-STATE-CD TO PRSU23-RP-STATE-CD.
           MOVE PRSU23-AU-JOB-CD TO PRSU23-RP-JOB-CD.
           MOVE WS-EFF-DATE TO PRSU23-RP-EFF-DATE.
           MOVE WS-COMMIT-DATE TO PRSU23-RP-COMMIT-DATE.
           MOVE WS-PERIODS-OWED TO PRSU23-RP-PERIODS-OWED.
           COMPUTE PRSU23-RP-RETRO-GROSS ROUNDED =
               WS-SAL-DIFF * WS-PERIODS-OWED / WS-FREQ-PERIODS.
           MOVE ZERO TO PRSU23-RP-DED-CNT.
           MOVE ZERO TO WS-RETRO-DED-TOT.
           IF WS-DUES-DIFF NOT = ZERO
               ADD 1 TO PRSU23-RP-DED-CNT
               MOVE "DUES" TO PRSU23-RP-DED-CD (PRSU23-RP-DED-CNT)
               COMPUTE PRSU23-RP-DED-AMT (PRSU23-RP-DED-CNT) ROUNDED =
                   WS-DUES-DIFF * WS-PERIODS-OWED
           END-IF.
           IF WS-PREM-DIFF NOT = ZERO
               ADD 1 TO PRSU23-RP-DED-CNT
               MOVE "PREM" TO PRSU23-RP-DED-CD (PRSU23-RP-DED-CNT)
               COMPUTE PRSU23-RP-DED-AMT (PRSU23-RP-DED-CNT) ROUNDED =
                   WS-PREM-DIFF * WS-PERIODS-OWED
           END-IF.
           PERFORM 2410-ADD-RETRO-DED THRU 2410-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           PERFORM 2420-FINISH-DED-SLOT THRU 2420-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 10.
           WRITE PRSU23-RETRO-DETAIL.
           ADD 1 TO WS-PAID-CNT.
           ADD PRSU23-RP-RETRO-GROSS TO WS-GROSS-TOT.
           ADD WS-RETRO-DED-TOT TO WS-DED-TOT.
           MOVE SPACES TO PRSU23-WS-RREG-DETAIL-LINE.
           MOVE PRSU23-AU-EMP-NUM TO PRSU23-RD-EMP-NUM.
           MOVE PRSU23-AU-EMP-NAME TO PRSU23-RD-EMP-NAME.
           MOVE PRSU23-AU-STATE-CD TO PRSU23-RD-STATE-CD.
           MOVE PRSU23-AU-JOB-CD TO PRSU23-RD-JOB-CD.
           MOVE WS-EFF-DATE TO PRSU23-RD-EFF-DATE.
           MOVE WS-PERIODS-OWED TO PRSU23-RD-PERIODS.
           MOVE PRSU23-AU-OLD-SAL TO PRSU23-RD-OLD-SAL.
           MOVE PRSU23-AU-NEW-SAL TO PRSU23-RD-NEW-SAL.
           MOVE PRSU23-RP-RETRO-GROSS TO PRSU23-RD-RETRO-GROSS.
           MOVE WS-RETRO-DED-TOT TO PRSU23-RD-RETRO-DEDS.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-DETAIL-LINE.
           PERFORM 2500-ADD-TO-RETRO-GL THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

       2410-ADD-RETRO-DED.
           IF WS-DED-DIFF (WS-DED-SUB) NOT = ZERO
               ADD 1 TO PRSU23-RP-DED-CNT
               MOVE PRSU23-AU-DED-CD (WS-DED-SUB)
                   TO PRSU23-RP-DED-CD (PRSU23-RP-DED-CNT)
               COMPUTE PRSU23-RP-DED-AMT (PRSU23-RP-DED-CNT) ROUNDED =
                   WS-DED-DIFF (WS-DED-SUB) * WS-PERIODS-OWED
           END-IF.
       2410-EXIT.
           EXIT.

       2420-FINISH-DED-SLOT.
           IF WS-DED-SUB > PRSU23-RP-DED-CNT
               MOVE ZERO TO PRSU23-RP-DED-AMT (WS-DED-SUB)
           ELSE
               ADD PRSU23-RP-DED-AMT (WS-DED-SUB) TO WS-RETRO-DED-TOT
           END-IF.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *2500-ADD-TO-RETRO-GL
      *    Add the employee's retro into the State/Job cell, opening
      *    the cell the first time the State/Job is seen.
      *****************************************************************
       2500-ADD-TO-RETRO-GL.
           MOVE "N" TO WS-CELL-FOUND-SW.
           PERFORM 2510-MATCH-CELL THRU 2510-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-FOUND OR WS-CELL-SUB > WS-CELL-CNT.
           IF WS-CELL-FOUND
               SUBTRACT 1 FROM WS-CELL-SUB
           ELSE
               IF WS-CELL-CNT = 250
                   DISPLAY "CS370PROGRAM20: MORE THAN 250 STATE/JOB "
                       "CELLS OWE RETRO PAY - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-CNT
               MOVE WS-CELL-CNT TO WS-CELL-SUB
               MOVE PRSU23-AU-STATE-CD TO WS-CELL-STATE-CD (WS-CELL-SUB)
               MOVE PRSU23-AU-JOB-CD TO WS-CELL-JOB-CD (WS-CELL-SUB)
               MOVE ZERO TO WS-CELL-SAL (WS-CELL-SUB)
               MOVE ZERO TO WS-CELL-DUES (WS-CELL-SUB)
               MOVE ZERO TO WS-CELL-PREM (WS-CELL-SUB)
               PERFORM 2520-CLEAR-CELL-DED THRU 2520-EXIT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 8
           END-IF.
           ADD PRSU23-RP-RETRO-GROSS TO WS-CELL-SAL (WS-CELL-SUB).
           PERFORM 2530-ADD-CELL-DED THRU 2530-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > PRSU23-RP-DED-CNT.
       2500-EXIT.
           EXIT.

       2510-MATCH-CELL.
           IF WS-CELL-STATE-CD (WS-CELL-SUB) = PRSU23-AU-STATE-CD
               AND WS-CELL-JOB-CD (WS-CELL-SUB) = PRSU23-AU-JOB-CD
               MOVE "Y" TO WS-CELL-FOUND-SW
           END-IF.
       2510-EXIT.
           EXIT.

       2520-CLEAR-CELL-DED.
           MOVE SPACES TO WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB).
           MOVE ZERO TO WS-CELL-DED-AMT (WS-CELL-SUB, WS-SLOT-SUB).
       2520-EXIT.
           EXIT.

       2530-ADD-CELL-DED.
           EVALUATE PRSU23-RP-DED-CD (WS-DED-SUB)
               WHEN "DUES"
                   ADD PRSU23-RP-DED-AMT (WS-DED-SUB)
                       TO WS-CELL-DUES (WS-CELL-SUB)
               WHEN "PREM"
                   ADD PRSU23-RP-DED-AMT (WS-DED-SUB)
                       TO WS-CELL-PREM (WS-CELL-SUB)
               WHEN OTHER
                   PERFORM 2540-FIND-CELL-SLOT THRU 2540-EXIT
                   ADD PRSU23-RP-DED-AMT (WS-DED-SUB)
                       TO WS-CELL-DED-AMT (WS-CELL-SUB, WS-SLOT-SUB)
           END-EVALUATE.
       2530-EXIT.
           EXIT.

      *****************************************************************
      *2540-FIND-CELL-SLOT
      *    Leave WS-SLOT-SUB on the cell's slot for the deduction code,
      *    taking the first free slot the first time the code is
      *    seen.  PRSU23DED.TXT carries at most eight codes, so a free
      *    slot is always there.
      *****************************************************************
       2540-FIND-CELL-SLOT.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM 2550-MATCH-CELL-SLOT THRU 2550-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-FOUND OR WS-SLOT-SUB > 8.
           SUBTRACT 1 FROM WS-SLOT-SUB.
           IF WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB) = SPACES
               MOVE PRSU23-RP-DED-CD (WS-DED-SUB)
                   TO WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB)
           END-IF.
       2540-EXIT.
           EXIT.

       2550-MATCH-CELL-SLOT.
           IF WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB) =
                   PRSU23-RP-DED-CD (WS-DED-SUB)
               OR WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB) = SPACES
               MOVE "Y" TO WS-SLOT-FOUND-SW
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *2700-WRITE-HELD-LINE
      *    Report an employee held back from the retro payment.
      *****************************************************************
       2700-WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-CNT.
           MOVE SPACES TO PRSU23-WS-RREG-HELD-LINE.
           MOVE PRSU23-AU-EMP-NUM TO PRSU23-RH-EMP-NUM.
           MOVE PRSU23-AU-EMP-NAME TO PRSU23-RH-EMP-NAME.
           MOVE PRSU23-AU-STATE-CD TO PRSU23-RH-STATE-CD.
           MOVE PRSU23-AU-JOB-CD TO PRSU23-RH-JOB-CD.
           MOVE WS-EFF-DATE TO PRSU23-RH-EFF-DATE.
           MOVE WS-EXC-REASON TO PRSU23-RH-REASON.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-HELD-LINE.
       2700-EXIT.
           EXIT.

       2900-READ-AUDIT-RECORD.
           READ PRSU23-AUDIT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-FINALIZE
      *    Write the retro GL cells and the payment file trailer,
      *    print the counts and totals, close the files and set the
      *    return code - 8 when anyone was held back or the run-id
      *    had no audit records at all.
      *****************************************************************
       3000-FINALIZE.
           PERFORM 3100-WRITE-RETRO-GL THRU 3100-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-CNT.
           MOVE SPACES TO PRSU23-RETRO-TRAILER.
           MOVE "TR" TO PRSU23-RX-REC-TYPE.
           MOVE WS-RUN-ID TO PRSU23-RX-RUN-ID.
           MOVE WS-PAID-CNT TO PRSU23-RX-REC-CNT.
           MOVE WS-GROSS-TOT TO PRSU23-RX-GROSS-TOT.
           MOVE WS-DED-TOT TO PRSU23-RX-DED-TOT.
           WRITE PRSU23-RETRO-TRAILER.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-PAID-CNT TO PRSU23-RC-PAID-CNT.
           MOVE WS-NONE-OWED-CNT TO PRSU23-RC-NONE-OWED-CNT.
           MOVE WS-UNCHANGED-CNT TO PRSU23-RC-UNCHANGED-CNT.
           MOVE WS-HELD-CNT TO PRSU23-RC-HELD-CNT.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-COUNT-LINE.
           MOVE WS-GROSS-TOT TO PRSU23-RT-GROSS-TOT.
           MOVE WS-DED-TOT TO PRSU23-RT-DED-TOT.
           WRITE PRSU23-RREG-LINE FROM PRSU23-WS-RREG-TOTAL-LINE.
           CLOSE PRSU23-AUDIT-FILE.
           CLOSE PRSU23-RPAY-FILE.
           CLOSE PRSU23-RGL-FILE.
           CLOSE PRSU23-RREG-FILE.
           IF WS-AUDIT-CNT = ZERO
               DISPLAY "CS370PROGRAM20: NO AUDIT RECORDS FOR RUN-ID "
                   WS-RUN-ID " - NOTHING FIGURED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-CNT > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 3200-WRITE-LEDGER-ENTRY THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-RETRO-GL
      *    One PRSU23GL.CPY record per State/Job cell.  Retro pay is
      *    current-year cost in full: FY-MONTHS is 12 and the prorated
      *    figures carry the whole amount.
      *****************************************************************
       3100-WRITE-RETRO-GL.
           MOVE SPACES TO PRSU23-GL-RECORD.
           MOVE WS-CELL-STATE-CD (WS-CELL-SUB) TO PRSU23-GL-STATE-CD.
           MOVE WS-CELL-JOB-CD (WS-CELL-SUB) TO PRSU23-GL-JOB-CD.
           MOVE WS-CELL-SAL (WS-CELL-SUB) TO PRSU23-GL-SAL-INCR.
           MOVE WS-CELL-DUES (WS-CELL-SUB) TO PRSU23-GL-DUES-INCR.
           MOVE WS-CELL-PREM (WS-CELL-SUB) TO PRSU23-GL-PREM-INCR.
           MOVE 12 TO PRSU23-GL-FY-MONTHS.
           MOVE WS-CELL-SAL (WS-CELL-SUB) TO PRSU23-GL-PRO-SAL-INCR.
           MOVE WS-CELL-DUES (WS-CELL-SUB) TO PRSU23-GL-PRO-DUES-INCR.
           MOVE WS-CELL-PREM (WS-CELL-SUB) TO PRSU23-GL-PRO-PREM-INCR.
           PERFORM 3110-MOVE-GL-DED THRU 3110-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.
           MOVE ZERO TO PRSU23-GL-BONUS-AMT.
           WRITE PRSU23-GL-RECORD.
       3100-EXIT.
           EXIT.

       3110-MOVE-GL-DED.
           MOVE WS-CELL-DED-CD (WS-CELL-SUB, WS-SLOT-SUB)
               TO PRSU23-GL-DED-CD (WS-SLOT-SUB).
           MOVE WS-CELL-DED-AMT (WS-CELL-SUB, WS-SLOT-SUB)
               TO PRSU23-GL-DED-INCR (WS-SLOT-SUB).
       3110-EXIT.
           EXIT.

      *****************************************************************
      *3200-WRITE-LEDGER-ENTRY
      *    Post the retro step's ending condition for this run to the
      *    PRSU23LDG.TXT cycle run ledger - CS370PROGRAM10 posts
      *    PRSU23RGL.TXT with the run only after a clean ending here.
      *****************************************************************
       3200-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "20" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3200-EXIT.
           EXIT.
