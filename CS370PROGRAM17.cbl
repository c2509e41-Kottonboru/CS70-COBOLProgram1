       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM17.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Reference table maintenance.  PRSU23RATE.TXT, PRSU23BAND.TXT,
      * PRSU23DED.TXT, PRSU23MERIT.TXT and PRSU23ACCT.TXT have always
      * been hand-edited in a text editor, and a bad row only surfaced
      * when CS370PROGRAM1's table loads or CS370PROGRAM10's account
      * lookups tripped over it mid-cycle.  This program applies keyed
      * add/change/delete transactions to those tables instead, edits
      * every change against the rules the cycle depends on, and
      * prints each one on a before/after register the owner and
      * Finance sign off.
      ******
      *INPUT:
      *    PRSU23TMNT.TXT - the table maintenance transactions - see
      *        PRSU23TM.CPY.
      *    PRSU23RATE.TXT / PRSU23BAND.TXT / PRSU23DED.TXT /
      *        PRSU23MERIT.TXT / PRSU23ACCT.TXT / PRSU23BUDG.TXT /
      *        PRSU23OPER.TXT / PRSU23STEP.TXT - the tables, loaded
      *        whole; a missing table loads empty so the first adds
      *        can build it.
      *    PRSU23STATE.TXT - the valid State Code table.
      ******
      *OUTPUT:
      *    The same eight tables, rewritten in place - only a table
      *        that had a change applied is rewritten, rows in their
      *        original order with added rows at the end.
      *    PRSU23TREG.TXT - the change register: one line per
      *        transaction with its disposition and reason, the row
      *        BEFORE and AFTER for every applied change, counts, and
      *        sign-off lines for the owner and Finance.
      *
      *    RETURN-CODE 0 - every transaction applied.
      *    RETURN-CODE 4 - one or more transactions rejected; the
      *        register says which and why.
      *    RETURN-CODE 16 - the transaction or state table is missing,
      *        or a table outgrew its in-memory capacity.
      ******
      *Calculations Section:
      *
      *    Row edits, applied to every add and change:
      *        State Code must be on PRSU23STATE.TXT and Job Code one
      *            of the four job codes, unless the row is the
      *            "**"/"***" default row.
      *        Rate, deduction and dues/premium multipliers must be
      *            numeric and between 0.900 and 1.250.
      *        Merit factors must be numeric and between 0.000 and
      *            2.000.
      *        Effective dates must be both blank or both YYYYMMDD
      *            with EFF-FROM not after EFF-TO.
      *        Band minimum may not exceed band maximum.
      *        A deduction code may not be SAL /DUES/PREM/BNUS - those
      *            name the fixed GL components on PRSU23ACCT.TXT.
      *        An account mapping's component must be SAL /DUES/PREM/
      *            BNUS or a code on PRSU23DED.TXT, and must carry
      *            both a debit and a credit account.
      *        A raise budget row must name a numeric fiscal year and
      *            a real State/Job - no "**"/"***" default row - and
      *            carry a numeric budget amount.
      *        An operator authorization row must carry an operator
      *            ID, an access code of I, M or B, and at least one
      *            State Code; every State Code must be on
      *            PRSU23STATE.TXT or be "**" for every state.
      *        A step schedule row must name a real State/Job - no
      *            "**"/"***" default row - and a numeric step from 02
      *            up, and carry a numeric step amount above zero.
      *    Table edits, applied after the change is made in memory -
      *    a failure puts the row back the way it was:
      *        No two PRSU23RATE.TXT rows for the same State/Job may
      *            have overlapping EFF-FROM/EFF-TO ranges.
      *        PRSU23RATE.TXT must keep a "*****" default row in force
      *            on or after the run date.
      *        Every deduction code, merit rating and account
      *            component with any rows must keep its "*****"
      *            default row.
      *        PRSU23DED.TXT may not define more than eight distinct
      *            codes - the record layouts carry eight slots.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the reference table maintenance
      *                    program with edit checks and a before/
      *                    after change register.
      *    2026-10-15  AC  PRSU23BUDG.TXT raise budget table maintained
      *                    as TABLE-ID "BUDG ", keyed fiscal
      *                    year/State/Job.
      *    2026-10-15  AC  PRSU23OPER.TXT operator authorization table
      *                    maintained as TABLE-ID "OPER ", keyed
      *                    operator ID.
      *    2026-10-15  AC  A row failing its own field edits now prints
      *                    REJECTED and counts as rejected; it was left
      *                    off the table but shown as APPLIED.
      *    2026-10-15  AC  PRSU23STEP.TXT union step schedule
      *                    maintained as TABLE-ID "STEP ", keyed
      *                    State/Job/step.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-TMNT-FILE ASSIGN TO "PRSU23TMNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMNT-STATUS.

           SELECT PRSU23-STATE-FILE ASSIGN TO "PRSU23STATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT PRSU23-RATE-FILE ASSIGN TO "PRSU23RATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PRSU23-BAND-FILE ASSIGN TO "PRSU23BAND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT PRSU23-DED-FILE ASSIGN TO "PRSU23DED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

           SELECT PRSU23-MERIT-FILE ASSIGN TO "PRSU23MERIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-STATUS.

           SELECT PRSU23-ACCT-FILE ASSIGN TO "PRSU23ACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRSU23-BUDG-FILE ASSIGN TO "PRSU23BUDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT PRSU23-OPER-FILE ASSIGN TO "PRSU23OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT PRSU23-STEP-FILE ASSIGN TO "PRSU23STEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT PRSU23-TREG-FILE ASSIGN TO "PRSU23TREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-TMNT-FILE.
           COPY PRSU23TM.

       FD  PRSU23-STATE-FILE.
           COPY PRSU23ST.

       FD  PRSU23-RATE-FILE.
           COPY PRSU23RT.

       FD  PRSU23-BAND-FILE.
           COPY PRSU23BD.

       FD  PRSU23-DED-FILE.
           COPY PRSU23DT.

       FD  PRSU23-MERIT-FILE.
           COPY PRSU23MM.

       FD  PRSU23-ACCT-FILE.
           COPY PRSU23AC.

       FD  PRSU23-BUDG-FILE.
           COPY PRSU23BG.

       FD  PRSU23-OPER-FILE.
           COPY PRSU23OP.

       FD  PRSU23-STEP-FILE.
           COPY PRSU23SP.

       FD  PRSU23-TREG-FILE.
       01  PRSU23-TREG-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-TMNT-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-TMNT-FILE-MISSING        VALUE "35".
       77  WS-STATE-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-STATE-FILE-MISSING       VALUE "35".
       77  WS-RATE-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-RATE-FILE-MISSING        VALUE "35".
       77  WS-BAND-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BAND-FILE-MISSING        VALUE "35".
       77  WS-DED-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-DED-FILE-MISSING         VALUE "35".
       77  WS-MERIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-MERIT-FILE-MISSING       VALUE "35".
       77  WS-ACCT-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ACCT-FILE-MISSING        VALUE "35".
       77  WS-BUDG-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-BUDG-FILE-MISSING        VALUE "35".
       77  WS-OPER-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-OPER-FILE-MISSING        VALUE "35".
       77  WS-STEP-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-STEP-FILE-MISSING        VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * State Code table, loaded from PRSU23STATE.TXT the same way
      * CS370PROGRAM1's 1300-LOAD-STATE-TABLE loads it.
      *----------------------------------------------------------------
       77  WS-STATE-CNT                    PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-STATE-TABLE.
           05  PRSU23-WS-STATE OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-STATE-CNT
                   INDEXED BY WS-ST-IX.
               10  PRSU23-WS-ST-STATE-CD   PIC X(02).
               10  PRSU23-WS-ST-STATE-NAME PIC X(20).

      *----------------------------------------------------------------
      * The eight reference tables, held together as row images in
      * file order.  Each row carries its table, its key, its default-
      * row group (deduction code, merit rating or account component)
      * and an active switch - a deleted row stays in its slot with
      * the switch off and is simply not written back.  Sized for the
      * deduction table's documented 1800-row maximum plus the rate,
      * merit, band, account, budget, operator and step tables at their
      * own load limits.
      *----------------------------------------------------------------
       77  WS-ROW-CNT                      PIC 9(04) COMP VALUE ZERO.
       77  WS-ROW-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  WS-HIT-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-ROW-TABLE.
           05  PRSU23-WS-ROW OCCURS 1 TO 4000 TIMES
                   DEPENDING ON WS-ROW-CNT.
               10  PRSU23-WS-RW-TABLE-ID   PIC X(05).
               10  PRSU23-WS-RW-KEY        PIC X(13).
               10  PRSU23-WS-RW-GROUP      PIC X(04).
               10  PRSU23-WS-RW-DEFAULT-SW PIC X(01).
               10  PRSU23-WS-RW-ACTIVE-SW  PIC X(01).
               10  PRSU23-WS-RW-IMAGE      PIC X(40).

      *----------------------------------------------------------------
      * The row under edit, unpacked through the table layouts by
      * 2100-UNPACK-ROW, and a second rate layout for the row it is
      * being compared against in the overlap check.
      *----------------------------------------------------------------
       77  WS-NEW-TABLE-ID                 PIC X(05) VALUE SPACES.
       77  WS-NEW-IMAGE                    PIC X(40) VALUE SPACES.
       77  WS-NEW-KEY                      PIC X(13) VALUE SPACES.
       77  WS-NEW-GROUP                    PIC X(04) VALUE SPACES.
       77  WS-NEW-DEFAULT-SW               PIC X(01) VALUE "N".
           88  WS-NEW-DEFAULT-ROW          VALUE "Y".
       77  WS-BEFORE-IMAGE                 PIC X(40) VALUE SPACES.
       77  WS-EDIT-STATE-CD                PIC X(02) VALUE SPACES.
       77  WS-EDIT-JOB-CD                  PIC X(03) VALUE SPACES.

           COPY PRSU23RT REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23BD REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23DT REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23MM REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23AC REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23BG REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23OP REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23SP REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

           COPY PRSU23RT REPLACING LEADING ==PRSU23== BY ==PRSU23-WX==.

      *----------------------------------------------------------------
      * Edit limits.  A multiplier below 0.900 would cut pay by more
      * than a tenth and one above 1.250 raise it by more than a
      * quarter - neither is a rate anybody approves, so both are
      * treated as keying errors.  A merit factor scales only the
      * raise portion of the multiplier, so 0.000 (no raise) through
      * 2.000 (double the table raise) is the sane range.
      *----------------------------------------------------------------
       77  WS-PCT-LOW                      PIC 9V999 VALUE 0.900.
       77  WS-PCT-HIGH                     PIC 9V999 VALUE 1.250.
       77  WS-FACTOR-LOW                   PIC 9V999 VALUE 0.000.
       77  WS-FACTOR-HIGH                  PIC 9V999 VALUE 2.000.

      *----------------------------------------------------------------
      * Table edit work fields.
      *----------------------------------------------------------------
       77  WS-NEW-FROM                     PIC X(08) VALUE SPACES.
       77  WS-NEW-TO                       PIC X(08) VALUE SPACES.
       77  WS-CMP-FROM                     PIC X(08) VALUE SPACES.
       77  WS-CMP-TO                       PIC X(08) VALUE SPACES.
       77  WS-GROUP-ROW-CNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-GROUP-DFLT-CNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-DCODE-CNT                    PIC 9(02) COMP VALUE ZERO.
       77  WS-DCODE-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  WS-DCODE-FOUND-SW               PIC X(01) VALUE "N".
           88  WS-DCODE-FOUND              VALUE "Y".
       77  WS-DCODE-OVER-SW                PIC X(01) VALUE "N".
           88  WS-DCODE-OVER               VALUE "Y".
       01  PRSU23-WS-DCODE-TABLE.
           05  WS-DCODE OCCURS 8 TIMES    PIC X(04).
       77  WS-STATE-VALID-SW               PIC X(01) VALUE "N".
           88  WS-STATE-VALID              VALUE "Y".
       77  WS-COMP-KNOWN-SW                PIC X(01) VALUE "N".
           88  WS-COMP-KNOWN               VALUE "Y".
       77  WS-OPER-ST-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-OPER-ST-CNT                  PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Which tables had a change applied and must be rewritten.
      *----------------------------------------------------------------
       77  WS-RATE-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-RATE-CHANGED             VALUE "Y".
       77  WS-BAND-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-BAND-CHANGED             VALUE "Y".
       77  WS-DED-CHANGED-SW               PIC X(01) VALUE "N".
           88  WS-DED-CHANGED              VALUE "Y".
       77  WS-MERIT-CHANGED-SW             PIC X(01) VALUE "N".
           88  WS-MERIT-CHANGED            VALUE "Y".
       77  WS-ACCT-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-ACCT-CHANGED             VALUE "Y".
       77  WS-BUDG-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-BUDG-CHANGED             VALUE "Y".
       77  WS-OPER-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-OPER-CHANGED             VALUE "Y".
       77  WS-STEP-CHANGED-SW              PIC X(01) VALUE "N".
           88  WS-STEP-CHANGED             VALUE "Y".

       77  WS-TRAN-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLIED-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-CNT                 PIC 9(07) COMP VALUE ZERO.

       77  WS-ACTION-DESC                  PIC X(06) VALUE SPACES.
       77  WS-DISPOSITION                  PIC X(08) VALUE SPACES.
       77  WS-REJECT-REASON                PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------
      * Register line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-REG-HEAD-1.
           05  FILLER                      PIC X(44) VALUE
               "REFERENCE TABLE MAINTENANCE REGISTER".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE: ".
           05  PRSU23-TH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  PRSU23-WS-REG-HEAD-2.
           05  FILLER                      PIC X(132) VALUE
               "  SEQ  TABLE ACTION KEY            DISPOSITION  REASON".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-REG-DETAIL-LINE.
           05  PRSU23-TG-SEQ               PIC ZZZZ9.
           05  FILLER                      PIC X(02).
           05  PRSU23-TG-TABLE-ID          PIC X(05).
           05  FILLER                      PIC X(01).
           05  PRSU23-TG-ACTION            PIC X(06).
           05  FILLER                      PIC X(01).
           05  PRSU23-TG-KEY               PIC X(13).
           05  FILLER                      PIC X(02).
           05  PRSU23-TG-DISPOSITION       PIC X(08).
           05  FILLER                      PIC X(05).
           05  PRSU23-TG-REASON            PIC X(36).
           05  FILLER                      PIC X(48).

       01  PRSU23-WS-REG-IMAGE-LINE.
           05  FILLER                      PIC X(15).
           05  PRSU23-TI-LABEL             PIC X(09).
           05  PRSU23-TI-IMAGE             PIC X(40).
           05  FILLER                      PIC X(68).

       01  PRSU23-WS-REG-COUNT-LINE.
           05  FILLER                      PIC X(24) VALUE
               "TRANSACTIONS READ.....: ".
           05  PRSU23-TC-TRAN-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  APPLIED: ".
           05  PRSU23-TC-APPLIED-CNT       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  REJECTED: ".
           05  PRSU23-TC-REJECTED-CNT      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  PRSU23-WS-REG-SIGNOFF-1.
           05  FILLER                      PIC X(132) VALUE
               "TABLE OWNER SIGN-OFF: ______________________________  DA
      -    "TE: __________".

       01  PRSU23-WS-REG-SIGNOFF-2.
           05  FILLER                      PIC X(132) VALUE
               "FINANCE SIGN-OFF....: ______________________________  DA
      -    "TE: __________".

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Load the tables, apply every transaction, write back the
      *    changed tables and finish the register.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Open the transactions, load the state table and the eight
      *    reference tables, print the register headings and prime
      *    the transaction read.  No transactions, or no state table
      *    to edit against, is an operator setup error.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-TMNT-FILE.
           IF WS-TMNT-FILE-MISSING
               DISPLAY "CS370PROGRAM17: PRSU23TMNT.TXT IS MISSING - "
                   "NOTHING TO APPLY - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-STATE-TABLE THRU 1100-EXIT.
           MOVE ZERO TO WS-ROW-CNT.
           PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-BAND-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-DED-TABLE THRU 1400-EXIT.
           PERFORM 1500-LOAD-MERIT-TABLE THRU 1500-EXIT.
           PERFORM 1600-LOAD-ACCT-TABLE THRU 1600-EXIT.
           PERFORM 1700-LOAD-BUDG-TABLE THRU 1700-EXIT.
           PERFORM 1800-LOAD-OPER-TABLE THRU 1800-EXIT.
           PERFORM 1850-LOAD-STEP-TABLE THRU 1850-EXIT.
           OPEN OUTPUT PRSU23-TREG-FILE.
           MOVE WS-RUN-DATE TO PRSU23-TH-RUN-DATE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-HEAD-1.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-HEAD-2.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-STATE-TABLE.
           MOVE ZERO TO WS-STATE-CNT.
           OPEN INPUT PRSU23-STATE-FILE.
           IF WS-STATE-FILE-MISSING
               DISPLAY "CS370PROGRAM17: PRSU23STATE.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-STATE-RECORD THRU 1110-EXIT.
           PERFORM 1120-ADD-STATE-ENTRY THRU 1120-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-STATE-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1100-EXIT.
           EXIT.

       1110-READ-STATE-RECORD.
           READ PRSU23-STATE-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

       1120-ADD-STATE-ENTRY.
           IF WS-STATE-CNT = 60
               DISPLAY "CS370PROGRAM17: PRSU23STATE.TXT EXCEEDS THE 60 "
                   "ROWS THE STATE TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STATE-CNT.
           MOVE PRSU23-ST-STATE-CD TO
               PRSU23-WS-ST-STATE-CD (WS-STATE-CNT).
           MOVE PRSU23-ST-STATE-NAME TO
               PRSU23-WS-ST-STATE-NAME (WS-STATE-CNT).
           PERFORM 1110-READ-STATE-RECORD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *1200-LOAD-RATE-TABLE thru 1850-LOAD-STEP-TABLE
      *    Read each reference table into the row table in file
      *    order.  A missing table loads no rows - the first adds
      *    build it, and it is only written back if a change applies.
      *****************************************************************
       1200-LOAD-RATE-TABLE.
           OPEN INPUT PRSU23-RATE-FILE.
           IF WS-RATE-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "RATE " TO WS-NEW-TABLE-ID
               PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT
               PERFORM 1220-ADD-RATE-ROW THRU 1220-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-RATE-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-RATE-RECORD.
           READ PRSU23-RATE-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.

       1220-ADD-RATE-ROW.
           MOVE PRSU23-RATE-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1300-LOAD-BAND-TABLE.
           OPEN INPUT PRSU23-BAND-FILE.
           IF WS-BAND-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "BAND " TO WS-NEW-TABLE-ID
               PERFORM 1310-READ-BAND-RECORD THRU 1310-EXIT
               PERFORM 1320-ADD-BAND-ROW THRU 1320-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-BAND-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-BAND-RECORD.
           READ PRSU23-BAND-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1310-EXIT.
           EXIT.

       1320-ADD-BAND-ROW.
           MOVE PRSU23-BAND-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1310-READ-BAND-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1400-LOAD-DED-TABLE.
           OPEN INPUT PRSU23-DED-FILE.
           IF WS-DED-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "DED  " TO WS-NEW-TABLE-ID
               PERFORM 1410-READ-DED-RECORD THRU 1410-EXIT
               PERFORM 1420-ADD-DED-ROW THRU 1420-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-DED-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-DED-RECORD.
           READ PRSU23-DED-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.

       1420-ADD-DED-ROW.
           MOVE PRSU23-DEDTYPE-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1410-READ-DED-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

       1500-LOAD-MERIT-TABLE.
           OPEN INPUT PRSU23-MERIT-FILE.
           IF WS-MERIT-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "MERIT" TO WS-NEW-TABLE-ID
               PERFORM 1510-READ-MERIT-RECORD THRU 1510-EXIT
               PERFORM 1520-ADD-MERIT-ROW THRU 1520-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-MERIT-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-MERIT-RECORD.
           READ PRSU23-MERIT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1510-EXIT.
           EXIT.

       1520-ADD-MERIT-ROW.
           MOVE PRSU23-MERIT-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1510-READ-MERIT-RECORD THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

       1600-LOAD-ACCT-TABLE.
           OPEN INPUT PRSU23-ACCT-FILE.
           IF WS-ACCT-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "ACCT " TO WS-NEW-TABLE-ID
               PERFORM 1610-READ-ACCT-RECORD THRU 1610-EXIT
               PERFORM 1620-ADD-ACCT-ROW THRU 1620-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-ACCT-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1600-EXIT.
           EXIT.

       1610-READ-ACCT-RECORD.
           READ PRSU23-ACCT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1610-EXIT.
           EXIT.

       1620-ADD-ACCT-ROW.
           MOVE PRSU23-ACCT-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1610-READ-ACCT-RECORD THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

       1700-LOAD-BUDG-TABLE.
           OPEN INPUT PRSU23-BUDG-FILE.
           IF WS-BUDG-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "BUDG " TO WS-NEW-TABLE-ID
               PERFORM 1710-READ-BUDG-RECORD THRU 1710-EXIT
               PERFORM 1720-ADD-BUDG-ROW THRU 1720-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-BUDG-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-BUDG-RECORD.
           READ PRSU23-BUDG-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1710-EXIT.
           EXIT.

       1720-ADD-BUDG-ROW.
           MOVE PRSU23-BUDGET-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1710-READ-BUDG-RECORD THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

       1800-LOAD-OPER-TABLE.
           OPEN INPUT PRSU23-OPER-FILE.
           IF WS-OPER-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "OPER " TO WS-NEW-TABLE-ID
               PERFORM 1810-READ-OPER-RECORD THRU 1810-EXIT
               PERFORM 1820-ADD-OPER-ROW THRU 1820-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-OPER-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1800-EXIT.
           EXIT.

       1810-READ-OPER-RECORD.
           READ PRSU23-OPER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1810-EXIT.
           EXIT.

       1820-ADD-OPER-ROW.
           MOVE PRSU23-OPERATOR-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1810-READ-OPER-RECORD THRU 1810-EXIT.
       1820-EXIT.
           EXIT.

       1850-LOAD-STEP-TABLE.
           OPEN INPUT PRSU23-STEP-FILE.
           IF WS-STEP-FILE-MISSING
               CONTINUE
           ELSE
               MOVE "STEP " TO WS-NEW-TABLE-ID
               PERFORM 1860-READ-STEP-RECORD THRU 1860-EXIT
               PERFORM 1870-ADD-STEP-ROW THRU 1870-EXIT
                   UNTIL PRSU23-EOF
               CLOSE PRSU23-STEP-FILE
               MOVE "N" TO PRSU23-EOF-SW
           END-IF.
       1850-EXIT.
           EXIT.

       1860-READ-STEP-RECORD.
           READ PRSU23-STEP-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1860-EXIT.
           EXIT.

       1870-ADD-STEP-ROW.
           MOVE PRSU23-STEP-RECORD TO WS-NEW-IMAGE.
           PERFORM 1900-STORE-LOADED-ROW THRU 1900-EXIT.
           PERFORM 1860-READ-STEP-RECORD THRU 1860-EXIT.
       1870-EXIT.
           EXIT.

      *****************************************************************
      *1900-STORE-LOADED-ROW
      *    Append the row in WS-NEW-IMAGE to the row table under the
      *    table in WS-NEW-TABLE-ID, keyed the same way a transaction
      *    against it will be.
      *****************************************************************
       1900-STORE-LOADED-ROW.
           PERFORM 2100-UNPACK-ROW THRU 2100-EXIT.
           PERFORM 1950-APPEND-ROW THRU 1950-EXIT.
       1900-EXIT.
           EXIT.

       1950-APPEND-ROW.
           IF WS-ROW-CNT = 4000
               DISPLAY "CS370PROGRAM17: THE REFERENCE TABLES EXCEED "
                   "THE 4000 ROWS THIS PROGRAM HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ROW-CNT.
           MOVE WS-NEW-TABLE-ID TO PRSU23-WS-RW-TABLE-ID (WS-ROW-CNT).
           MOVE WS-NEW-KEY TO PRSU23-WS-RW-KEY (WS-ROW-CNT).
           MOVE WS-NEW-GROUP TO PRSU23-WS-RW-GROUP (WS-ROW-CNT).
           MOVE WS-NEW-DEFAULT-SW TO
               PRSU23-WS-RW-DEFAULT-SW (WS-ROW-CNT).
           MOVE "Y" TO PRSU23-WS-RW-ACTIVE-SW (WS-ROW-CNT).
           MOVE WS-NEW-IMAGE TO PRSU23-WS-RW-IMAGE (WS-ROW-CNT).
       1950-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-TRAN
      *    Apply one maintenance transaction.  Every transaction -
      *    applied or rejected - prints on the register, so the
      *    register always accounts for the whole input file.
      *****************************************************************
       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-CNT.
           MOVE "APPLIED " TO WS-DISPOSITION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE PRSU23-TM-TABLE-ID TO WS-NEW-TABLE-ID.
           MOVE PRSU23-TM-ROW-DATA TO WS-NEW-IMAGE.
           EVALUATE TRUE
               WHEN PRSU23-TM-ADD
                   MOVE "ADD" TO WS-ACTION-DESC
               WHEN PRSU23-TM-CHANGE
                   MOVE "CHANGE" TO WS-ACTION-DESC
               WHEN PRSU23-TM-DELETE
                   MOVE "DELETE" TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE "??????" TO WS-ACTION-DESC
           END-EVALUATE.
           IF NOT PRSU23-TM-RATE-TABLE
               AND NOT PRSU23-TM-BAND-TABLE
               AND NOT PRSU23-TM-DED-TABLE
               AND NOT PRSU23-TM-MERIT-TABLE
               AND NOT PRSU23-TM-ACCT-TABLE
               AND NOT PRSU23-TM-BUDG-TABLE
               AND NOT PRSU23-TM-OPER-TABLE
               AND NOT PRSU23-TM-STEP-TABLE
               MOVE "UNKNOWN TABLE ID" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               PERFORM 2100-UNPACK-ROW THRU 2100-EXIT
               PERFORM 2150-FIND-ROW THRU 2150-EXIT
               EVALUATE TRUE
                   WHEN PRSU23-TM-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN PRSU23-TM-CHANGE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN PRSU23-TM-DELETE
                       PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                       PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 2800-WRITE-REGISTER-LINES THRU 2800-EXIT.
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *2100-UNPACK-ROW
      *    Lay the row image in WS-NEW-IMAGE over its table's record
      *    layout and build its key, its default-row group and its
      *    default-row switch.  A "**"/"***" State/Job is the default
      *    row, the same convention every table lookup uses.
      *****************************************************************
       2100-UNPACK-ROW.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-GROUP.
           MOVE SPACES TO WS-EDIT-STATE-CD.
           MOVE SPACES TO WS-EDIT-JOB-CD.
           EVALUATE WS-NEW-TABLE-ID
               WHEN "RATE "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-RATE-RECORD
                   MOVE PRSU23-WN-RT-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-RT-JOB-CD TO WS-EDIT-JOB-CD
                   STRING PRSU23-WN-RT-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-RT-JOB-CD DELIMITED BY SIZE
                       PRSU23-WN-RT-EFF-FROM DELIMITED BY SIZE
                       INTO WS-NEW-KEY
               WHEN "BAND "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-BAND-RECORD
                   MOVE PRSU23-WN-BD-JOB-CD TO WS-EDIT-JOB-CD
                   MOVE PRSU23-WN-BD-JOB-CD TO WS-NEW-KEY
               WHEN "DED  "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-DEDTYPE-RECORD
                   MOVE PRSU23-WN-DT-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-DT-JOB-CD TO WS-EDIT-JOB-CD
                   MOVE PRSU23-WN-DT-DED-CD TO WS-NEW-GROUP
                   STRING PRSU23-WN-DT-DED-CD DELIMITED BY SIZE
                       PRSU23-WN-DT-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-DT-JOB-CD DELIMITED BY SIZE
                       INTO WS-NEW-KEY
               WHEN "MERIT"
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-MERIT-RECORD
                   MOVE PRSU23-WN-MM-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-MM-JOB-CD TO WS-EDIT-JOB-CD
                   MOVE PRSU23-WN-MM-RATING TO WS-NEW-GROUP
                   STRING PRSU23-WN-MM-RATING DELIMITED BY SIZE
                       PRSU23-WN-MM-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-MM-JOB-CD DELIMITED BY SIZE
                       INTO WS-NEW-KEY
               WHEN "ACCT "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-ACCT-RECORD
                   MOVE PRSU23-WN-AC-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-AC-JOB-CD TO WS-EDIT-JOB-CD
                   MOVE PRSU23-WN-AC-COMPONENT TO WS-NEW-GROUP
                   STRING PRSU23-WN-AC-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-AC-JOB-CD DELIMITED BY SIZE
                       PRSU23-WN-AC-COMPONENT DELIMITED BY SIZE
                       INTO WS-NEW-KEY
               WHEN "BUDG "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-BUDGET-RECORD
                   MOVE PRSU23-WN-BG-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-BG-JOB-CD TO WS-EDIT-JOB-CD
                   STRING PRSU23-WN-BG-FISCAL-YEAR DELIMITED BY SIZE
                       PRSU23-WN-BG-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-BG-JOB-CD DELIMITED BY SIZE
                       INTO WS-NEW-KEY
               WHEN "OPER "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-OPERATOR-RECORD
                   MOVE PRSU23-WN-OP-OPER-ID TO WS-NEW-KEY
               WHEN "STEP "
                   MOVE WS-NEW-IMAGE TO PRSU23-WN-STEP-RECORD
                   MOVE PRSU23-WN-SP-STATE-CD TO WS-EDIT-STATE-CD
                   MOVE PRSU23-WN-SP-JOB-CD TO WS-EDIT-JOB-CD
                   STRING PRSU23-WN-SP-STATE-CD DELIMITED BY SIZE
                       PRSU23-WN-SP-JOB-CD DELIMITED BY SIZE
                       PRSU23-WN-SP-STEP DELIMITED BY SIZE
                       INTO WS-NEW-KEY
           END-EVALUATE.
           IF WS-EDIT-STATE-CD = "**"
               AND WS-EDIT-JOB-CD = "***"
               MOVE "Y" TO WS-NEW-DEFAULT-SW
           ELSE
               MOVE "N" TO WS-NEW-DEFAULT-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *2150-FIND-ROW
      *    Find the active row of the transaction's table carrying the
      *    transaction's key.  WS-HIT-SUB is zero when there is none.
      *****************************************************************
       2150-FIND-ROW.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM 2160-MATCH-ROW THRU 2160-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-HIT-SUB > ZERO
               OR WS-ROW-SUB > WS-ROW-CNT.
       2150-EXIT.
           EXIT.

       2160-MATCH-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) =
                   WS-NEW-TABLE-ID
               AND PRSU23-WS-RW-KEY (WS-ROW-SUB) = WS-NEW-KEY
               MOVE WS-ROW-SUB TO WS-HIT-SUB
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *2200-APPLY-ADD
      *    Add a row whose key is not already on the table.  The row
      *    is edited on its own first, then appended and the table
      *    edits run against the table as it would be - a failure
      *    takes the new row straight back out.
      *****************************************************************
       2200-APPLY-ADD.
           IF WS-HIT-SUB > ZERO
               MOVE "KEY ALREADY ON TABLE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               PERFORM 2500-EDIT-ROW-FIELDS THRU 2500-EXIT
               IF WS-REJECT-REASON = SPACES
                   PERFORM 1950-APPEND-ROW THRU 1950-EXIT
                   MOVE WS-ROW-CNT TO WS-HIT-SUB
                   PERFORM 2600-EDIT-TABLE-RULES THRU 2600-EXIT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2650-MARK-TABLE-CHANGED THRU 2650-EXIT
                   ELSE
                       MOVE "N" TO
                           PRSU23-WS-RW-ACTIVE-SW (WS-HIT-SUB)
                       PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *2300-APPLY-CHANGE
      *    Replace the row found under the key.  The old image is kept
      *    for the register and put back if the table edits fail.
      *****************************************************************
       2300-APPLY-CHANGE.
           IF WS-HIT-SUB = ZERO
               MOVE "KEY NOT ON TABLE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               PERFORM 2500-EDIT-ROW-FIELDS THRU 2500-EXIT
               IF WS-REJECT-REASON = SPACES
                   MOVE PRSU23-WS-RW-IMAGE (WS-HIT-SUB) TO
                       WS-BEFORE-IMAGE
                   MOVE WS-NEW-IMAGE TO PRSU23-WS-RW-IMAGE (WS-HIT-SUB)
                   PERFORM 2600-EDIT-TABLE-RULES THRU 2600-EXIT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2650-MARK-TABLE-CHANGED THRU 2650-EXIT
                   ELSE
                       MOVE WS-BEFORE-IMAGE TO
                           PRSU23-WS-RW-IMAGE (WS-HIT-SUB)
                       PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *2400-APPLY-DELETE
      *    Take the row found under the key off the table, unless the
      *    table edits say the table cannot do without it - the last
      *    default row in force, or a default row other rows of its
      *    code still fall back on.
      *****************************************************************
       2400-APPLY-DELETE.
           IF WS-HIT-SUB = ZERO
               MOVE "KEY NOT ON TABLE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               MOVE PRSU23-WS-RW-IMAGE (WS-HIT-SUB) TO WS-BEFORE-IMAGE
               MOVE WS-BEFORE-IMAGE TO WS-NEW-IMAGE
               PERFORM 2100-UNPACK-ROW THRU 2100-EXIT
               MOVE "N" TO PRSU23-WS-RW-ACTIVE-SW (WS-HIT-SUB)
               PERFORM 2600-EDIT-TABLE-RULES THRU 2600-EXIT
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2650-MARK-TABLE-CHANGED THRU 2650-EXIT
               ELSE
                   MOVE "Y" TO PRSU23-WS-RW-ACTIVE-SW (WS-HIT-SUB)
                   PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *2500-EDIT-ROW-FIELDS
      *    The edits one row must pass on its own.  The first failure
      *    sets WS-REJECT-REASON, the rest are skipped and the
      *    transaction is rejected.
      *****************************************************************
       2500-EDIT-ROW-FIELDS.
           EVALUATE WS-NEW-TABLE-ID
               WHEN "RATE "
                   PERFORM 2510-EDIT-RATE-ROW THRU 2510-EXIT
               WHEN "BAND "
                   PERFORM 2520-EDIT-BAND-ROW THRU 2520-EXIT
               WHEN "DED  "
                   PERFORM 2530-EDIT-DED-ROW THRU 2530-EXIT
               WHEN "MERIT"
                   PERFORM 2540-EDIT-MERIT-ROW THRU 2540-EXIT
               WHEN "ACCT "
                   PERFORM 2545-EDIT-ACCT-ROW THRU 2545-EXIT
               WHEN "BUDG "
                   PERFORM 2548-EDIT-BUDG-ROW THRU 2548-EXIT
               WHEN "OPER "
                   PERFORM 2549-EDIT-OPER-ROW THRU 2549-EXIT
               WHEN "STEP "
                   PERFORM 2547-EDIT-STEP-ROW THRU 2547-EXIT
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-EDIT-RATE-ROW.
           PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-RT-SAL-PCT NOT NUMERIC
                   OR PRSU23-WN-RT-DUES-PCT NOT NUMERIC
                   OR PRSU23-WN-RT-PREM-PCT NOT NUMERIC
                   MOVE "PERCENTAGE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-RT-SAL-PCT < WS-PCT-LOW
                       OR PRSU23-WN-RT-SAL-PCT > WS-PCT-HIGH
                       OR PRSU23-WN-RT-DUES-PCT < WS-PCT-LOW
                       OR PRSU23-WN-RT-DUES-PCT > WS-PCT-HIGH
                       OR PRSU23-WN-RT-PREM-PCT < WS-PCT-LOW
                       OR PRSU23-WN-RT-PREM-PCT > WS-PCT-HIGH
                       MOVE "PERCENTAGE OUTSIDE 0.900-1.250" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-RT-EFF-FROM = SPACES
                   AND PRSU23-WN-RT-EFF-TO = SPACES
                   CONTINUE
               ELSE
                   IF PRSU23-WN-RT-EFF-FROM NOT NUMERIC
                       OR PRSU23-WN-RT-EFF-TO NOT NUMERIC
                       MOVE "EFFECTIVE DATES NOT YYYYMMDD" TO
                           WS-REJECT-REASON
                   ELSE
                       IF PRSU23-WN-RT-EFF-FROM > PRSU23-WN-RT-EFF-TO
                           MOVE "EFF-FROM IS AFTER EFF-TO" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-EDIT-BAND-ROW.
           PERFORM 2560-EDIT-JOB-CODE THRU 2560-EXIT.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-BD-MIN-SAL NOT NUMERIC
                   OR PRSU23-WN-BD-MAX-SAL NOT NUMERIC
                   MOVE "BAND AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-BD-MIN-SAL > PRSU23-WN-BD-MAX-SAL
                       MOVE "BAND MINIMUM ABOVE MAXIMUM" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       2530-EDIT-DED-ROW.
           EVALUATE PRSU23-WN-DT-DED-CD
               WHEN SPACES
                   MOVE "DEDUCTION CODE MISSING" TO WS-REJECT-REASON
               WHEN "SAL "
               WHEN "DUES"
               WHEN "PREM"
               WHEN "BNUS"
                   MOVE "CODE COLLIDES WITH SAL/DUES/PREM/BNUS" TO
                       WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-DT-PCT NOT NUMERIC
                   MOVE "PERCENTAGE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-DT-PCT < WS-PCT-LOW
                       OR PRSU23-WN-DT-PCT > WS-PCT-HIGH
                       MOVE "PERCENTAGE OUTSIDE 0.900-1.250" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2530-EXIT.
           EXIT.

       2540-EDIT-MERIT-ROW.
           IF PRSU23-WN-MM-RATING = SPACES
               MOVE "PERFORMANCE RATING MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-MM-FACTOR NOT NUMERIC
                   MOVE "MERIT FACTOR NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-MM-FACTOR < WS-FACTOR-LOW
                       OR PRSU23-WN-MM-FACTOR > WS-FACTOR-HIGH
                       MOVE "MERIT FACTOR OUTSIDE 0.000-2.000" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2540-EXIT.
           EXIT.

      *****************************************************************
      *2545-EDIT-ACCT-ROW
      *    An account mapping must name a component something will
      *    actually post under - one of the four fixed components or
      *    a deduction code active on PRSU23DED.TXT - and must carry
      *    both sides of the entry.
      *****************************************************************
       2545-EDIT-ACCT-ROW.
           EVALUATE PRSU23-WN-AC-COMPONENT
               WHEN "SAL "
               WHEN "DUES"
               WHEN "PREM"
               WHEN "BNUS"
                   MOVE "Y" TO WS-COMP-KNOWN-SW
               WHEN OTHER
                   MOVE "N" TO WS-COMP-KNOWN-SW
                   PERFORM 2546-MATCH-DED-COMPONENT THRU 2546-EXIT
                       VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-COMP-KNOWN
                       OR WS-ROW-SUB > WS-ROW-CNT
           END-EVALUATE.
           IF NOT WS-COMP-KNOWN
               MOVE "COMPONENT NOT A KNOWN CODE" TO WS-REJECT-REASON
           ELSE
               PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-AC-DR-ACCT = SPACES
                   OR PRSU23-WN-AC-CR-ACCT = SPACES
                   MOVE "DEBIT/CREDIT ACCOUNT MISSING" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.
       2545-EXIT.
           EXIT.

       2546-MATCH-DED-COMPONENT.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "DED  "
               AND PRSU23-WS-RW-GROUP (WS-ROW-SUB) =
                   PRSU23-WN-AC-COMPONENT
               MOVE "Y" TO WS-COMP-KNOWN-SW
           END-IF.
       2546-EXIT.
           EXIT.

      *****************************************************************
      *2547-EDIT-STEP-ROW
      *    A step schedule row belongs to one real State/Job - the
      *    union contracts are negotiated per state and job, so there
      *    is no "**"/"***" default scale.  Step 01 is the hiring
      *    step and is never moved into, so the first row a scale can
      *    carry is step 02.
      *****************************************************************
       2547-EDIT-STEP-ROW.
           IF WS-NEW-DEFAULT-ROW
               MOVE "STEP SCALE NEEDS A REAL STATE/JOB" TO
                   WS-REJECT-REASON
           ELSE
               PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-SP-STEP NOT NUMERIC
                   MOVE "STEP NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-SP-STEP < "02"
                       MOVE "STEP 01 IS THE HIRING STEP" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-SP-STEP-AMT NOT NUMERIC
                   MOVE "STEP AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-WN-SP-STEP-AMT = ZERO
                       MOVE "STEP AMOUNT IS ZERO" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2547-EXIT.
           EXIT.

      *****************************************************************
      *2548-EDIT-BUDG-ROW
      *    A raise budget belongs to one fiscal year and one real
      *    State/Job cell - a "**"/"***" row would budget nothing the
      *    variance report or the PROPOSE check could ever charge
      *    against, so it is refused.
      *****************************************************************
       2548-EDIT-BUDG-ROW.
           IF PRSU23-WN-BG-FISCAL-YEAR NOT NUMERIC
               MOVE "FISCAL YEAR NOT YYYY" TO WS-REJECT-REASON
           ELSE
               IF WS-NEW-DEFAULT-ROW
                   MOVE "BUDGET NEEDS A REAL STATE/JOB" TO
                       WS-REJECT-REASON
               ELSE
                   PERFORM 2550-EDIT-STATE-JOB THRU 2550-EXIT
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PRSU23-WN-BG-BUDGET-AMT NOT NUMERIC
                   MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
       2548-EXIT.
           EXIT.

      *****************************************************************
      *2549-EDIT-OPER-ROW
      *    An operator authorization row names the operator, what the
      *    operator may run and the State Codes the operator may see
      *    or maintain.  A row with no State Code would sign the
      *    operator on to see nobody, so it is refused - a revoke is
      *    a delete.  "**" is the every-state grant.
      *****************************************************************
       2549-EDIT-OPER-ROW.
           IF PRSU23-WN-OP-OPER-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO WS-REJECT-REASON
           ELSE
               IF NOT PRSU23-WN-OP-ACCESS-VALID
                   MOVE "ACCESS CODE NOT I, M OR B" TO
                       WS-REJECT-REASON
               ELSE
                   MOVE ZERO TO WS-OPER-ST-CNT
                   PERFORM 2555-EDIT-OPER-STATE THRU 2555-EXIT
                       VARYING WS-OPER-ST-SUB FROM 1 BY 1
                       UNTIL WS-OPER-ST-SUB > 10
                       OR WS-REJECT-REASON NOT = SPACES
                   IF WS-REJECT-REASON = SPACES
                       AND WS-OPER-ST-CNT = ZERO
                       MOVE "OPERATOR HAS NO STATE CODES" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2549-EXIT.
           EXIT.

       2555-EDIT-OPER-STATE.
           MOVE PRSU23-WN-OP-STATE-CD (WS-OPER-ST-SUB) TO
               WS-EDIT-STATE-CD.
           IF WS-EDIT-STATE-CD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-OPER-ST-CNT
               IF WS-EDIT-STATE-CD = "**"
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-STATE-VALID-SW
                   SET WS-ST-IX TO 1
                   SEARCH PRSU23-WS-STATE
                       AT END
                           CONTINUE
                       WHEN PRSU23-WS-ST-STATE-CD (WS-ST-IX) =
                               WS-EDIT-STATE-CD
                           MOVE "Y" TO WS-STATE-VALID-SW
                   END-SEARCH
                   IF NOT WS-STATE-VALID
                       MOVE "STATE NOT ON STATE TABLE" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2555-EXIT.
           EXIT.

      *****************************************************************
      *2550-EDIT-STATE-JOB
      *    The row's State Code must be on PRSU23STATE.TXT and its Job
      *    Code one of the four job codes, unless the row is the
      *    "**"/"***" default.  A half-wildcard key matches nothing in
      *    any lookup, so it is refused too.
      *****************************************************************
       2550-EDIT-STATE-JOB.
           IF WS-NEW-DEFAULT-ROW
               CONTINUE
           ELSE
               MOVE "N" TO WS-STATE-VALID-SW
               SET WS-ST-IX TO 1
               SEARCH PRSU23-WS-STATE
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-ST-STATE-CD (WS-ST-IX) =
                           WS-EDIT-STATE-CD
                       MOVE "Y" TO WS-STATE-VALID-SW
               END-SEARCH
               IF NOT WS-STATE-VALID
                   MOVE "STATE NOT ON STATE TABLE" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2560-EDIT-JOB-CODE THRU 2560-EXIT
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

       2560-EDIT-JOB-CODE.
           EVALUATE WS-EDIT-JOB-CD
               WHEN "MGT"
               WHEN "SAL"
               WHEN "SUP"
               WHEN "WHS"
                   CONTINUE
               WHEN OTHER
                   MOVE "JOB CODE NOT RECOGNIZED" TO WS-REJECT-REASON
           END-EVALUATE.
       2560-EXIT.
           EXIT.

      *****************************************************************
      *2600-EDIT-TABLE-RULES
      *    The edits the table as a whole must pass with the change
      *    in place - WS-HIT-SUB is the row just added, changed or
      *    deleted, and the WN layout holds its image.
      *****************************************************************
       2600-EDIT-TABLE-RULES.
           EVALUATE WS-NEW-TABLE-ID
               WHEN "RATE "
                   IF NOT PRSU23-TM-DELETE
                       PERFORM 2610-CHECK-RATE-OVERLAP THRU 2610-EXIT
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2620-CHECK-RATE-DEFAULT THRU 2620-EXIT
                   END-IF
               WHEN "DED  "
                   PERFORM 2630-CHECK-GROUP-DEFAULT THRU 2630-EXIT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2640-CHECK-DED-CODE-LIMIT THRU
                           2640-EXIT
                   END-IF
               WHEN "MERIT"
               WHEN "ACCT "
                   PERFORM 2630-CHECK-GROUP-DEFAULT THRU 2630-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *2610-CHECK-RATE-OVERLAP
      *    No other active rate row for the same State/Job may be in
      *    force on any date this row is.  Blank dates mean always in
      *    force, the way 2210-LOOKUP-RATE reads them, so they compare
      *    as 00000000/99999999.  Two ranges overlap when each starts
      *    on or before the other ends.
      *****************************************************************
       2610-CHECK-RATE-OVERLAP.
           MOVE PRSU23-WN-RT-EFF-FROM TO WS-NEW-FROM.
           MOVE PRSU23-WN-RT-EFF-TO TO WS-NEW-TO.
           IF WS-NEW-FROM = SPACES
               MOVE "00000000" TO WS-NEW-FROM
           END-IF.
           IF WS-NEW-TO = SPACES
               MOVE "99999999" TO WS-NEW-TO
           END-IF.
           PERFORM 2615-COMPARE-RATE-RANGE THRU 2615-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-REJECT-REASON NOT = SPACES
               OR WS-ROW-SUB > WS-ROW-CNT.
       2610-EXIT.
           EXIT.

       2615-COMPARE-RATE-RANGE.
           IF WS-ROW-SUB NOT = WS-HIT-SUB
               AND PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "RATE "
               AND PRSU23-WS-RW-KEY (WS-ROW-SUB) (1:5) =
                   WS-NEW-KEY (1:5)
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-WX-RATE-RECORD
               MOVE PRSU23-WX-RT-EFF-FROM TO WS-CMP-FROM
               MOVE PRSU23-WX-RT-EFF-TO TO WS-CMP-TO
               IF WS-CMP-FROM = SPACES
                   MOVE "00000000" TO WS-CMP-FROM
               END-IF
               IF WS-CMP-TO = SPACES
                   MOVE "99999999" TO WS-CMP-TO
               END-IF
               IF WS-NEW-FROM NOT > WS-CMP-TO
                   AND WS-CMP-FROM NOT > WS-NEW-TO
                   MOVE "EFFECTIVE DATES OVERLAP ANOTHER ROW" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.
       2615-EXIT.
           EXIT.

      *****************************************************************
      *2620-CHECK-RATE-DEFAULT
      *    PRSU23RATE.TXT must keep a "*****" default row that is in
      *    force on or after the run date - without one, every State/
      *    Job with no row of its own silently falls to the program's
      *    hard-coded 7%/4%/3%.
      *****************************************************************
       2620-CHECK-RATE-DEFAULT.
           MOVE ZERO TO WS-GROUP-DFLT-CNT.
           PERFORM 2625-COUNT-RATE-DEFAULT THRU 2625-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-CNT.
           IF WS-GROUP-DFLT-CNT = ZERO
               MOVE "NO ***** DEFAULT RATE ROW IN FORCE" TO
                   WS-REJECT-REASON
           END-IF.
       2620-EXIT.
           EXIT.

       2625-COUNT-RATE-DEFAULT.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "RATE "
               AND PRSU23-WS-RW-DEFAULT-SW (WS-ROW-SUB) = "Y"
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-WX-RATE-RECORD
               IF PRSU23-WX-RT-EFF-TO = SPACES
                   OR PRSU23-WX-RT-EFF-TO NOT < WS-RUN-DATE
                   ADD 1 TO WS-GROUP-DFLT-CNT
               END-IF
           END-IF.
       2625-EXIT.
           EXIT.

      *****************************************************************
      *2630-CHECK-GROUP-DEFAULT
      *    A deduction code, merit rating or account component with
      *    any rows at all must keep its "*****" default row - it is
      *    what 2208-LOOKUP-DED-DEFAULT, 2217-LOOKUP-MERIT-DEFAULT and
      *    CS370PROGRAM10's account lookup fall back on.  A code with
      *    no rows left has simply been retired.
      *****************************************************************
       2630-CHECK-GROUP-DEFAULT.
           MOVE ZERO TO WS-GROUP-ROW-CNT.
           MOVE ZERO TO WS-GROUP-DFLT-CNT.
           PERFORM 2635-COUNT-GROUP-ROW THRU 2635-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-CNT.
           IF WS-GROUP-ROW-CNT > ZERO
               AND WS-GROUP-DFLT-CNT = ZERO
               MOVE "NO ***** DEFAULT ROW FOR THIS CODE" TO
                   WS-REJECT-REASON
           END-IF.
       2630-EXIT.
           EXIT.

       2635-COUNT-GROUP-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) =
                   WS-NEW-TABLE-ID
               AND PRSU23-WS-RW-GROUP (WS-ROW-SUB) = WS-NEW-GROUP
               ADD 1 TO WS-GROUP-ROW-CNT
               IF PRSU23-WS-RW-DEFAULT-SW (WS-ROW-SUB) = "Y"
                   ADD 1 TO WS-GROUP-DFLT-CNT
               END-IF
           END-IF.
       2635-EXIT.
           EXIT.

      *****************************************************************
      *2640-CHECK-DED-CODE-LIMIT
      *    Count the distinct active deduction codes - more than eight
      *    would stop the next raise run at 1395-TRACK-DED-CODE, so
      *    the ninth is refused here instead.
      *****************************************************************
       2640-CHECK-DED-CODE-LIMIT.
           MOVE ZERO TO WS-DCODE-CNT.
           MOVE "N" TO WS-DCODE-OVER-SW.
           PERFORM 2645-TRACK-DED-CODE THRU 2645-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-DCODE-OVER
               OR WS-ROW-SUB > WS-ROW-CNT.
           IF WS-DCODE-OVER
               MOVE "MORE THAN 8 DISTINCT DEDUCTION CODES" TO
                   WS-REJECT-REASON
           END-IF.
       2640-EXIT.
           EXIT.

       2645-TRACK-DED-CODE.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "DED  "
               MOVE "N" TO WS-DCODE-FOUND-SW
               PERFORM 2646-MATCH-DED-CODE THRU 2646-EXIT
                   VARYING WS-DCODE-SUB FROM 1 BY 1
                   UNTIL WS-DCODE-FOUND
                   OR WS-DCODE-SUB > WS-DCODE-CNT
               IF NOT WS-DCODE-FOUND
                   IF WS-DCODE-CNT = 8
                       MOVE "Y" TO WS-DCODE-OVER-SW
                   ELSE
                       ADD 1 TO WS-DCODE-CNT
                       MOVE PRSU23-WS-RW-GROUP (WS-ROW-SUB) TO
                           WS-DCODE (WS-DCODE-CNT)
                   END-IF
               END-IF
           END-IF.
       2645-EXIT.
           EXIT.

       2646-MATCH-DED-CODE.
           IF WS-DCODE (WS-DCODE-SUB) = PRSU23-WS-RW-GROUP (WS-ROW-SUB)
               MOVE "Y" TO WS-DCODE-FOUND-SW
           END-IF.
       2646-EXIT.
           EXIT.

       2650-MARK-TABLE-CHANGED.
           ADD 1 TO WS-APPLIED-CNT.
           EVALUATE WS-NEW-TABLE-ID
               WHEN "RATE "
                   MOVE "Y" TO WS-RATE-CHANGED-SW
               WHEN "BAND "
                   MOVE "Y" TO WS-BAND-CHANGED-SW
               WHEN "DED  "
                   MOVE "Y" TO WS-DED-CHANGED-SW
               WHEN "MERIT"
                   MOVE "Y" TO WS-MERIT-CHANGED-SW
               WHEN "ACCT "
                   MOVE "Y" TO WS-ACCT-CHANGED-SW
               WHEN "BUDG "
                   MOVE "Y" TO WS-BUDG-CHANGED-SW
               WHEN "OPER "
                   MOVE "Y" TO WS-OPER-CHANGED-SW
               WHEN "STEP "
                   MOVE "Y" TO WS-STEP-CHANGED-SW
           END-EVALUATE.
       2650-EXIT.
           EXIT.

      *****************************************************************
      *2700-REJECT-TRAN
      *    Mark the current transaction rejected - the reason is
      *    already in WS-REJECT-REASON for the register line.
      *****************************************************************
       2700-REJECT-TRAN.
           MOVE "REJECTED" TO WS-DISPOSITION.
           ADD 1 TO WS-REJECTED-CNT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *2800-WRITE-REGISTER-LINES
      *    Print the transaction's register line, then the row as it
      *    stood BEFORE and AFTER an applied change - or the row as
      *    requested, for a rejected one - so the owner and Finance
      *    sign off on exactly what changed.
      *****************************************************************
       2800-WRITE-REGISTER-LINES.
           MOVE SPACES TO PRSU23-WS-REG-DETAIL-LINE.
           MOVE WS-TRAN-CNT TO PRSU23-TG-SEQ.
           MOVE PRSU23-TM-TABLE-ID TO PRSU23-TG-TABLE-ID.
           MOVE WS-ACTION-DESC TO PRSU23-TG-ACTION.
           MOVE WS-NEW-KEY TO PRSU23-TG-KEY.
           MOVE WS-DISPOSITION TO PRSU23-TG-DISPOSITION.
           MOVE WS-REJECT-REASON TO PRSU23-TG-REASON.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-DETAIL-LINE.
           MOVE SPACES TO PRSU23-WS-REG-IMAGE-LINE.
           IF WS-DISPOSITION = "REJECTED"
               MOVE "REQUEST: " TO PRSU23-TI-LABEL
               MOVE PRSU23-TM-ROW-DATA TO PRSU23-TI-IMAGE
               WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-IMAGE-LINE
           ELSE
               MOVE "BEFORE.: " TO PRSU23-TI-LABEL
               IF PRSU23-TM-ADD
                   MOVE "(NEW ROW)" TO PRSU23-TI-IMAGE
               ELSE
                   MOVE WS-BEFORE-IMAGE TO PRSU23-TI-IMAGE
               END-IF
               WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-IMAGE-LINE
               MOVE "AFTER..: " TO PRSU23-TI-LABEL
               IF PRSU23-TM-DELETE
                   MOVE "(ROW DELETED)" TO PRSU23-TI-IMAGE
               ELSE
                   MOVE PRSU23-TM-ROW-DATA TO PRSU23-TI-IMAGE
               END-IF
               WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-IMAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.

       2900-READ-TRAN.
           READ PRSU23-TMNT-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-FINALIZE
      *    Rewrite every table a change was applied to, print the
      *    counts and the sign-off lines, and set the return code.
      *****************************************************************
       3000-FINALIZE.
           IF WS-RATE-CHANGED
               OPEN OUTPUT PRSU23-RATE-FILE
               PERFORM 3100-WRITE-RATE-ROW THRU 3100-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-RATE-FILE
           END-IF.
           IF WS-BAND-CHANGED
               OPEN OUTPUT PRSU23-BAND-FILE
               PERFORM 3200-WRITE-BAND-ROW THRU 3200-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-BAND-FILE
           END-IF.
           IF WS-DED-CHANGED
               OPEN OUTPUT PRSU23-DED-FILE
               PERFORM 3300-WRITE-DED-ROW THRU 3300-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-DED-FILE
           END-IF.
           IF WS-MERIT-CHANGED
               OPEN OUTPUT PRSU23-MERIT-FILE
               PERFORM 3400-WRITE-MERIT-ROW THRU 3400-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-MERIT-FILE
           END-IF.
           IF WS-ACCT-CHANGED
               OPEN OUTPUT PRSU23-ACCT-FILE
               PERFORM 3500-WRITE-ACCT-ROW THRU 3500-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-ACCT-FILE
           END-IF.
           IF WS-BUDG-CHANGED
               OPEN OUTPUT PRSU23-BUDG-FILE
               PERFORM 3600-WRITE-BUDG-ROW THRU 3600-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-BUDG-FILE
           END-IF.
           IF WS-OPER-CHANGED
               OPEN OUTPUT PRSU23-OPER-FILE
               PERFORM 3700-WRITE-OPER-ROW THRU 3700-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-OPER-FILE
           END-IF.
           IF WS-STEP-CHANGED
               OPEN OUTPUT PRSU23-STEP-FILE
               PERFORM 3800-WRITE-STEP-ROW THRU 3800-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-CNT
               CLOSE PRSU23-STEP-FILE
           END-IF.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-TRAN-CNT TO PRSU23-TC-TRAN-CNT.
           MOVE WS-APPLIED-CNT TO PRSU23-TC-APPLIED-CNT.
           MOVE WS-REJECTED-CNT TO PRSU23-TC-REJECTED-CNT.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-SIGNOFF-1.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-TREG-LINE FROM PRSU23-WS-REG-SIGNOFF-2.
           CLOSE PRSU23-TMNT-FILE.
           CLOSE PRSU23-TREG-FILE.
           IF WS-REJECTED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-RATE-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "RATE "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-RATE-RECORD
               WRITE PRSU23-RATE-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

       3200-WRITE-BAND-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "BAND "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-BAND-RECORD
               WRITE PRSU23-BAND-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-DED-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "DED  "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-DEDTYPE-RECORD
               WRITE PRSU23-DEDTYPE-RECORD
           END-IF.
       3300-EXIT.
           EXIT.

       3400-WRITE-MERIT-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "MERIT"
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-MERIT-RECORD
               WRITE PRSU23-MERIT-RECORD
           END-IF.
       3400-EXIT.
           EXIT.

       3500-WRITE-ACCT-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "ACCT "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-ACCT-RECORD
               WRITE PRSU23-ACCT-RECORD
           END-IF.
       3500-EXIT.
           EXIT.

       3600-WRITE-BUDG-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "BUDG "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-BUDGET-RECORD
               WRITE PRSU23-BUDGET-RECORD
           END-IF.
       3600-EXIT.
           EXIT.

       3700-WRITE-OPER-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "OPER "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-OPERATOR-RECORD
               WRITE PRSU23-OPERATOR-RECORD
           END-IF.
       3700-EXIT.
           EXIT.

       3800-WRITE-STEP-ROW.
           IF PRSU23-WS-RW-ACTIVE-SW (WS-ROW-SUB) = "Y"
               AND PRSU23-WS-RW-TABLE-ID (WS-ROW-SUB) = "STEP "
               MOVE PRSU23-WS-RW-IMAGE (WS-ROW-SUB) TO
                   PRSU23-STEP-RECORD
               WRITE PRSU23-STEP-RECORD
           END-IF.
       3800-EXIT.
           EXIT.
