       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM19.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Payroll salary change interface.  After every committed run
      * the payroll office has been re-keying each new salary, dues
      * amount, premium and deduction from PRSU23RPT.TXT into the
      * payroll system, and that re-keying is where our transcription
      * errors come from.  This program builds PRSU23PCHG.TXT, the
      * change file payroll loads instead: one record per employee
      * the run changed, taken from the run's PRSU23AUDIT.TXT records
      * - selected by the PRSU23RID.TXT run-id, the same way
      * CS370PROGRAM5 selects them - and checked against PRSU23MSTR,
      * with the new annual salary turned into a per-pay-period gross
      * through the PRSU23PFRQ.TXT pay-frequency table.  A header and
      * a trailer with the record count and amount hash totals let
      * payroll prove it received the whole file.
      *
      * Only a committed run that CS370PROGRAM5 has balanced and
      * CS370PROGRAM6 has not backed out can produce the file - the
      * cycle run ledger is checked first.  PROPOSE and SIMULATE runs
      * never take a run-id and never reach the ledger, so they can
      * never produce one.
      ******
      *INPUT:
      *    PRSU23RID.TXT - the run-id of the run to send to payroll.
      *    PRSU23LDG.TXT - the cycle run ledger; CS370PROGRAM5 must
      *        have balanced this run-id and it must not have been
      *        backed out - see PRSU23LG.CPY.
      *    PRSU23AUDIT.TXT - the audit trail - see PRSU23AU.CPY.
      *        Bonus audit records are not salary changes and are
      *        skipped.  An AMEND run writes a reversal record for
      *        each amended employee immediately ahead of the repost;
      *        only the employee's last record under the run-id - the
      *        repost - is sent.
      *    PRSU23MSTR - the employee master; an employee terminated
      *        since the run is left off, and one whose salary no
      *        longer matches what the run committed is reported
      *        rather than sent.
      *    PRSU23PFRQ.TXT - the pay-frequency table - see
      *        PRSU23PF.CPY.  Specific State/Job row first, then the
      *        "**"/"***" default row.
      ******
      *OUTPUT:
      *    PRSU23PCHG.TXT - the payroll change file - see PRSU23PY.CPY.
      *    PRSU23PCR.TXT - the change file control report: every
      *        employee held off the file and why, then the counts
      *        and the same hash totals the trailer carries.
      *
      *    RETURN-CODE 0 - every changed employee was sent.
      *    RETURN-CODE 8 - employees were held off the file, or no
      *        audit records carried the run-id; payroll should not
      *        load the file until the report is cleared.
      *    RETURN-CODE 16 - a required input file is missing, the
      *        pay-frequency table is bad, or the cycle run ledger
      *        does not show the run balanced.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      ******
      *Calculations Section:
      *
      *    PERIOD-GROSS = new annual salary / pay periods per year,
      *        rounded to the cent.
      *    An employee is sent when the new salary, dues or premium
      *        differs from the old, or any deduction code's new
      *        amount differs from its old amount.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the payroll salary change interface
      *                    file.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  An AMEND run's reversal audit record is no
      *                    longer sent - each employee goes to payroll
      *                    once, from the repost, and the reversals are
      *                    counted on the control report.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-RUNID-FILE ASSIGN TO "PRSU23RID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT PRSU23-AUDIT-FILE ASSIGN TO "PRSU23AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRSU23-MASTER-FILE ASSIGN TO "PRSU23MSTR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-PFRQ-FILE ASSIGN TO "PRSU23PFRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFRQ-STATUS.

           SELECT PRSU23-PCHG-FILE ASSIGN TO "PRSU23PCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-PCR-FILE ASSIGN TO "PRSU23PCR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-RUNID-FILE.
           COPY PRSU23RI.

       FD  PRSU23-AUDIT-FILE.
           COPY PRSU23AU.

       FD  PRSU23-MASTER-FILE.
           COPY PRSU23MS.

       FD  PRSU23-PFRQ-FILE.
           COPY PRSU23PF.

       FD  PRSU23-PCHG-FILE.
           COPY PRSU23PY.

       FD  PRSU23-PCR-FILE.
       01  PRSU23-PCR-LINE                 PIC X(100).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-RUNID-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
       77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FILE-MISSING       VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-PFRQ-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PFRQ-FILE-MISSING        VALUE "35".
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
      * Pay-frequency table, loaded from PRSU23PFRQ.TXT at the start
      * of the run.  Sized to a fully populated 56-state/4-job grid
      * plus the default row.
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

       77  WS-FREQ-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-FREQ-FOUND               VALUE "Y".
       77  WS-FREQ-CD                      PIC X(01) VALUE SPACES.
       77  WS-FREQ-PERIODS                 PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * The employee being built, and the run's counts and hash
      * totals.
      *----------------------------------------------------------------
       77  WS-DED-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-CHG-CNT                      PIC 9(02) COMP VALUE ZERO.
       77  WS-EXC-REASON                   PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * The run's audit record waiting to be sent, and the record
      * just read while the waiting one is sent - see
      * 2000-PROCESS-AUDIT-RECORD.
      *----------------------------------------------------------------
       77  WS-AU-HELD-SW                   PIC X(01) VALUE "N".
           88  WS-AU-HELD                  VALUE "Y".
           COPY PRSU23AU REPLACING LEADING ==PRSU23== BY ==PRSU23-WH==.
           COPY PRSU23AU REPLACING LEADING ==PRSU23== BY ==PRSU23-WN==.

       77  WS-AUDIT-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-SENT-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCHANGED-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-SKIP-TERM-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-REVERSED-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-SAL-HASH                     PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       77  WS-GROSS-TOT                    PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
       77  WS-DED-TOT                      PIC S9(09)V99 COMP-3
                                           VALUE ZERO.

      *----------------------------------------------------------------
      * Control report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-PCR-HEAD-1.
           05  FILLER                      PIC X(36) VALUE
               "PAYROLL CHANGE FILE CONTROL REPORT".
           05  FILLER                      PIC X(08) VALUE
               "RUN ID: ".
           05  PRSU23-QH-RUN-ID            PIC ZZZZZZ9.
           05  FILLER                      PIC X(13) VALUE
               "  RUN DATE: ".
           05  PRSU23-QH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  PRSU23-WS-PCR-HEAD-2.
           05  FILLER                      PIC X(30) VALUE
               "EMP NO  EMPLOYEE NAME".
           05  FILLER                      PIC X(70) VALUE
               "HELD OFF THE FILE BECAUSE".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  PRSU23-WS-PCR-DETAIL-LINE.
           05  PRSU23-QD-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-QD-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-QD-REASON            PIC X(40).
           05  FILLER                      PIC X(30).

       01  PRSU23-WS-PCR-COUNT-LINE.
           05  FILLER                      PIC X(07) VALUE "SENT: ".
           05  PRSU23-QC-SENT-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13) VALUE
               "  UNCHANGED: ".
           05  PRSU23-QC-UNCHANGED-CNT     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  TERMINATED: ".
           05  PRSU23-QC-SKIP-TERM-CNT     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(08) VALUE
               "  HELD: ".
           05  PRSU23-QC-HELD-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  REVERSED: ".
           05  PRSU23-QC-REVERSED-CNT      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  PRSU23-WS-PCR-TOTAL-LINE.
           05  FILLER                      PIC X(13) VALUE
               "SALARY HASH: ".
           05  PRSU23-QT-SAL-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(10) VALUE
               "  GROSS: ".
           05  PRSU23-QT-GROSS-TOT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(15) VALUE
               "  DEDUCTIONS: ".
           05  PRSU23-QT-DED-TOT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Check the run is fit to send, turn each of its audit
      *    records into a change record, close the file with its
      *    trailer and set the return code.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Read the run-id and make sure the cycle run ledger shows
      *    it balanced, load the pay-frequency table, open the audit
      *    trail and the master, and start the change file and the
      *    control report.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-RUNID-FILE.
           IF WS-RUNID-FILE-MISSING
               DISPLAY "CS370PROGRAM19: PRSU23RID.TXT IS MISSING - "
                   "NO RUN TO SEND - RUN STOPPED"
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
           PERFORM 1100-LOAD-PFRQ-TABLE THRU 1100-EXIT.
           OPEN INPUT PRSU23-AUDIT-FILE.
           IF WS-AUDIT-FILE-MISSING
               DISPLAY "CS370PROGRAM19: PRSU23AUDIT.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-FILE-MISSING
               DISPLAY "CS370PROGRAM19: PRSU23MSTR.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-PCHG-FILE.
           MOVE SPACES TO PRSU23-PAYCHG-HEADER.
           MOVE "HD" TO PRSU23-PH-REC-TYPE.
           MOVE WS-RUN-ID TO PRSU23-PH-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-PH-CREATE-DATE.
           MOVE "PRSU23" TO PRSU23-PH-SOURCE-SYSTEM.
           WRITE PRSU23-PAYCHG-HEADER.
           OPEN OUTPUT PRSU23-PCR-FILE.
           MOVE WS-RUN-ID TO PRSU23-QH-RUN-ID.
           MOVE WS-RUN-DATE TO PRSU23-QH-RUN-DATE.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-PCR-HEAD-1.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-PCR-HEAD-2.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse to send payroll a run CS370PROGRAM5 has not
      *    balanced: the cycle run ledger must show step 05 ending 4
      *    or less for this run-id - the latest ending wins - and no
      *    backout by CS370PROGRAM6.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM19: PRSU23LDG.TXT IS MISSING - "
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
               DISPLAY "CS370PROGRAM19: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM19: RUN-ID " WS-RUN-ID
                   " HAS NOT BEEN THROUGH BALANCING - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC > 4
               DISPLAY "CS370PROGRAM19: RUN-ID " WS-RUN-ID
                   " BALANCING ENDED RETURN-CODE " WS-LG-PREREQ-CC
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
                   WHEN PRSU23-LG-BALANCE AND PRSU23-LG-ENDED
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
      *1100-LOAD-PFRQ-TABLE
      *    Read PRSU23PFRQ.TXT into memory once.  A missing table or
      *    a row with an unknown frequency or zero periods stops the
      *    run - a per-period gross cannot be guessed.
      *****************************************************************
       1100-LOAD-PFRQ-TABLE.
           MOVE ZERO TO WS-PFRQ-CNT.
           OPEN INPUT PRSU23-PFRQ-FILE.
           IF WS-PFRQ-FILE-MISSING
               DISPLAY "CS370PROGRAM19: PRSU23PFRQ.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-PFRQ-RECORD THRU 1110-EXIT.
           PERFORM 1120-ADD-PFRQ-ENTRY THRU 1120-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-PFRQ-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1100-EXIT.
           EXIT.

       1110-READ-PFRQ-RECORD.
           READ PRSU23-PFRQ-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

       1120-ADD-PFRQ-ENTRY.
           IF NOT PRSU23-PF-VALID-FREQ
               OR PRSU23-PF-PERIODS NOT NUMERIC
               OR PRSU23-PF-PERIODS = ZERO
               DISPLAY "CS370PROGRAM19: PRSU23PFRQ.TXT ROW "
                   PRSU23-PF-STATE-CD PRSU23-PF-JOB-CD
                   " HAS A BAD FREQUENCY OR PERIOD COUNT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PFRQ-CNT = 250
               DISPLAY "CS370PROGRAM19: PRSU23PFRQ.TXT EXCEEDS THE "
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
           PERFORM 1110-READ-PFRQ-RECORD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-AUDIT-RECORD
      *    Send each employee of the run being sent once, from their
      *    last audit record under the run-id.  Each record is held
      *    until the next one is read: an AMEND run's reversal record
      *    is written immediately ahead of the employee's repost, so
      *    a held record followed by another for the same employee is
      *    a reversal and is dropped - payroll gets the repost alone.
      *    Bonus audit records carry zero old/new figures and are
      *    skipped - a bonus is not a pay rate change.
      *****************************************************************
       2000-PROCESS-AUDIT-RECORD.
           IF PRSU23-AU-BONUS-AMT IS NUMERIC
               AND PRSU23-AU-BONUS-AMT NOT = ZERO
               CONTINUE
           ELSE
               IF PRSU23-AU-RUN-ID = WS-RUN-ID
                   PERFORM 2010-HOLD-AUDIT-RECORD THRU 2010-EXIT
               END-IF
           END-IF.
           PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2010-HOLD-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-AU-HELD
                   CONTINUE
               WHEN PRSU23-WH-AU-EMP-NUM = PRSU23-AU-EMP-NUM
                   ADD 1 TO WS-REVERSED-CNT
               WHEN OTHER
                   MOVE PRSU23-AUDIT-RECORD TO PRSU23-WN-AUDIT-RECORD
                   PERFORM 2020-SEND-HELD-RECORD THRU 2020-EXIT
                   MOVE PRSU23-WN-AUDIT-RECORD TO PRSU23-AUDIT-RECORD
           END-EVALUATE.
           MOVE PRSU23-AUDIT-RECORD TO PRSU23-WH-AUDIT-RECORD.
           MOVE "Y" TO WS-AU-HELD-SW.
       2010-EXIT.
           EXIT.

       2020-SEND-HELD-RECORD.
           MOVE PRSU23-WH-AUDIT-RECORD TO PRSU23-AUDIT-RECORD.
           PERFORM 2050-SEND-ONE-EMPLOYEE THRU 2050-EXIT.
           MOVE "N" TO WS-AU-HELD-SW.
       2020-EXIT.
           EXIT.

      *****************************************************************
      *2050-SEND-ONE-EMPLOYEE
      *    Build the change record, drop it if nothing actually
      *    changed, check the employee against the master and write
      *    it or report why it was held.
      *****************************************************************
       2050-SEND-ONE-EMPLOYEE.
           ADD 1 TO WS-AUDIT-CNT.
           PERFORM 2100-BUILD-CHANGE-RECORD THRU 2100-EXIT.
           IF WS-CHG-CNT = ZERO
               ADD 1 TO WS-UNCHANGED-CNT
           ELSE
               MOVE PRSU23-AU-EMP-NUM TO PRSU23-MS-EMP-NUM
               MOVE SPACES TO WS-MASTER-STATUS
               READ PRSU23-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM 2200-LOOKUP-PAY-FREQ THRU 2200-EXIT
               EVALUATE TRUE
                   WHEN NOT WS-MASTER-OK
                       MOVE "NOT ON PRSU23MSTR" TO WS-EXC-REASON
                       PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
                   WHEN PRSU23-MS-TERMINATED
                       ADD 1 TO WS-SKIP-TERM-CNT
                   WHEN PRSU23-MS-SALARY NOT = PRSU23-AU-NEW-SAL
                       MOVE "MASTER SALARY CHANGED SINCE THE RUN"
                           TO WS-EXC-REASON
                       PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
                   WHEN NOT WS-FREQ-FOUND
                       MOVE "NO PRSU23PFRQ.TXT ROW FOR STATE/JOB"
                           TO WS-EXC-REASON
                       PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
                   WHEN OTHER
                       PERFORM 2300-WRITE-CHANGE-RECORD THRU 2300-EXIT
               END-EVALUATE
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *2100-BUILD-CHANGE-RECORD
      *    Lay out the detail record from the audit record and count
      *    what changed: the salary switch, then dues, premium and
      *    each deduction code whose new amount differs from its old,
      *    packed into the deduction slots.
      *****************************************************************
       2100-BUILD-CHANGE-RECORD.
           MOVE SPACES TO PRSU23-PAYCHG-DETAIL.
           MOVE ZERO TO WS-CHG-CNT.
           MOVE ZERO TO PRSU23-PY-DED-CNT.
           MOVE "DT" TO PRSU23-PY-REC-TYPE.
           MOVE PRSU23-AU-EMP-NUM TO PRSU23-PY-EMP-NUM.
           MOVE PRSU23-AU-EMP-NAME TO PRSU23-PY-EMP-NAME.
           MOVE PRSU23-AU-STATE-CD TO PRSU23-PY-STATE-CD.
           MOVE PRSU23-AU-JOB-CD TO PRSU23-PY-JOB-CD.
           MOVE PRSU23-AU-RUN-DATE TO PRSU23-PY-EFF-DATE.
           MOVE PRSU23-AU-NEW-SAL TO PRSU23-PY-ANNUAL-SAL.
           IF PRSU23-AU-NEW-SAL NOT = PRSU23-AU-OLD-SAL
               MOVE "Y" TO PRSU23-PY-SAL-CHG-SW
               ADD 1 TO WS-CHG-CNT
           ELSE
               MOVE "N" TO PRSU23-PY-SAL-CHG-SW
           END-IF.
           IF PRSU23-AU-NEW-DUES NOT = PRSU23-AU-OLD-DUES
               ADD 1 TO PRSU23-PY-DED-CNT
               MOVE "DUES" TO PRSU23-PY-DED-CD (PRSU23-PY-DED-CNT)
               MOVE PRSU23-AU-NEW-DUES
                   TO PRSU23-PY-DED-AMT (PRSU23-PY-DED-CNT)
           END-IF.
           IF PRSU23-AU-NEW-PREM NOT = PRSU23-AU-OLD-PREM
               ADD 1 TO PRSU23-PY-DED-CNT
               MOVE "PREM" TO PRSU23-PY-DED-CD (PRSU23-PY-DED-CNT)
               MOVE PRSU23-AU-NEW-PREM
                   TO PRSU23-PY-DED-AMT (PRSU23-PY-DED-CNT)
           END-IF.
           PERFORM 2110-CHECK-ONE-DED THRU 2110-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 8.
           ADD PRSU23-PY-DED-CNT TO WS-CHG-CNT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-DED.
           IF PRSU23-AU-DED-CD (WS-DED-SUB) NOT = SPACES
               AND PRSU23-AU-NEW-DED (WS-DED-SUB) NOT =
                   PRSU23-AU-OLD-DED (WS-DED-SUB)
               ADD 1 TO PRSU23-PY-DED-CNT
               MOVE PRSU23-AU-DED-CD (WS-DED-SUB)
                   TO PRSU23-PY-DED-CD (PRSU23-PY-DED-CNT)
               MOVE PRSU23-AU-NEW-DED (WS-DED-SUB)
                   TO PRSU23-PY-DED-AMT (PRSU23-PY-DED-CNT)
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *2200-LOOKUP-PAY-FREQ
      *    Find the employee's pay frequency: the exact State/Job
      *    row first, then the "**"/"***" default row - the same
      *    precedence the rate table lookups give.
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
      *2300-WRITE-CHANGE-RECORD
      *    Finish the detail with the pay frequency and per-period
      *    gross, write it and add it into the trailer hash totals.
      *****************************************************************
       2300-WRITE-CHANGE-RECORD.
           MOVE WS-FREQ-CD TO PRSU23-PY-FREQ-CD.
           MOVE WS-FREQ-PERIODS TO PRSU23-PY-PERIODS.
           COMPUTE PRSU23-PY-PERIOD-GROSS ROUNDED =
               PRSU23-AU-NEW-SAL / WS-FREQ-PERIODS.
           PERFORM 2310-CLEAR-UNUSED-DED THRU 2310-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 10.
           WRITE PRSU23-PAYCHG-DETAIL.
           ADD 1 TO WS-SENT-CNT.
           ADD PRSU23-PY-ANNUAL-SAL TO WS-SAL-HASH.
           ADD PRSU23-PY-PERIOD-GROSS TO WS-GROSS-TOT.
           PERFORM 2320-ADD-DED-TOTAL THRU 2320-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > PRSU23-PY-DED-CNT.
       2300-EXIT.
           EXIT.

       2310-CLEAR-UNUSED-DED.
           IF WS-DED-SUB > PRSU23-PY-DED-CNT
               MOVE ZERO TO PRSU23-PY-DED-AMT (WS-DED-SUB)
           END-IF.
       2310-EXIT.
           EXIT.

       2320-ADD-DED-TOTAL.
           ADD PRSU23-PY-DED-AMT (WS-DED-SUB) TO WS-DED-TOT.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *2400-WRITE-EXCEPTION
      *    Report an employee held off the change file.
      *****************************************************************
       2400-WRITE-EXCEPTION.
           ADD 1 TO WS-HELD-CNT.
           MOVE SPACES TO PRSU23-WS-PCR-DETAIL-LINE.
           MOVE PRSU23-AU-EMP-NUM TO PRSU23-QD-EMP-NUM.
           MOVE PRSU23-AU-EMP-NAME TO PRSU23-QD-EMP-NAME.
           MOVE WS-EXC-REASON TO PRSU23-QD-REASON.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-PCR-DETAIL-LINE.
       2400-EXIT.
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
      *    Write the trailer, print the counts and hash totals, close
      *    the files and set the return code - 8 when anyone was held
      *    off the file or the run-id had no audit records at all.
      *    The run's last audit record is still held, and is sent
      *    first.
      *****************************************************************
       3000-FINALIZE.
           IF WS-AU-HELD
               PERFORM 2020-SEND-HELD-RECORD THRU 2020-EXIT
           END-IF.
           MOVE SPACES TO PRSU23-PAYCHG-TRAILER.
           MOVE "TR" TO PRSU23-PT-REC-TYPE.
           MOVE WS-RUN-ID TO PRSU23-PT-RUN-ID.
           MOVE WS-SENT-CNT TO PRSU23-PT-REC-CNT.
           MOVE WS-SAL-HASH TO PRSU23-PT-SAL-HASH.
           MOVE WS-GROSS-TOT TO PRSU23-PT-GROSS-TOT.
           MOVE WS-DED-TOT TO PRSU23-PT-DED-TOT.
           WRITE PRSU23-PAYCHG-TRAILER.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-SENT-CNT TO PRSU23-QC-SENT-CNT.
           MOVE WS-UNCHANGED-CNT TO PRSU23-QC-UNCHANGED-CNT.
           MOVE WS-SKIP-TERM-CNT TO PRSU23-QC-SKIP-TERM-CNT.
           MOVE WS-HELD-CNT TO PRSU23-QC-HELD-CNT.
           MOVE WS-REVERSED-CNT TO PRSU23-QC-REVERSED-CNT.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-PCR-COUNT-LINE.
           MOVE WS-SAL-HASH TO PRSU23-QT-SAL-HASH.
           MOVE WS-GROSS-TOT TO PRSU23-QT-GROSS-TOT.
           MOVE WS-DED-TOT TO PRSU23-QT-DED-TOT.
           WRITE PRSU23-PCR-LINE FROM PRSU23-WS-PCR-TOTAL-LINE.
           CLOSE PRSU23-AUDIT-FILE.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-PCHG-FILE.
           CLOSE PRSU23-PCR-FILE.
           IF WS-AUDIT-CNT = ZERO
               DISPLAY "CS370PROGRAM19: NO AUDIT RECORDS FOR RUN-ID "
                   WS-RUN-ID " - NOTHING SENT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-CNT > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 3100-WRITE-LEDGER-ENTRY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-LEDGER-ENTRY
      *    Post the change file step's ending condition for this run
      *    to the PRSU23LDG.TXT cycle run ledger.
      *****************************************************************
       3100-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "19" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3100-EXIT.
           EXIT.
