       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM21.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Payroll reconciliation.  PRSU23MSTR is the system of record
      * for salary, union dues, insurance premiums and deductions,
      * but nothing proved the payroll processor was actually paying
      * those figures.  This program takes payroll's current-pay
      * extract - every employee payroll is paying, in the same
      * PRSU23PY.CPY interface layout CS370PROGRAM19 sends changes
      * in - sorts it by Employee Number and matches it against the
      * master walked in key order.  Each disagreement is reported
      * field by field, every employee on one side and not the other
      * is listed, and the run ends nonzero when anything is out.
      ******
      *INPUT:
      *    PRSU23PPAY.TXT - payroll's current-pay extract - see
      *        PRSU23PY.CPY.  One "DT" record per employee paid,
      *        carrying the annual salary and every current deduction:
      *        union dues as code DUES, insurance premiums as code
      *        PREM, then each deduction code.  The "TR" trailer
      *        record count and salary hash are proved against the
      *        detail records read; a record of any other type fails
      *        the proof.
      *    PRSU23MSTR - the employee master, walked in full the way
      *        3300-FLAG-UNPROCESSED in CS370PROGRAM1 walks it.
      ******
      *OUTPUT:
      *    PRSU23PREC.TXT - the payroll reconciliation report: one
      *        line per field out of agreement (annual salary, dues,
      *        premium, each deduction code) showing the master and
      *        payroll figures and the difference; one line per
      *        employee on one side only - a terminated employee
      *        still being paid, an active employee payroll is not
      *        paying, a payee with no master record, an Employee
      *        Number payroll sent twice; the extract control check;
      *        then the summary counts.
      *
      *    RETURN-CODE 0 - payroll and the master agree.
      *    RETURN-CODE 8 - something is out of agreement, or the
      *        extract failed its trailer control check.
      *    RETURN-CODE 16 - the extract or the master is missing.
      ******
      *Calculations Section:
      *
      *    DIFFERENCE = payroll figure - master figure.
      *    A deduction code payroll takes that the master does not
      *        carry is compared against a master figure of zero,
      *        and a master deduction payroll does not take against
      *        a payroll figure of zero.
      *    Employees marked "TERMINATED" by CS370PROGRAM4 are expected
      *        to be off payroll - one still paid is reported, one not
      *        paid is counted as agreeing.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the payroll reconciliation against
      *                    PRSU23MSTR.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  An empty master is caught on the START and
      *                    left to the extract side.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-PPAY-FILE ASSIGN TO "PRSU23PPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-STATUS.

           SELECT PRSU23-MASTER-FILE ASSIGN TO "PRSU23MSTR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-SORT-FILE ASSIGN TO "PRSU23PSRT".

           SELECT PRSU23-PREC-FILE ASSIGN TO "PRSU23PREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-PPAY-FILE.
           COPY PRSU23PY.

       FD  PRSU23-MASTER-FILE.
           COPY PRSU23MS.

       SD  PRSU23-SORT-FILE.
           COPY PRSU23PY REPLACING LEADING ==PRSU23== BY ==PRSU23S==.

       FD  PRSU23-PREC-FILE.
       01  PRSU23-PREC-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-PPAY-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PPAY-FILE-MISSING        VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-MASTER-NOT-FOUND         VALUE "23".
           88  WS-MASTER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Match keys.  Each side's key goes to HIGH-VALUES at its end so
      * the other side's leftovers fall out as one-sided.
      *----------------------------------------------------------------
       77  WS-MS-KEY                       PIC X(06) VALUE SPACES.
       77  WS-PY-KEY                       PIC X(06) VALUE SPACES.
       77  WS-PREV-PY-KEY                  PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------
      * Extract control check - see 2100-RELEASE-EXTRACT.
      *----------------------------------------------------------------
       77  WS-TRAILER-SW                   PIC X(01) VALUE "N".
           88  WS-TRAILER-FOUND            VALUE "Y".
       77  WS-TR-REC-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-SAL-HASH                  PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       77  WS-DT-SAL-HASH                  PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       77  WS-CONTROL-SW                   PIC X(01) VALUE "Y".
           88  WS-CONTROL-OK               VALUE "Y".

      *----------------------------------------------------------------
      * The field being compared.
      *----------------------------------------------------------------
       77  WS-CMP-FIELD                    PIC X(12) VALUE SPACES.
       77  WS-CMP-MASTER-AMT               PIC S9(09)V99 VALUE ZERO.
       77  WS-CMP-PAY-AMT                  PIC S9(09)V99 VALUE ZERO.
       77  WS-CMP-DIFF                     PIC S9(09)V99 VALUE ZERO.
       77  WS-FIND-CD                      PIC X(04) VALUE SPACES.
       77  WS-EMP-OUT-SW                   PIC X(01) VALUE "N".
           88  WS-EMP-OUT                  VALUE "Y".
       77  WS-PY-DED-CNT                   PIC 9(02) COMP VALUE ZERO.
       77  WS-PY-SUB                       PIC 9(02) COMP VALUE ZERO.
       77  WS-MS-SUB                       PIC 9(02) COMP VALUE ZERO.
       77  WS-EXC-REASON                   PIC X(60) VALUE SPACES.
       01  PRSU23-WS-PY-USED-TABLE.
           05  PRSU23-WS-PY-USED-SW OCCURS 10 TIMES
                                           PIC X(01).

      *----------------------------------------------------------------
      * Run counts.
      *----------------------------------------------------------------
       77  WS-DT-CNT                       PIC 9(07) COMP VALUE ZERO.
       77  WS-MASTER-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-AGREE-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-EMP-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-FIELD-OUT-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-TERM-UNPAID-CNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-TERM-PAID-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-MASTER-ONLY-CNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-PAY-ONLY-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DUP-CNT                      PIC 9(07) COMP VALUE ZERO.
       77  WS-BAD-TYPE-CNT                 PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-PREC-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "PAYROLL RECONCILIATION TO PRSU23MSTR".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE: ".
           05  PRSU23-PR-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  PRSU23-WS-PREC-HEAD-2.
           05  FILLER                      PIC X(06) VALUE "EMP NO".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               "EMPLOYEE NAME".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE "FIELD".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "  MASTER AMOUNT".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               " PAYROLL AMOUNT".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "     DIFFERENCE".
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-PREC-FIELD-LINE.
           05  PRSU23-PD-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-PD-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-PD-FIELD             PIC X(12).
           05  FILLER                      PIC X(02).
           05  PRSU23-PD-MASTER-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-PD-PAY-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02).
           05  PRSU23-PD-DIFF              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(39).

       01  PRSU23-WS-PREC-EXC-LINE.
           05  PRSU23-PE-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-PE-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(02).
           05  PRSU23-PE-REASON            PIC X(60).
           05  FILLER                      PIC X(42).

       01  PRSU23-WS-PREC-COUNT-LINE.
           05  PRSU23-PN-LABEL             PIC X(50).
           05  PRSU23-PN-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(73).

       01  PRSU23-WS-PREC-CONTROL-LINE.
           05  FILLER                      PIC X(26) VALUE
               "EXTRACT TRAILER COUNT:   ".
           05  PRSU23-PK-TR-CNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE
               "  DETAIL READ: ".
           05  PRSU23-PK-DT-CNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  SALARY HASH ".
           05  PRSU23-PK-TR-HASH           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(04) VALUE " VS ".
           05  PRSU23-PK-DT-HASH           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-PK-RESULT            PIC X(16).

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Sort the extract, match it to the master, print the
      *    summary and set the return code.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-RECONCILE THRU 2000-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Open the master and the extract - either missing stops the
      *    run, there is nothing to reconcile - and start the report.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-FILE-MISSING
               DISPLAY "CS370PROGRAM21: PRSU23MSTR IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRSU23-PPAY-FILE.
           IF WS-PPAY-FILE-MISSING
               DISPLAY "CS370PROGRAM21: PRSU23PPAY.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-PREC-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO PRSU23-PR-RUN-DATE.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-HEAD-1.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-HEAD-2.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-BLANK-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *2000-RECONCILE
      *    Sort the extract's detail records into Employee Number
      *    order and match them to the master on the way back out.
      *****************************************************************
       2000-RECONCILE.
           SORT PRSU23-SORT-FILE
               ON ASCENDING KEY PRSU23S-PY-EMP-NUM
               INPUT PROCEDURE IS 2100-RELEASE-EXTRACT THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2300-MATCH-MASTER THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *2100-RELEASE-EXTRACT
      *    Release every detail record to the sort, adding up its
      *    count and salary hash, and keep the trailer's figures to
      *    prove them against.
      *****************************************************************
       2100-RELEASE-EXTRACT.
           PERFORM 2910-READ-PPAY-RECORD THRU 2910-EXIT.
           PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
               UNTIL PRSU23-EOF.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-RECORD.
           EVALUATE TRUE
               WHEN PRSU23-PH-HEADER
                   CONTINUE
               WHEN PRSU23-PH-TRAILER
                   MOVE "Y" TO WS-TRAILER-SW
                   MOVE PRSU23-PT-REC-CNT TO WS-TR-REC-CNT
                   MOVE PRSU23-PT-SAL-HASH TO WS-TR-SAL-HASH
               WHEN PRSU23-PY-REC-TYPE NOT = "DT"
                   ADD 1 TO WS-BAD-TYPE-CNT
                   MOVE "N" TO WS-CONTROL-SW
               WHEN OTHER
                   ADD 1 TO WS-DT-CNT
                   ADD PRSU23-PY-ANNUAL-SAL TO WS-DT-SAL-HASH
                   RELEASE PRSU23S-PAYCHG-DETAIL
                       FROM PRSU23-PAYCHG-DETAIL
           END-EVALUATE.
           PERFORM 2910-READ-PPAY-RECORD THRU 2910-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *2300-MATCH-MASTER
      *    Walk the master in key order alongside the sorted extract.
      *    The lower key is one-sided; equal keys are compared field
      *    by field.  An Employee Number payroll sent a second time
      *    is reported on its own and not matched again.  A master
      *    with no record to START on leaves only the extract side.
      *****************************************************************
       2300-MATCH-MASTER.
           MOVE SPACES TO WS-MASTER-STATUS.
           MOVE SPACES TO WS-MS-KEY.
           MOVE LOW-VALUES TO PRSU23-MS-EMP-NUM.
           START PRSU23-MASTER-FILE KEY IS NOT LESS THAN
               PRSU23-MS-EMP-NUM
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
                   MOVE HIGH-VALUES TO WS-MS-KEY
           END-START.
           IF WS-MS-KEY NOT = HIGH-VALUES
               PERFORM 2920-READ-NEXT-MASTER THRU 2920-EXIT
           END-IF.
           PERFORM 2930-RETURN-SORT-RECORD THRU 2930-EXIT.
           PERFORM 2400-MATCH-ONE-KEY THRU 2400-EXIT
               UNTIL WS-MS-KEY = HIGH-VALUES
                   AND WS-PY-KEY = HIGH-VALUES.
       2300-EXIT.
           EXIT.

       2400-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-PY-KEY NOT = HIGH-VALUES
                   AND WS-PY-KEY = WS-PREV-PY-KEY
                   ADD 1 TO WS-DUP-CNT
                   MOVE "PAID MORE THAN ONCE ON THE PAYROLL EXTRACT"
                       TO WS-EXC-REASON
                   PERFORM 2800-WRITE-PAY-EXC-LINE THRU 2800-EXIT
                   PERFORM 2930-RETURN-SORT-RECORD THRU 2930-EXIT
               WHEN WS-MS-KEY = WS-PY-KEY
                   PERFORM 2500-COMPARE-EMPLOYEE THRU 2500-EXIT
                   PERFORM 2920-READ-NEXT-MASTER THRU 2920-EXIT
                   PERFORM 2930-RETURN-SORT-RECORD THRU 2930-EXIT
               WHEN WS-MS-KEY < WS-PY-KEY
                   PERFORM 2600-MASTER-ONLY THRU 2600-EXIT
                   PERFORM 2920-READ-NEXT-MASTER THRU 2920-EXIT
               WHEN OTHER
                   ADD 1 TO WS-PAY-ONLY-CNT
                   MOVE "PAID BY PAYROLL - NO PRSU23MSTR RECORD"
                       TO WS-EXC-REASON
                   PERFORM 2800-WRITE-PAY-EXC-LINE THRU 2800-EXIT
                   PERFORM 2930-RETURN-SORT-RECORD THRU 2930-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *2500-COMPARE-EMPLOYEE
      *    A terminated employee should not be paid at all.  Anyone
      *    else is compared on annual salary, dues, premium, each
      *    master deduction code, then any deduction code payroll
      *    takes that the master does not carry.
      *****************************************************************
       2500-COMPARE-EMPLOYEE.
           IF PRSU23-MS-TERMINATED
               ADD 1 TO WS-TERM-PAID-CNT
               MOVE SPACES TO WS-EXC-REASON
               STRING "TERMINATED " DELIMITED BY SIZE
                   PRSU23-MS-TERM-DATE DELIMITED BY SIZE
                   " ON PRSU23MSTR - STILL PAID BY PAYROLL"
                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 2700-WRITE-MASTER-EXC-LINE THRU 2700-EXIT
           ELSE
               MOVE "N" TO WS-EMP-OUT-SW
               MOVE PRSU23S-PY-DED-CNT TO WS-PY-DED-CNT
               IF PRSU23S-PY-DED-CNT NOT NUMERIC
                   OR WS-PY-DED-CNT > 10
                   MOVE ZERO TO WS-PY-DED-CNT
               END-IF
               MOVE SPACES TO PRSU23-WS-PY-USED-TABLE
               MOVE "SALARY" TO WS-CMP-FIELD
               MOVE PRSU23-MS-SALARY TO WS-CMP-MASTER-AMT
               MOVE PRSU23S-PY-ANNUAL-SAL TO WS-CMP-PAY-AMT
               PERFORM 2550-REPORT-IF-DIFFERENT THRU 2550-EXIT
               MOVE "DUES" TO WS-FIND-CD
               MOVE "DUES" TO WS-CMP-FIELD
               MOVE PRSU23-MS-DUES TO WS-CMP-MASTER-AMT
               PERFORM 2520-COMPARE-DED THRU 2520-EXIT
               MOVE "PREM" TO WS-FIND-CD
               MOVE "PREMIUM" TO WS-CMP-FIELD
               MOVE PRSU23-MS-PREMIUM TO WS-CMP-MASTER-AMT
               PERFORM 2520-COMPARE-DED THRU 2520-EXIT
               PERFORM 2510-COMPARE-MASTER-DED THRU 2510-EXIT
                   VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > 8
               PERFORM 2540-CHECK-PAYROLL-ONLY-DED THRU 2540-EXIT
                   VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-DED-CNT
               IF WS-EMP-OUT
                   ADD 1 TO WS-OUT-EMP-CNT
               ELSE
                   ADD 1 TO WS-AGREE-CNT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-COMPARE-MASTER-DED.
           IF PRSU23-MS-DED-CD (WS-MS-SUB) NOT = SPACES
               MOVE PRSU23-MS-DED-CD (WS-MS-SUB) TO WS-FIND-CD
               MOVE SPACES TO WS-CMP-FIELD
               STRING "DED " DELIMITED BY SIZE
                   WS-FIND-CD DELIMITED BY SIZE
                   INTO WS-CMP-FIELD
               END-STRING
               MOVE PRSU23-MS-DED-AMT (WS-MS-SUB) TO WS-CMP-MASTER-AMT
               PERFORM 2520-COMPARE-DED THRU 2520-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *2520-COMPARE-DED
      *    Compare WS-CMP-MASTER-AMT against payroll's amount for code
      *    WS-FIND-CD - zero when payroll does not take the code -
      *    marking the payroll slot used.
      *****************************************************************
       2520-COMPARE-DED.
           MOVE ZERO TO WS-CMP-PAY-AMT.
           PERFORM 2530-MATCH-PAY-DED THRU 2530-EXIT
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-DED-CNT.
           PERFORM 2550-REPORT-IF-DIFFERENT THRU 2550-EXIT.
       2520-EXIT.
           EXIT.

       2530-MATCH-PAY-DED.
           IF PRSU23S-PY-DED-CD (WS-PY-SUB) = WS-FIND-CD
               AND PRSU23-WS-PY-USED-SW (WS-PY-SUB) = SPACE
               MOVE PRSU23S-PY-DED-AMT (WS-PY-SUB) TO WS-CMP-PAY-AMT
               MOVE "Y" TO PRSU23-WS-PY-USED-SW (WS-PY-SUB)
           END-IF.
       2530-EXIT.
           EXIT.

       2540-CHECK-PAYROLL-ONLY-DED.
           IF PRSU23-WS-PY-USED-SW (WS-PY-SUB) = SPACE
               MOVE SPACES TO WS-CMP-FIELD
               STRING "DED " DELIMITED BY SIZE
                   PRSU23S-PY-DED-CD (WS-PY-SUB) DELIMITED BY SIZE
                   INTO WS-CMP-FIELD
               END-STRING
               MOVE ZERO TO WS-CMP-MASTER-AMT
               MOVE PRSU23S-PY-DED-AMT (WS-PY-SUB) TO WS-CMP-PAY-AMT
               PERFORM 2550-REPORT-IF-DIFFERENT THRU 2550-EXIT
           END-IF.
       2540-EXIT.
           EXIT.

       2550-REPORT-IF-DIFFERENT.
           IF WS-CMP-PAY-AMT NOT = WS-CMP-MASTER-AMT
               MOVE "Y" TO WS-EMP-OUT-SW
               ADD 1 TO WS-FIELD-OUT-CNT
               COMPUTE WS-CMP-DIFF = WS-CMP-PAY-AMT - WS-CMP-MASTER-AMT
               MOVE SPACES TO PRSU23-WS-PREC-FIELD-LINE
               MOVE PRSU23-MS-EMP-NUM TO PRSU23-PD-EMP-NUM
               MOVE PRSU23-MS-EMP-NAME TO PRSU23-PD-EMP-NAME
               MOVE WS-CMP-FIELD TO PRSU23-PD-FIELD
               MOVE WS-CMP-MASTER-AMT TO PRSU23-PD-MASTER-AMT
               MOVE WS-CMP-PAY-AMT TO PRSU23-PD-PAY-AMT
               MOVE WS-CMP-DIFF TO PRSU23-PD-DIFF
               WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-FIELD-LINE
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *2600-MASTER-ONLY
      *    A terminated employee off payroll is as it should be.  An
      *    active one payroll is not paying is reported.
      *****************************************************************
       2600-MASTER-ONLY.
           IF PRSU23-MS-TERMINATED
               ADD 1 TO WS-TERM-UNPAID-CNT
           ELSE
               ADD 1 TO WS-MASTER-ONLY-CNT
               MOVE "ACTIVE ON PRSU23MSTR - NOT PAID BY PAYROLL"
                   TO WS-EXC-REASON
               PERFORM 2700-WRITE-MASTER-EXC-LINE THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2700-WRITE-MASTER-EXC-LINE.
           MOVE SPACES TO PRSU23-WS-PREC-EXC-LINE.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-PE-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-PE-EMP-NAME.
           MOVE WS-EXC-REASON TO PRSU23-PE-REASON.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-EXC-LINE.
       2700-EXIT.
           EXIT.

       2800-WRITE-PAY-EXC-LINE.
           MOVE SPACES TO PRSU23-WS-PREC-EXC-LINE.
           MOVE PRSU23S-PY-EMP-NUM TO PRSU23-PE-EMP-NUM.
           MOVE PRSU23S-PY-EMP-NAME TO PRSU23-PE-EMP-NAME.
           MOVE WS-EXC-REASON TO PRSU23-PE-REASON.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-EXC-LINE.
       2800-EXIT.
           EXIT.

       2910-READ-PPAY-RECORD.
           READ PRSU23-PPAY-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2910-EXIT.
           EXIT.

       2920-READ-NEXT-MASTER.
           READ PRSU23-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-NOT-FOUND TO TRUE
                   MOVE HIGH-VALUES TO WS-MS-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-CNT
                   MOVE PRSU23-MS-EMP-NUM TO WS-MS-KEY
           END-READ.
       2920-EXIT.
           EXIT.

       2930-RETURN-SORT-RECORD.
           IF WS-PY-KEY NOT = HIGH-VALUES
               MOVE WS-PY-KEY TO WS-PREV-PY-KEY
           END-IF.
           RETURN PRSU23-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
                   MOVE HIGH-VALUES TO WS-PY-KEY
               NOT AT END
                   MOVE PRSU23S-PY-EMP-NUM TO WS-PY-KEY
           END-RETURN.
       2930-EXIT.
           EXIT.

      *****************************************************************
      *3000-FINALIZE
      *    Prove the extract against its trailer, print the summary
      *    counts, close the files and set the return code - 8 when
      *    anything at all is out of agreement.
      *****************************************************************
       3000-FINALIZE.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 3100-CHECK-EXTRACT-CONTROL THRU 3100-EXIT.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "MASTER RECORDS READ" TO PRSU23-PN-LABEL.
           MOVE WS-MASTER-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "PAYROLL DETAIL RECORDS READ" TO PRSU23-PN-LABEL.
           MOVE WS-DT-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "EMPLOYEES IN AGREEMENT" TO PRSU23-PN-LABEL.
           MOVE WS-AGREE-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "TERMINATED AND NOT PAID" TO PRSU23-PN-LABEL.
           MOVE WS-TERM-UNPAID-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "EMPLOYEES WITH FIELDS OUT OF AGREEMENT"
               TO PRSU23-PN-LABEL.
           MOVE WS-OUT-EMP-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "FIELDS OUT OF AGREEMENT" TO PRSU23-PN-LABEL.
           MOVE WS-FIELD-OUT-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "TERMINATED BUT STILL PAID" TO PRSU23-PN-LABEL.
           MOVE WS-TERM-PAID-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "ACTIVE ON MASTER, NOT PAID" TO PRSU23-PN-LABEL.
           MOVE WS-MASTER-ONLY-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "PAID WITH NO MASTER RECORD" TO PRSU23-PN-LABEL.
           MOVE WS-PAY-ONLY-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "PAID MORE THAN ONCE" TO PRSU23-PN-LABEL.
           MOVE WS-DUP-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           MOVE "EXTRACT RECORDS OF UNKNOWN TYPE" TO PRSU23-PN-LABEL.
           MOVE WS-BAD-TYPE-CNT TO PRSU23-PN-COUNT.
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-PPAY-FILE.
           CLOSE PRSU23-PREC-FILE.
           IF WS-OUT-EMP-CNT > ZERO
               OR WS-TERM-PAID-CNT > ZERO
               OR WS-MASTER-ONLY-CNT > ZERO
               OR WS-PAY-ONLY-CNT > ZERO
               OR WS-DUP-CNT > ZERO
               OR NOT WS-CONTROL-OK
               DISPLAY "CS370PROGRAM21: PAYROLL AND PRSU23MSTR ARE "
                   "OUT OF AGREEMENT - SEE PRSU23PREC.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-CHECK-EXTRACT-CONTROL
      *    The extract must end in a trailer whose record count and
      *    salary hash match the detail records read - otherwise
      *    payroll's file was cut short and the match above cannot
      *    be trusted.
      *****************************************************************
       3100-CHECK-EXTRACT-CONTROL.
           MOVE WS-TR-REC-CNT TO PRSU23-PK-TR-CNT.
           MOVE WS-DT-CNT TO PRSU23-PK-DT-CNT.
           MOVE WS-TR-SAL-HASH TO PRSU23-PK-TR-HASH.
           MOVE WS-DT-SAL-HASH TO PRSU23-PK-DT-HASH.
           IF NOT WS-TRAILER-FOUND
               MOVE "N" TO WS-CONTROL-SW
               MOVE "NO TRAILER" TO PRSU23-PK-RESULT
           ELSE
               IF WS-TR-REC-CNT NOT = WS-DT-CNT
                   OR WS-TR-SAL-HASH NOT = WS-DT-SAL-HASH
                   MOVE "N" TO WS-CONTROL-SW
                   MOVE "OUT OF BALANCE" TO PRSU23-PK-RESULT
               ELSE
                   MOVE "IN BALANCE" TO PRSU23-PK-RESULT
               END-IF
           END-IF.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-CONTROL-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-COUNT-LINE.
           WRITE PRSU23-PREC-LINE FROM PRSU23-WS-PREC-COUNT-LINE.
       3200-EXIT.
           EXIT.
