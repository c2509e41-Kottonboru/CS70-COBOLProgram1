      *    PRSU23TRAN.TXT - one maintenance transaction per record,
      *        keyed by Employee Number - see PRSU23TR.CPY:
      *        "T" terminate, "X" transfer, "N" name correction,
      *        "R" rehire/reactivate, "H" hire date and union step.
      *    PRSU23MSTR - the employee master, updated in place.
      *    PRSU23STATE.TXT - the valid State Code table, used to edit
      *        the new State Code on a transfer.
      *    PRSU23OPER.TXT - the operator authorization table - see
      *        PRSU23OP.CPY.  The transaction's OPER-ID must be on it
      *        with maintenance access.
      ******
      *OUTPUT:
      *    PRSU23MREG.TXT - the maintenance transaction register: one
      *    was APPLIED or REJECTED, and the reason for any rejection,
      *    with applied/rejected counts at the bottom - HR's proof of
      *    every change made to the master.
      *    PRSU23ACCL.TXT - the access log, appended: one record per
      *    transaction, allowed or denied - see PRSU23AL.CPY.
      *
      *    RETURN-CODE 16 - PRSU23TRAN.TXT, PRSU23MSTR or
      *    PRSU23OPER.TXT is missing.
      ******
      *Calculations Section:
      *
      *    Name correction replaces the employee name.
      *    Rehire clears the termination status and date and marks the
      *        record "REHIRED" until the next raise run refreshes it.
      *    Hire/step sets PRSU23-MS-HIRE-DATE from EFF-DATE and
      *        PRSU23-MS-STEP from NEW-STEP, and stamps
      *        PRSU23-MS-STEP-DATE with the run date, so the
      *        CS370PROGRAM26 anniversary run starts counting from
      *        here.  The hire date must be a YYYYMMDD date no later
      *        than the run date and the step numeric from 01 up; a
      *        terminated employee must be rehired first.
      *    A transaction for an Employee Number not on the master, a
      *        terminate/transfer against an already-terminated
      *        employee, or a rehire against an active employee is
      *        rejected to the register, never applied.
      *    A transaction keyed by an operator who is not on
      *        PRSU23OPER.TXT, who has no maintenance access, or whose
      *        State Codes do not cover the employee's master State
      *        Code - or, on a transfer, the new State Code - is
      *        rejected ACCESS DENIED before any other edit and logged
      *        as denied.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-08-22  AC  Added the master maintenance transaction
      *                    program - terminate, transfer, name
      *                    correction, rehire with register report.
      *    2026-10-15  AC  Transactions carry the keying operator ID,
      *                    checked against PRSU23OPER.TXT for
      *                    maintenance access and State Codes; every
      *                    transaction written to the PRSU23ACCL.TXT
      *                    access log.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  Added the "H" hire date and union step
      *                    transaction for the CS370PROGRAM26
      *                    anniversary run.
      *    2026-10-15  AC  The operator table is searched only when it
      *                    holds a row; an empty table leaves the
      *                    operator not authorized.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-STATE-FILE ASSIGN TO "PRSU23STATE.TXT"
           SELECT PRSU23-REGISTER-FILE ASSIGN TO "PRSU23MREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-OPER-FILE ASSIGN TO "PRSU23OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT PRSU23-ACCL-FILE ASSIGN TO "PRSU23ACCL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-TRAN-FILE.
       FD  PRSU23-REGISTER-FILE.
       01  PRSU23-REGISTER-LINE            PIC X(120).

       FD  PRSU23-OPER-FILE.
           COPY PRSU23OP.

       FD  PRSU23-ACCL-FILE.
           COPY PRSU23AL.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * State Code to State Name lookup table, loaded from
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-TRAN-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-TRAN-FILE-MISSING        VALUE "35".
       77  WS-OPER-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-OPER-FILE-MISSING        VALUE "35".
       77  WS-ACCL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ACCL-FILE-MISSING        VALUE "35".

      *----------------------------------------------------------------
      * Operator authorization table, loaded whole from
      * PRSU23OPER.TXT - operator ID and the row image, which is laid
      * over the PRSU23OP layout once the transaction's operator is
      * found.
      *----------------------------------------------------------------
       77  WS-OPER-CNT                     PIC 9(04) COMP VALUE ZERO.
       01  PRSU23-WS-OPER-TABLE.
           05  PRSU23-WS-OPER OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPER-CNT
                   INDEXED BY WS-OP-IX.
               10  PRSU23-WS-OT-OPER-ID    PIC X(08).
               10  PRSU23-WS-OT-ROW        PIC X(29).

           COPY PRSU23OP REPLACING LEADING ==PRSU23== BY ==PRSU23-WS==.

       77  WS-OPER-ST-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-CHECK-STATE-CD               PIC X(02) VALUE SPACES.
       77  WS-OPER-ALLOWED-SW              PIC X(01) VALUE "N".
           88  WS-OPER-ALLOWED             VALUE "Y".
       77  WS-STATE-ALLOWED-SW             PIC X(01) VALUE "N".
           88  WS-STATE-ALLOWED            VALUE "Y".
       77  WS-DENY-REASON                  PIC X(30) VALUE SPACES.

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-TRAN-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLIED-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DENIED-CNT                   PIC 9(07) COMP VALUE ZERO.

       77  WS-ACTION-DESC                  PIC X(15) VALUE SPACES.
       77  WS-DISPOSITION                  PIC X(08) VALUE SPACES.
       77  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
       77  WS-HIRE-MM                      PIC X(02) VALUE SPACES.
       77  WS-HIRE-DD                      PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * Register line work areas.
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  PRSU23-WS-REG-HEAD-2.
           05  FILLER                      PIC X(92) VALUE
               "TR EMP NO EMPLOYEE NAME         ACTION          DISPOS
      -    "ITION  REASON".
           05  FILLER                      PIC X(28) VALUE
               "OPERATOR".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(120) VALUE SPACES.
           05  PRSU23-RG-DISPOSITION       PIC X(08).
           05  FILLER                      PIC X(04).
           05  PRSU23-RG-REASON            PIC X(30).
           05  FILLER                      PIC X(02).
           05  PRSU23-RG-OPER-ID           PIC X(08).
           05  FILLER                      PIC X(20).

       01  PRSU23-WS-REG-COUNT-LINE.
           05  FILLER                      PIC X(24) VALUE
           05  FILLER                      PIC X(12) VALUE
               "  REJECTED: ".
           05  PRSU23-RC-REJECTED-CNT      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(18) VALUE
               "  ACCESS DENIED: ".
           05  PRSU23-RC-DENIED-CNT        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *    headings and prime the transaction read.  A missing master
      *    is an operator setup error - there is nothing to maintain -
      *    so the run is stopped with a message rather than rejecting
      *    every transaction one by one.  So is a missing operator
      *    authorization table - with nothing to check against, no
      *    transaction may be applied.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-TRAN-FILE.
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-STATE-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-OPER-TABLE THRU 1400-EXIT.
           PERFORM 1450-OPEN-ACCESS-LOG THRU 1450-EXIT.
           OPEN OUTPUT PRSU23-REGISTER-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO PRSU23-RH-RUN-DATE.
       1320-EXIT.
           EXIT.

      *****************************************************************
      *1400-LOAD-OPER-TABLE
      *    Read PRSU23OPER.TXT into memory, keyed by operator ID.
      *****************************************************************
       1400-LOAD-OPER-TABLE.
           MOVE ZERO TO WS-OPER-CNT.
           OPEN INPUT PRSU23-OPER-FILE.
           IF WS-OPER-FILE-MISSING
               DISPLAY "CS370PROGRAM4: PRSU23OPER.TXT IS MISSING - "
                   "NO OPERATOR CAN BE AUTHORIZED - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1410-READ-OPER-RECORD THRU 1410-EXIT.
           PERFORM 1420-ADD-OPER-ENTRY THRU 1420-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-OPER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
       1400-EXIT.
           EXIT.

       1410-READ-OPER-RECORD.
           READ PRSU23-OPER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.

       1420-ADD-OPER-ENTRY.
           IF WS-OPER-CNT = 200
               DISPLAY "CS370PROGRAM4: PRSU23OPER.TXT EXCEEDS THE 200 "
                   "ROWS THE OPERATOR TABLE HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPER-CNT.
           MOVE PRSU23-OP-OPER-ID TO
               PRSU23-WS-OT-OPER-ID (WS-OPER-CNT).
           MOVE PRSU23-OPERATOR-RECORD TO
               PRSU23-WS-OT-ROW (WS-OPER-CNT).
           PERFORM 1410-READ-OPER-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *****************************************************************
      *1450-OPEN-ACCESS-LOG
      *    Open PRSU23ACCL.TXT for append, with the same create-then-
      *    reopen fallback CS370PROGRAM1 gives the audit file.
      *****************************************************************
       1450-OPEN-ACCESS-LOG.
           OPEN EXTEND PRSU23-ACCL-FILE.
           IF WS-ACCL-FILE-MISSING
               OPEN OUTPUT PRSU23-ACCL-FILE
               CLOSE PRSU23-ACCL-FILE
               OPEN EXTEND PRSU23-ACCL-FILE
           END-IF.
       1450-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-TRAN
      *    Apply one maintenance transaction.  Every transaction -
      *    applied or rejected - prints one register line, so the
      *    register always accounts for the whole input file, and
      *    writes one access log record.  A transaction the operator
      *    is not authorized for is rejected before any other edit.
      *****************************************************************
       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-CNT.
           MOVE "APPLIED " TO WS-DISPOSITION.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2050-READ-MASTER THRU 2050-EXIT.
           PERFORM 2060-CHECK-OPERATOR THRU 2060-EXIT.
           IF NOT WS-OPER-ALLOWED
               MOVE "ACCESS DENIED" TO WS-ACTION-DESC
               MOVE WS-DENY-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-DENIED-CNT
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               PERFORM 2080-APPLY-TRAN THRU 2080-EXIT
           END-IF.
           PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
           PERFORM 2850-WRITE-ACCESS-LOG THRU 2850-EXIT.
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *2080-APPLY-TRAN
      *    Hand an authorized transaction to the paragraph for its
      *    transaction code.
      *****************************************************************
       2080-APPLY-TRAN.
           EVALUATE PRSU23-TR-TRAN-CD
               WHEN "T"
                   MOVE "TERMINATE" TO WS-ACTION-DESC
               WHEN "R"
                   MOVE "REHIRE" TO WS-ACTION-DESC
                   PERFORM 2400-APPLY-REHIRE THRU 2400-EXIT
               WHEN "H"
                   MOVE "HIRE/STEP" TO WS-ACTION-DESC
                   PERFORM 2500-APPLY-HIRE-STEP THRU 2500-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION-DESC
                   MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           END-EVALUATE.
       2080-EXIT.
           EXIT.

      *****************************************************************
       2050-EXIT.
           EXIT.

      *****************************************************************
      *2060-CHECK-OPERATOR
      *    The transaction's operator must be on PRSU23OPER.TXT with
      *    maintenance access, and the operator's State Codes must
      *    cover the employee's master State Code and, on a transfer,
      *    the State Code the employee is moving to.  An employee not
      *    on the master has no State Code to check; that transaction
      *    goes on to be rejected by its own edit.  An empty operator
      *    table finds no operator, so every transaction is refused.
      *****************************************************************
       2060-CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-ALLOWED-SW.
           MOVE SPACES TO WS-DENY-REASON.
           MOVE SPACES TO PRSU23-WS-OPERATOR-RECORD.
           IF WS-OPER-CNT > ZERO
               SET WS-OP-IX TO 1
               SEARCH PRSU23-WS-OPER
                   AT END
                       CONTINUE
                   WHEN PRSU23-WS-OT-OPER-ID (WS-OP-IX) =
                           PRSU23-TR-OPER-ID
                       MOVE PRSU23-WS-OT-ROW (WS-OP-IX) TO
                           PRSU23-WS-OPERATOR-RECORD
               END-SEARCH
           END-IF.
           IF PRSU23-TR-OPER-ID = SPACES
               OR PRSU23-WS-OP-OPER-ID = SPACES
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-DENY-REASON
           ELSE
               IF NOT PRSU23-WS-OP-MAINT-ACCESS
                   MOVE "NO MAINTENANCE ACCESS" TO WS-DENY-REASON
               END-IF
           END-IF.
           IF WS-DENY-REASON = SPACES
               AND WS-EMP-FOUND
               MOVE PRSU23-MS-STATE-CD TO WS-CHECK-STATE-CD
               PERFORM 2065-CHECK-OPER-STATE THRU 2065-EXIT
               IF NOT WS-STATE-ALLOWED
                   MOVE "EMPLOYEE STATE NOT AUTHORIZED" TO
                       WS-DENY-REASON
               END-IF
           END-IF.
           IF WS-DENY-REASON = SPACES
               AND PRSU23-TR-TRAN-CD = "X"
               MOVE PRSU23-TR-NEW-STATE-CD TO WS-CHECK-STATE-CD
               PERFORM 2065-CHECK-OPER-STATE THRU 2065-EXIT
               IF NOT WS-STATE-ALLOWED
                   MOVE "NEW STATE NOT AUTHORIZED" TO WS-DENY-REASON
               END-IF
           END-IF.
           IF WS-DENY-REASON = SPACES
               MOVE "Y" TO WS-OPER-ALLOWED-SW
           END-IF.
       2060-EXIT.
           EXIT.

       2065-CHECK-OPER-STATE.
           MOVE "N" TO WS-STATE-ALLOWED-SW.
           PERFORM 2070-MATCH-OPER-STATE THRU 2070-EXIT
               VARYING WS-OPER-ST-SUB FROM 1 BY 1
               UNTIL WS-OPER-ST-SUB > 10
               OR WS-STATE-ALLOWED.
       2065-EXIT.
           EXIT.

       2070-MATCH-OPER-STATE.
           IF PRSU23-WS-OP-STATE-CD (WS-OPER-ST-SUB) = "**"
               OR PRSU23-WS-OP-STATE-CD (WS-OPER-ST-SUB) =
                   WS-CHECK-STATE-CD
               MOVE "Y" TO WS-STATE-ALLOWED-SW
           END-IF.
       2070-EXIT.
           EXIT.

      *****************************************************************
      *2100-APPLY-TERMINATE
      *    Mark the employee terminated and record the termination
       2400-EXIT.
           EXIT.

      *****************************************************************
      *2500-APPLY-HIRE-STEP
      *    Record the employee's service hire date and current union
      *    step.  PRSU23-MS-STEP-DATE is stamped with the run date so
      *    the anniversary run only steps the employee on anniversaries
      *    after this one - HR keys the step the employee is on today.
      *    A terminated employee must be rehired first.
      *****************************************************************
       2500-APPLY-HIRE-STEP.
           IF NOT WS-EMP-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           ELSE
               IF PRSU23-MS-TERMINATED
                   MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
               ELSE
                   PERFORM 2550-EDIT-HIRE-STEP THRU 2550-EXIT
                   IF WS-REJECT-REASON = SPACES
                       MOVE PRSU23-TR-EFF-DATE TO PRSU23-MS-HIRE-DATE
                       MOVE PRSU23-TR-NEW-STEP TO PRSU23-MS-STEP
                       MOVE WS-RUN-DATE TO PRSU23-MS-STEP-DATE
                       REWRITE PRSU23-MASTER-RECORD
                       ADD 1 TO WS-APPLIED-CNT
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2550-EDIT-HIRE-STEP.
           MOVE PRSU23-TR-EFF-DATE (5:2) TO WS-HIRE-MM.
           MOVE PRSU23-TR-EFF-DATE (7:2) TO WS-HIRE-DD.
           IF PRSU23-TR-EFF-DATE NOT NUMERIC
               OR WS-HIRE-MM < "01" OR WS-HIRE-MM > "12"
               OR WS-HIRE-DD < "01" OR WS-HIRE-DD > "31"
               MOVE "HIRE DATE NOT VALID YYYYMMDD" TO WS-REJECT-REASON
           ELSE
               IF PRSU23-TR-EFF-DATE > WS-RUN-DATE
                   MOVE "HIRE DATE AFTER RUN DATE" TO WS-REJECT-REASON
               ELSE
                   IF PRSU23-TR-NEW-STEP NOT NUMERIC
                       OR PRSU23-TR-NEW-STEP = "00"
                       MOVE "STEP NOT 01-99" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *2700-REJECT-TRAN
      *    Mark the current transaction rejected - the reason is
           MOVE WS-ACTION-DESC TO PRSU23-RG-ACTION.
           MOVE WS-DISPOSITION TO PRSU23-RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO PRSU23-RG-REASON.
           MOVE PRSU23-TR-OPER-ID TO PRSU23-RG-OPER-ID.
           WRITE PRSU23-REGISTER-LINE FROM PRSU23-WS-REG-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *2850-WRITE-ACCESS-LOG
      *    Append the transaction's PRSU23ACCL.TXT record.  Denied
      *    carries the authorization reason; an allowed transaction
      *    carries its register disposition - APPLIED, or the edit
      *    that rejected it.
      *****************************************************************
       2850-WRITE-ACCESS-LOG.
           MOVE SPACES TO PRSU23-ACCESS-LOG-RECORD.
           ACCEPT PRSU23-AL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-AL-LOG-TIME FROM TIME.
           MOVE "CS370PROGRAM4" TO PRSU23-AL-PROGRAM.
           MOVE PRSU23-TR-OPER-ID TO PRSU23-AL-OPER-ID.
           MOVE PRSU23-TR-TRAN-CD TO PRSU23-AL-FUNCTION.
           MOVE PRSU23-TR-EMP-NUM TO PRSU23-AL-EMP-NUM.
           IF WS-EMP-FOUND
               MOVE PRSU23-MS-STATE-CD TO PRSU23-AL-STATE-CD
           END-IF.
           IF WS-OPER-ALLOWED
               MOVE "A" TO PRSU23-AL-RESULT
               IF WS-REJECT-REASON = SPACES
                   MOVE "APPLIED" TO PRSU23-AL-REASON
               ELSE
                   MOVE WS-REJECT-REASON TO PRSU23-AL-REASON
               END-IF
           ELSE
               MOVE "D" TO PRSU23-AL-RESULT
               MOVE WS-DENY-REASON TO PRSU23-AL-REASON
           END-IF.
           WRITE PRSU23-ACCESS-LOG-RECORD.
       2850-EXIT.
           EXIT.

      *****************************************************************
      *2900-READ-TRAN
      *    Read the next transaction, setting the end-of-file switch
           MOVE WS-TRAN-CNT TO PRSU23-RC-TRAN-CNT.
           MOVE WS-APPLIED-CNT TO PRSU23-RC-APPLIED-CNT.
           MOVE WS-REJECTED-CNT TO PRSU23-RC-REJECTED-CNT.
           MOVE WS-DENIED-CNT TO PRSU23-RC-DENIED-CNT.
           WRITE PRSU23-REGISTER-LINE FROM PRSU23-WS-REG-COUNT-LINE.
           CLOSE PRSU23-TRAN-FILE.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-REGISTER-FILE.
           CLOSE PRSU23-ACCL-FILE.
       3000-EXIT.
           EXIT.
