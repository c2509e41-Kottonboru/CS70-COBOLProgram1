      *        operator entry rather than pulled from the master so a
      *        supervisor can preview "what if this employee moved to
      *        Job Code X" before the change ever reaches the master.
      *    Employee Name - when the Employee Number is left blank, a
      *        full or partial name, optionally narrowed by State
      *        Code and Job Code, is browsed on PRSU23MSTR's
      *        PRSU23-MS-EMP-NAME alternate key a page at a time;
      *        picking a line previews that employee.  Only employees
      *        in the operator's states are listed.  The name index
      *        is built when CS370PROGRAM27 loads the converted
      *        master, so that conversion must run before this or
      *        any other program touches PRSU23MSTR.TXT.
      *    Operator ID - keyed once at sign-on and looked up on
      *        PRSU23OPER.TXT (see PRSU23OP.CPY).  An operator who is
      *        not on the table, or has no inquiry access, is refused
      *        and the transaction ends; an employee whose master
      *        State Code is not one of the operator's states is
      *        refused with no figures shown.
      ******
      *OUTPUT:
      *    A result screen showing the employee's current salary,
      *    union dues and insurance premiums next to the figures after
      *    the looked-up raise percentages are applied.
      *    A name search list of up to ten employees a page - Employee
      *    Number, name, state, job, current salary and status.
      *    PRSU23ACCL.TXT - the access log, appended: one record for
      *    the sign-on, one for every name search and one for every
      *    inquiry, allowed or denied - see PRSU23AL.CPY.
      *
      *    RETURN-CODE 16 - PRSU23OPER.TXT is missing, so no operator
      *    can be authorized.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-08-08  AC  Added the online raise inquiry transaction.
      *                    PRSU23RATE.TXT rows, so the preview applies
      *                    the same in-force row the next batch run
      *                    would.
      *    2026-10-15  AC  Operator sign-on against PRSU23OPER.TXT,
      *                    employees outside the operator's states
      *                    refused, every sign-on and inquiry written
      *                    to the PRSU23ACCL.TXT access log.
      *    2026-10-15  AC  Employee name search browse on the new
      *                    PRSU23-MS-EMP-NAME alternate key, with a
      *                    picked line going straight to the preview.
      *    2026-10-15  AC  The name search page is cleared before the
      *                    first page is filled.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-RATE-FILE ASSIGN TO "PRSU23RATE.TXT"
           SELECT PRSU23-STATE-FILE ASSIGN TO "PRSU23STATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-OPER-FILE ASSIGN TO "PRSU23OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT PRSU23-ACCL-FILE ASSIGN TO "PRSU23ACCL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-MASTER-FILE.
       FD  PRSU23-STATE-FILE.
           COPY PRSU23ST.

       FD  PRSU23-OPER-FILE.
           COPY PRSU23OP.

       FD  PRSU23-ACCL-FILE.
           COPY PRSU23AL.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * Raise percentage rate table - loaded once at the start of the

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

      *----------------------------------------------------------------
      * Operator authorization - the signed-on operator's row from
      * PRSU23OPER.TXT, kept for the whole transaction, and the
      * access log work fields.
      *----------------------------------------------------------------
       77  WS-OPER-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-OPER-FILE-MISSING        VALUE "35".
       77  WS-ACCL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ACCL-FILE-MISSING        VALUE "35".
       77  WS-OPER-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-OPER-FOUND               VALUE "Y".
       77  WS-OPER-ST-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-LOG-FUNCTION                 PIC X(01) VALUE SPACES.
       77  WS-LOG-RESULT                   PIC X(01) VALUE SPACES.
       77  WS-LOG-REASON                   PIC X(30) VALUE SPACES.

           COPY PRSU23OP REPLACING LEADING ==PRSU23== BY ==PRSU23-WS==.

      *----------------------------------------------------------------
      * Operator entry and result work fields for the inquiry screen.
      *----------------------------------------------------------------
       77  WS-SC-OPER-ID                   PIC X(08) VALUE SPACES.
       77  WS-SC-EMP-NUM                   PIC X(06) VALUE SPACES.
       77  WS-SC-JOB-CD                    PIC X(03) VALUE SPACES.
       77  WS-SC-CONTINUE                  PIC X(01) VALUE "Y".
           88  WS-SC-DONE                  VALUE "N" "n".
       77  WS-SC-FOUND-SW                  PIC X(01) VALUE "N".
           88  WS-SC-EMP-FOUND              VALUE "Y".
       77  WS-SC-ALLOWED-SW                PIC X(01) VALUE "N".
           88  WS-SC-EMP-ALLOWED           VALUE "Y".

      *----------------------------------------------------------------
      * Name search entry, the page of matches on the list screen and
      * the browse position.  NAME-LEN is how much of the keyed name
      * must match - the name up to its last non-blank character.
      *----------------------------------------------------------------
       77  WS-SC-BR-NAME                   PIC X(20) VALUE SPACES.
       77  WS-SC-BR-STATE-CD               PIC X(02) VALUE SPACES.
       77  WS-SC-BR-JOB-CD                 PIC X(03) VALUE SPACES.
       77  WS-SC-BR-CHOICE                 PIC X(02) VALUE SPACES.
       77  WS-BR-NAME-LEN                  PIC 9(02) COMP VALUE ZERO.
       77  WS-BR-LINE-CNT                  PIC 9(02) COMP VALUE ZERO.
       77  WS-BR-FILL-CNT                  PIC 9(02) COMP VALUE ZERO.
       77  WS-BR-SUB                       PIC 9(02) COMP VALUE ZERO.
       77  WS-BR-PICK                      PIC 9(02) VALUE ZERO.
       77  WS-BR-END-SW                    PIC X(01) VALUE "N".
           88  WS-BR-END                   VALUE "Y".
       77  WS-BR-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-BR-DONE                  VALUE "Y".
       01  PRSU23-WS-BROWSE-PAGE.
           05  PRSU23-WS-BR OCCURS 10 TIMES.
               10  PRSU23-WS-BR-TEXT       PIC X(80).
               10  PRSU23-WS-BR-EMP-NUM    PIC X(06).
               10  PRSU23-WS-BR-JOB-CD     PIC X(03).
       01  PRSU23-WS-BR-LINE-WORK.
           05  PRSU23-BW-LINE-NO           PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  PRSU23-BW-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-BW-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  PRSU23-BW-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-BW-JOB-CD            PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  PRSU23-BW-SALARY            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-BW-STATUS            PIC X(24).

       77  WS-SC-STATE-NAME                PIC X(20) VALUE SPACES.
       77  WS-SC-MSG                       PIC X(40) VALUE SPACES.
       01  WS-SC-DISP-NEW-PREM             PIC ZZZ,ZZ9.99.

       SCREEN SECTION.
       01  PRSU23-SC-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "CS370PROGRAM2 - EMPLOYEE RAISE
      -    "INQUIRY".
           05  LINE 03 COL 01 VALUE "OPERATOR ID.....: ".
           05  LINE 03 COL 20 PIC X(08) TO WS-SC-OPER-ID
                   USING WS-SC-OPER-ID.

       01  PRSU23-SC-SIGNON-MSG-SCREEN.
           05  LINE 05 COL 01 PIC X(40) FROM WS-SC-MSG.

       01  PRSU23-SC-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "CS370PROGRAM2 - EMPLOYEE RAISE
           05  LINE 04 COL 01 VALUE "JOB CODE........: ".
           05  LINE 04 COL 20 PIC X(03) TO WS-SC-JOB-CD
                   USING WS-SC-JOB-CD.
           05  LINE 05 COL 01 VALUE
               "(LEAVE EMPLOYEE NUMBER BLANK TO SEARCH BY NAME)".

       01  PRSU23-SC-BROWSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE
               "CS370PROGRAM2 - EMPLOYEE NAME SEARCH".
           05  LINE 03 COL 01 VALUE "EMPLOYEE NAME...: ".
           05  LINE 03 COL 20 PIC X(20) TO WS-SC-BR-NAME
                   USING WS-SC-BR-NAME.
           05  LINE 04 COL 01 VALUE "STATE CODE......: ".
           05  LINE 04 COL 20 PIC X(02) TO WS-SC-BR-STATE-CD
                   USING WS-SC-BR-STATE-CD.
           05  LINE 05 COL 01 VALUE "JOB CODE........: ".
           05  LINE 05 COL 20 PIC X(03) TO WS-SC-BR-JOB-CD
                   USING WS-SC-BR-JOB-CD.

       01  PRSU23-SC-BROWSE-LIST-SCREEN.
           05  LINE 07 COL 01 VALUE "LN EMP NUM EMPLOYEE NAME".
           05  LINE 07 COL 33 VALUE "ST  JOB         SALARY  STATUS".
           05  LINE 08 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (1).
           05  LINE 09 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (2).
           05  LINE 10 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (3).
           05  LINE 11 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (4).
           05  LINE 12 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (5).
           05  LINE 13 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (6).
           05  LINE 14 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (7).
           05  LINE 15 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (8).
           05  LINE 16 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (9).
           05  LINE 17 COL 01 PIC X(80) FROM PRSU23-WS-BR-TEXT (10).
           05  LINE 19 COL 01 PIC X(40) FROM WS-SC-MSG.
           05  LINE 20 COL 01 VALUE
               "LINE NUMBER TO PREVIEW, F=NEXT PAGE, X=EXIT: ".
           05  LINE 20 COL 46 PIC X(02) TO WS-SC-BR-CHOICE
                   USING WS-SC-BR-CHOICE.

       01  PRSU23-SC-RESULT-SCREEN.
           05  LINE 06 COL 01 VALUE "STATE...........: ".

      *****************************************************************
      *1000-INITIALIZE
      *    Open PRSU23MSTR for read-only lookup, load the rate and
      *    state tables this transaction previews against, open the
      *    access log and sign the operator on.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-MASTER-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           PERFORM 1300-LOAD-STATE-TABLE THRU 1300-EXIT.
           PERFORM 1400-OPEN-ACCESS-LOG THRU 1400-EXIT.
           PERFORM 1500-SIGN-ON-OPERATOR THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1320-EXIT.
           EXIT.

      *****************************************************************
      *1400-OPEN-ACCESS-LOG
      *    Open PRSU23ACCL.TXT for append, with the same create-then-
      *    reopen fallback CS370PROGRAM1 gives the audit file.
      *****************************************************************
       1400-OPEN-ACCESS-LOG.
           OPEN EXTEND PRSU23-ACCL-FILE.
           IF WS-ACCL-FILE-MISSING
               OPEN OUTPUT PRSU23-ACCL-FILE
               CLOSE PRSU23-ACCL-FILE
               OPEN EXTEND PRSU23-ACCL-FILE
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *1500-SIGN-ON-OPERATOR
      *    Take the operator ID and find it on PRSU23OPER.TXT.  An
      *    operator who is not on the table or has no inquiry access
      *    is logged as denied and gets no inquiry screen - the
      *    continue switch is set off so the mainline goes straight
      *    to 3000-FINALIZE.  A missing authorization table stops the
      *    transaction: with nothing to check against, nobody signs
      *    on.
      *****************************************************************
       1500-SIGN-ON-OPERATOR.
           OPEN INPUT PRSU23-OPER-FILE.
           IF WS-OPER-FILE-MISSING
               DISPLAY "CS370PROGRAM2: PRSU23OPER.TXT IS MISSING - "
                   "NO OPERATOR CAN SIGN ON - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SC-MSG.
           DISPLAY PRSU23-SC-SIGNON-SCREEN.
           ACCEPT PRSU23-SC-SIGNON-SCREEN.
           MOVE "N" TO WS-OPER-FOUND-SW.
           PERFORM 1510-READ-OPER-RECORD THRU 1510-EXIT.
           PERFORM 1520-MATCH-OPERATOR THRU 1520-EXIT
               UNTIL PRSU23-EOF
               OR WS-OPER-FOUND.
           CLOSE PRSU23-OPER-FILE.
           MOVE "N" TO PRSU23-EOF-SW.
           MOVE SPACES TO WS-SC-EMP-NUM.
           MOVE SPACES TO PRSU23-MS-STATE-CD.
           MOVE "N" TO WS-SC-FOUND-SW.
           IF NOT WS-OPER-FOUND
               MOVE "D" TO WS-LOG-RESULT
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-LOG-REASON
           ELSE
               IF NOT PRSU23-WS-OP-INQUIRY-ACCESS
                   MOVE "D" TO WS-LOG-RESULT
                   MOVE "NO INQUIRY ACCESS" TO WS-LOG-REASON
               ELSE
                   MOVE "A" TO WS-LOG-RESULT
                   MOVE "SIGNED ON" TO WS-LOG-REASON
               END-IF
           END-IF.
           MOVE "S" TO WS-LOG-FUNCTION.
           PERFORM 2600-WRITE-ACCESS-LOG THRU 2600-EXIT.
           IF WS-LOG-RESULT = "D"
               STRING WS-LOG-REASON DELIMITED BY "  "
                   " - SIGN-ON REFUSED" DELIMITED BY SIZE
                   INTO WS-SC-MSG
               DISPLAY PRSU23-SC-SIGNON-MSG-SCREEN
               MOVE "N" TO WS-SC-CONTINUE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-OPER-RECORD.
           READ PRSU23-OPER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       1510-EXIT.
           EXIT.

       1520-MATCH-OPERATOR.
           IF PRSU23-OP-OPER-ID = WS-SC-OPER-ID
               AND WS-SC-OPER-ID NOT = SPACES
               MOVE PRSU23-OPERATOR-RECORD TO PRSU23-WS-OPERATOR-RECORD
               MOVE "Y" TO WS-OPER-FOUND-SW
           ELSE
               PERFORM 1510-READ-OPER-RECORD THRU 1510-EXIT
           END-IF.
       1520-EXIT.
           EXIT.

      *****************************************************************
      *2000-PROCESS-INQUIRY
      *    Take one Employee Number/Job Code entry - or, with the
      *    Employee Number left blank, a name search the supervisor
      *    picks the employee from - preview the employee, and ask
      *    whether the supervisor wants to look up another.  A name
      *    search left without a pick previews nobody.
      *****************************************************************
       2000-PROCESS-INQUIRY.
           MOVE SPACES TO WS-SC-MSG.
           DISPLAY PRSU23-SC-INQUIRY-SCREEN.
           ACCEPT PRSU23-SC-INQUIRY-SCREEN.
           IF WS-SC-EMP-NUM = SPACES
               PERFORM 2700-BROWSE-BY-NAME THRU 2700-EXIT
           END-IF.
           IF WS-SC-EMP-NUM NOT = SPACES
               PERFORM 2050-PREVIEW-EMPLOYEE THRU 2050-EXIT
           END-IF.
           DISPLAY PRSU23-SC-CONTINUE-SCREEN.
           ACCEPT PRSU23-SC-CONTINUE-SCREEN.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *2050-PREVIEW-EMPLOYEE
      *    Look up the employee and the raise rate and display the
      *    result.  An employee outside the operator's states shows
      *    nothing but the refusal.  Every inquiry goes on the access
      *    log.
      *****************************************************************
       2050-PREVIEW-EMPLOYEE.
           MOVE SPACES TO WS-SC-MSG.
           PERFORM 2100-LOOKUP-EMPLOYEE THRU 2100-EXIT.
           MOVE "N" TO WS-SC-ALLOWED-SW.
           IF WS-SC-EMP-FOUND
               PERFORM 2150-CHECK-STATE-ACCESS THRU 2150-EXIT
           END-IF.
           IF WS-SC-EMP-FOUND
               AND WS-SC-EMP-ALLOWED
               PERFORM 2200-LOOKUP-STATE-NAME THRU 2200-EXIT
               PERFORM 2300-LOOKUP-RATE THRU 2300-EXIT
               PERFORM 2400-COMPUTE-PREVIEW THRU 2400-EXIT
               MOVE ZERO TO WS-SC-OLD-SAL WS-SC-NEW-SAL
                            WS-SC-OLD-DUES WS-SC-NEW-DUES
                            WS-SC-OLD-PREM WS-SC-NEW-PREM
               IF WS-SC-EMP-FOUND
                   MOVE "EMPLOYEE NOT IN YOUR STATES - REFUSED" TO
                       WS-SC-MSG
               ELSE
                   MOVE "EMPLOYEE NUMBER NOT ON PRSU23MSTR" TO
                       WS-SC-MSG
               END-IF
           END-IF.
           PERFORM 2550-LOG-INQUIRY THRU 2550-EXIT.
           PERFORM 2500-FORMAT-RESULT THRU 2500-EXIT.
           DISPLAY PRSU23-SC-RESULT-SCREEN.
       2050-EXIT.
           EXIT.

      *****************************************************************
       2100-EXIT.
           EXIT.

      *****************************************************************
      *2150-CHECK-STATE-ACCESS
      *    The employee's master State Code must be one of the signed-
      *    on operator's states, or the operator must hold the "**"
      *    every-state grant.
      *****************************************************************
       2150-CHECK-STATE-ACCESS.
           PERFORM 2160-MATCH-OPER-STATE THRU 2160-EXIT
               VARYING WS-OPER-ST-SUB FROM 1 BY 1
               UNTIL WS-OPER-ST-SUB > 10
               OR WS-SC-EMP-ALLOWED.
       2150-EXIT.
           EXIT.

       2160-MATCH-OPER-STATE.
           IF PRSU23-WS-OP-STATE-CD (WS-OPER-ST-SUB) = "**"
               OR PRSU23-WS-OP-STATE-CD (WS-OPER-ST-SUB) =
                   PRSU23-MS-STATE-CD
               MOVE "Y" TO WS-SC-ALLOWED-SW
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *2200-LOOKUP-STATE-NAME
      *    Expand the employee's master State Code to its full name.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *2550-LOG-INQUIRY
      *    Decide the access log result for the inquiry just made: an
      *    employee outside the operator's states is denied; anything
      *    else, including an Employee Number not on the master, was
      *    an allowed look.
      *****************************************************************
       2550-LOG-INQUIRY.
           IF WS-SC-EMP-FOUND
               IF WS-SC-EMP-ALLOWED
                   MOVE "A" TO WS-LOG-RESULT
                   MOVE "INQUIRY SHOWN" TO WS-LOG-REASON
               ELSE
                   MOVE "D" TO WS-LOG-RESULT
                   MOVE "EMPLOYEE STATE NOT AUTHORIZED" TO
                       WS-LOG-REASON
               END-IF
           ELSE
               MOVE "A" TO WS-LOG-RESULT
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-LOG-REASON
           END-IF.
           MOVE "I" TO WS-LOG-FUNCTION.
           PERFORM 2600-WRITE-ACCESS-LOG THRU 2600-EXIT.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *2600-WRITE-ACCESS-LOG
      *    Append one PRSU23ACCL.TXT record for the sign-on or the
      *    inquiry just made, stamped with the date and time it
      *    happened.  WS-LOG-FUNCTION is "S" for the sign-on (no
      *    employee yet), "B" for a name search (no employee; the
      *    State Code is the search's, and the reason carries the
      *    name searched) or "I" for an inquiry.
      *****************************************************************
       2600-WRITE-ACCESS-LOG.
           MOVE SPACES TO PRSU23-ACCESS-LOG-RECORD.
           ACCEPT PRSU23-AL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-AL-LOG-TIME FROM TIME.
           MOVE "CS370PROGRAM2" TO PRSU23-AL-PROGRAM.
           MOVE WS-SC-OPER-ID TO PRSU23-AL-OPER-ID.
           MOVE WS-LOG-FUNCTION TO PRSU23-AL-FUNCTION.
           MOVE WS-SC-EMP-NUM TO PRSU23-AL-EMP-NUM.
           IF WS-SC-EMP-FOUND
               MOVE PRSU23-MS-STATE-CD TO PRSU23-AL-STATE-CD
           END-IF.
           IF WS-LOG-FUNCTION = "B"
               MOVE WS-SC-BR-STATE-CD TO PRSU23-AL-STATE-CD
           END-IF.
           MOVE WS-LOG-RESULT TO PRSU23-AL-RESULT.
           MOVE WS-LOG-REASON TO PRSU23-AL-REASON.
           WRITE PRSU23-ACCESS-LOG-RECORD.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *2700-BROWSE-BY-NAME
      *    Take the name search, log it, position PRSU23MSTR on the
      *    name through its alternate key and show the matches a page
      *    at a time until the supervisor picks a line or leaves.  A
      *    picked line fills in the Employee Number - and the Job
      *    Code, when none was keyed - for the preview.  Only the
      *    names that start with what was keyed are read, so the
      *    search stays quick however large the master is.
      *****************************************************************
       2700-BROWSE-BY-NAME.
           MOVE SPACES TO WS-SC-BR-NAME WS-SC-BR-STATE-CD.
           MOVE WS-SC-JOB-CD TO WS-SC-BR-JOB-CD.
           DISPLAY PRSU23-SC-BROWSE-SCREEN.
           ACCEPT PRSU23-SC-BROWSE-SCREEN.
           IF WS-SC-BR-NAME = SPACES
               MOVE "NO NAME KEYED - NOTHING SEARCHED" TO WS-SC-MSG
               DISPLAY PRSU23-SC-SIGNON-MSG-SCREEN
           ELSE
               PERFORM 2710-SET-NAME-LENGTH THRU 2710-EXIT
               MOVE "N" TO WS-SC-FOUND-SW
               MOVE "B" TO WS-LOG-FUNCTION
               MOVE "A" TO WS-LOG-RESULT
               MOVE SPACES TO WS-LOG-REASON
               STRING "NAME " DELIMITED BY SIZE
                   WS-SC-BR-NAME DELIMITED BY SIZE
                   INTO WS-LOG-REASON
               END-STRING
               PERFORM 2600-WRITE-ACCESS-LOG THRU 2600-EXIT
               PERFORM 2720-START-NAME-SEARCH THRU 2720-EXIT
               MOVE "N" TO WS-BR-DONE-SW
               MOVE ZERO TO WS-BR-LINE-CNT
               MOVE SPACES TO PRSU23-WS-BROWSE-PAGE
               PERFORM 2730-FILL-PAGE THRU 2730-EXIT
               PERFORM 2760-SHOW-PAGE THRU 2760-EXIT
                   UNTIL WS-BR-DONE
           END-IF.
       2700-EXIT.
           EXIT.

       2710-SET-NAME-LENGTH.
           INSPECT WS-SC-BR-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 20 TO WS-BR-NAME-LEN.
           PERFORM 2715-BACK-OFF-BLANK THRU 2715-EXIT
               UNTIL WS-SC-BR-NAME (WS-BR-NAME-LEN:1) NOT = SPACE.
       2710-EXIT.
           EXIT.

       2715-BACK-OFF-BLANK.
           SUBTRACT 1 FROM WS-BR-NAME-LEN.
       2715-EXIT.
           EXIT.

       2720-START-NAME-SEARCH.
           MOVE "N" TO WS-BR-END-SW.
           MOVE WS-SC-BR-NAME TO PRSU23-MS-EMP-NAME.
           START PRSU23-MASTER-FILE
               KEY IS NOT LESS THAN PRSU23-MS-EMP-NAME
               INVALID KEY
                   MOVE "Y" TO WS-BR-END-SW
           END-START.
       2720-EXIT.
           EXIT.

      *****************************************************************
      *2730-FILL-PAGE
      *    Read forward for up to ten more matches.  The page on the
      *    screen is only cleared once the first new match turns up,
      *    so paging past the last match leaves the last page there
      *    to pick from.
      *****************************************************************
       2730-FILL-PAGE.
           MOVE ZERO TO WS-BR-FILL-CNT.
           PERFORM 2740-READ-NEXT-NAME THRU 2740-EXIT
               UNTIL WS-BR-END
               OR WS-BR-FILL-CNT = 10.
           IF WS-BR-LINE-CNT = ZERO
               MOVE "NO MATCHING EMPLOYEES IN YOUR STATES" TO
                   WS-SC-MSG
           ELSE
               IF WS-BR-FILL-CNT = ZERO
                   MOVE "END OF LIST" TO WS-SC-MSG
               ELSE
                   MOVE SPACES TO WS-SC-MSG
               END-IF
           END-IF.
       2730-EXIT.
           EXIT.

      *****************************************************************
      *2740-READ-NEXT-NAME
      *    The first name that no longer starts with what was keyed
      *    ends the search.  A name that does is listed when it is in
      *    one of the operator's states and passes the State Code
      *    and Job Code the supervisor narrowed the search by.
      *****************************************************************
       2740-READ-NEXT-NAME.
           READ PRSU23-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BR-END-SW
           END-READ.
           IF NOT WS-BR-END
               IF PRSU23-MS-EMP-NAME (1:WS-BR-NAME-LEN) NOT =
                       WS-SC-BR-NAME (1:WS-BR-NAME-LEN)
                   MOVE "Y" TO WS-BR-END-SW
               ELSE
                   MOVE "N" TO WS-SC-ALLOWED-SW
                   PERFORM 2150-CHECK-STATE-ACCESS THRU 2150-EXIT
                   IF WS-SC-EMP-ALLOWED
                       AND (WS-SC-BR-STATE-CD = SPACES
                           OR WS-SC-BR-STATE-CD = PRSU23-MS-STATE-CD)
                       AND (WS-SC-BR-JOB-CD = SPACES
                           OR WS-SC-BR-JOB-CD = PRSU23-MS-JOB-CD)
                       PERFORM 2750-ADD-BROWSE-LINE THRU 2750-EXIT
                   END-IF
               END-IF
           END-IF.
       2740-EXIT.
           EXIT.

       2750-ADD-BROWSE-LINE.
           IF WS-BR-FILL-CNT = ZERO
               MOVE SPACES TO PRSU23-WS-BROWSE-PAGE
               MOVE ZERO TO WS-BR-LINE-CNT
           END-IF.
           ADD 1 TO WS-BR-FILL-CNT.
           ADD 1 TO WS-BR-LINE-CNT.
           MOVE WS-BR-LINE-CNT TO PRSU23-BW-LINE-NO.
           MOVE PRSU23-MS-EMP-NUM TO PRSU23-BW-EMP-NUM.
           MOVE PRSU23-MS-EMP-NAME TO PRSU23-BW-EMP-NAME.
           MOVE PRSU23-MS-STATE-CD TO PRSU23-BW-STATE-CD.
           MOVE PRSU23-MS-JOB-CD TO PRSU23-BW-JOB-CD.
           MOVE PRSU23-MS-SALARY TO PRSU23-BW-SALARY.
           MOVE PRSU23-MS-STATUS TO PRSU23-BW-STATUS.
           MOVE PRSU23-WS-BR-LINE-WORK TO
               PRSU23-WS-BR-TEXT (WS-BR-LINE-CNT).
           MOVE PRSU23-MS-EMP-NUM TO
               PRSU23-WS-BR-EMP-NUM (WS-BR-LINE-CNT).
           MOVE PRSU23-MS-JOB-CD TO
               PRSU23-WS-BR-JOB-CD (WS-BR-LINE-CNT).
       2750-EXIT.
           EXIT.

      *****************************************************************
      *2760-SHOW-PAGE
      *    Show the page and act on the choice: a line number on the
      *    page picks that employee, F reads the next page, X leaves
      *    the search.
      *****************************************************************
       2760-SHOW-PAGE.
           MOVE SPACES TO WS-SC-BR-CHOICE.
           DISPLAY PRSU23-SC-BROWSE-LIST-SCREEN.
           ACCEPT PRSU23-SC-BROWSE-LIST-SCREEN.
           MOVE ZERO TO WS-BR-PICK.
           IF WS-SC-BR-CHOICE (1:1) NUMERIC
               AND WS-SC-BR-CHOICE (2:1) = SPACE
               MOVE WS-SC-BR-CHOICE (1:1) TO WS-BR-PICK
           END-IF.
           IF WS-SC-BR-CHOICE NUMERIC
               MOVE WS-SC-BR-CHOICE TO WS-BR-PICK
           END-IF.
           EVALUATE TRUE
               WHEN WS-BR-PICK > ZERO
                   AND WS-BR-PICK NOT > WS-BR-LINE-CNT
                   MOVE PRSU23-WS-BR-EMP-NUM (WS-BR-PICK) TO
                       WS-SC-EMP-NUM
                   IF WS-SC-JOB-CD = SPACES
                       MOVE PRSU23-WS-BR-JOB-CD (WS-BR-PICK) TO
                           WS-SC-JOB-CD
                   END-IF
                   MOVE "Y" TO WS-BR-DONE-SW
               WHEN WS-SC-BR-CHOICE = "F" OR "f"
                   PERFORM 2730-FILL-PAGE THRU 2730-EXIT
               WHEN WS-SC-BR-CHOICE = "X" OR "x"
                   MOVE "Y" TO WS-BR-DONE-SW
               WHEN OTHER
                   MOVE "NOT A LINE ON THIS PAGE, F OR X" TO WS-SC-MSG
           END-EVALUATE.
       2760-EXIT.
           EXIT.

      *****************************************************************
      *3000-FINALIZE
      *    Close the master file and the access log and end the
      *    transaction.
      *****************************************************************
       3000-FINALIZE.
           CLOSE PRSU23-MASTER-FILE.
           CLOSE PRSU23-ACCL-FILE.
       3000-EXIT.
           EXIT.
