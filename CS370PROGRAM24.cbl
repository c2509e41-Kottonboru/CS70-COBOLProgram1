       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM24.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Operator access report.  CS370PROGRAM2 and CS370PROGRAM4 write
      * every sign-on, name search, inquiry and maintenance attempt
      * to the PRSU23ACCL.TXT access log, allowed or denied against the
      * PRSU23OPER.TXT operator authorization table.  This program
      * prints the log for a period, operator by operator, so the
      * auditors can see who looked at or changed which employees and
      * every attempt the authorization table turned away.
      ******
      *INPUT:
      *    PRSU23ACRC.TXT - optional control naming the period - see
      *        PRSU23AR.CPY.  With no control the report covers the
      *        current month to date.
      *    PRSU23ACCL.TXT - the access log - see PRSU23AL.CPY.
      ******
      *OUTPUT:
      *    PRSU23ACRP.TXT - the access report: every log record dated
      *        in the period, in operator ID/date/time order, with a
      *        total line per operator (attempts, allowed, denied),
      *        the total for all operators, then the counts.
      *
      *    RETURN-CODE 0 - no attempt in the period was denied.
      *    RETURN-CODE 4 - one or more attempts in the period were
      *        denied; they print with DENIED and the reason.
      *    RETURN-CODE 16 - the access log is missing, or the control
      *        dates are not YYYYMMDD or FROM is after TO.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the operator access report from the
      *                    PRSU23ACCL.TXT access log.
      *    2026-10-15  AC  Print the CS370PROGRAM2 name search
      *                    (FUNCTION "B") as NAME SEARCH.
      *    2026-10-15  AC  Labels the CS370PROGRAM4 "H" hire date and
      *                    union step transaction in the access log
      *                    detail.
      *    2026-10-15  AC  The last operator's total line prints
      *                    whenever that operator has records, not only
      *                    after an earlier break.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-ARC-FILE ASSIGN TO "PRSU23ACRC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT PRSU23-ACCL-FILE ASSIGN TO "PRSU23ACCL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCL-STATUS.

           SELECT PRSU23-SORT-FILE ASSIGN TO "PRSU23ASRT".

           SELECT PRSU23-ACRP-FILE ASSIGN TO "PRSU23ACRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-ARC-FILE.
           COPY PRSU23AR.

       FD  PRSU23-ACCL-FILE.
           COPY PRSU23AL.

       SD  PRSU23-SORT-FILE.
       01  PRSU23-SORT-RECORD.
           05  PRSU23-SA-OPER-ID           PIC X(08).
           05  PRSU23-SA-LOG-DATE          PIC X(08).
           05  PRSU23-SA-LOG-TIME          PIC X(08).
           05  PRSU23-SA-LOG-RECORD        PIC X(78).

       FD  PRSU23-ACRP-FILE.
       01  PRSU23-ACRP-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-ARC-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-ARC-FILE-MISSING         VALUE "35".
       77  WS-ACCL-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ACCL-FILE-MISSING        VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
       77  WS-TO-DATE                      PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * The log record coming back from the sort.
      *----------------------------------------------------------------
           COPY PRSU23AL REPLACING LEADING ==PRSU23== BY ==PRSU23-WS==.

      *----------------------------------------------------------------
      * Operator and report totals, and the counts.
      *----------------------------------------------------------------
       77  WS-PREV-OPER-ID                 PIC X(08) VALUE SPACES.
       77  WS-OP-ATTEMPT-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-OP-ALLOWED-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-OP-DENIED-CNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-ALL-ATTEMPT-CNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ALL-ALLOWED-CNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ALL-DENIED-CNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-OPER-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-LOG-READ-CNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-PERIOD-CNT               PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-ACRP-HEAD-1.
           05  FILLER                      PIC X(32) VALUE
               "OPERATOR ACCESS REPORT".
           05  FILLER                      PIC X(08) VALUE
               "PERIOD: ".
           05  PRSU23-AH-FROM-DATE         PIC X(08).
           05  FILLER                      PIC X(04) VALUE
               " TO ".
           05  PRSU23-AH-TO-DATE           PIC X(08).
           05  FILLER                      PIC X(12) VALUE
               "  RUN DATE: ".
           05  PRSU23-AH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  PRSU23-WS-ACRP-HEAD-2.
           05  FILLER                      PIC X(57) VALUE
               "OPERATOR  DATE      TIME      PROGRAM        FUNCTION".
           05  FILLER                      PIC X(75) VALUE
               "EMP NO  ST  RESULT   REASON".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-ACRP-DETAIL-LINE.
           05  PRSU23-AD-OPER-ID           PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-LOG-DATE          PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-LOG-TIME          PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-PROGRAM           PIC X(14).
           05  FILLER                      PIC X(01).
           05  PRSU23-AD-FUNCTION          PIC X(11).
           05  FILLER                      PIC X(01).
           05  PRSU23-AD-EMP-NUM           PIC X(06).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-STATE-CD          PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-RESULT            PIC X(07).
           05  FILLER                      PIC X(02).
           05  PRSU23-AD-REASON            PIC X(30).
           05  FILLER                      PIC X(24).

       01  PRSU23-WS-ACRP-TOTAL-LINE.
           05  PRSU23-AT-LABEL             PIC X(30).
           05  FILLER                      PIC X(11) VALUE
               "ATTEMPTS: ".
           05  PRSU23-AT-ATTEMPT-CNT       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  ALLOWED: ".
           05  PRSU23-AT-ALLOWED-CNT       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE
               "  DENIED: ".
           05  PRSU23-AT-DENIED-CNT        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  PRSU23-WS-ACRP-COUNT-LINE.
           05  PRSU23-AC-LABEL             PIC X(40).
           05  PRSU23-AC-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Settle the period, sort the period's log records by
      *    operator, date and time, print them with operator totals,
      *    and finish with the counts.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT PRSU23-SORT-FILE
               ON ASCENDING KEY PRSU23-SA-OPER-ID
                                PRSU23-SA-LOG-DATE
                                PRSU23-SA-LOG-TIME
               INPUT PROCEDURE IS 2000-RELEASE-LOG THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-LOG THRU 3000-EXIT.
           PERFORM 3900-FINALIZE THRU 3900-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Take the period from the control, or the current month to
      *    date without one, open the log and print the headings.  A
      *    missing log or an unreadable period is an operator setup
      *    error.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
           OPEN INPUT PRSU23-ACCL-FILE.
           IF WS-ACCL-FILE-MISSING
               DISPLAY "CS370PROGRAM24: PRSU23ACCL.TXT IS MISSING - "
                   "NO ACCESS LOG TO REPORT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-ACRP-FILE.
           MOVE WS-FROM-DATE TO PRSU23-AH-FROM-DATE.
           MOVE WS-TO-DATE TO PRSU23-AH-TO-DATE.
           MOVE WS-RUN-DATE TO PRSU23-AH-RUN-DATE.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-HEAD-1.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-HEAD-2.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-BLANK-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-READ-CONTROL
      *    The period is the control's FROM/TO dates.  No control, or
      *    an empty one, means the first of the current month through
      *    the run date.
      *****************************************************************
       1100-READ-CONTROL.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE "01" TO WS-FROM-DATE (7:2).
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT PRSU23-ARC-FILE.
           IF WS-ARC-FILE-MISSING
               CONTINUE
           ELSE
               READ PRSU23-ARC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRSU23-AR-FROM-DATE TO WS-FROM-DATE
                       MOVE PRSU23-AR-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE PRSU23-ARC-FILE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-TO-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CS370PROGRAM24: PRSU23ACRC.TXT PERIOD "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " IS NOT A VALID YYYYMMDD RANGE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *2000-RELEASE-LOG
      *    Release every log record dated in the period to the sort.
      *****************************************************************
       2000-RELEASE-LOG.
           PERFORM 2900-READ-LOG-RECORD THRU 2900-EXIT.
           PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
               UNTIL PRSU23-EOF.
           CLOSE PRSU23-ACCL-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-RECORD.
           ADD 1 TO WS-LOG-READ-CNT.
           IF PRSU23-AL-LOG-DATE < WS-FROM-DATE
               OR PRSU23-AL-LOG-DATE > WS-TO-DATE
               ADD 1 TO WS-OUT-PERIOD-CNT
           ELSE
               MOVE PRSU23-AL-OPER-ID TO PRSU23-SA-OPER-ID
               MOVE PRSU23-AL-LOG-DATE TO PRSU23-SA-LOG-DATE
               MOVE PRSU23-AL-LOG-TIME TO PRSU23-SA-LOG-TIME
               MOVE PRSU23-ACCESS-LOG-RECORD TO PRSU23-SA-LOG-RECORD
               RELEASE PRSU23-SORT-RECORD
           END-IF.
           PERFORM 2900-READ-LOG-RECORD THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2900-READ-LOG-RECORD.
           READ PRSU23-ACCL-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-PRINT-LOG
      *    Print the period's records back in operator order with a
      *    total line at each change of operator ID, then the total
      *    for all operators.
      *****************************************************************
       3000-PRINT-LOG.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
           IF NOT WS-SORT-EOF
               MOVE PRSU23-SA-OPER-ID TO WS-PREV-OPER-ID
           END-IF.
           PERFORM 3200-PRINT-ONE-RECORD THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-OP-ATTEMPT-CNT > ZERO
               PERFORM 3300-OPERATOR-TOTAL THRU 3300-EXIT
           END-IF.
           MOVE "ALL OPERATORS" TO PRSU23-AT-LABEL.
           MOVE WS-ALL-ATTEMPT-CNT TO PRSU23-AT-ATTEMPT-CNT.
           MOVE WS-ALL-ALLOWED-CNT TO PRSU23-AT-ALLOWED-CNT.
           MOVE WS-ALL-DENIED-CNT TO PRSU23-AT-DENIED-CNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-TOTAL-LINE.
       3000-EXIT.
           EXIT.

       3150-RETURN-SORT-RECORD.
           RETURN PRSU23-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *3200-PRINT-ONE-RECORD
      *    One detail line per log record.  The time prints as
      *    HH:MM:SS; an operator ID keyed blank prints as such so the
      *    auditors see the attempt all the same.
      *****************************************************************
       3200-PRINT-ONE-RECORD.
           IF PRSU23-SA-OPER-ID NOT = WS-PREV-OPER-ID
               PERFORM 3300-OPERATOR-TOTAL THRU 3300-EXIT
               MOVE PRSU23-SA-OPER-ID TO WS-PREV-OPER-ID
           END-IF.
           MOVE PRSU23-SA-LOG-RECORD TO PRSU23-WS-ACCESS-LOG-RECORD.
           MOVE SPACES TO PRSU23-WS-ACRP-DETAIL-LINE.
           IF PRSU23-WS-AL-OPER-ID = SPACES
               MOVE "(BLANK)" TO PRSU23-AD-OPER-ID
           ELSE
               MOVE PRSU23-WS-AL-OPER-ID TO PRSU23-AD-OPER-ID
           END-IF.
           MOVE PRSU23-WS-AL-LOG-DATE TO PRSU23-AD-LOG-DATE.
           STRING PRSU23-WS-AL-LOG-TIME (1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               PRSU23-WS-AL-LOG-TIME (3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               PRSU23-WS-AL-LOG-TIME (5:2) DELIMITED BY SIZE
               INTO PRSU23-AD-LOG-TIME.
           MOVE PRSU23-WS-AL-PROGRAM TO PRSU23-AD-PROGRAM.
           EVALUATE PRSU23-WS-AL-FUNCTION
               WHEN "S"
                   MOVE "SIGN-ON" TO PRSU23-AD-FUNCTION
               WHEN "I"
                   MOVE "INQUIRY" TO PRSU23-AD-FUNCTION
               WHEN "B"
                   MOVE "NAME SEARCH" TO PRSU23-AD-FUNCTION
               WHEN "T"
                   MOVE "TERMINATE" TO PRSU23-AD-FUNCTION
               WHEN "X"
                   MOVE "TRANSFER" TO PRSU23-AD-FUNCTION
               WHEN "N"
                   MOVE "NAME CORR" TO PRSU23-AD-FUNCTION
               WHEN "R"
                   MOVE "REHIRE" TO PRSU23-AD-FUNCTION
               WHEN "H"
                   MOVE "HIRE/STEP" TO PRSU23-AD-FUNCTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO PRSU23-AD-FUNCTION
           END-EVALUATE.
           MOVE PRSU23-WS-AL-EMP-NUM TO PRSU23-AD-EMP-NUM.
           MOVE PRSU23-WS-AL-STATE-CD TO PRSU23-AD-STATE-CD.
           MOVE PRSU23-WS-AL-REASON TO PRSU23-AD-REASON.
           ADD 1 TO WS-OP-ATTEMPT-CNT.
           IF PRSU23-WS-AL-DENIED
               MOVE "DENIED" TO PRSU23-AD-RESULT
               ADD 1 TO WS-OP-DENIED-CNT
           ELSE
               MOVE "ALLOWED" TO PRSU23-AD-RESULT
               ADD 1 TO WS-OP-ALLOWED-CNT
           END-IF.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-DETAIL-LINE.
           PERFORM 3150-RETURN-SORT-RECORD THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *3300-OPERATOR-TOTAL
      *    Print the operator's total line, roll it into the total for
      *    all operators and reset for the next operator.
      *****************************************************************
       3300-OPERATOR-TOTAL.
           IF WS-PREV-OPER-ID = SPACES
               MOVE "OPERATOR (BLANK)" TO PRSU23-AT-LABEL
           ELSE
               MOVE SPACES TO PRSU23-AT-LABEL
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-PREV-OPER-ID DELIMITED BY SIZE
                   INTO PRSU23-AT-LABEL
           END-IF.
           MOVE WS-OP-ATTEMPT-CNT TO PRSU23-AT-ATTEMPT-CNT.
           MOVE WS-OP-ALLOWED-CNT TO PRSU23-AT-ALLOWED-CNT.
           MOVE WS-OP-DENIED-CNT TO PRSU23-AT-DENIED-CNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-TOTAL-LINE.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-BLANK-LINE.
           ADD 1 TO WS-OPER-CNT.
           ADD WS-OP-ATTEMPT-CNT TO WS-ALL-ATTEMPT-CNT.
           ADD WS-OP-ALLOWED-CNT TO WS-ALL-ALLOWED-CNT.
           ADD WS-OP-DENIED-CNT TO WS-ALL-DENIED-CNT.
           MOVE ZERO TO WS-OP-ATTEMPT-CNT.
           MOVE ZERO TO WS-OP-ALLOWED-CNT.
           MOVE ZERO TO WS-OP-DENIED-CNT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *3900-FINALIZE
      *    Print the counts, close out and set the return code.
      *****************************************************************
       3900-FINALIZE.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE "ACCESS LOG RECORDS READ...............:" TO
               PRSU23-AC-LABEL.
           MOVE WS-LOG-READ-CNT TO PRSU23-AC-COUNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-COUNT-LINE.
           MOVE "RECORDS OUTSIDE THE PERIOD............:" TO
               PRSU23-AC-LABEL.
           MOVE WS-OUT-PERIOD-CNT TO PRSU23-AC-COUNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-COUNT-LINE.
           MOVE "OPERATORS IN THE PERIOD...............:" TO
               PRSU23-AC-LABEL.
           MOVE WS-OPER-CNT TO PRSU23-AC-COUNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-COUNT-LINE.
           MOVE "ATTEMPTS DENIED.......................:" TO
               PRSU23-AC-LABEL.
           MOVE WS-ALL-DENIED-CNT TO PRSU23-AC-COUNT.
           WRITE PRSU23-ACRP-LINE FROM PRSU23-WS-ACRP-COUNT-LINE.
           CLOSE PRSU23-ACRP-FILE.
           IF WS-ALL-DENIED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.
