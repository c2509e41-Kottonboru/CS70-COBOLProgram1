       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM18.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Cycle run status report.  Every step of the raise cycle -
      * the run-issuing step (CS370PROGRAM1, 9, 15 or 26), balancing in
      * CS370PROGRAM5, retro pay in CS370PROGRAM20 when a run has
      * any, GL posting in CS370PROGRAM10, remittances in
      * CS370PROGRAM11 and notifications in CS370PROGRAM12, with
      * CS370PROGRAM6 backing a run out - posts its start and its
      * ending condition to the PRSU23LDG.TXT cycle run ledger under
      * the run-id it worked on.  This program reads the ledger and
      * prints one line per run still open, showing how far it got,
      * the return code each step last ended with, and what is due
      * next or what is holding it up, so the operator does not
      * have to piece the cycle together from the scheduler logs.
      ******
      *INPUT:
      *    PRSU23LDG.TXT - the cycle run ledger - see PRSU23LG.CPY.
      *        The later entry for a step supersedes an earlier one.
      ******
      *OUTPUT:
      *    PRSU23LSR.TXT - the run status report: the latest
      *        CS370PROGRAM14 split and whether CS370PROGRAM15 has
      *        consolidated it, then one line per open run, then the
      *        counts of runs open, closed and backed out.  A run is
      *        closed once CS370PROGRAM12 has ended 4 or less for it,
      *        and drops off once CS370PROGRAM6 has backed it out.
      *
      *    RETURN-CODE 0 - no open run is held up by a failed step.
      *    RETURN-CODE 4 - at least one open run is held up - a step
      *        ended too high and must be fixed and rerun.
      *    RETURN-CODE 16 - the ledger is missing or holds more runs
      *        than the run table.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the cycle run status report over the
      *                    PRSU23LDG.TXT cycle run ledger.
      *    2026-10-15  AC  Accept the CS370PROGRAM26 anniversary step
      *                    run as a run-issuing step on the
      *                    PRSU23LDG.TXT cycle run ledger.
      *    2026-10-15  AC  Show the CS370PROGRAM20 retro pay ending in
      *                    its own column and hold a run whose retro
      *                    pay ended over 4, as CS370PROGRAM10 refuses
      *                    it.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRSU23-LSR-FILE ASSIGN TO "PRSU23LSR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       FD  PRSU23-LSR-FILE.
       01  PRSU23-LSR-LINE                 PIC X(104).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Run table, one entry per run-id on the ledger, appended the
      * first time each run-id is seen.  Run-ids are issued in
      * ascending order and the ledger is in time order, so the
      * search runs backward from the newest entry.  The step return
      * code slots hold "--" until the step has ended for the run:
      *     1 - the run-issuing step    2 - CS370PROGRAM5
      *     3 - CS370PROGRAM10          4 - CS370PROGRAM11
      *     5 - CS370PROGRAM12          6 - CS370PROGRAM20
      * CS370PROGRAM20 is optional - a run with no retro pay never
      * fills slot 6 - so it only holds a run when it ended too high.
      *----------------------------------------------------------------
       77  WS-RT-CNT                       PIC 9(04) COMP VALUE ZERO.
       77  WS-RT-SUB                       PIC 9(04) COMP VALUE ZERO.
       77  WS-RT-FOUND-SW                  PIC X(01) VALUE "N".
           88  WS-RT-FOUND                 VALUE "Y".
       77  WS-CC-SUB                       PIC 9(01) COMP VALUE ZERO.
       01  PRSU23-WS-RUN-TABLE.
           05  PRSU23-WS-RT OCCURS 2000 TIMES.
               10  PRSU23-WS-RT-RUN-ID     PIC 9(07).
               10  PRSU23-WS-RT-ISSUER     PIC X(02).
               10  PRSU23-WS-RT-MODE       PIC X(08).
               10  PRSU23-WS-RT-START-DATE PIC X(08).
               10  PRSU23-WS-RT-CC OCCURS 6 TIMES
                                           PIC X(02).
               10  PRSU23-WS-RT-BACKOUT-SW PIC X(01).
                   88  PRSU23-WS-RT-BACKED-OUT VALUE "Y".

      *----------------------------------------------------------------
      * The latest CS370PROGRAM14 split, posted under run-id zero.
      *----------------------------------------------------------------
       77  WS-SPLIT-SW                     PIC X(01) VALUE "N".
           88  WS-SPLIT-SEEN               VALUE "Y".
       77  WS-SPLIT-USED-SW                PIC X(01) VALUE "N".
           88  WS-SPLIT-USED               VALUE "Y".
       77  WS-SPLIT-DATE                   PIC X(08) VALUE SPACES.
       77  WS-SPLIT-CC                     PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * Per-run status work fields and report counts.
      *----------------------------------------------------------------
       77  WS-RUN-STATUS                   PIC X(45) VALUE SPACES.
       77  WS-RUN-OPEN-SW                  PIC X(01) VALUE "N".
           88  WS-RUN-OPEN                 VALUE "Y".
       77  WS-RUN-HELD-SW                  PIC X(01) VALUE "N".
           88  WS-RUN-HELD                 VALUE "Y".
       77  WS-OPEN-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-CNT                     PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-BACKOUT-CNT                  PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-LSR-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "CYCLE RUN STATUS - OPEN RUNS".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE: ".
           05  PRSU23-LH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  PRSU23-WS-LSR-HEAD-2.
           05  FILLER                      PIC X(07) VALUE "RUN ID ".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE "STEP".
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "MODE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "STARTED".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(24) VALUE
               "RUN 05  10  11  12  20".
           05  FILLER                      PIC X(46) VALUE
               "STATUS".

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  PRSU23-WS-LSR-SPLIT-LINE.
           05  FILLER                      PIC X(34) VALUE
               "LATEST CS370PROGRAM14 SPLIT ENDED ".
           05  PRSU23-LP-SPLIT-DATE        PIC X(08).
           05  FILLER                      PIC X(04) VALUE " RC ".
           05  PRSU23-LP-SPLIT-CC          PIC 9(02).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  PRSU23-LP-SPLIT-NOTE        PIC X(49).

       01  PRSU23-WS-LSR-DETAIL-LINE.
           05  PRSU23-LD-RUN-ID            PIC ZZZZZZ9.
           05  FILLER                      PIC X(03).
           05  PRSU23-LD-ISSUER            PIC X(02).
           05  FILLER                      PIC X(02).
           05  PRSU23-LD-MODE              PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-LD-START-DATE        PIC X(08).
           05  FILLER                      PIC X(02).
           05  PRSU23-LD-CC-GROUP OCCURS 6 TIMES.
               10  PRSU23-LD-CC            PIC X(02).
               10  FILLER                  PIC X(02).
           05  PRSU23-LD-STATUS            PIC X(45).
           05  FILLER                      PIC X(01).

       01  PRSU23-WS-LSR-NONE-LINE.
           05  FILLER                      PIC X(100) VALUE
               "NO OPEN RUNS ON THE CYCLE LEDGER".

       01  PRSU23-WS-LSR-COUNT-LINE.
           05  FILLER                      PIC X(07) VALUE "OPEN: ".
           05  PRSU23-LC-OPEN-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  HELD: ".
           05  PRSU23-LC-HELD-CNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  CLOSED: ".
           05  PRSU23-LC-CLOSED-CNT        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15) VALUE
               "  BACKED OUT: ".
           05  PRSU23-LC-BACKOUT-CNT       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Load the ledger into the run table, print the split line
      *    and every open run, count and set the return code.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-NOTE-LEDGER-ENTRY THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           PERFORM 3000-PRINT-SPLIT-LINE THRU 3000-EXIT.
           PERFORM 3100-PRINT-ONE-RUN THRU 3100-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-CNT.
           PERFORM 4000-FINALIZE THRU 4000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Open the ledger and the report, print the headings and
      *    prime the ledger read.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM18: PRSU23LDG.TXT IS MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRSU23-LSR-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO PRSU23-LH-RUN-DATE.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-HEAD-1.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-BLANK-LINE.
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *2000-NOTE-LEDGER-ENTRY
      *    Split entries (run-id zero) track the latest split and
      *    whether a consolidation has used it; every other entry is
      *    posted to its run's table entry.
      *****************************************************************
       2000-NOTE-LEDGER-ENTRY.
           IF PRSU23-LG-RUN-ID = ZERO
               IF PRSU23-LG-SPLIT AND PRSU23-LG-ENDED
                   MOVE "Y" TO WS-SPLIT-SW
                   MOVE "N" TO WS-SPLIT-USED-SW
                   MOVE PRSU23-LG-STEP-DATE TO WS-SPLIT-DATE
                   MOVE PRSU23-LG-COND-CODE TO WS-SPLIT-CC
               END-IF
           ELSE
               IF PRSU23-LG-CONSOLIDATE
                   MOVE "Y" TO WS-SPLIT-USED-SW
               END-IF
               PERFORM 2100-FIND-RUN THRU 2100-EXIT
               PERFORM 2200-POST-RUN-ENTRY THRU 2200-EXIT
           END-IF.
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
       2000-EXIT.
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
           IF NOT WS-RT-FOUND
               IF WS-RT-CNT = 2000
                   DISPLAY "CS370PROGRAM18: PRSU23LDG.TXT HOLDS MORE "
                       "THAN 2000 RUNS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-CNT
               MOVE WS-RT-CNT TO WS-RT-SUB
               MOVE PRSU23-LG-RUN-ID TO PRSU23-WS-RT-RUN-ID (WS-RT-SUB)
               MOVE SPACES TO PRSU23-WS-RT-ISSUER (WS-RT-SUB)
               MOVE SPACES TO PRSU23-WS-RT-MODE (WS-RT-SUB)
               MOVE SPACES TO PRSU23-WS-RT-START-DATE (WS-RT-SUB)
               MOVE "N" TO PRSU23-WS-RT-BACKOUT-SW (WS-RT-SUB)
               PERFORM 2120-CLEAR-CC THRU 2120-EXIT
                   VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > 6
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-RUN.
           IF PRSU23-WS-RT-RUN-ID (WS-RT-SUB) = PRSU23-LG-RUN-ID
               MOVE "Y" TO WS-RT-FOUND-SW
           END-IF.
       2110-EXIT.
           EXIT.

       2120-CLEAR-CC.
           MOVE "--" TO PRSU23-WS-RT-CC (WS-RT-SUB, WS-CC-SUB).
       2120-EXIT.
           EXIT.

      *****************************************************************
      *2200-POST-RUN-ENTRY
      *    The VARYING in 2100-FIND-RUN steps one past the match, so
      *    a found entry is put back first.  A run-issuing step's
      *    start (a NORMAL run, or a RESTART picking it back up)
      *    clears its ending until it ends again.
      *****************************************************************
       2200-POST-RUN-ENTRY.
           IF WS-RT-FOUND
               ADD 1 TO WS-RT-SUB
           END-IF.
           EVALUATE TRUE
               WHEN PRSU23-LG-BACKED-OUT
                   MOVE "Y" TO PRSU23-WS-RT-BACKOUT-SW (WS-RT-SUB)
               WHEN PRSU23-LG-RUN-ISSUER AND PRSU23-LG-STARTED
                   MOVE PRSU23-LG-STEP
                       TO PRSU23-WS-RT-ISSUER (WS-RT-SUB)
                   MOVE PRSU23-LG-RUN-MODE
                       TO PRSU23-WS-RT-MODE (WS-RT-SUB)
                   IF PRSU23-WS-RT-START-DATE (WS-RT-SUB) = SPACES
                       MOVE PRSU23-LG-STEP-DATE
                           TO PRSU23-WS-RT-START-DATE (WS-RT-SUB)
                   END-IF
                   MOVE "--" TO PRSU23-WS-RT-CC (WS-RT-SUB, 1)
               WHEN PRSU23-LG-ENDED
                   PERFORM 2210-POST-STEP-ENDING THRU 2210-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-POST-STEP-ENDING.
           EVALUATE TRUE
               WHEN PRSU23-LG-RUN-ISSUER
                   MOVE 1 TO WS-CC-SUB
               WHEN PRSU23-LG-BALANCE
                   MOVE 2 TO WS-CC-SUB
               WHEN PRSU23-LG-GL-POST
                   MOVE 3 TO WS-CC-SUB
               WHEN PRSU23-LG-REMIT
                   MOVE 4 TO WS-CC-SUB
               WHEN PRSU23-LG-NOTIFY
                   MOVE 5 TO WS-CC-SUB
               WHEN PRSU23-LG-RETRO
                   MOVE 6 TO WS-CC-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-CC-SUB
           END-EVALUATE.
           IF WS-CC-SUB > ZERO
               MOVE PRSU23-LG-COND-CODE
                   TO PRSU23-WS-RT-CC (WS-RT-SUB, WS-CC-SUB)
           END-IF.
       2210-EXIT.
           EXIT.

       2900-READ-LEDGER.
           READ PRSU23-LEDGER-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *3000-PRINT-SPLIT-LINE
      *    Show whether a split is waiting for CS370PROGRAM15, then
      *    start the run listing.
      *****************************************************************
       3000-PRINT-SPLIT-LINE.
           IF WS-SPLIT-SEEN
               MOVE WS-SPLIT-DATE TO PRSU23-LP-SPLIT-DATE
               MOVE WS-SPLIT-CC TO PRSU23-LP-SPLIT-CC
               EVALUATE TRUE
                   WHEN WS-SPLIT-USED
                       MOVE "CONSOLIDATED BY CS370PROGRAM15"
                           TO PRSU23-LP-SPLIT-NOTE
                   WHEN WS-SPLIT-CC > 4
                       MOVE "FAILED - FIX AND RERUN CS370PROGRAM14"
                           TO PRSU23-LP-SPLIT-NOTE
                   WHEN OTHER
                       MOVE "WAITING FOR CS370PROGRAM15"
                           TO PRSU23-LP-SPLIT-NOTE
               END-EVALUATE
               WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-SPLIT-LINE
               WRITE PRSU23-LSR-LINE FROM PRSU23-WS-BLANK-LINE
           END-IF.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-HEAD-2.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-BLANK-LINE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-PRINT-ONE-RUN
      *    Work out where the run stands, count it, and print it if
      *    it is still open.
      *****************************************************************
       3100-PRINT-ONE-RUN.
           PERFORM 3200-SET-RUN-STATUS THRU 3200-EXIT.
           EVALUATE TRUE
               WHEN PRSU23-WS-RT-BACKED-OUT (WS-RT-SUB)
                   ADD 1 TO WS-BACKOUT-CNT
               WHEN NOT WS-RUN-OPEN
                   ADD 1 TO WS-CLOSED-CNT
               WHEN OTHER
                   PERFORM 3150-PRINT-OPEN-RUN THRU 3150-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3110-MOVE-CC.
           MOVE PRSU23-WS-RT-CC (WS-RT-SUB, WS-CC-SUB)
               TO PRSU23-LD-CC (WS-CC-SUB).
       3110-EXIT.
           EXIT.

       3150-PRINT-OPEN-RUN.
           ADD 1 TO WS-OPEN-CNT.
           IF WS-RUN-HELD
               ADD 1 TO WS-HELD-CNT
           END-IF.
           MOVE SPACES TO PRSU23-WS-LSR-DETAIL-LINE.
           MOVE PRSU23-WS-RT-RUN-ID (WS-RT-SUB) TO PRSU23-LD-RUN-ID.
           MOVE PRSU23-WS-RT-ISSUER (WS-RT-SUB) TO PRSU23-LD-ISSUER.
           MOVE PRSU23-WS-RT-MODE (WS-RT-SUB) TO PRSU23-LD-MODE.
           MOVE PRSU23-WS-RT-START-DATE (WS-RT-SUB)
               TO PRSU23-LD-START-DATE.
           PERFORM 3110-MOVE-CC THRU 3110-EXIT
               VARYING WS-CC-SUB FROM 1 BY 1
               UNTIL WS-CC-SUB > 6.
           MOVE WS-RUN-STATUS TO PRSU23-LD-STATUS.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-DETAIL-LINE.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *3200-SET-RUN-STATUS
      *    Walk the run's steps in cycle order and stop at the first
      *    one not cleanly done: not yet run is "DUE", ended too high
      *    is "HELD".  The run-issuing step passes anything short of
      *    the 12 reject-limit stop, as CS370PROGRAM5 does.  A retro
      *    pay ending over 4 holds the run ahead of GL posting, since
      *    CS370PROGRAM10 refuses such a run.
      *****************************************************************
       3200-SET-RUN-STATUS.
           MOVE "Y" TO WS-RUN-OPEN-SW.
           MOVE "N" TO WS-RUN-HELD-SW.
           MOVE SPACES TO WS-RUN-STATUS.
           EVALUATE TRUE
               WHEN PRSU23-WS-RT-ISSUER (WS-RT-SUB) = SPACES
                   MOVE "NO START ON THE LEDGER" TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 1) = "--"
                   STRING "RUNNING OR ABENDED IN STEP "
                       PRSU23-WS-RT-ISSUER (WS-RT-SUB)
                       DELIMITED BY SIZE INTO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 1) NOT < "12"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   STRING "HELD - STEP " PRSU23-WS-RT-ISSUER (WS-RT-SUB)
                       " HIT THE REJECT LIMIT"
                       DELIMITED BY SIZE INTO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 2) = "--"
                   MOVE "DUE - CS370PROGRAM5 BALANCING"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 2) > "04"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   MOVE "HELD - OUT OF BALANCE IN CS370PROGRAM5"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 6) NOT = "--"
                   AND PRSU23-WS-RT-CC (WS-RT-SUB, 6) > "04"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   MOVE "HELD - RETRO PAY FAILED IN CS370PROGRAM20"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 3) = "--"
                   MOVE "DUE - CS370PROGRAM10 GL POSTING"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 3) > "04"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   MOVE "HELD - UNMAPPED GL IN CS370PROGRAM10"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 4) = "--"
                   MOVE "DUE - CS370PROGRAM11 REMITTANCES"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 4) > "04"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   MOVE "HELD - CS370PROGRAM11 FAILED"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 5) = "--"
                   MOVE "DUE - CS370PROGRAM12 NOTIFICATIONS"
                       TO WS-RUN-STATUS
               WHEN PRSU23-WS-RT-CC (WS-RT-SUB, 5) > "04"
                   MOVE "Y" TO WS-RUN-HELD-SW
                   MOVE "HELD - CS370PROGRAM12 FOUND NO AUDIT RECORDS"
                       TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "N" TO WS-RUN-OPEN-SW
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *4000-FINALIZE
      *    Print the counts, close the files and set the return code
      *    - 4 when any open run is held up by a failed step.
      *****************************************************************
       4000-FINALIZE.
           IF WS-OPEN-CNT = ZERO
               WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-NONE-LINE
           END-IF.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-BLANK-LINE.
           MOVE WS-OPEN-CNT TO PRSU23-LC-OPEN-CNT.
           MOVE WS-HELD-CNT TO PRSU23-LC-HELD-CNT.
           MOVE WS-CLOSED-CNT TO PRSU23-LC-CLOSED-CNT.
           MOVE WS-BACKOUT-CNT TO PRSU23-LC-BACKOUT-CNT.
           WRITE PRSU23-LSR-LINE FROM PRSU23-WS-LSR-COUNT-LINE.
           CLOSE PRSU23-LEDGER-FILE.
           CLOSE PRSU23-LSR-FILE.
           IF WS-HELD-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
