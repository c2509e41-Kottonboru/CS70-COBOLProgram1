      *    PRSU23ACCT.TXT - the account mapping table - see
      *        PRSU23AC.CPY.  Specific State/Job row first, then the
      *        component's "**"/"***" default row.
      *    PRSU23LDG.TXT - the cycle run ledger; CS370PROGRAM5 must
      *        have balanced this run-id and it must not have been
      *        backed out - see PRSU23LG.CPY.  If CS370PROGRAM20 has
      *        figured retro pay for the run it must have ended clean.
      *    PRSU23RGL.TXT - the retro pay GL from CS370PROGRAM20, in the
      *        PRSU23GL.CPY layout; read only when the ledger shows the
      *        retro step ended for this run, and posted after the
      *        extract through the same mapping.
      ******
      *OUTPUT:
      *    PRSU23PST.TXT - one debit and one credit record per mapped
      *    RETURN-CODE 8 - unmapped combinations reported; hold the
      *        posting file until Finance adds the missing rows and
      *        this program is rerun.
      *    RETURN-CODE 16 - a required input file is missing, or the
      *        cycle run ledger does not show the run balanced, or
      *        shows its retro pay step held.
      *
      *    The ending condition is appended to PRSU23LDG.TXT.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-09-02  AC  Added the posting file generator over the
      *                    PRSU23ACCT.TXT account mapping table.
      *    2026-09-02  AC  Bonus payments post under their own
      *                    "BNUS" mapping component.
      *    2026-10-15  AC  Refuse a run the PRSU23LDG.TXT cycle run
      *                    ledger does not show balanced or shows
      *                    backed out, and post this step's ending
      *                    condition to the ledger.
      *    2026-10-15  AC  Post the PRSU23RGL.TXT retro pay GL with the
      *                    run once CS370PROGRAM20 has ended clean for
      *                    it, and refuse the run while retro pay is
      *                    held.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT PRSU23-RGL-FILE ASSIGN TO "PRSU23RGL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.

           SELECT PRSU23-ACCT-FILE ASSIGN TO "PRSU23ACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRSU23-AEX-FILE ASSIGN TO "PRSU23AEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-RUNID-FILE.
       FD  PRSU23-GL-FILE.
           COPY PRSU23GL.

       FD  PRSU23-RGL-FILE.
       01  PRSU23-RGL-LINE                 PIC X(219).

       FD  PRSU23-ACCT-FILE.
           COPY PRSU23AC.

       FD  PRSU23-AEX-FILE.
       01  PRSU23-AEX-LINE                 PIC X(132).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
           88  WS-RUNID-FILE-MISSING       VALUE "35".
       77  WS-GL-STATUS                    PIC X(02) VALUE SPACES.
           88  WS-GL-FILE-MISSING          VALUE "35".
       77  WS-RGL-STATUS                   PIC X(02) VALUE SPACES.
           88  WS-RGL-FILE-MISSING         VALUE "35".
       77  WS-ACCT-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-ACCT-FILE-MISSING        VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".

       77  WS-RUN-ID                       PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-GL-SOURCE-SW                 PIC X(01) VALUE "E".
           88  WS-POSTING-RETRO-GL         VALUE "R".

      *----------------------------------------------------------------
      * Cycle run ledger controls - see 1050-CHECK-RUN-LEDGER.
      *----------------------------------------------------------------
       77  WS-LG-PREREQ-SW                 PIC X(01) VALUE "N".
           88  WS-LG-PREREQ-FOUND          VALUE "Y".
       77  WS-LG-PREREQ-CC                 PIC 9(02) VALUE ZERO.
       77  WS-LG-BACKOUT-SW                PIC X(01) VALUE "N".
           88  WS-LG-RUN-BACKED-OUT        VALUE "Y".
       77  WS-LG-RETRO-SW                  PIC X(01) VALUE "N".
           88  WS-LG-RETRO-FOUND           VALUE "Y".
       77  WS-LG-RETRO-CC                  PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * Account mapping table, loaded from PRSU23ACCT.TXT at the
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-GL-RECORD THRU 2000-EXIT
               UNTIL PRSU23-EOF.
           IF WS-LG-RETRO-FOUND
               PERFORM 2800-POST-RETRO-GL THRU 2800-EXIT
           END-IF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

                   MOVE PRSU23-RI-LAST-RUN-ID TO WS-RUN-ID
           END-READ.
           CLOSE PRSU23-RUNID-FILE.
           PERFORM 1050-CHECK-RUN-LEDGER THRU 1050-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-ACCT-TABLE THRU 1100-EXIT.
           OPEN INPUT PRSU23-GL-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-RETRO-FOUND
               OPEN INPUT PRSU23-RGL-FILE
               IF WS-RGL-FILE-MISSING
                   DISPLAY "CS370PROGRAM10: PRSU23RGL.TXT IS MISSING "
                       "FOR A RUN WITH RETRO PAY - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRSU23-POST-FILE.
           OPEN OUTPUT PRSU23-AEX-FILE.
           MOVE WS-RUN-ID TO PRSU23-XH-RUN-ID.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1050-CHECK-RUN-LEDGER
      *    Refuse to post a run CS370PROGRAM5 has not balanced: the
      *    cycle run ledger must show step 05 ending 4 or less for
      *    this run-id - the latest ending wins - and no backout by
      *    CS370PROGRAM6.  When CS370PROGRAM20 has figured retro pay
      *    for the run, its latest ending must be 4 or less too, and
      *    its retro GL is posted with the run.  See PRSU23LG.CPY.
      *****************************************************************
       1050-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-LG-PREREQ-SW.
           MOVE ZERO TO WS-LG-PREREQ-CC.
           MOVE "N" TO WS-LG-BACKOUT-SW.
           MOVE "N" TO WS-LG-RETRO-SW.
           MOVE ZERO TO WS-LG-RETRO-CC.
           OPEN INPUT PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               DISPLAY "CS370PROGRAM10: PRSU23LDG.TXT IS MISSING - "
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
               DISPLAY "CS370PROGRAM10: RUN-ID " WS-RUN-ID
                   " WAS BACKED OUT BY CS370PROGRAM6 - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-LG-PREREQ-FOUND
               DISPLAY "CS370PROGRAM10: RUN-ID " WS-RUN-ID
                   " HAS NOT BEEN THROUGH BALANCING - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-PREREQ-CC > 4
               DISPLAY "CS370PROGRAM10: RUN-ID " WS-RUN-ID
                   " BALANCING ENDED RETURN-CODE " WS-LG-PREREQ-CC
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LG-RETRO-FOUND AND WS-LG-RETRO-CC > 4
               DISPLAY "CS370PROGRAM10: RUN-ID " WS-RUN-ID
                   " RETRO PAY ENDED RETURN-CODE " WS-LG-RETRO-CC
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
                   WHEN PRSU23-LG-RETRO AND PRSU23-LG-ENDED
                       MOVE "Y" TO WS-LG-RETRO-SW
                       MOVE PRSU23-LG-COND-CODE TO WS-LG-RETRO-CC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1060-READ-LEDGER THRU 1060-EXIT.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *1100-LOAD-ACCT-TABLE
      *    Read PRSU23ACCT.TXT into memory once, at the start of the
       2300-EXIT.
           EXIT.

      *****************************************************************
      *2800-POST-RETRO-GL
      *    Post CS370PROGRAM20's retro pay GL after the extract.  Its
      *    records are in the extract's layout, so each goes through
      *    2000-PROCESS-GL-RECORD like any other - same mapping, same
      *    exceptions, same control totals.
      *****************************************************************
       2800-POST-RETRO-GL.
           MOVE "N" TO PRSU23-EOF-SW.
           MOVE "R" TO WS-GL-SOURCE-SW.
           PERFORM 2900-READ-GL-RECORD THRU 2900-EXIT.
           PERFORM 2000-PROCESS-GL-RECORD THRU 2000-EXIT
               UNTIL PRSU23-EOF.
       2800-EXIT.
           EXIT.

       2900-READ-GL-RECORD.
           IF WS-POSTING-RETRO-GL
               READ PRSU23-RGL-FILE INTO PRSU23-GL-RECORD
                   AT END
                       MOVE "Y" TO PRSU23-EOF-SW
               END-READ
           ELSE
               READ PRSU23-GL-FILE
                   AT END
                       MOVE "Y" TO PRSU23-EOF-SW
               END-READ
           END-IF.
       2900-EXIT.
           EXIT.

           MOVE WS-CR-TOTAL TO PRSU23-XT-CR-TOTAL.
           WRITE PRSU23-AEX-LINE FROM PRSU23-WS-AEX-TOTAL-LINE.
           CLOSE PRSU23-GL-FILE.
           IF WS-LG-RETRO-FOUND
               CLOSE PRSU23-RGL-FILE
           END-IF.
           CLOSE PRSU23-POST-FILE.
           CLOSE PRSU23-AEX-FILE.
           IF WS-UNMAPPED-CNT > ZERO
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 3100-WRITE-LEDGER-ENTRY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *3100-WRITE-LEDGER-ENTRY
      *    Post the GL step's ending condition for this run to the
      *    PRSU23LDG.TXT cycle run ledger - CS370PROGRAM11 will not
      *    remit for a run whose postings are being held.
      *****************************************************************
       3100-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE WS-RUN-ID TO PRSU23-LG-RUN-ID.
           MOVE "10" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           ACCEPT PRSU23-LG-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       3100-EXIT.
           EXIT.
