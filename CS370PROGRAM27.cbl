       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM27.
       AUTHOR. AARON-COTTON.
      *****************************************************************
      * Employee master conversion for the hire date and step.
      * PRSU23MS.CPY grew from 160 to 178 bytes when the hire date,
      * current step and step date were added after the deduction
      * slots, so the existing master and the terminated-employee
      * archive must be converted once before any program compiled
      * with the new layout touches them.  This program copies every
      * record across unchanged into the first 160 bytes of the new
      * layout and sets the three new fields empty - hire date and
      * step date spaces, step zero - for CS370PROGRAM4's "H"
      * transaction to fill in.  Records in must equal records out,
      * by count and by salary hash, and the new files must read
      * back the same.
      *
      * The old master carries the Employee Number key only.  This
      * program loads PRSU23MSTR.TXT with the PRSU23-MS-EMP-NAME
      * alternate key as well, and that load is what builds the name
      * index CS370PROGRAM2's name search browses.  It must therefore
      * run, once, before any other program touches the master after
      * the new layout and the name index go in - every program that
      * opens PRSU23MSTR.TXT now declares both keys.
      *
      * Before the run the operator renames the old master
      * PRSU23MSTR.TXT to PRSU23MSTO.TXT and, if there is one, the
      * old archive PRSU23TARC.TXT to PRSU23TARO.TXT.  The run is
      * refused while a reorg swap is pending - CS370PROGRAM25 must
      * finish with the old layout first - and once PRSU23MSTR.TXT
      * exists, so the conversion can never be run over a master
      * already converted.
      ******
      *INPUT:
      *    PRSU23ROST.TXT - the reorg stage record - see PRSU23RK.CPY.
      *        A swap-pending stage refuses the run.
      *    PRSU23MSTO.TXT - the old indexed master, 160-byte layout,
      *        Employee Number key only, read in Employee Number
      *        order.  Required.
      *    PRSU23TARO.TXT - the old terminated-employee archive,
      *        160-byte layout.  Converted when present.
      ******
      *OUTPUT:
      *    PRSU23MSTR.TXT - the indexed master in the PRSU23MS.CPY
      *        layout, keyed by Employee Number with the Employee
      *        Name alternate key.
      *    PRSU23TARC.TXT - the terminated-employee archive in the
      *        PRSU23MS.CPY layout, when PRSU23TARO.TXT was present.
      *    PRSU23MCVR.TXT - the conversion report: the counts and
      *        salary hash totals that prove the run.
      *
      *    RETURN-CODE 0 - the master, and the archive if present,
      *        are converted.
      *    RETURN-CODE 16 - the conversion was refused or stopped: a
      *        reorg swap pending, no old master, PRSU23MSTR.TXT or
      *        PRSU23TARC.TXT already there, a file that would not
      *        open or read cleanly, or a file that did not read back
      *        what was written.  The old files are never
      *        touched; delete any PRSU23MSTR.TXT or PRSU23TARC.TXT
      *        this run wrote and rerun.
      *****************************************************************
      *MODIFICATION HISTORY:
      *    2026-10-15  AC  Added the master conversion for the hire
      *                    date, step and step date.
      *    2026-10-15  AC  The old master is declared with its Employee
      *                    Number key only, any OPEN or READ status the
      *                    run cannot go on from stops it, and the
      *                    header notes this run builds the name index.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSU23-STAGE-FILE ASSIGN TO "PRSU23ROST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT PRSU23-OLDMS-FILE ASSIGN TO "PRSU23MSTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRSU23-OM-EMP-NUM
               FILE STATUS IS WS-OLDMS-STATUS.

           SELECT PRSU23-MASTER-FILE ASSIGN TO "PRSU23MSTR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-OLDTA-FILE ASSIGN TO "PRSU23TARO.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDTA-STATUS.

           SELECT PRSU23-TARC-FILE ASSIGN TO "PRSU23TARC.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARC-STATUS.

           SELECT PRSU23-CONV-RPT-FILE ASSIGN TO "PRSU23MCVR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-STAGE-FILE.
           COPY PRSU23RK.

      *----------------------------------------------------------------
      * The 160-byte master layout before the hire date and step -
      * only the keys and the salary are named.
      *----------------------------------------------------------------
       FD  PRSU23-OLDMS-FILE.
       01  PRSU23-OM-MASTER-RECORD.
           05  PRSU23-OM-EMP-NUM           PIC X(06).
           05  PRSU23-OM-EMP-NAME          PIC X(20).
           05  FILLER                      PIC X(05).
           05  PRSU23-OM-SALARY            PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(123).

       FD  PRSU23-MASTER-FILE.
           COPY PRSU23MS.

       FD  PRSU23-OLDTA-FILE.
       01  PRSU23-OT-MASTER-RECORD.
           05  FILLER                      PIC X(31).
           05  PRSU23-OT-SALARY            PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(123).

       FD  PRSU23-TARC-FILE.
           COPY PRSU23MS REPLACING LEADING ==PRSU23== BY ==PRSU23-TA==.

       FD  PRSU23-CONV-RPT-FILE.
       01  PRSU23-CONV-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File status switches.
      *----------------------------------------------------------------
       77  WS-STAGE-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-STAGE-FILE-MISSING       VALUE "35".
       77  WS-OLDMS-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-OLDMS-FILE-MISSING       VALUE "35".
       77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-MASTER-FILE-MISSING      VALUE "35".
       77  WS-OLDTA-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-OLDTA-FILE-MISSING       VALUE "35".
       77  WS-TARC-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-TARC-FILE-MISSING        VALUE "35".
       77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * The file and status named when an OPEN or READ fails - see
      * 9100-FILE-ERROR.
      *----------------------------------------------------------------
       77  WS-ERR-FILE                     PIC X(14) VALUE SPACES.
       77  WS-ERR-STATUS                   PIC X(02) VALUE SPACES.

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
       77  WS-ARCHIVE-SW                   PIC X(01) VALUE "N".
           88  WS-CONVERT-ARCHIVE          VALUE "Y".

       77  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       77  WS-STOP-MSG                     PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * The proof: counts and salary hash totals for what was read
      * off each old file, what was written to each new one, and
      * what each new one reads back.
      *----------------------------------------------------------------
       77  WS-OM-IN-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OM-IN-HASH                   PIC S9(13)V99 VALUE ZERO.
       77  WS-MS-OUT-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-MS-OUT-HASH                  PIC S9(13)V99 VALUE ZERO.
       77  WS-MS-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-MS-READ-HASH                 PIC S9(13)V99 VALUE ZERO.
       77  WS-OT-IN-CNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OT-IN-HASH                   PIC S9(13)V99 VALUE ZERO.
       77  WS-TA-OUT-CNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TA-OUT-HASH                  PIC S9(13)V99 VALUE ZERO.
       77  WS-TA-READ-CNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-TA-READ-HASH                 PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Report line work areas.
      *----------------------------------------------------------------
       01  PRSU23-WS-MCV-HEAD-1.
           05  FILLER                      PIC X(40) VALUE
               "MASTER CONVERSION - HIRE DATE AND STEP".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE: ".
           05  PRSU23-MH-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  PRSU23-WS-BLANK-LINE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  PRSU23-WS-MCV-TOTAL-HEAD.
           05  FILLER                      PIC X(40) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE
               "  RECORDS".
           05  FILLER                      PIC X(20) VALUE
               "         SALARY HASH".
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  PRSU23-WS-MCV-TOTAL-LINE.
           05  PRSU23-MT-LABEL             PIC X(40).
           05  PRSU23-MT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PRSU23-MT-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  PRSU23-WS-MCV-MSG-LINE.
           05  PRSU23-MM-TEXT              PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE
      *    Check nothing stands in the way, convert and prove the
      *    master, then the archive when there is one.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
           IF WS-CONVERT-ARCHIVE
               PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT
           END-IF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      *1000-INITIALIZE
      *    Open the report, then refuse the run while a reorg swap is
      *    pending, without the old master, or over files already
      *    converted.  Any open status but "00" or an expected "35"
      *    stops the run.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRSU23-CONV-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "CS370PROGRAM27: OPEN OF PRSU23MCVR.TXT FAILED "
                   "- FILE STATUS " WS-RPT-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO PRSU23-MH-RUN-DATE.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-HEAD-1.
           PERFORM 1100-READ-STAGE THRU 1100-EXIT.
           OPEN INPUT PRSU23-OLDMS-FILE.
           EVALUATE TRUE
               WHEN WS-OLDMS-STATUS = "00"
                   CLOSE PRSU23-OLDMS-FILE
               WHEN WS-OLDMS-FILE-MISSING
                   MOVE "PRSU23MSTO.TXT IS MISSING - RENAME OLD MASTER"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
               WHEN OTHER
                   MOVE "PRSU23MSTO.TXT" TO WS-ERR-FILE
                   MOVE WS-OLDMS-STATUS TO WS-ERR-STATUS
                   PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-EVALUATE.
           OPEN INPUT PRSU23-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-MASTER-FILE-MISSING
                   CONTINUE
               WHEN WS-MASTER-STATUS = "00"
                   CLOSE PRSU23-MASTER-FILE
                   MOVE "PRSU23MSTR.TXT ALREADY EXISTS - NOTHING DONE"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
               WHEN OTHER
                   MOVE "PRSU23MSTR.TXT" TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-EVALUATE.
           PERFORM 1200-CHECK-ARCHIVE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *1100-READ-STAGE
      *    A swap-pending reorg still has an old-layout master in
      *    PRSU23MSTN.TXT to copy in - it must finish first.
      *****************************************************************
       1100-READ-STAGE.
           MOVE SPACES TO PRSU23-RK-STAGE.
           OPEN INPUT PRSU23-STAGE-FILE.
           EVALUATE TRUE
               WHEN WS-STAGE-FILE-MISSING
                   CONTINUE
               WHEN WS-STAGE-STATUS = "00"
                   PERFORM 1150-READ-STAGE-RECORD THRU 1150-EXIT
               WHEN OTHER
                   MOVE "PRSU23ROST.TXT" TO WS-ERR-FILE
                   MOVE WS-STAGE-STATUS TO WS-ERR-STATUS
                   PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-EVALUATE.
           IF PRSU23-RK-SWAP-PENDING
               MOVE "REORG SWAP PENDING - FINISH CS370PROGRAM25 FIRST"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-READ-STAGE-RECORD.
           READ PRSU23-STAGE-FILE
               AT END
                   MOVE SPACES TO PRSU23-RK-STAGE
           END-READ.
           IF WS-STAGE-STATUS NOT = "00"
               AND WS-STAGE-STATUS NOT = "10"
               MOVE "PRSU23ROST.TXT" TO WS-ERR-FILE
               MOVE WS-STAGE-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           CLOSE PRSU23-STAGE-FILE.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *1200-CHECK-ARCHIVE
      *    With PRSU23TARO.TXT there the archive is converted and
      *    PRSU23TARC.TXT must not exist yet.  Without it, an archive
      *    already at PRSU23TARC.TXT is in the old layout and has not
      *    been renamed.
      *****************************************************************
       1200-CHECK-ARCHIVE.
           OPEN INPUT PRSU23-OLDTA-FILE.
           EVALUATE TRUE
               WHEN WS-OLDTA-FILE-MISSING
                   CONTINUE
               WHEN WS-OLDTA-STATUS = "00"
                   CLOSE PRSU23-OLDTA-FILE
                   MOVE "Y" TO WS-ARCHIVE-SW
               WHEN OTHER
                   MOVE "PRSU23TARO.TXT" TO WS-ERR-FILE
                   MOVE WS-OLDTA-STATUS TO WS-ERR-STATUS
                   PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-EVALUATE.
           OPEN INPUT PRSU23-TARC-FILE.
           EVALUATE TRUE
               WHEN WS-TARC-FILE-MISSING
                   CONTINUE
               WHEN WS-TARC-STATUS NOT = "00"
                   MOVE "PRSU23TARC.TXT" TO WS-ERR-FILE
                   MOVE WS-TARC-STATUS TO WS-ERR-STATUS
                   PERFORM 9100-FILE-ERROR THRU 9100-EXIT
               WHEN WS-CONVERT-ARCHIVE
                   CLOSE PRSU23-TARC-FILE
                   MOVE "PRSU23TARC.TXT ALREADY EXISTS - NOTHING DONE"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
               WHEN OTHER
                   CLOSE PRSU23-TARC-FILE
                   MOVE "RENAME OLD PRSU23TARC.TXT TO PRSU23TARO.TXT"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *2000-CONVERT-MASTER
      *    Copy the old master into the new layout - it comes off
      *    PRSU23MSTO in key order, so it loads in key order - and
      *    read the new master back.
      *****************************************************************
       2000-CONVERT-MASTER.
           OPEN INPUT PRSU23-OLDMS-FILE.
           IF WS-OLDMS-STATUS NOT = "00"
               MOVE "PRSU23MSTO.TXT" TO WS-ERR-FILE
               MOVE WS-OLDMS-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "PRSU23MSTR.TXT" TO WS-ERR-FILE
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
           PERFORM 2150-COPY-MASTER THRU 2150-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-OLDMS-FILE.
           CLOSE PRSU23-MASTER-FILE.
           IF WS-MS-OUT-CNT NOT = WS-OM-IN-CNT
               OR WS-MS-OUT-HASH NOT = WS-OM-IN-HASH
               MOVE "PRSU23MSTR RECORDS OUT DO NOT EQUAL RECORDS IN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN INPUT PRSU23-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "PRSU23MSTR.TXT" TO WS-ERR-FILE
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 2200-READ-MASTER THRU 2200-EXIT.
           PERFORM 2250-COUNT-MASTER THRU 2250-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-MASTER-FILE.
           IF WS-MS-READ-CNT NOT = WS-OM-IN-CNT
               OR WS-MS-READ-HASH NOT = WS-OM-IN-HASH
               MOVE "PRSU23MSTR DID NOT READ BACK AS WRITTEN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-OLD-MASTER.
           READ PRSU23-OLDMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
           IF WS-OLDMS-STATUS NOT = "00"
               AND WS-OLDMS-STATUS NOT = "10"
               MOVE "PRSU23MSTO.TXT" TO WS-ERR-FILE
               MOVE WS-OLDMS-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2150-COPY-MASTER.
           ADD 1 TO WS-OM-IN-CNT.
           ADD PRSU23-OM-SALARY TO WS-OM-IN-HASH.
           MOVE PRSU23-OM-MASTER-RECORD TO PRSU23-MASTER-RECORD.
           MOVE SPACES TO PRSU23-MS-HIRE-DATE.
           MOVE ZERO TO PRSU23-MS-STEP.
           MOVE SPACES TO PRSU23-MS-STEP-DATE.
           WRITE PRSU23-MASTER-RECORD
               INVALID KEY
                   MOVE "KEY OUT OF SEQUENCE LOADING PRSU23MSTR"
                       TO WS-STOP-MSG
                   PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-WRITE.
           ADD 1 TO WS-MS-OUT-CNT.
           ADD PRSU23-MS-SALARY TO WS-MS-OUT-HASH.
           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
       2150-EXIT.
           EXIT.

       2200-READ-MASTER.
           READ PRSU23-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               AND WS-MASTER-STATUS NOT = "10"
               MOVE "PRSU23MSTR.TXT" TO WS-ERR-FILE
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2250-COUNT-MASTER.
           ADD 1 TO WS-MS-READ-CNT.
           ADD PRSU23-MS-SALARY TO WS-MS-READ-HASH.
           PERFORM 2200-READ-MASTER THRU 2200-EXIT.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *3000-CONVERT-ARCHIVE
      *    Copy the old archive into the new layout in the order it
      *    was appended, and read the new archive back.
      *****************************************************************
       3000-CONVERT-ARCHIVE.
           OPEN INPUT PRSU23-OLDTA-FILE.
           IF WS-OLDTA-STATUS NOT = "00"
               MOVE "PRSU23TARO.TXT" TO WS-ERR-FILE
               MOVE WS-OLDTA-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT PRSU23-TARC-FILE.
           IF WS-TARC-STATUS NOT = "00"
               MOVE "PRSU23TARC.TXT" TO WS-ERR-FILE
               MOVE WS-TARC-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 3100-READ-OLD-ARCHIVE THRU 3100-EXIT.
           PERFORM 3150-COPY-ARCHIVE THRU 3150-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-OLDTA-FILE.
           CLOSE PRSU23-TARC-FILE.
           IF WS-TA-OUT-CNT NOT = WS-OT-IN-CNT
               OR WS-TA-OUT-HASH NOT = WS-OT-IN-HASH
               MOVE "PRSU23TARC RECORDS OUT DO NOT EQUAL RECORDS IN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
           OPEN INPUT PRSU23-TARC-FILE.
           IF WS-TARC-STATUS NOT = "00"
               MOVE "PRSU23TARC.TXT" TO WS-ERR-FILE
               MOVE WS-TARC-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
           PERFORM 3250-COUNT-ARCHIVE THRU 3250-EXIT
               UNTIL PRSU23-EOF.
           MOVE "N" TO PRSU23-EOF-SW.
           CLOSE PRSU23-TARC-FILE.
           IF WS-TA-READ-CNT NOT = WS-OT-IN-CNT
               OR WS-TA-READ-HASH NOT = WS-OT-IN-HASH
               MOVE "PRSU23TARC.TXT DID NOT READ BACK AS WRITTEN"
                   TO WS-STOP-MSG
               PERFORM 9000-STOP-RUN THRU 9000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-OLD-ARCHIVE.
           READ PRSU23-OLDTA-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
           IF WS-OLDTA-STATUS NOT = "00"
               AND WS-OLDTA-STATUS NOT = "10"
               MOVE "PRSU23TARO.TXT" TO WS-ERR-FILE
               MOVE WS-OLDTA-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-COPY-ARCHIVE.
           ADD 1 TO WS-OT-IN-CNT.
           ADD PRSU23-OT-SALARY TO WS-OT-IN-HASH.
           MOVE PRSU23-OT-MASTER-RECORD TO PRSU23-TA-MASTER-RECORD.
           MOVE SPACES TO PRSU23-TA-MS-HIRE-DATE.
           MOVE ZERO TO PRSU23-TA-MS-STEP.
           MOVE SPACES TO PRSU23-TA-MS-STEP-DATE.
           WRITE PRSU23-TA-MASTER-RECORD.
           ADD 1 TO WS-TA-OUT-CNT.
           ADD PRSU23-TA-MS-SALARY TO WS-TA-OUT-HASH.
           PERFORM 3100-READ-OLD-ARCHIVE THRU 3100-EXIT.
       3150-EXIT.
           EXIT.

       3200-READ-ARCHIVE.
           READ PRSU23-TARC-FILE
               AT END
                   MOVE "Y" TO PRSU23-EOF-SW
           END-READ.
           IF WS-TARC-STATUS NOT = "00"
               AND WS-TARC-STATUS NOT = "10"
               MOVE "PRSU23TARC.TXT" TO WS-ERR-FILE
               MOVE WS-TARC-STATUS TO WS-ERR-STATUS
               PERFORM 9100-FILE-ERROR THRU 9100-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3250-COUNT-ARCHIVE.
           ADD 1 TO WS-TA-READ-CNT.
           ADD PRSU23-TA-MS-SALARY TO WS-TA-READ-HASH.
           PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
       3250-EXIT.
           EXIT.

      *****************************************************************
      *8000-FINALIZE
      *    Print the proof and set the return code.
      *****************************************************************
       8000-FINALIZE.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
           MOVE "RECORDS IN = RECORDS WRITTEN = READ BACK - BALANCED"
               TO PRSU23-MM-TEXT.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-MSG-LINE.
           CLOSE PRSU23-CONV-RPT-FILE.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "CS370PROGRAM27: " WS-OM-IN-CNT
               " MASTER RECORDS, " WS-OT-IN-CNT
               " ARCHIVE RECORDS CONVERTED".
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-HEAD.
           MOVE "OLD MASTER RECORDS IN" TO PRSU23-MT-LABEL.
           MOVE WS-OM-IN-CNT TO PRSU23-MT-COUNT.
           MOVE WS-OM-IN-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           MOVE "PRSU23MSTR RECORDS WRITTEN" TO PRSU23-MT-LABEL.
           MOVE WS-MS-OUT-CNT TO PRSU23-MT-COUNT.
           MOVE WS-MS-OUT-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           MOVE "PRSU23MSTR READ BACK" TO PRSU23-MT-LABEL.
           MOVE WS-MS-READ-CNT TO PRSU23-MT-COUNT.
           MOVE WS-MS-READ-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           MOVE "OLD ARCHIVE RECORDS IN" TO PRSU23-MT-LABEL.
           MOVE WS-OT-IN-CNT TO PRSU23-MT-COUNT.
           MOVE WS-OT-IN-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           MOVE "PRSU23TARC RECORDS WRITTEN" TO PRSU23-MT-LABEL.
           MOVE WS-TA-OUT-CNT TO PRSU23-MT-COUNT.
           MOVE WS-TA-OUT-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           MOVE "PRSU23TARC READ BACK" TO PRSU23-MT-LABEL.
           MOVE WS-TA-READ-CNT TO PRSU23-MT-COUNT.
           MOVE WS-TA-READ-HASH TO PRSU23-MT-HASH.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-TOTAL-LINE.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-BLANK-LINE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *9000-STOP-RUN
      *    Print the figures so far and the reason, and stop 16.
      *****************************************************************
       9000-STOP-RUN.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
           MOVE SPACES TO PRSU23-MM-TEXT.
           STRING "RUN STOPPED - " DELIMITED BY SIZE
               WS-STOP-MSG DELIMITED BY SIZE
               INTO PRSU23-MM-TEXT
           END-STRING.
           WRITE PRSU23-CONV-RPT-LINE FROM PRSU23-WS-MCV-MSG-LINE.
           CLOSE PRSU23-CONV-RPT-FILE.
           DISPLAY "CS370PROGRAM27: RUN STOPPED - " WS-STOP-MSG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *9100-FILE-ERROR
      *    An OPEN or READ came back with a status the run cannot go
      *    on from - name the file and the status and stop.
      *****************************************************************
       9100-FILE-ERROR.
           MOVE SPACES TO WS-STOP-MSG.
           STRING WS-ERR-FILE DELIMITED BY SPACE
               " - FILE STATUS " DELIMITED BY SIZE
               WS-ERR-STATUS DELIMITED BY SIZE
               INTO WS-STOP-MSG
           END-STRING.
           PERFORM 9000-STOP-RUN THRU 9000-EXIT.
       9100-EXIT.
           EXIT.
