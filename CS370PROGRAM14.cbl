      *    PRSU23SPR.TXT - the split report: per-office and
      *        per-partition counts, so the operator can prove every
      *        detail record landed in exactly one slice.
      *    PRSU23LDG.TXT - appended, the split's ending condition on
      *        the cycle run ledger under run-id zero, for
      *        CS370PROGRAM15 - see PRSU23LG.CPY.
      *
      *    RETURN-CODE 0 - slices written and proven.
      *    RETURN-CODE 16 - bad plan, bad envelope, unclaimed state
      *                    state), and routed whole to the FIRST
      *                    partition so exactly one PARTIAL run
      *                    posts them.
      *    2026-10-15  AC  Post the split's ending condition to the
      *                    PRSU23LDG.TXT cycle run ledger for
      *                    CS370PROGRAM15.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRSU23-SPR-FILE ASSIGN TO "PRSU23SPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRSU23-LEDGER-FILE ASSIGN TO "PRSU23LDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSU23-PART-FILE.
       FD  PRSU23-SPR-FILE.
       01  PRSU23-SPR-LINE                 PIC X(100).

       FD  PRSU23-LEDGER-FILE.
           COPY PRSU23LG.

       WORKING-STORAGE SECTION.
       77  WS-PART-STATUS                  PIC X(02) VALUE SPACES.
           88  WS-PART-FILE-MISSING        VALUE "35".
       77  WS-OFFICE-STATUS                PIC X(02) VALUE SPACES.
           88  WS-OFFICE-FILE-MISSING      VALUE "35".
       77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  WS-LEDGER-FILE-MISSING      VALUE "35".

       77  PRSU23-EOF-SW                   PIC X(01) VALUE "N".
           88  PRSU23-EOF                  VALUE "Y".
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 5300-WRITE-LEDGER-ENTRY THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

           WRITE PRSU23-SPR-LINE FROM PRSU23-WS-SPR-PART-LINE.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *5300-WRITE-LEDGER-ENTRY
      *    Post the split's ending condition to the PRSU23LDG.TXT
      *    cycle run ledger.  No run-id exists yet - CS370PROGRAM15
      *    issues it - so the split posts under run-id zero, and
      *    CS370PROGRAM15 refuses to consolidate unless the latest
      *    split ended clean and has not been consolidated already.
      *    See PRSU23LG.CPY.
      *****************************************************************
       5300-WRITE-LEDGER-ENTRY.
           OPEN EXTEND PRSU23-LEDGER-FILE.
           IF WS-LEDGER-FILE-MISSING
               OPEN OUTPUT PRSU23-LEDGER-FILE
               CLOSE PRSU23-LEDGER-FILE
               OPEN EXTEND PRSU23-LEDGER-FILE
           END-IF.
           MOVE SPACES TO PRSU23-LEDGER-RECORD.
           MOVE ZERO TO PRSU23-LG-RUN-ID.
           MOVE "14" TO PRSU23-LG-STEP.
           MOVE "E" TO PRSU23-LG-EVENT.
           MOVE "SPLIT   " TO PRSU23-LG-RUN-MODE.
           MOVE WS-RUN-DATE TO PRSU23-LG-STEP-DATE.
           ACCEPT PRSU23-LG-STEP-TIME FROM TIME.
           MOVE RETURN-CODE TO PRSU23-LG-COND-CODE.
           WRITE PRSU23-LEDGER-RECORD.
           CLOSE PRSU23-LEDGER-FILE.
       5300-EXIT.
           EXIT.
