      ******************************************************************
      * PRSU23LG.CPY
      * Record layout for PRSU23LDG.TXT - the cycle run ledger.  An
      * append-only history, one record per step event, keyed by the
      * PRSU23RID.TXT run-id the step worked on:
      *     EVENT "S" - a run-issuing step (CS370PROGRAM1 NORMAL,
      *         RESTART or AMEND, CS370PROGRAM9, CS370PROGRAM15, or the
      *         CS370PROGRAM26 anniversary step run) has taken its
      *         run-id and started committing.
      *     EVENT "E" - a step ended; COND-CODE is the RETURN-CODE it
      *         ended with.
      *     EVENT "B" - CS370PROGRAM6 backed the run out; the run is
      *         dead to every later step.
      * STEP is the program number.  CS370PROGRAM14 splits feeds
      * before any run-id exists and posts its end under run-id zero;
      * CS370PROGRAM15 consumes the latest clean split.  The later
      * entry for a step supersedes an earlier one, so a step rerun
      * after a fix simply ends again.  Each step refuses to run
      * unless its predecessor ended with COND-CODE 4 or less for
      * the same run-id and the run has not been backed out.  A
      * run-issuing step commits what it approved even when it ends
      * 8 for rejects, so for 01, 09, 15 and 26 any COND-CODE short
      * of the 12 reject-limit stop lets the run go on to balancing:
      *     05 needs 01, 09, 15 or 26    10 needs 05
      *     11 needs 10                  12 needs 11
      *     06 needs 01, 09, 15 or 26 started, and no earlier backout
      *     15 needs a clean 14 not already consumed by a 15.
      *     19 (the payroll change file) needs 05.
      *     20 (retro pay) needs 05 and must come before 10; once 20
      *         has ended for a run, 10 needs it clean and posts the
      *         retro GL with the run's own.  An anniversary run
      *         (26) has no retro step - 20 refuses it.
      * CS370PROGRAM18 prints where every open run stands.
      ******************************************************************
       01  PRSU23-LEDGER-RECORD.
           05  PRSU23-LG-RUN-ID            PIC 9(07).
           05  PRSU23-LG-STEP              PIC X(02).
               88  PRSU23-LG-RUN-ISSUER    VALUE "01" "09" "15" "26".
               88  PRSU23-LG-RAISE-RUN     VALUE "01".
               88  PRSU23-LG-BALANCE       VALUE "05".
               88  PRSU23-LG-BACKOUT       VALUE "06".
               88  PRSU23-LG-APPLY         VALUE "09".
               88  PRSU23-LG-GL-POST       VALUE "10".
               88  PRSU23-LG-REMIT         VALUE "11".
               88  PRSU23-LG-NOTIFY        VALUE "12".
               88  PRSU23-LG-SPLIT         VALUE "14".
               88  PRSU23-LG-CONSOLIDATE   VALUE "15".
               88  PRSU23-LG-PAY-CHANGE    VALUE "19".
               88  PRSU23-LG-RETRO         VALUE "20".
               88  PRSU23-LG-ANNIVERSARY   VALUE "26".
           05  PRSU23-LG-EVENT             PIC X(01).
               88  PRSU23-LG-STARTED       VALUE "S".
               88  PRSU23-LG-ENDED         VALUE "E".
               88  PRSU23-LG-BACKED-OUT    VALUE "B".
           05  PRSU23-LG-RUN-MODE          PIC X(08).
           05  PRSU23-LG-STEP-DATE         PIC X(08).
           05  PRSU23-LG-STEP-TIME         PIC 9(08).
           05  PRSU23-LG-COND-CODE         PIC 9(02).
