      ******************************************************************
      * PRSU23RK.CPY
      * Record layout for PRSU23ROST.TXT - the CS370PROGRAM25 reorg
      * stage record, rewritten as the reorg passes each point it
      * could be restarted from.  STAGE "S" is written once the
      * unload has balanced and the fresh master PRSU23MSTN.TXT has
      * read back clean - from then on PRSU23MSTN.TXT, not
      * PRSU23MSTR, is the good copy, and a rerun picks up at the
      * swap instead of unloading again.  STAGE "C" is written when
      * the swap and the archive are done.  The counts and salary
      * hash totals are the unload's, so a restarted swap is proved
      * against the same figures.  TARC-BASE-CNT is the number of
      * records PRSU23TARC.TXT held before the purged records were
      * appended, so a restart can tell whether the append was done.
      ******************************************************************
       01  PRSU23-REORG-STAGE-RECORD.
           05  PRSU23-RK-STAGE             PIC X(01).
               88  PRSU23-RK-SWAP-PENDING  VALUE "S".
               88  PRSU23-RK-COMPLETE      VALUE "C".
           05  PRSU23-RK-RUN-DATE          PIC X(08).
           05  PRSU23-RK-RETAIN-YEARS      PIC 9(02).
           05  PRSU23-RK-CUTOFF-DATE       PIC X(08).
           05  PRSU23-RK-IN-CNT            PIC 9(07).
           05  PRSU23-RK-IN-HASH           PIC S9(13)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-RK-KEPT-CNT          PIC 9(07).
           05  PRSU23-RK-KEPT-HASH         PIC S9(13)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-RK-PURGED-CNT        PIC 9(07).
           05  PRSU23-RK-PURGED-HASH       PIC S9(13)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-RK-HELD-CNT          PIC 9(07).
           05  PRSU23-RK-TARC-BASE-CNT     PIC 9(07).
