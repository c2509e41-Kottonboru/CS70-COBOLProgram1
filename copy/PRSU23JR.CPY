      * brand new master record (there is no prior image - backout
      * deletes it).  CS370PROGRAM6 reads this journal to restore
      * every master record a given run touched - see that program.
      * HIRE-DATE, STEP and STEP-DATE were added at the end of the
      * record; a journal record written before they existed reads
      * them as spaces, and CS370PROGRAM6 leaves the master's own
      * values in place for it.
      ******************************************************************
       01  PRSU23-JOURNAL-RECORD.
           05  PRSU23-JR-RUN-ID            PIC 9(07).
               10  PRSU23-JR-DED-CD        PIC X(04).
               10  PRSU23-JR-DED-AMT       PIC S9(07)V99 SIGN LEADING
                                           SEPARATE CHARACTER.
           05  PRSU23-JR-HIRE-DATE         PIC X(08).
           05  PRSU23-JR-STEP              PIC X(02).
           05  PRSU23-JR-STEP-DATE         PIC X(08).
