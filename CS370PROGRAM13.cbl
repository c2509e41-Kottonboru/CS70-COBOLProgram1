      *    2026-09-02  AC  Guard the band table load at 20 rows, the
      *                    way the raise run's own load refuses an
      *                    oversized PRSU23BAND.TXT.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-STATE-FILE ASSIGN TO "PRSU23STATE.TXT"
