      *                    salary's nine digits - a seven-digit
      *                    field truncated salaries of ten million
      *                    or more during the amount swap.
      *    2026-10-15  AC  Declared the PRSU23-MS-EMP-NAME alternate
      *                    key on PRSU23MSTR so the name index stays in
      *                    step with every update.
      *    2026-10-15  AC  PRSU23MSTM.TXT declared with the Employee
      *                    Name alternate key, as the master is.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23-MS-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRSU23-MASKM-FILE ASSIGN TO "PRSU23MSTM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRSU23M-MS-EMP-NUM
               ALTERNATE RECORD KEY IS PRSU23M-MS-EMP-NAME
                   WITH DUPLICATES.

           SELECT PRSU23-OFFICE-FILE ASSIGN TO WS-OFFICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
