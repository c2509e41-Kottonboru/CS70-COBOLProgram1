      *    PRSU23YTD.TXT - this year's State/Job raise cost increase,
      *        archived by CS370PROGRAM1's 2660-WRITE-YTD-RECORD.
      *    PRSU23PYR.TXT - last year's PRSU23YTD.TXT, in the same
      *        layout, carried forward by the CS370PROGRAM23 year-end
      *        close.
      *        A State/Job combination on PRSU23YTD.TXT with no match
      *        on PRSU23PYR.TXT is new this year and is compared
      *        against a zero prior-year baseline.
      *                    current-year match.
      *    2026-08-22  AC  Typed deduction increases on the YTD layout
      *                    are rolled into the total-cost comparison.
      *    2026-10-15  AC  PRSU23PYR.TXT is now carried forward by the
      *                    CS370PROGRAM23 year-end close.
      *****************************************************************

       ENVIRONMENT DIVISION.
