      *   SUSPENSE - payment suspense (liability)
      *   LATECHGS - late-charge income
      *   LOANFUND - loan funding clearing (boarding offset)
      *   ACCRINTR - accrued interest receivable (month-end accrual,
      *              reversed the first of the next month)
      *   ESCHPAYB - unclaimed property (escheat) payable to the
      *              states
      *   XFERPAYB - payments received for transferred-out loans,
      *              payable to the new servicer
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-08-22 Initial layout.
      * 2026-10-15 Added the ACCRINTR accrued interest receivable
      *            account booked by the month-end interest accrual.
      * 2026-10-15 Added the ESCHPAYB escheat payable account the
      *            unclaimed-property remittance moves owner money to.
      * 2026-10-15 Added the XFERPAYB account payment posting credits
      *            for payments it forwards to a new servicer.
      ******************************************************************
       01  GL-JOURNAL-REC.
           05  GLJ-RUN-DATE          PIC X(10).
