      ******************************************************************
      * MEBAL - LOAN MONTH-END BALANCE RECORD
      * ----------------------------------------------------------------
      * One row per loan on the Loan Master, written by the loan-level
      * trial balance at each month end with the unpaid principal,
      * escrow and late-charge balances the Loan Master carried that
      * day.  Next month's trial balance reads it back as the opening
      * balances it rolls forward through the month's loan history.
      * Escrow is signed - a lender-placed premium can overdraw it.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  MONTH-END-BAL-REC.
           05  MB-LOAN-NUMBER        PIC X(10).
           05  MB-BALANCE-DATE       PIC X(10).
           05  MB-PRINCIPAL-BAL      PIC 9(9)V99.
           05  MB-ESCROW-BAL         PIC S9(7)V99.
           05  MB-LATE-CHARGE-BAL    PIC 9(7)V99.
