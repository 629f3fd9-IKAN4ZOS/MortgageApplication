      *   P - pending, not yet issued
      *   I - check issued
      *   U - returned undeliverable
      * A check the bank reports paid drops off the file, so an 'I'
      * row is a check still outstanding.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial layout.
      * 2026-10-15 Cleared checks now drop off the file; 'I' and 'U'
      *            rows are what the unclaimed-property run reviews.
      ******************************************************************
       01  REFUND-PEND-REC.
           05  RP-LOAN-NUMBER        PIC X(10).
