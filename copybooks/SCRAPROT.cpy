      ******************************************************************
      * SCRAPROT - SERVICEMEMBER PROTECTION RECORD
      * ----------------------------------------------------------------
      * One row per loan whose borrower DMDC has reported on active
      * military duty, carried forward run to run by the SCRA batch.
      * Holds the service period as DMDC reported it, the protection
      * end date (one year after service ends - spaces while the
      * member is still serving), the note rate and P&I payment the
      * loan carried when protection began, and the dates the 6% cap
      * went on and the contract rate came back.  Dates are
      * 'YYYY-MM-DD'; rates and amounts are plain DISPLAY.
      *
      * STATUS CODES (SP-STATUS)
      *   A - protection active; the Loan Master SCRA flag is 'Y'
      *   R - protection ended and the contract rate restored
      *   C - loan left servicing while protected
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  SCRA-PROT-REC.
           05  SP-LOAN-NUMBER        PIC X(10).
           05  SP-BORROWER-SSN       PIC X(9).
           05  SP-STATUS             PIC X(1).
           05  SP-DUTY-START-DATE    PIC X(10).
           05  SP-DUTY-END-DATE      PIC X(10).
           05  SP-PROTECT-END-DATE   PIC X(10).
           05  SP-ORIG-NOTE-RATE     PIC 9(2)V9(3).
           05  SP-ORIG-PI-PMT        PIC 9(7)V99.
           05  SP-CAP-DATE           PIC X(10).
           05  SP-RESTORE-DATE       PIC X(10).
           05  SP-LAST-MATCH-DATE    PIC X(10).
