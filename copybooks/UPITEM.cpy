      ******************************************************************
      * UPITEM - UNCLAIMED PROPERTY ITEM RECORD
      * ----------------------------------------------------------------
      * One row per dormant owner-money item found by the annual
      * unclaimed-property due-diligence run, read back by the
      * remittance run that reports and pays the unclaimed ones to the
      * states.  The owner and address are the last known on the Loan
      * Master; the reporting state is the owner's mailing state, or
      * our state of incorporation when there is no usable address.
      * Dates are 'YYYY-MM-DD'; the letter date is spaces when no
      * due-diligence letter was owed or could be mailed.
      *
      * SOURCE CODES (UI-SOURCE)
      *   RF - escrow refund check outstanding or returned
      *        undeliverable (item key is the check number)
      *   SU - payment suspense item never re-applied (item key is
      *        the suspense item ID)
      *   CB - escrow credit balance left on a paid-off loan (item
      *        key is the loan number)
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  UP-ITEM-REC.
           05  UI-SOURCE             PIC X(2).
           05  UI-ITEM-KEY           PIC X(12).
           05  UI-LOAN-NUMBER        PIC X(10).
           05  UI-OWNER-NAME         PIC X(40).
           05  UI-OWNER-SSN          PIC X(9).
           05  UI-OWNER-STREET       PIC X(30).
           05  UI-OWNER-CITY         PIC X(20).
           05  UI-OWNER-STATE        PIC X(2).
           05  UI-OWNER-ZIP          PIC X(9).
           05  UI-REPORT-STATE       PIC X(2).
           05  UI-PROPERTY-TYPE      PIC X(4).
           05  UI-AMOUNT             PIC 9(7)V99.
           05  UI-LAST-ACTIVITY-DATE PIC X(10).
           05  UI-DORMANT-DATE       PIC X(10).
           05  UI-LETTER-DATE        PIC X(10).
