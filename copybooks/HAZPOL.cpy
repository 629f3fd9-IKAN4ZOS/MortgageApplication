      ******************************************************************
      * HAZPOL - HAZARD INSURANCE POLICY TRACKING RECORD
      * ----------------------------------------------------------------
      * One row per loan, carried forward run to run by the hazard
      * insurance tracking batch: the homeowner's own policy (carrier,
      * policy number, coverage amount, effective and expiration
      * dates) as last evidenced to us, the dates the RESPA first and
      * second reminder notices went out once that policy lapsed, and
      * the lender-placed coverage we bought when the notice period
      * ran out with no proof of coverage.  Dates are 'YYYY-MM-DD';
      * notice and lender-placed fields are spaces/zero until used.
      *
      * STATUS CODES (HP-STATUS)
      *   A - borrower's own coverage in force
      *   N - borrower's coverage lapsed, reminder notices running
      *   L - lender-placed coverage in force
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  HAZ-POLICY-REC.
           05  HP-LOAN-NUMBER        PIC X(10).
           05  HP-CARRIER-NAME       PIC X(30).
           05  HP-POLICY-NUMBER      PIC X(20).
           05  HP-COVERAGE-AMT       PIC 9(9)V99.
           05  HP-EFFECTIVE-DATE     PIC X(10).
           05  HP-EXPIRATION-DATE    PIC X(10).
           05  HP-STATUS             PIC X(1).
           05  HP-FIRST-NOTICE-DATE  PIC X(10).
           05  HP-SECOND-NOTICE-DATE PIC X(10).
           05  HP-LPI-START-DATE     PIC X(10).
           05  HP-LPI-END-DATE       PIC X(10).
           05  HP-LPI-COVERAGE-AMT   PIC 9(9)V99.
           05  HP-LPI-PREMIUM        PIC 9(7)V99.
