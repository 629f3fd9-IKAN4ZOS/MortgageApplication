      ******************************************************************
      * SCRAREQ - DMDC SCRA STATUS REQUEST RECORD
      * ----------------------------------------------------------------
      * One row per active borrower on the monthly batch request to
      * the Defense Manpower Data Center SCRA status service, in the
      * DMDC fixed-width multiple-record layout.  We don't carry a
      * date of birth, so that field goes out as spaces and DMDC
      * matches on SSN and last name.  The loan number rides in the
      * customer record ID and comes back on the match result, which
      * is how the SCRA batch ties each answer to its loan.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  SCRA-REQUEST-REC.
           05  SQ-SSN                PIC X(9).
           05  SQ-BIRTH-DATE         PIC X(8).
           05  SQ-LAST-NAME          PIC X(26).
           05  SQ-FIRST-NAME         PIC X(20).
           05  SQ-CUST-RECORD-ID     PIC X(28).
           05  SQ-MIDDLE-NAME        PIC X(20).
           05  FILLER                PIC X(9).
