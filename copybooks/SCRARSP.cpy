      ******************************************************************
      * SCRARSP - DMDC SCRA STATUS MATCH-RESULT RECORD
      * ----------------------------------------------------------------
      * One row per request row, returned by the DMDC SCRA status
      * service: the request fields echoed back (the customer record
      * ID carries our loan number), then the active-duty answer as
      * of the status date.  DMDC dates are 'YYYYMMDD'; the end date
      * is zeros or spaces while the member is still serving.
      *
      * ACTIVE-DUTY INDICATOR (SM-ACTIVE-DUTY-IND)
      *   Y - on active duty as of the status date
      *   L - left active duty within the last 367 days (end date set)
      *   N - not on active duty
      *   X - no DMDC record for the SSN
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  SCRA-RESULT-REC.
           05  SM-SSN                PIC X(9).
           05  SM-BIRTH-DATE         PIC X(8).
           05  SM-LAST-NAME          PIC X(26).
           05  SM-FIRST-NAME         PIC X(20).
           05  SM-CUST-RECORD-ID     PIC X(28).
           05  SM-MIDDLE-NAME        PIC X(20).
           05  SM-STATUS-DATE        PIC X(8).
           05  SM-ACTIVE-DUTY-IND    PIC X(1).
           05  SM-ACTIVE-START-DATE  PIC X(8).
           05  SM-ACTIVE-END-DATE    PIC X(8).
