      ******************************************************************
      * LMAUDIT - LOAN MASTER CHANGE AUDIT JOURNAL RECORD
      * ----------------------------------------------------------------
      * One row per Loan Master field change applied by the field
      * maintenance batch.  The journal is permanent - each run adds
      * to the end of it and nothing rewrites or purges it - and is
      * what examiners are shown, through the audit inquiry report,
      * for who changed what on a loan and when.  Old and new values
      * are carried as printed (amounts and rates edited).
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  LM-AUDIT-REC.
           05  LA-LOAN-NUMBER        PIC X(10).
           05  LA-FIELD-NAME         PIC X(20).
           05  LA-OLD-VALUE          PIC X(40).
           05  LA-NEW-VALUE          PIC X(40).
           05  LA-MAKER-ID           PIC X(8).
           05  LA-CHECKER-ID         PIC X(8).
           05  LA-BUSINESS-DATE      PIC X(10).
           05  LA-APPLIED-DATE       PIC X(10).
           05  LA-APPLIED-TIME       PIC X(8).
           05  LA-SOURCE-PROGRAM     PIC X(8).
