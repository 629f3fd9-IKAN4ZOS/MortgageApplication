      ******************************************************************
      * LMMAINT - LOAN MASTER FIELD MAINTENANCE TRANSACTION RECORD
      * ----------------------------------------------------------------
      * One row per Loan Master field change, keyed in by one
      * operator (the maker) and approved by a second (the checker),
      * applied by the nightly field maintenance batch.  The field is
      * named as in LOANMAST without the LM- prefix (ANNL-TAX-AMT,
      * BRANCH-CODE, ARM-MARGIN ...).
      *
      * NEW VALUE FORMAT (MT-NEW-VALUE), by kind of field
      *   text, code, flag - as it is to stand, left-justified
      *   date             - YYYY-MM-DD
      *   amount           - 11 digits, 2 implied decimals
      *   rate             - 5 digits, 3 implied decimals
      *   month count      - 3 digits
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  LM-MAINT-REC.
           05  MT-LOAN-NUMBER        PIC X(10).
           05  MT-FIELD-NAME         PIC X(20).
           05  MT-NEW-VALUE          PIC X(40).
           05  MT-NEW-AMOUNT-VIEW REDEFINES MT-NEW-VALUE.
               10  MT-NEW-AMOUNT     PIC 9(9)V99.
               10  FILLER            PIC X(29).
           05  MT-NEW-RATE-VIEW REDEFINES MT-NEW-VALUE.
               10  MT-NEW-RATE       PIC 9(2)V9(3).
               10  FILLER            PIC X(35).
           05  MT-NEW-COUNT-VIEW REDEFINES MT-NEW-VALUE.
               10  MT-NEW-COUNT      PIC 9(3).
               10  FILLER            PIC X(37).
           05  MT-MAKER-ID           PIC X(8).
           05  MT-CHECKER-ID         PIC X(8).
