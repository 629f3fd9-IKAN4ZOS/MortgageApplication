      ******************************************************************
      * LHSTMREC - PERMANENT LOAN HISTORY MASTER RECORD (INDEXED)
      * ----------------------------------------------------------------
      * Record layout of the permanent loan history file LHSTMAST,
      * an indexed file keyed by loan number, effective date and a
      * sequence number that tells apart records for the same loan
      * and effective date (several installments posted by one item,
      * a payment and its reversal, and so on).  The history itself
      * is carried in LHM-HISTORY exactly as the money-moving batch
      * wrote it in the LOANHIST layout - a reader moves it to
      * LOAN-HIST-RECORD and works with the LH- fields as before.
      *
      * A program wanting one loan's history STARTs on the loan
      * number with LOW-VALUES in the effective date and zero in the
      * sequence, then reads next until the loan number changes.
      * Within a loan the records come back in effective-date order,
      * and in the order they were added for the same date.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  LHIST-MAST-REC.
           05  LHM-KEY.
               10  LHM-LOAN-NUMBER   PIC X(10).
               10  LHM-EFFECTIVE-DATE
                                     PIC X(10).
               10  LHM-SEQUENCE      PIC 9(5).
           05  LHM-HISTORY           PIC X(101).
