      ******************************************************************
      * XFERPEND - PENDING OUTBOUND SERVICING TRANSFER RECORD
      * ----------------------------------------------------------------
      * One row per loan we have sold the servicing of and sent the
      * borrower's goodbye notice for, carried forward night to night
      * by the outbound transfer batch until the transfer date, when
      * the loan is extracted to the new servicer and leaves the file.
      * The sale's transfer header rides along so the loans of each
      * sale can be grouped under their own header on the extract.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  XFER-PEND-REC.
           05  XPD-LOAN-NUMBER       PIC X(10).
           05  XPD-NOTICE-DATE       PIC X(10).
           05  XPD-HEADER            PIC X(180).
