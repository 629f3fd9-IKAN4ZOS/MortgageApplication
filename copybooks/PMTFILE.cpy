      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-08-08 Initial layout.
      * 2026-10-15 Added PMT-PAYMENT-TYPE, the remitter's directive for
      *            how the item is applied: blank or 'R' a regular
      *            installment payment (any excess over whole
      *            installments curtails principal), 'P' principal
      *            only, 'E' escrow only.
      ******************************************************************
       01  PMT-RECORD.
           05  PMT-ITEM-ID           PIC X(12).
           05  PMT-EFFECTIVE-DATE    PIC X(10).
           05  PMT-AMOUNT            PIC 9(7)V99.
           05  PMT-SOURCE-CODE       PIC X(2).
           05  PMT-PAYMENT-TYPE      PIC X(1).
