      * ----------------------------------------------------------------
      * Written by payment posting for any lockbox/ACH item that can't
      * be applied straight through - unmatched loan number, inactive
      * loan, a payment short of the amount due, or a principal
      * payment larger than the loan's balance - so the item is
      * tracked for research instead of silently dropped.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-08-08 Initial layout.
      * 2026-10-15 Reason 'OP' - an item whose principal portion
      *            exceeds the loan's principal balance.
      * 2026-10-15 Added SUSP-PAYMENT-TYPE, the item's PMT-PAYMENT-TYPE
      *            carried through suspense so a principal-only or
      *            escrow-only item is applied as one when it is
      *            re-applied.
      ******************************************************************
       01  SUSP-RECORD.
           05  SUSP-ITEM-ID          PIC X(12).
           05  SUSP-AMOUNT           PIC 9(7)V99.
           05  SUSP-REASON-CODE      PIC X(2).
           05  SUSP-REASON-TEXT      PIC X(30).
           05  SUSP-PAYMENT-TYPE     PIC X(1).
