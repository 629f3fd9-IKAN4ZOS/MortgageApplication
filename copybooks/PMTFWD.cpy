      ******************************************************************
      * PMTFWD - FORWARDED PAYMENT RECORD
      * ----------------------------------------------------------------
      * Written by payment posting for every lockbox/ACH item that
      * arrives for a loan whose servicing has transferred out.  The
      * item is not posted; treasury forwards the money to the new
      * servicer named here, and the borrower's payment is credited
      * as of the date we received it.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  PMT-FWD-REC.
           05  PF-TO-SERVICER        PIC X(4).
           05  PF-LOAN-NUMBER        PIC X(10).
           05  PF-ITEM-ID            PIC X(12).
           05  PF-EFFECTIVE-DATE     PIC X(10).
           05  PF-RECEIVED-DATE      PIC X(10).
           05  PF-AMOUNT             PIC 9(7)V99.
           05  PF-PAYMENT-TYPE       PIC X(1).
