      ******************************************************************
      * FCLTRACK - FORECLOSURE MILESTONE TRACKING RECORD
      * ----------------------------------------------------------------
      * One row per loan referred to the foreclosure attorney network,
      * carried forward run to run by the foreclosure referral batch
      * so each file is tracked from referral through first legal
      * action, sale scheduling, the sale itself and REO, against the
      * investor's timeline.  The milestone dates are posted from the
      * attorneys' status returns; dates are 'YYYY-MM-DD' and spaces
      * until the milestone is reached.  FT-SALE-DATE is the date the
      * sale is set for once scheduled.  A loan is in foreclosure for
      * billing, collections and autopay while its status is RF, FL
      * or SS; at SH the loan closes out of servicing.
      *
      * STATUS CODES (FT-STATUS)
      *   RF - referred to the attorney
      *   FL - first legal action filed
      *   SS - sale scheduled
      *   SH - sale held, loan closed out of servicing
      *   RO - property taken into REO
      *   DM - foreclosure dismissed (reinstated, paid or cured)
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  FCL-TRACK-REC.
           05  FT-LOAN-NUMBER        PIC X(10).
           05  FT-BORROWER-NAME      PIC X(40).
           05  FT-INVESTOR-NUMBER    PIC X(4).
           05  FT-PROP-STATE         PIC X(2).
           05  FT-DEFAULT-DUE-DATE   PIC X(10).
           05  FT-REFERRAL-UPB       PIC 9(9)V99.
           05  FT-STATUS             PIC X(2).
           05  FT-REFERRAL-DATE      PIC X(10).
           05  FT-FIRST-LEGAL-DATE   PIC X(10).
           05  FT-SALE-SCHED-DATE    PIC X(10).
           05  FT-SALE-DATE          PIC X(10).
           05  FT-SALE-HELD-DATE     PIC X(10).
           05  FT-REO-DATE           PIC X(10).
           05  FT-DISMISSED-DATE     PIC X(10).
