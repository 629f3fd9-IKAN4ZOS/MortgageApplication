      * rate we strip before wiring collections.  The settlement step
      * assigns a loan its investor number when a sale settles
      * servicing-retained, and the monthly remittance batch prices
      * the strip off this record.  The foreclosure timeline - days
      * from attorney referral by which first legal action must be
      * filed, the sale scheduled and the sale held - drives the
      * foreclosure batch's timeline exception report; zero means
      * the investor follows the shop's standard timeline.
      *
      * REMITTANCE TYPES (IM-REMIT-TYPE)
      *   AA - actual/actual (remit what was actually collected)
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial layout.
      * 2026-10-15 Added the investor's foreclosure timeline (days
      *            from referral to first legal, sale scheduled and
      *            sale held) for the foreclosure referral batch.
      ******************************************************************
       01  INVESTOR-MASTER-REC.
           05  IM-INVESTOR-NUMBER    PIC X(4).
           05  IM-INVESTOR-NAME      PIC X(40).
           05  IM-REMIT-TYPE         PIC X(2).
           05  IM-SVC-FEE-RATE       PIC 9(1)V9(4).
           05  IM-FC-LEGAL-DAYS      PIC 9(3).
           05  IM-FC-SCHED-DAYS      PIC 9(3).
           05  IM-FC-SALE-DAYS       PIC 9(3).
