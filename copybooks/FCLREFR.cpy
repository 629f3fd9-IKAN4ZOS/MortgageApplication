      ******************************************************************
      * FCLREFR - FORECLOSURE REFERRAL RECORD
      * ----------------------------------------------------------------
      * One row per loan referred to the foreclosure attorney network:
      * the borrower, the mailing and property addresses, the
      * investor, the unpaid balance and rate, and the default - the
      * missed due date, days delinquent, late charges owed and the
      * date the breach letter went out.  Leaves the shop as a flat
      * file, so fields are plain DISPLAY.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  FCL-REFERRAL-REC.
           05  FR-LOAN-NUMBER        PIC X(10).
           05  FR-BORROWER-NAME      PIC X(40).
           05  FR-MAIL-STREET        PIC X(30).
           05  FR-MAIL-CITY          PIC X(20).
           05  FR-MAIL-STATE         PIC X(2).
           05  FR-MAIL-ZIP           PIC X(9).
           05  FR-PROP-STREET        PIC X(30).
           05  FR-PROP-CITY          PIC X(20).
           05  FR-PROP-STATE         PIC X(2).
           05  FR-PROP-ZIP           PIC X(9).
           05  FR-INVESTOR-NUMBER    PIC X(4).
           05  FR-CURR-PRINCIPAL     PIC 9(9)V99.
           05  FR-NOTE-RATE          PIC 9(2)V9(3).
           05  FR-NEXT-DUE-DATE      PIC X(10).
           05  FR-DAYS-DELQ          PIC 9(5).
           05  FR-LATE-CHARGE-BAL    PIC 9(7)V99.
           05  FR-BREACH-LTR-DATE    PIC X(10).
           05  FR-REFERRAL-DATE      PIC X(10).
