      ******************************************************************
      * XFERREC - BULK SERVICING TRANSFER FILE RECORDS
      * ----------------------------------------------------------------
      * The loan-level servicing transfer layout, used both ways: the
      * prior servicer's file we board acquired servicing from, and
      * the file we send the new servicer when we sell servicing.  A
      * file is one header ('H'), one loan record ('L') per loan, each
      * loan's payment history ('P', following its loan record,
      * optional), and one trailer ('T') carrying the control totals
      * the receiving side balances to.  The outbound extract carries
      * one header-to-trailer group per sale transferring that day.
      * The outbound sale instruction is the same header followed by
      * loan records that carry only the loan number.  Dates are
      * 'YYYY-MM-DD'; amounts carry two implied decimals and escrow
      * is signed (an escrow advance is a negative balance).
      *
      * RECORD TYPES (XR-REC-TYPE)
      *   H - transfer header: effective transfer date, transferor
      *       and transferee servicer, transferee payment address
      *       and toll-free number for the borrower notices
      *   L - loan as of the transfer date
      *   P - payment history item from the transferor's books
      *   T - trailer: loan count, history count, total UPB and total
      *       escrow of the loan records
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  XFER-HEADER-REC.
           05  XR-REC-TYPE           PIC X(1).
           05  XH-TRANSFER-DATE      PIC X(10).
           05  XH-FROM-SERVICER      PIC X(4).
           05  XH-FROM-NAME          PIC X(40).
           05  XH-FROM-PHONE         PIC X(10).
           05  XH-TO-SERVICER        PIC X(4).
           05  XH-TO-NAME            PIC X(40).
           05  XH-TO-STREET          PIC X(30).
           05  XH-TO-CITY            PIC X(20).
           05  XH-TO-STATE           PIC X(2).
           05  XH-TO-ZIP             PIC X(9).
           05  XH-TO-PHONE           PIC X(10).
           05  FILLER                PIC X(220).
       01  XFER-LOAN-REC REDEFINES XFER-HEADER-REC.
           05  XL-REC-TYPE           PIC X(1).
           05  XL-LOAN-NUMBER        PIC X(10).
           05  XL-BORROWER-NAME      PIC X(40).
           05  XL-BORROWER-SSN       PIC X(9).
           05  XL-ORIG-PRINCIPAL     PIC 9(9)V99.
           05  XL-CURR-PRINCIPAL     PIC 9(9)V99.
           05  XL-NOTE-RATE          PIC 9(2)V9(3).
           05  XL-TERM-MONTHS        PIC 9(3).
           05  XL-NEXT-DUE-DATE      PIC X(10).
           05  XL-FIRST-PMT-DATE     PIC X(10).
           05  XL-LAST-PMT-DATE      PIC X(10).
           05  XL-PI-PMT-AMT         PIC 9(7)V99.
           05  XL-ESCROW-PMT-AMT     PIC 9(7)V99.
           05  XL-ESCROW-BALANCE     PIC S9(7)V99.
           05  XL-ANNL-TAX-AMT       PIC 9(7)V99.
           05  XL-ANNL-INS-AMT       PIC 9(7)V99.
           05  XL-ANNL-PMI-AMT       PIC 9(7)V99.
           05  XL-APPRAISED-VALUE    PIC 9(9)V99.
           05  XL-YTD-INTEREST-PAID  PIC 9(7)V99.
           05  XL-LATE-CHARGE-BAL    PIC 9(7)V99.
           05  XL-ARM-FLAG           PIC X(1).
           05  XL-ARM-INDEX-CODE     PIC X(4).
           05  XL-ARM-MARGIN         PIC 9(2)V9(3).
           05  XL-ARM-PERIODIC-CAP   PIC 9(2)V9(3).
           05  XL-ARM-LIFE-CEILING   PIC 9(2)V9(3).
           05  XL-ARM-LIFE-FLOOR     PIC 9(2)V9(3).
           05  XL-ARM-RATE-CHG-DATE  PIC X(10).
           05  XL-ARM-CHG-FREQ-MTHS  PIC 9(3).
           05  XL-MAIL-ADDR-STREET   PIC X(30).
           05  XL-MAIL-ADDR-CITY     PIC X(20).
           05  XL-MAIL-ADDR-STATE    PIC X(2).
           05  XL-MAIL-ADDR-ZIP      PIC X(9).
           05  XL-PROP-ADDR-STREET   PIC X(30).
           05  XL-PROP-ADDR-CITY     PIC X(20).
           05  XL-PROP-ADDR-STATE    PIC X(2).
           05  XL-PROP-ADDR-ZIP      PIC X(9).
           05  XL-INVESTOR-NUMBER    PIC X(4).
           05  FILLER                PIC X(33).
       01  XFER-HIST-REC REDEFINES XFER-HEADER-REC.
           05  XY-REC-TYPE           PIC X(1).
           05  XY-LOAN-NUMBER        PIC X(10).
           05  XY-EFFECTIVE-DATE     PIC X(10).
           05  XY-ITEM-ID            PIC X(12).
           05  XY-TRAN-AMOUNT        PIC 9(9)V99.
           05  XY-PRINCIPAL-AMT      PIC 9(9)V99.
           05  XY-INTEREST-AMT       PIC 9(7)V99.
           05  XY-ESCROW-AMT         PIC 9(7)V99.
           05  XY-FEE-AMT            PIC 9(7)V99.
           05  FILLER                PIC X(318).
       01  XFER-TRAILER-REC REDEFINES XFER-HEADER-REC.
           05  XT-REC-TYPE           PIC X(1).
           05  XT-LOAN-COUNT         PIC 9(7).
           05  XT-HIST-COUNT         PIC 9(7).
           05  XT-TOTAL-UPB          PIC 9(11)V99.
           05  XT-TOTAL-ESCROW       PIC S9(11)V99.
           05  FILLER                PIC X(359).
