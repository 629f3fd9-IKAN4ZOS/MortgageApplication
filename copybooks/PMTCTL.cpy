      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-08-22 Initial layout.
      * 2026-10-15 Widened the trailing FILLERs by one byte to match
      *            the 44-byte detail item now that it carries the
      *            payment-type directive.
      ******************************************************************
       01  PMT-HEADER-REC.
           05  PHR-RECORD-TYPE       PIC X(3).
           05  PHR-FILE-DATE         PIC X(10).
           05  PHR-SOURCE-ID         PIC X(8).
           05  FILLER                PIC X(23).

       01  PMT-TRAILER-REC.
           05  PTR-RECORD-TYPE       PIC X(3).
           05  PTR-ITEM-COUNT        PIC 9(7).
           05  PTR-TOTAL-AMOUNT      PIC 9(11)V99.
           05  FILLER                PIC X(21).
