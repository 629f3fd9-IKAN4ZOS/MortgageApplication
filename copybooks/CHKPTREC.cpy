      *            tracks more than one cumulative total - e.g.
      *            COBESCAN's shortage/surplus counts - can restore
      *            all of them on restart, not just the first.
      * 2026-10-15 Added CHKPT-COUNT-4 through CHKPT-COUNT-6 for
      *            payment posting's installment, curtailment and
      *            escrow-only counts.  Programs with fewer totals
      *            zero the counts they don't use.
      * 2026-10-15 Added CHKPT-COUNT-7 for payment posting's count of
      *            items forwarded on transferred-out loans.
      * 2026-10-15 Added CHKPT-AMOUNT-1 through CHKPT-AMOUNT-4, running
      *            money totals for the outbound servicing transfer's
      *            extract trailer and report.  Programs without money
      *            totals zero them.
      ******************************************************************
       01  CHKPT-RECORD.
           05  CHKPT-PROGRAM-ID      PIC X(8).
           05  CHKPT-COUNT           PIC 9(7).
           05  CHKPT-COUNT-2         PIC 9(7).
           05  CHKPT-COUNT-3         PIC 9(7).
           05  CHKPT-COUNT-4         PIC 9(7).
           05  CHKPT-COUNT-5         PIC 9(7).
           05  CHKPT-COUNT-6         PIC 9(7).
           05  CHKPT-COUNT-7         PIC 9(7).
           05  CHKPT-AMOUNT-1        PIC S9(11)V99.
           05  CHKPT-AMOUNT-2        PIC S9(11)V99.
           05  CHKPT-AMOUNT-3        PIC S9(11)V99.
           05  CHKPT-AMOUNT-4        PIC S9(11)V99.
