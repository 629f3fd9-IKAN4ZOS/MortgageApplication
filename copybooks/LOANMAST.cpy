      *            leaves the satisfaction-of-mortgage with us, so
      *            the lien release batch picks those loans up along
      *            with ordinary payoffs.
      * 2026-10-15 Added the SCRA protection flag ('Y' while a
      *            servicemember's protection period runs, set and
      *            cleared by the SCRA batch) and the contract rate
      *            the note would carry without the 6% cap - the ARM
      *            rate-change batch reprices that rate while the cap
      *            holds, and it is the rate restored when protection
      *            ends.  Zero when the loan is not protected.
      * 2026-10-15 Status 'TO' - servicing transferred out to another
      *            servicer, set by the outbound servicing transfer
      *            batch, which also moves the new servicer's code
      *            into the servicer code.  Principal and late
      *            charges stay as they stood at the transfer, as
      *            for a servicing-released sale; the escrow balance
      *            goes to the new servicer and is zeroed.  Payment
      *            posting forwards anything received afterward.
      *            Acquired servicing boards as 'AC' through the
      *            inbound transfer batch like any originated loan.
      ******************************************************************
       01  LOAN-MASTER-REC.
           05  LM-LOAN-NUMBER        PIC X(10).
           05  LM-PROP-ADDR-ZIP      PIC X(9).
           05  LM-INVESTOR-NUMBER    PIC X(4).
           05  LM-LIEN-RELEASE-FLAG  PIC X(1).
           05  LM-SCRA-FLAG          PIC X(1).
           05  LM-SCRA-CONTRACT-RATE PIC S9(2)V9(3) COMP-3.
