      ******************************************************************
      * STRMCTL - PAYMENT STREAM CONTROL-TOTAL RECORD
      * ----------------------------------------------------------------
      * Control totals the nightly payment stream (ACH draft
      * origination, payment pre-edit, payment posting, suspense
      * re-application, ACH returns, loan history consolidation) -
      * and the unclaimed-property remittance, for the suspense file
      * it rewrites - appends to the stream control-total file STRMCTL
      * as each job completes, so the balancing step run after each
      * job can tie what the job took in to what the job ahead of it
      * put out, and the operator's end-of-night summary can show the
      * whole stream on one page.  The file is appended to night after
      * night; every record carries the business date it belongs to.
      *
      * RECORD TYPES
      *   H - run header, written first by a job each time it
      *       completes.  A job rerun for the same business date
      *       writes a new header, and the totals that follow it
      *       replace those the earlier run recorded.
      *   T - one flow total: items and dollars on one input,
      *       output or extract of the job, named by its file
      *       (or, where one input is made of several, by the
      *       segment or program that supplied the part).
      *         I - input read by the job
      *         O - output - every input item ends up on exactly
      *             one of the job's outputs
      *         E - extract written as a by-product of the work
      *             (loan history), carried for the job downstream
      *             that loads it
      *   B - balancing result for the job, written by the stream
      *       balancing step: 'T' tied, 'X' exceptions found.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      * 2026-10-15 The unclaimed-property remittance now records its
      *            suspense totals here too.
      ******************************************************************
       01  STREAM-CTL-REC.
           05  SC-REC-TYPE           PIC X(1).
               88  SC-RUN-HEADER               VALUE 'H'.
               88  SC-FLOW-TOTAL               VALUE 'T'.
               88  SC-BALANCE-RESULT           VALUE 'B'.
           05  SC-BUSINESS-DATE      PIC X(10).
           05  SC-JOB-NAME           PIC X(8).
           05  SC-DETAIL             PIC X(31).
           05  SC-TOTAL REDEFINES SC-DETAIL.
               10  SC-DIRECTION      PIC X(1).
                   88  SC-INPUT-FLOW           VALUE 'I'.
                   88  SC-OUTPUT-FLOW          VALUE 'O'.
                   88  SC-EXTRACT-FLOW         VALUE 'E'.
               10  SC-FLOW-NAME      PIC X(8).
               10  SC-ITEM-COUNT     PIC 9(9).
               10  SC-AMOUNT         PIC 9(11)V99.
           05  SC-BALANCE REDEFINES SC-DETAIL.
               10  SC-BAL-STATUS     PIC X(1).
                   88  SC-BAL-TIED             VALUE 'T'.
                   88  SC-BAL-EXCEPTION        VALUE 'X'.
               10  SC-BAL-EXCEPTIONS PIC 9(5).
               10  FILLER            PIC X(25).
