      * One row per money event against a loan, written by every
      * money-moving batch (payment posting, suspense placement and
      * re-application, payoff, escrow refund queueing, late-fee
      * assessment, lender-placed insurance) and consolidated nightly
      * into the permanent loan history file keyed by loan number and
      * effective date.  This is the record a borrower dispute or
      * bureau dispute is researched from once the day's posting
      * report has aged off, so the principal/interest/escrow/fee
      * split is carried exactly as the posting program computed it.
      *
      * TRANSACTION CODES (LH-TRAN-CODE)
      *   PP - payment posted to the loan - one record per whole
      *        installment the item covered, each with its own split
      *   PC - principal curtailment: a principal-only item, or the
      *        excess of a regular item over its whole installments
      *   PE - escrow-only payment added to the escrow balance
      *   SP - payment placed in suspense
      *   SR - suspense re-applied to the loan
      *   PO - payoff processed
      *   ER - escrow refund queued at payoff
      *   LF - late fee assessed
      *   RV - posted payment reversed (ACH return) - the amounts
      *        carried are the split that was backed out; one 'RV'
      *        per 'PP'/'SR' installment record reversed
      *   RC - reversal of a 'PC' curtailment or 'PE' escrow-only
      *        record (no installment is backed out)
      *   IP - lender-placed hazard insurance premium charged to
      *        escrow (escrow amount carries the premium)
      *   IR - unearned lender-placed premium refunded to escrow
      *        when the borrower proves their own coverage
      *   BD - loan boarded - principal, escrow and fee amounts carry
      *        the balances the loan came on with
      *   EU - escrow balance left on a paid-off loan remitted to
      *        the state as unclaimed property (escrow amount
      *        carries the balance removed)
      *   PH - payment history brought over from the prior servicer
      *        when acquired servicing is boarded - carried for
      *        research only, already reflected in the 'BD' balances
      *   TO - servicing transferred out - principal and fee amounts
      *        carry the balances the loan left with (they stay on
      *        the Loan Master), escrow amount the escrow credit
      *        balance paid over to the new servicer (zero if none)
      *   TD - servicing transferred out with an escrow advance -
      *        as 'TO', but the escrow amount carries the advance
      *        (the overdrawn escrow) the new servicer repays to us
      *   FW - payment received after the servicing transfer and
      *        forwarded to the new servicer, not posted
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * 2026-09-02 Initial layout.
      * 2026-09-02 Added the 'RV' reversal code written by ACH return
      *            processing.
      * 2026-10-15 Added 'PC' principal curtailment, 'PE' escrow-only
      *            payment and the 'RC' reversal of either; a payment
      *            covering several installments now writes one 'PP'
      *            per installment.
      * 2026-10-15 Added 'IP' lender-placed insurance premium charged
      *            to escrow and 'IR' refund of its unearned part,
      *            written by the hazard insurance tracking batch.
      * 2026-10-15 Added 'BD' loan boarded, carrying the opening
      *            balances, so the month-end loan trial balance can
      *            roll a new loan's balances from zero.
      * 2026-10-15 Added 'EU' escrow credit balance remitted as
      *            unclaimed property.
      * 2026-10-15 Added 'PH' prior-servicer payment history, 'TO'
      *            servicing transferred out and 'FW' payment
      *            forwarded to the new servicer, written by the bulk
      *            servicing transfer batches and payment posting.
      * 2026-10-15 The permanent loan history file is now indexed; it
      *            carries this record inside the LHSTMREC master
      *            record, keyed by loan number, effective date and
      *            sequence.  Day extracts (LHSTOUT) are unchanged.
      * 2026-10-15 Added 'TD' transfer out with an escrow advance; the
      *            amounts on this record are unsigned, so a 'TO'
      *            escrow amount is always a credit balance sent.
      ******************************************************************
       01  LOAN-HIST-RECORD.
           05  LH-LOAN-NUMBER        PIC X(10).
