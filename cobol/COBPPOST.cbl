      *            plan-payment count rides the checkpoint's third
      *            running count so it stays cumulative across a
      *            restart like the other totals.
      * 2026-10-15 Post an item covering more than one scheduled
      *            installment (P&I plus escrow) one whole installment
      *            at a time, each split on the balance the one before
      *            it left and each advancing the next due date, with
      *            any excess applied as a principal curtailment.
      *            Honor the item's payment-type directive: a
      *            principal-only item curtails principal and an
      *            escrow-only item adds to the escrow balance, and
      *            neither is ever applied as a payment.  Every
      *            installment and curtailment gets its own posting
      *            line, balanced journals and history record ('PP',
      *            'PC', 'PE').  An item that would take principal
      *            below zero goes to suspense as 'OP' for the payoff
      *            desk.  PI_PMT_AMT is back on the loan lookup since
      *            the installment amount is built from it.  The
      *            installment, curtailment and escrow-only counts
      *            ride the checkpoint's fourth to sixth counts.
      * 2026-10-15 An item for a loan whose servicing has transferred
      *            out (status 'TO') is no longer posted or suspended:
      *            it is written to the forwarded-payment file for
      *            treasury to send on to the new servicer named in
      *            the loan's servicer code, journaled cash to the
      *            XFERPAYB payable, and recorded on the loan history
      *            as 'FW'.  The forwarded count rides the checkpoint's
      *            seventh count.
      * 2026-10-15 Record the run's items and dollars in and out on
      *            the stream control-total file for the payment-
      *            stream balancing step: items read, posted,
      *            suspended and forwarded, and the history extract.
      *            The output totals are read back off the files
      *            themselves so a restarted run still reports what
      *            both runs wrote, and are recorded before the
      *            checkpoint is emptied.
      * 2026-10-15 Carry the item's payment type on the suspense
      *            record so suspense re-application applies a
      *            principal-only or escrow-only item as one.
      * 2026-10-15 Zero the money totals added to the checkpoint
      *            record; this program doesn't use them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT PMT-FWD-FILE ASSIGN TO "PMTFWD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PMT-INPUT-FILE
           RECORDING MODE IS F.
           COPY PLANFILE.

       FD  PMT-FWD-FILE
           RECORDING MODE IS F.
           COPY PMTFWD.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

       FD  STREAM-CTL-FILE
           RECORDING MODE IS F.
       01  STREAM-CTL-IO-REC          PIC X(50).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.
           COPY STRMCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBPEDIT'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY LOANMAST.
           COPY DATEWORK.
         01  WS-SUSPENSE-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-TOTAL-AMOUNT            PIC S9(9)V99   COMP-3
                                                         VALUE ZERO.
         01  WS-INSTALLMENT-COUNT       PIC 9(7)       VALUE ZERO.
         01  WS-CURTAIL-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-ESCROW-ONLY-COUNT       PIC 9(7)       VALUE ZERO.
         01  WS-FORWARD-COUNT           PIC 9(7)       VALUE ZERO.

      * Stream control totals.  Every item read is added in, skipped
      * on a restart or not; the outputs are totalled off the files.
         01  WS-PMTIN-TOTAL             PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-RB-EOF-SW               PIC X(1).
             88  WS-RB-EOF                             VALUE 'Y'.
         01  WS-POSTED-TOTAL            PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-SUSP-ITEMS              PIC 9(7)       VALUE ZERO.
         01  WS-SUSP-TOTAL              PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-FWD-ITEMS               PIC 9(7)       VALUE ZERO.
         01  WS-FWD-TOTAL               PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-HIST-ITEMS              PIC 9(7)       VALUE ZERO.
         01  WS-HIST-TOTAL              PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.

         01  WS-MONTHLY-RATE            PIC S9V9(8)    COMP-3.
         01  WS-INTEREST-DUE            PIC S9(7)V99   COMP-3.
         01  WS-ESCROW-APPLIED          PIC S9(7)V99   COMP-3.
         01  WS-PLAN-REMAINDER          PIC S9(7)V99   COMP-3.

      * The remitter's directive off the payment item - blank or 'R'
      * is a regular installment payment.
         01  WS-PAYMENT-TYPE            PIC X(1).
             88  WS-PRINCIPAL-ONLY                     VALUE 'P'.
             88  WS-ESCROW-ONLY                        VALUE 'E'.

      * The whole installments one item covers, each split on the
      * balance the installment before it left, plus whatever is
      * left over as a principal curtailment - or the whole item
      * for a principal-only or escrow-only directive.
         01  WS-INSTALLMENT-AMT         PIC S9(7)V99   COMP-3.
         01  WS-ITEM-REMAINING          PIC S9(7)V99   COMP-3.
         01  WS-WORK-PRINCIPAL          PIC S9(9)V99   COMP-3.
         01  WS-CURTAIL-AMT             PIC S9(7)V99   COMP-3.
         01  WS-ESCROW-ONLY-AMT         PIC S9(7)V99   COMP-3.
         01  WS-INST-COUNT              PIC 9(5)  COMP.
         01  WS-INST-TABLE.
             05  WS-INST-ENTRY OCCURS 12.
                 10  WS-IN-TRAN-AMT     PIC S9(7)V99   COMP-3.
                 10  WS-IN-PRINCIPAL    PIC S9(7)V99   COMP-3.
                 10  WS-IN-INTEREST     PIC S9(7)V99   COMP-3.
                 10  WS-IN-ESCROW       PIC S9(7)V99   COMP-3.
         01  WS-INST-SUB                PIC 9(5)  COMP.
         01  WS-INST-DONE-SW            PIC X(1).
             88  WS-INST-DONE                          VALUE 'Y'.

      * The installment, curtailment or escrow-only piece being
      * reported, journaled and written to history.
         01  WS-PIECE-CODE              PIC X(2).
         01  WS-PIECE-AMT               PIC S9(7)V99   COMP-3.

         01  WS-PLAN-STATUS             PIC X(2).
         01  WS-PLAN-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PLAN-EOF                           VALUE 'Y'.
             05  FILLER                 PIC X(10)  VALUE 'INTEREST'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'ESCROW'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(4)   VALUE 'TYPE'.

         01  WS-DETAIL-LINE.
             05  WS-D-ITEM-ID           PIC X(12).
             05  WS-D-INTEREST          PIC ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ESCROW            PIC ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-TYPE              PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
               OPEN OUTPUT PPOST-REPORT-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               OPEN OUTPUT LOAN-HIST-FILE
               OPEN OUTPUT PMT-FWD-FILE
               PERFORM WRITE-REPORT-HEADINGS
           ELSE
               OPEN EXTEND SUSP-OUTPUT-FILE
               OPEN EXTEND PPOST-REPORT-FILE
               OPEN EXTEND GL-JOURNAL-FILE
               OPEN EXTEND LOAN-HIST-FILE
               OPEN EXTEND PMT-FWD-FILE
           END-IF.

           READ PMT-INPUT-FILE

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-PMT-COUNT
               ADD PMT-AMOUNT TO WS-PMTIN-TOTAL
               IF WS-RESTART-COUNT = 0
                       OR WS-PMT-COUNT > WS-RESTART-COUNT
                   PERFORM PROCESS-PAYMENT
           CLOSE PPOST-REPORT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE
           CLOSE PMT-FWD-FILE
           CLOSE CHECKPOINT-FILE.

           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RESET-CHECKPOINT-FILE.

           DISPLAY 'COBPPOST - ITEMS READ      = ' WS-PMT-COUNT.
           DISPLAY 'COBPPOST - ITEMS POSTED    = ' WS-MATCH-COUNT.
           DISPLAY 'COBPPOST - ITEMS SUSPENDED = ' WS-SUSPENSE-COUNT.
           DISPLAY 'COBPPOST - PLAN PMTS POSTED= ' WS-PLAN-POST-COUNT.
           DISPLAY 'COBPPOST - INSTALLMENTS    = ' WS-INSTALLMENT-COUNT.
           DISPLAY 'COBPPOST - CURTAILMENTS    = ' WS-CURTAIL-COUNT.
           DISPLAY 'COBPPOST - ESCROW-ONLY PMTS= ' WS-ESCROW-ONLY-COUNT.
           DISPLAY 'COBPPOST - ITEMS FORWARDED = ' WS-FORWARD-COUNT.
           DISPLAY 'COBPPOST - TOTAL AMOUNT    = ' WS-TOTAL-AMOUNT.

           PERFORM RECORD-JOB-COMPLETE.
                SELECT LOAN_NUMBER, BORROWER_NAME, BORROWER_SSN,
                       ORIG_PRINCIPAL, CURR_PRINCIPAL, NOTE_RATE,
                       TERM_MONTHS, NEXT_DUE_DATE, FIRST_PMT_DATE,
                       LAST_PMT_DATE, PI_PMT_AMT, ESCROW_PMT_AMT,
                       ESCROW_BALANCE, YTD_INTEREST_PAID, STATUS_CODE,
                       SERVICER_CODE
                INTO  :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                      :LM-BORROWER-SSN,
                      :LM-ORIG-PRINCIPAL, :LM-CURR-PRINCIPAL,
                      :LM-NOTE-RATE,
                      :LM-TERM-MONTHS, :LM-NEXT-DUE-DATE,
                      :LM-FIRST-PMT-DATE, :LM-LAST-PMT-DATE,
                      :LM-PI-PMT-AMT, :LM-ESCROW-PMT-AMT,
                      :LM-ESCROW-BALANCE, :LM-YTD-INTEREST-PAID,
                      :LM-STATUS-CODE, :LM-SERVICER-CODE
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :PMT-LOAN-NUMBER
           END-EXEC.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN

               WHEN LM-STATUS-CODE = 'TO'
                   PERFORM FORWARD-PAYMENT

               WHEN LM-STATUS-CODE NOT = 'AC'
                   MOVE 'IN' TO SUSP-REASON-CODE
                   MOVE 'LOAN NOT ACTIVE' TO SUSP-REASON-TEXT

       APPLY-PAYMENT.

           MOVE PMT-PAYMENT-TYPE TO WS-PAYMENT-TYPE.
           MOVE ZERO TO WS-INST-COUNT.
           MOVE ZERO TO WS-CURTAIL-AMT.
           MOVE ZERO TO WS-ESCROW-ONLY-AMT.

      * A principal-only or escrow-only check is never applied as a
      * payment - no interest, no installment, no due-date advance.
           EVALUATE TRUE
               WHEN WS-PRINCIPAL-ONLY
                   PERFORM APPLY-PRINCIPAL-ONLY
               WHEN WS-ESCROW-ONLY
                   MOVE PMT-AMOUNT TO WS-ESCROW-ONLY-AMT
                   PERFORM POST-THE-PAYMENT
               WHEN OTHER
                   PERFORM APPLY-REGULAR-PAYMENT
           END-EVALUATE.

       APPLY-PRINCIPAL-ONLY.

           IF PMT-AMOUNT > LM-CURR-PRINCIPAL
               PERFORM SUSPEND-OVERPAYMENT
           ELSE
               MOVE PMT-AMOUNT TO WS-CURTAIL-AMT
               PERFORM POST-THE-PAYMENT
           END-IF.

       APPLY-REGULAR-PAYMENT.

           COMPUTE WS-MONTHLY-RATE = LM-NOTE-RATE / 100 / 12.
           COMPUTE WS-INTEREST-DUE ROUNDED =
               LM-CURR-PRINCIPAL * WS-MONTHLY-RATE.
               IF WS-PLAN-PMT-OK
                   PERFORM APPLY-PLAN-SPLIT
                   ADD 1 TO WS-PLAN-POST-COUNT
                   PERFORM TABLE-SINGLE-INSTALLMENT
                   PERFORM POST-THE-PAYMENT
               ELSE
                   MOVE 'SP' TO SUSP-REASON-CODE
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           ELSE
               PERFORM SPLIT-INTO-INSTALLMENTS
               IF WS-CURTAIL-AMT > WS-WORK-PRINCIPAL
                   PERFORM SUSPEND-OVERPAYMENT
               ELSE
                   PERFORM POST-THE-PAYMENT
               END-IF
           END-IF.

       CHECK-PLAN-PAYMENT.
           COMPUTE WS-PRINCIPAL-DUE =
               PMT-AMOUNT - WS-INTEREST-APPLIED - WS-ESCROW-APPLIED.

       SPLIT-INTO-INSTALLMENTS.

      * An item short of one full scheduled installment (P&I plus
      * escrow), or any item on a loan with no scheduled P&I on
      * file, posts as the one installment it always did - the
      * excess over interest and escrow to principal.  A larger
      * item is applied one whole installment at a time, each
      * installment's interest figured on the balance the one
      * before it left; what is left after the last whole
      * installment curtails principal.
           COMPUTE WS-INSTALLMENT-AMT =
               LM-PI-PMT-AMT + LM-ESCROW-PMT-AMT.
           MOVE LM-CURR-PRINCIPAL TO WS-WORK-PRINCIPAL.
           MOVE PMT-AMOUNT        TO WS-ITEM-REMAINING.
           MOVE 'N'               TO WS-INST-DONE-SW.

           IF LM-PI-PMT-AMT > ZERO
                   AND PMT-AMOUNT >= WS-INSTALLMENT-AMT
               PERFORM UNTIL WS-INST-DONE
                   PERFORM TABLE-NEXT-INSTALLMENT
               END-PERFORM
           END-IF.

           IF WS-INST-COUNT = ZERO
               COMPUTE WS-INTEREST-DUE ROUNDED =
                   LM-CURR-PRINCIPAL * WS-MONTHLY-RATE
               COMPUTE WS-PRINCIPAL-DUE =
                   PMT-AMOUNT - WS-INTEREST-DUE - LM-ESCROW-PMT-AMT
               PERFORM TABLE-SINGLE-INSTALLMENT
               SUBTRACT WS-PRINCIPAL-DUE FROM WS-WORK-PRINCIPAL
               MOVE ZERO TO WS-ITEM-REMAINING
           END-IF.

           MOVE WS-ITEM-REMAINING TO WS-CURTAIL-AMT.

       TABLE-NEXT-INSTALLMENT.

      * Twelve installments is as far ahead as one item prepays -
      * anything past the twelfth curtails principal.  A scheduled
      * principal that would take the balance below zero is a
      * payoff, not an installment, and ends the split too.
           COMPUTE WS-INTEREST-DUE ROUNDED =
               WS-WORK-PRINCIPAL * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-DUE = LM-PI-PMT-AMT - WS-INTEREST-DUE.

           IF WS-INST-COUNT >= 12
                   OR WS-ITEM-REMAINING < WS-INSTALLMENT-AMT
                   OR WS-PRINCIPAL-DUE < ZERO
                   OR WS-PRINCIPAL-DUE > WS-WORK-PRINCIPAL
               MOVE 'Y' TO WS-INST-DONE-SW
           ELSE
               ADD 1 TO WS-INST-COUNT
               MOVE WS-INSTALLMENT-AMT TO WS-IN-TRAN-AMT(WS-INST-COUNT)
               MOVE WS-PRINCIPAL-DUE   TO WS-IN-PRINCIPAL(WS-INST-COUNT)
               MOVE WS-INTEREST-DUE    TO WS-IN-INTEREST(WS-INST-COUNT)
               MOVE LM-ESCROW-PMT-AMT  TO WS-IN-ESCROW(WS-INST-COUNT)
               SUBTRACT WS-PRINCIPAL-DUE FROM WS-WORK-PRINCIPAL
               SUBTRACT WS-INSTALLMENT-AMT FROM WS-ITEM-REMAINING
           END-IF.

       TABLE-SINGLE-INSTALLMENT.

           MOVE 1                   TO WS-INST-COUNT.
           MOVE PMT-AMOUNT          TO WS-IN-TRAN-AMT(1).
           MOVE WS-PRINCIPAL-DUE    TO WS-IN-PRINCIPAL(1).
           MOVE WS-INTEREST-APPLIED TO WS-IN-INTEREST(1).
           MOVE WS-ESCROW-APPLIED   TO WS-IN-ESCROW(1).

       SUSPEND-OVERPAYMENT.

      * More than the principal balance is a payoff - that goes
      * through a payoff quote, not payment posting.
           MOVE 'OP' TO SUSP-REASON-CODE.
           MOVE 'PAYMENT EXCEEDS LOAN BALANCE' TO SUSP-REASON-TEXT.
           PERFORM WRITE-SUSPENSE-ITEM.

       POST-THE-PAYMENT.

           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > WS-INST-COUNT
               SUBTRACT WS-IN-PRINCIPAL(WS-INST-SUB)
                   FROM LM-CURR-PRINCIPAL
               ADD WS-IN-ESCROW(WS-INST-SUB) TO LM-ESCROW-BALANCE
               ADD WS-IN-INTEREST(WS-INST-SUB) TO LM-YTD-INTEREST-PAID
               MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
               PERFORM ADD-ONE-MONTH
               MOVE WS-WORK-DATE TO LM-NEXT-DUE-DATE
           END-PERFORM.

           SUBTRACT WS-CURTAIL-AMT FROM LM-CURR-PRINCIPAL.
           ADD WS-ESCROW-ONLY-AMT TO LM-ESCROW-BALANCE.

      * Only an installment is a payment - a curtailment or an
      * escrow-only item leaves the last-payment date alone.
           IF WS-INST-COUNT > ZERO
               MOVE PMT-EFFECTIVE-DATE TO LM-LAST-PMT-DATE
           END-IF.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER

           ADD 1 TO WS-MATCH-COUNT.
           ADD PMT-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > WS-INST-COUNT
               MOVE 'PP'                        TO WS-PIECE-CODE
               MOVE WS-IN-TRAN-AMT(WS-INST-SUB)  TO WS-PIECE-AMT
               MOVE WS-IN-PRINCIPAL(WS-INST-SUB) TO WS-PRINCIPAL-DUE
               MOVE WS-IN-INTEREST(WS-INST-SUB)
                   TO WS-INTEREST-APPLIED
               MOVE WS-IN-ESCROW(WS-INST-SUB)   TO WS-ESCROW-APPLIED
               ADD 1 TO WS-INSTALLMENT-COUNT
               PERFORM WRITE-POSTED-PIECE
           END-PERFORM.

           IF WS-CURTAIL-AMT > ZERO
               MOVE 'PC'           TO WS-PIECE-CODE
               MOVE WS-CURTAIL-AMT TO WS-PIECE-AMT
               MOVE WS-CURTAIL-AMT TO WS-PRINCIPAL-DUE
               MOVE ZERO           TO WS-INTEREST-APPLIED
               MOVE ZERO           TO WS-ESCROW-APPLIED
               ADD 1 TO WS-CURTAIL-COUNT
               PERFORM WRITE-POSTED-PIECE
           END-IF.

           IF WS-ESCROW-ONLY-AMT > ZERO
               MOVE 'PE'               TO WS-PIECE-CODE
               MOVE WS-ESCROW-ONLY-AMT TO WS-PIECE-AMT
               MOVE ZERO               TO WS-PRINCIPAL-DUE
               MOVE ZERO               TO WS-INTEREST-APPLIED
               MOVE WS-ESCROW-ONLY-AMT TO WS-ESCROW-APPLIED
               ADD 1 TO WS-ESCROW-ONLY-COUNT
               PERFORM WRITE-POSTED-PIECE
           END-IF.

       WRITE-POSTED-PIECE.

           PERFORM WRITE-POSTING-LINE.
           PERFORM WRITE-POSTING-JOURNALS.
           PERFORM WRITE-HISTORY-POSTED.
           MOVE PMT-LOAN-NUMBER    TO SUSP-LOAN-NUMBER.
           MOVE PMT-EFFECTIVE-DATE TO SUSP-EFFECTIVE-DATE.
           MOVE PMT-AMOUNT         TO SUSP-AMOUNT.
           MOVE PMT-PAYMENT-TYPE   TO SUSP-PAYMENT-TYPE.
           WRITE SUSP-RECORD.

      * The money is in house even though the item didn't apply -

           PERFORM WRITE-HISTORY-SUSPENDED.

       FORWARD-PAYMENT.

      * The servicing has moved - the money belongs to the new
      * servicer, credited to the borrower as of the day we got it.
           ADD 1 TO WS-FORWARD-COUNT.
           MOVE LM-SERVICER-CODE   TO PF-TO-SERVICER.
           MOVE PMT-LOAN-NUMBER    TO PF-LOAN-NUMBER.
           MOVE PMT-ITEM-ID        TO PF-ITEM-ID.
           MOVE PMT-EFFECTIVE-DATE TO PF-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE        TO PF-RECEIVED-DATE.
           MOVE PMT-AMOUNT         TO PF-AMOUNT.
           MOVE PMT-PAYMENT-TYPE   TO PF-PAYMENT-TYPE.
           WRITE PMT-FWD-REC.

           MOVE 'CASH'     TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'       TO GLJ-DR-CR.
           MOVE PMT-AMOUNT TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE 'XFERPAYB' TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'       TO GLJ-DR-CR.
           MOVE PMT-AMOUNT TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE PMT-LOAN-NUMBER    TO LH-LOAN-NUMBER.
           MOVE PMT-EFFECTIVE-DATE TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE        TO LH-POSTED-DATE.
           MOVE 'FW'               TO LH-TRAN-CODE.
           MOVE 'COBPPOST'         TO LH-SOURCE-PROGRAM.
           MOVE PMT-ITEM-ID        TO LH-ITEM-ID.
           MOVE PMT-AMOUNT         TO LH-TRAN-AMOUNT.
           MOVE ZERO               TO LH-PRINCIPAL-AMT.
           MOVE ZERO               TO LH-INTEREST-AMT.
           MOVE ZERO               TO LH-ESCROW-AMT.
           MOVE ZERO               TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       WRITE-HISTORY-POSTED.

           MOVE PMT-LOAN-NUMBER    TO LH-LOAN-NUMBER.
           MOVE PMT-EFFECTIVE-DATE TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE        TO LH-POSTED-DATE.
           MOVE WS-PIECE-CODE      TO LH-TRAN-CODE.
           MOVE 'COBPPOST'         TO LH-SOURCE-PROGRAM.
           MOVE PMT-ITEM-ID        TO LH-ITEM-ID.
           MOVE WS-PIECE-AMT       TO LH-TRAN-AMOUNT.
           MOVE WS-PRINCIPAL-DUE    TO LH-PRINCIPAL-AMT.
           MOVE WS-INTEREST-APPLIED TO LH-INTEREST-AMT.
           MOVE WS-ESCROW-APPLIED   TO LH-ESCROW-AMT.

       WRITE-POSTING-JOURNALS.

      * One balanced set per installment or curtailment piece; a
      * credit the piece doesn't carry (no escrow on a curtailment)
      * isn't journaled at zero.
           MOVE 'CASH'             TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'               TO GLJ-DR-CR.
           MOVE WS-PIECE-AMT       TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           IF WS-PRINCIPAL-DUE > ZERO
               MOVE 'LOANPRIN'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-PRINCIPAL-DUE   TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-INTEREST-APPLIED > ZERO
               MOVE 'INTINCOM'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-INTEREST-APPLIED TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-ESCROW-APPLIED > ZERO
               MOVE 'ESCROWLB'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-ESCROW-APPLIED  TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       WRITE-ONE-JOURNAL.

           MOVE PMT-ITEM-ID        TO WS-D-ITEM-ID.
           MOVE PMT-LOAN-NUMBER    TO WS-D-LOAN-NUMBER.
           MOVE PMT-EFFECTIVE-DATE TO WS-D-EFF-DATE.
           MOVE WS-PIECE-AMT       TO WS-D-AMOUNT.
           MOVE WS-PRINCIPAL-DUE    TO WS-D-PRINCIPAL.
           MOVE WS-INTEREST-APPLIED TO WS-D-INTEREST.
           MOVE WS-ESCROW-APPLIED   TO WS-D-ESCROW.
           MOVE WS-PIECE-CODE      TO WS-D-TYPE.

           MOVE WS-DETAIL-LINE     TO PPOST-REPORT-LINE.
           WRITE PPOST-REPORT-LINE.
               MOVE CHKPT-COUNT     TO WS-MATCH-COUNT
               MOVE CHKPT-COUNT-2   TO WS-SUSPENSE-COUNT
               MOVE CHKPT-COUNT-3   TO WS-PLAN-POST-COUNT
               MOVE CHKPT-COUNT-4   TO WS-INSTALLMENT-COUNT
               MOVE CHKPT-COUNT-5   TO WS-CURTAIL-COUNT
               MOVE CHKPT-COUNT-6   TO WS-ESCROW-ONLY-COUNT
               MOVE CHKPT-COUNT-7   TO WS-FORWARD-COUNT
               READ CHECKPOINT-FILE
                   AT END SET WS-CKPT-EOF TO TRUE
               END-READ
           MOVE WS-MATCH-COUNT    TO CHKPT-COUNT.
           MOVE WS-SUSPENSE-COUNT TO CHKPT-COUNT-2.
           MOVE WS-PLAN-POST-COUNT TO CHKPT-COUNT-3.
           MOVE WS-INSTALLMENT-COUNT TO CHKPT-COUNT-4.
           MOVE WS-CURTAIL-COUNT  TO CHKPT-COUNT-5.
           MOVE WS-ESCROW-ONLY-COUNT TO CHKPT-COUNT-6.
           MOVE WS-FORWARD-COUNT  TO CHKPT-COUNT-7.
           MOVE ZERO              TO CHKPT-AMOUNT-1.
           MOVE ZERO              TO CHKPT-AMOUNT-2.
           MOVE ZERO              TO CHKPT-AMOUNT-3.
           MOVE ZERO              TO CHKPT-AMOUNT-4.
           WRITE CHKPT-RECORD.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBPPOST - CHECKPOINT WRITE FAILED'
               STOP RUN
           END-IF.

       WRITE-STREAM-TOTALS.

      * Every item read is posted, suspended or forwarded; the
      * history extract is carried for the history consolidation.
           PERFORM TOTAL-POSTING-OUTPUTS.

           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBPPOST - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBPPOST - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBPPOST'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           MOVE 'I'              TO SC-DIRECTION.
           MOVE 'PMTIN'          TO SC-FLOW-NAME.
           MOVE WS-PMT-COUNT     TO SC-ITEM-COUNT.
           MOVE WS-PMTIN-TOTAL   TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'POSTED'         TO SC-FLOW-NAME.
           MOVE WS-MATCH-COUNT   TO SC-ITEM-COUNT.
           MOVE WS-POSTED-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'SUSPOUT'        TO SC-FLOW-NAME.
           MOVE WS-SUSP-ITEMS    TO SC-ITEM-COUNT.
           MOVE WS-SUSP-TOTAL    TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'PMTFWD'         TO SC-FLOW-NAME.
           MOVE WS-FWD-ITEMS     TO SC-ITEM-COUNT.
           MOVE WS-FWD-TOTAL     TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'E'              TO SC-DIRECTION.
           MOVE 'LHSTOUT'        TO SC-FLOW-NAME.
           MOVE WS-HIST-ITEMS    TO SC-ITEM-COUNT.
           MOVE WS-HIST-TOTAL    TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBPPOST'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       TOTAL-POSTING-OUTPUTS.

      * A posted item's installment, curtailment and escrow-only
      * history records add up to the item, so the posted dollars
      * come off the history extract along with its own totals.
           OPEN INPUT SUSP-OUTPUT-FILE.
           MOVE 'N' TO WS-RB-EOF-SW.
           READ SUSP-OUTPUT-FILE
               AT END MOVE 'Y' TO WS-RB-EOF-SW
           END-READ.
           PERFORM UNTIL WS-RB-EOF
               ADD 1 TO WS-SUSP-ITEMS
               ADD SUSP-AMOUNT TO WS-SUSP-TOTAL
               READ SUSP-OUTPUT-FILE
                   AT END MOVE 'Y' TO WS-RB-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE SUSP-OUTPUT-FILE.

           OPEN INPUT PMT-FWD-FILE.
           MOVE 'N' TO WS-RB-EOF-SW.
           READ PMT-FWD-FILE
               AT END MOVE 'Y' TO WS-RB-EOF-SW
           END-READ.
           PERFORM UNTIL WS-RB-EOF
               ADD 1 TO WS-FWD-ITEMS
               ADD PF-AMOUNT TO WS-FWD-TOTAL
               READ PMT-FWD-FILE
                   AT END MOVE 'Y' TO WS-RB-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE PMT-FWD-FILE.

           OPEN INPUT LOAN-HIST-FILE.
           MOVE 'N' TO WS-RB-EOF-SW.
           READ LOAN-HIST-FILE
               AT END MOVE 'Y' TO WS-RB-EOF-SW
           END-READ.
           PERFORM UNTIL WS-RB-EOF
               ADD 1 TO WS-HIST-ITEMS
               ADD LH-TRAN-AMOUNT TO WS-HIST-TOTAL
               IF LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'PC'
                       OR LH-TRAN-CODE = 'PE'
                   ADD LH-TRAN-AMOUNT TO WS-POSTED-TOTAL
               END-IF
               READ LOAN-HIST-FILE
                   AT END MOVE 'Y' TO WS-RB-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE LOAN-HIST-FILE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
