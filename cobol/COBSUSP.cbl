      * written by daily payment posting against the Loan Master:
      * items suspended for no matching loan ('NM') are re-attempted
      * once the loan boards, short payments ('SP') for the same loan
      * are stacked and posted together once they add up to the
      * full scheduled payment, and everything still open is aged into
      * a 5/15/30-day suspense report with items past the 30-day limit
      * flagged for refund.  Items that post are applied to the Loan
      *            stack posts to the Loan Master, so the re-applied
      *            money shows on the permanent loan history next to
      *            the original suspense placement.
      * 2026-10-15 Record the run's items and dollars in and out on
      *            the stream control-total file for the payment-
      *            stream balancing step: suspense items read,
      *            re-applied or stack-posted, and carried forward,
      *            and the history extract.
      * 2026-10-15 Re-apply a principal-only ('P') item as a principal
      *            curtailment only and an escrow-only ('E') item as
      *            an escrow deposit only - no interest, no scheduled
      *            escrow and no due-date advance, as payment posting
      *            applies them - using the payment type now carried
      *            on the suspense record.  Neither is ever stacked as
      *            a short payment; a principal-only item larger than
      *            the balance stays open as 'OP'.
      * 2026-10-15 Split a re-applied item or posted stack into whole
      *            installments the way payment posting does - each
      *            with its own interest, escrow and principal and a
      *            one-month due-date advance, one 'SR' history record
      *            and journal set apiece - with any remainder posted
      *            as a 'PC' curtailment; an amount whose principal
      *            would exceed the balance stays open as 'OP'.  A
      *            re-applied principal-only or escrow-only item now
      *            goes to history as 'PC' or 'PE', not 'SR'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-INPUT-FILE

       FD  SUSP-NEW-FILE
           RECORDING MODE IS F.
       01  SUSP-NEW-RECORD            PIC X(74).

       FD  SUSP-AGE-REPORT-FILE
           RECORDING MODE IS F.
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
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBPPOST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY LOANMAST.
           COPY DATEWORK.
                 10  WS-SE-AMOUNT       PIC S9(7)V99   COMP-3.
                 10  WS-SE-REASON-CODE  PIC X(2).
                 10  WS-SE-REASON-TEXT  PIC X(30).
                 10  WS-SE-PAYMENT-TYPE PIC X(1).
                     88  WS-SE-PRINCIPAL-ONLY          VALUE 'P'.
                     88  WS-SE-ESCROW-ONLY             VALUE 'E'.
                 10  WS-SE-OPEN-SW      PIC X(1).
                     88  WS-SE-OPEN                    VALUE 'O'.
                     88  WS-SE-CLOSED                  VALUE 'C'.
             05  WS-SO-AMOUNT           PIC 9(7)V99.
             05  WS-SO-REASON-CODE      PIC X(2).
             05  WS-SO-REASON-TEXT      PIC X(30).
             05  WS-SO-PAYMENT-TYPE     PIC X(1).

         01  WS-LOAN-FOUND-SW           PIC X(1).
             88  WS-LOAN-FOUND                         VALUE 'Y'.
         01  WS-MONTHLY-RATE            PIC S9V9(8)    COMP-3.
         01  WS-INTEREST-DUE            PIC S9(7)V99   COMP-3.
         01  WS-PRINCIPAL-DUE           PIC S9(9)V99   COMP-3.
         01  WS-ESCROW-APPLIED          PIC S9(7)V99   COMP-3.
         01  WS-POST-EFF-DATE           PIC X(10).

      * How the amount being posted is applied - a regular payment,
      * or a principal curtailment or escrow deposit only.
         01  WS-POST-TYPE               PIC X(1).
             88  WS-POST-PRINCIPAL-ONLY                VALUE 'P'.
             88  WS-POST-ESCROW-ONLY                   VALUE 'E'.
             88  WS-POST-REGULAR                       VALUE 'R'.

      * Installment split of the amount being posted - one entry per
      * whole scheduled installment it covers, then whatever is left
      * over as a principal curtailment, or the whole item for a
      * principal-only or escrow-only item.
         01  WS-INSTALLMENT-AMT         PIC S9(7)V99   COMP-3.
         01  WS-ITEM-REMAINING          PIC S9(9)V99   COMP-3.
         01  WS-WORK-PRINCIPAL          PIC S9(9)V99   COMP-3.
         01  WS-CURTAIL-AMT             PIC S9(9)V99   COMP-3.
         01  WS-ESCROW-ONLY-AMT         PIC S9(9)V99   COMP-3.
         01  WS-PIECE-AMT               PIC S9(9)V99   COMP-3.
         01  WS-INST-COUNT              PIC 9(5)  COMP.
         01  WS-INST-TABLE.
             05  WS-INST-ENTRY OCCURS 12.
                 10  WS-IN-TRAN-AMT     PIC S9(9)V99   COMP-3.
                 10  WS-IN-PRINCIPAL    PIC S9(9)V99   COMP-3.
                 10  WS-IN-INTEREST     PIC S9(7)V99   COMP-3.
                 10  WS-IN-ESCROW       PIC S9(7)V99   COMP-3.
         01  WS-INST-SUB                PIC 9(5)  COMP.
         01  WS-INST-DONE-SW            PIC X(1).
             88  WS-INST-DONE                          VALUE 'Y'.

         01  WS-REAPPLIED-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-STACKED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-CARRIED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-REFUND-COUNT            PIC 9(7)       VALUE ZERO.

      * Stream control totals.
         01  WS-SUSPIN-TOTAL            PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-POSTED-ITEMS            PIC 9(7).
         01  WS-POSTED-TOTAL            PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-CARRIED-TOTAL           PIC S9(11)V99  COMP-3.
         01  WS-HIST-ITEMS              PIC 9(7)       VALUE ZERO.
         01  WS-HIST-TOTAL              PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.

         01  WS-AGE-TOTALS.
             05  WS-AT-5-COUNT          PIC 9(7)           VALUE ZERO.
             05  WS-AT-5-AMT            PIC S9(9)V99 COMP-3 VALUE ZERO.
           DISPLAY 'COBSUSP - ITEMS CARRIED FWD   = ' WS-CARRIED-COUNT.
           DISPLAY 'COBSUSP - ITEMS FOR REFUND    = ' WS-REFUND-COUNT.

           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.
                   WS-SE-EFF-DATE(WS-ITEM-COUNT)
               MOVE SUSP-AMOUNT         TO
                   WS-SE-AMOUNT(WS-ITEM-COUNT)
               ADD SUSP-AMOUNT TO WS-SUSPIN-TOTAL
               MOVE SUSP-REASON-CODE    TO
                   WS-SE-REASON-CODE(WS-ITEM-COUNT)
               MOVE SUSP-REASON-TEXT    TO
                   WS-SE-REASON-TEXT(WS-ITEM-COUNT)
               MOVE SUSP-PAYMENT-TYPE   TO
                   WS-SE-PAYMENT-TYPE(WS-ITEM-COUNT)
               MOVE 'O'                 TO
                   WS-SE-OPEN-SW(WS-ITEM-COUNT)
               READ SUSP-INPUT-FILE
      * Items suspended for no matching loan are re-attempted in case
      * the loan has since boarded.  A re-attempt that comes up short
      * of the amount due is re-reasoned to 'SP' so it joins the
      * short-payment stacking pass below in this same run.  A
      * principal-only or escrow-only item is not a payment and is
      * never short of one.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT
               IF WS-SE-OPEN(WS-SUB)

       REAPPLY-ONE-ITEM.

           MOVE WS-SE-AMOUNT(WS-SUB)   TO WS-POST-AMOUNT.
           MOVE WS-SE-EFF-DATE(WS-SUB) TO WS-POST-EFF-DATE.
           MOVE ZERO TO WS-INST-COUNT.
           MOVE ZERO TO WS-CURTAIL-AMT.
           MOVE ZERO TO WS-ESCROW-ONLY-AMT.

           EVALUATE TRUE
               WHEN WS-SE-PRINCIPAL-ONLY(WS-SUB)
                   IF WS-POST-AMOUNT > LM-CURR-PRINCIPAL
                       MOVE 'OP' TO WS-SE-REASON-CODE(WS-SUB)
                       MOVE 'PAYMENT EXCEEDS LOAN BALANCE'
                           TO WS-SE-REASON-TEXT(WS-SUB)
                   ELSE
                       MOVE WS-POST-AMOUNT TO WS-CURTAIL-AMT
                       PERFORM POST-AMOUNT-TO-LOAN
                       MOVE 'C' TO WS-SE-OPEN-SW(WS-SUB)
                       ADD 1 TO WS-REAPPLIED-COUNT
                   END-IF
               WHEN WS-SE-ESCROW-ONLY(WS-SUB)
                   MOVE WS-POST-AMOUNT TO WS-ESCROW-ONLY-AMT
                   PERFORM POST-AMOUNT-TO-LOAN
                   MOVE 'C' TO WS-SE-OPEN-SW(WS-SUB)
                   ADD 1 TO WS-REAPPLIED-COUNT
               WHEN OTHER
                   PERFORM REAPPLY-REGULAR-ITEM
           END-EVALUATE.

       REAPPLY-REGULAR-ITEM.

           COMPUTE WS-MONTHLY-RATE = LM-NOTE-RATE / 100 / 12.
           COMPUTE WS-INTEREST-DUE ROUNDED =
               LM-CURR-PRINCIPAL * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-DUE =
               WS-POST-AMOUNT - WS-INTEREST-DUE - LM-ESCROW-PMT-AMT.

           IF WS-PRINCIPAL-DUE < 0
               MOVE 'SP' TO WS-SE-REASON-CODE(WS-SUB)
               MOVE 'PAYMENT LESS THAN AMOUNT DUE'
                   TO WS-SE-REASON-TEXT(WS-SUB)
           ELSE
               PERFORM SPLIT-INTO-INSTALLMENTS
               IF WS-CURTAIL-AMT > WS-WORK-PRINCIPAL
                   MOVE 'OP' TO WS-SE-REASON-CODE(WS-SUB)
                   MOVE 'PAYMENT EXCEEDS LOAN BALANCE'
                       TO WS-SE-REASON-TEXT(WS-SUB)
               ELSE
                   PERFORM POST-AMOUNT-TO-LOAN
                   MOVE 'C' TO WS-SE-OPEN-SW(WS-SUB)
                   ADD 1 TO WS-REAPPLIED-COUNT
               END-IF
           END-IF.

       STACK-SHORT-PAYMENTS.
      * Stack the open short payments for each loan and post them as
      * one payment once they add up to the full scheduled payment.
      * The first open 'SP' item for a loan drives the stack; later
      * items for the same loan are swept in with it.  Principal-
      * only and escrow-only items are never part of a stack.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT
               IF WS-SE-OPEN(WS-SUB)
                       AND WS-SE-REASON-CODE(WS-SUB) = 'SP'
                       AND NOT WS-SE-PRINCIPAL-ONLY(WS-SUB)
                       AND NOT WS-SE-ESCROW-ONLY(WS-SUB)
                   PERFORM STACK-ONE-LOAN
               END-IF
           END-PERFORM.
                       AND WS-SE-REASON-CODE(WS-SUB-2) = 'SP'
                       AND WS-SE-LOAN-NUMBER(WS-SUB-2) =
                           WS-SE-LOAN-NUMBER(WS-SUB)
                       AND NOT WS-SE-PRINCIPAL-ONLY(WS-SUB-2)
                       AND NOT WS-SE-ESCROW-ONLY(WS-SUB-2)
                   ADD WS-SE-AMOUNT(WS-SUB-2) TO WS-STACK-TOTAL
               END-IF
           END-PERFORM.

       POST-STACKED-ITEMS.

      * The stack is split into installments the same as a single
      * item.  A stack whose principal would take the balance below
      * zero is a payoff - every item in it stays open as 'OP'.
           MOVE WS-STACK-TOTAL TO WS-POST-AMOUNT.
           MOVE ZERO TO WS-INST-COUNT.
           MOVE ZERO TO WS-CURTAIL-AMT.
           MOVE ZERO TO WS-ESCROW-ONLY-AMT.

           COMPUTE WS-MONTHLY-RATE = LM-NOTE-RATE / 100 / 12.
           COMPUTE WS-INTEREST-DUE ROUNDED =
               LM-CURR-PRINCIPAL * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-DUE =
               WS-POST-AMOUNT - WS-INTEREST-DUE - LM-ESCROW-PMT-AMT.

           IF WS-PRINCIPAL-DUE < 0
               CONTINUE
           ELSE
               PERFORM SPLIT-INTO-INSTALLMENTS
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > WS-ITEM-COUNT
                   IF WS-SE-OPEN(WS-SUB-2)
                           AND WS-SE-REASON-CODE(WS-SUB-2) = 'SP'
                           AND WS-SE-LOAN-NUMBER(WS-SUB-2) =
                               WS-SE-LOAN-NUMBER(WS-SUB)
                           AND NOT WS-SE-PRINCIPAL-ONLY(WS-SUB-2)
                           AND NOT WS-SE-ESCROW-ONLY(WS-SUB-2)
                       PERFORM CLOSE-STACKED-ITEM
                   END-IF
               END-PERFORM
               IF WS-CURTAIL-AMT NOT > WS-WORK-PRINCIPAL
                   PERFORM POST-AMOUNT-TO-LOAN
               END-IF
           END-IF.

       CLOSE-STACKED-ITEM.

           IF WS-CURTAIL-AMT > WS-WORK-PRINCIPAL
               MOVE 'OP' TO WS-SE-REASON-CODE(WS-SUB-2)
               MOVE 'PAYMENT EXCEEDS LOAN BALANCE'
                   TO WS-SE-REASON-TEXT(WS-SUB-2)
           ELSE
               MOVE WS-SE-EFF-DATE(WS-SUB-2) TO WS-POST-EFF-DATE
               MOVE 'C' TO WS-SE-OPEN-SW(WS-SUB-2)
               ADD 1 TO WS-STACKED-COUNT
           END-IF.

       SPLIT-INTO-INSTALLMENTS.

      * Same split daily payment posting applies.  An amount short
      * of one full scheduled installment (P&I plus escrow), or any
      * amount on a loan with no scheduled P&I on file, posts as one
      * installment - the excess over interest and escrow to
      * principal.  A larger amount is applied one whole installment
      * at a time, each installment's interest figured on the
      * balance the one before it left; what is left after the last
      * whole installment curtails principal.
           COMPUTE WS-INSTALLMENT-AMT =
               LM-PI-PMT-AMT + LM-ESCROW-PMT-AMT.
           MOVE LM-CURR-PRINCIPAL TO WS-WORK-PRINCIPAL.
           MOVE WS-POST-AMOUNT    TO WS-ITEM-REMAINING.
           MOVE 'N'               TO WS-INST-DONE-SW.

           IF LM-PI-PMT-AMT > ZERO
                   AND WS-POST-AMOUNT >= WS-INSTALLMENT-AMT
               PERFORM UNTIL WS-INST-DONE
                   PERFORM TABLE-NEXT-INSTALLMENT
               END-PERFORM
           END-IF.

           IF WS-INST-COUNT = ZERO
               COMPUTE WS-INTEREST-DUE ROUNDED =
                   LM-CURR-PRINCIPAL * WS-MONTHLY-RATE
               COMPUTE WS-PRINCIPAL-DUE =
                   WS-POST-AMOUNT - WS-INTEREST-DUE - LM-ESCROW-PMT-AMT
               MOVE 1                 TO WS-INST-COUNT
               MOVE WS-POST-AMOUNT    TO WS-IN-TRAN-AMT(1)
               MOVE WS-PRINCIPAL-DUE  TO WS-IN-PRINCIPAL(1)
               MOVE WS-INTEREST-DUE   TO WS-IN-INTEREST(1)
               MOVE LM-ESCROW-PMT-AMT TO WS-IN-ESCROW(1)
               SUBTRACT WS-PRINCIPAL-DUE FROM WS-WORK-PRINCIPAL
               MOVE ZERO TO WS-ITEM-REMAINING
           END-IF.

           MOVE WS-ITEM-REMAINING TO WS-CURTAIL-AMT.

       TABLE-NEXT-INSTALLMENT.

      * Twelve installments is as far ahead as one posting prepays -
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

       POST-AMOUNT-TO-LOAN.

      * Each installment takes its own interest, the scheduled
      * escrow collection and its principal, and advances the due
      * date one month; a curtailment (the remainder past the last
      * whole installment, or a principal-only item) reduces
      * principal and an escrow-only item deposits to escrow, neither
      * taking interest nor advancing the due date or last-payment
      * date.
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

           IF WS-INST-COUNT > ZERO
               MOVE WS-POST-EFF-DATE TO LM-LAST-PMT-DATE
           END-IF.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                COMMIT
           END-EXEC.

           ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL.

           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > WS-INST-COUNT
               MOVE 'R'                          TO WS-POST-TYPE
               MOVE WS-IN-TRAN-AMT(WS-INST-SUB)  TO WS-PIECE-AMT
               MOVE WS-IN-PRINCIPAL(WS-INST-SUB) TO WS-PRINCIPAL-DUE
               MOVE WS-IN-INTEREST(WS-INST-SUB)  TO WS-INTEREST-DUE
               MOVE WS-IN-ESCROW(WS-INST-SUB)    TO WS-ESCROW-APPLIED
               PERFORM WRITE-POSTED-PIECE
           END-PERFORM.

           IF WS-CURTAIL-AMT > ZERO
               MOVE 'P'            TO WS-POST-TYPE
               MOVE WS-CURTAIL-AMT TO WS-PIECE-AMT
               MOVE WS-CURTAIL-AMT TO WS-PRINCIPAL-DUE
               MOVE ZERO           TO WS-INTEREST-DUE
               MOVE ZERO           TO WS-ESCROW-APPLIED
               PERFORM WRITE-POSTED-PIECE
           END-IF.

           IF WS-ESCROW-ONLY-AMT > ZERO
               MOVE 'E'                TO WS-POST-TYPE
               MOVE WS-ESCROW-ONLY-AMT TO WS-PIECE-AMT
               MOVE ZERO               TO WS-PRINCIPAL-DUE
               MOVE ZERO               TO WS-INTEREST-DUE
               MOVE WS-ESCROW-ONLY-AMT TO WS-ESCROW-APPLIED
               PERFORM WRITE-POSTED-PIECE
           END-IF.

       WRITE-POSTED-PIECE.

           PERFORM WRITE-POSTING-JOURNALS.
           PERFORM WRITE-HISTORY-REAPPLIED.

       WRITE-HISTORY-REAPPLIED.

      * One history record per piece posted, under the driving
      * item's ID - 'SR' for each installment, and the same codes
      * payment posting uses for a curtailment ('PC') and an
      * escrow-only deposit ('PE'), so nothing downstream takes a
      * curtailment or escrow deposit for a paid installment.
           MOVE LM-LOAN-NUMBER          TO LH-LOAN-NUMBER.
           MOVE WS-POST-EFF-DATE        TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE             TO LH-POSTED-DATE.
           EVALUATE TRUE
               WHEN WS-POST-PRINCIPAL-ONLY
                   MOVE 'PC'            TO LH-TRAN-CODE
               WHEN WS-POST-ESCROW-ONLY
                   MOVE 'PE'            TO LH-TRAN-CODE
               WHEN OTHER
                   MOVE 'SR'            TO LH-TRAN-CODE
           END-EVALUATE.
           MOVE 'COBSUSP'               TO LH-SOURCE-PROGRAM.
           MOVE WS-SE-ITEM-ID(WS-SUB)   TO LH-ITEM-ID.
           MOVE WS-PIECE-AMT            TO LH-TRAN-AMOUNT.
           MOVE WS-PRINCIPAL-DUE        TO LH-PRINCIPAL-AMT.
           MOVE WS-INTEREST-DUE         TO LH-INTEREST-AMT.
           MOVE WS-ESCROW-APPLIED       TO LH-ESCROW-AMT.
           MOVE ZERO                    TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

           ADD 1 TO WS-HIST-ITEMS.
           ADD WS-PIECE-AMT TO WS-HIST-TOTAL.

       WRITE-POSTING-JOURNALS.

      * The cash was journaled the day payment posting suspended the
      * item, so re-application relieves the suspense liability and
      * distributes it per the posting split.  A credit the posting
      * doesn't carry (no interest on a curtailment or an escrow
      * deposit) isn't journaled at zero.
           MOVE 'SUSPENSE'         TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'               TO GLJ-DR-CR.
           MOVE WS-PIECE-AMT       TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           IF WS-PRINCIPAL-DUE NOT = ZERO
               MOVE 'LOANPRIN'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-PRINCIPAL-DUE   TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-INTEREST-DUE NOT = ZERO
               MOVE 'INTINCOM'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-INTEREST-DUE    TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-ESCROW-APPLIED NOT = ZERO
               MOVE 'ESCROWLB'         TO GLJ-ACCOUNT-CODE
               MOVE 'CR'               TO GLJ-DR-CR
               MOVE WS-ESCROW-APPLIED  TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       WRITE-ONE-JOURNAL.

           MOVE WS-SE-AMOUNT(WS-SUB)      TO WS-SO-AMOUNT.
           MOVE WS-SE-REASON-CODE(WS-SUB) TO WS-SO-REASON-CODE.
           MOVE WS-SE-REASON-TEXT(WS-SUB) TO WS-SO-REASON-TEXT.
           MOVE WS-SE-PAYMENT-TYPE(WS-SUB) TO WS-SO-PAYMENT-TYPE.

           WRITE SUSP-NEW-RECORD FROM WS-SUSP-OUT-REC.

           MOVE WS-HEADING-LINE TO SUSP-AGE-REPORT-LINE.
           WRITE SUSP-AGE-REPORT-LINE.

       WRITE-STREAM-TOTALS.

      * Every suspense item read is either re-applied, posted as
      * part of a stack, or carried forward to tomorrow's run; the
      * history extract is carried for the history consolidation.
           COMPUTE WS-POSTED-ITEMS =
               WS-REAPPLIED-COUNT + WS-STACKED-COUNT.
           COMPUTE WS-CARRIED-TOTAL =
               WS-AT-5-AMT + WS-AT-15-AMT + WS-AT-30-AMT
               + WS-AT-RF-AMT.

           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBSUSP - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBSUSP - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBSUSP'        TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           MOVE 'I'              TO SC-DIRECTION.
           MOVE 'SUSPIN'         TO SC-FLOW-NAME.
           MOVE WS-ITEM-COUNT    TO SC-ITEM-COUNT.
           MOVE WS-SUSPIN-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'REAPPLD'        TO SC-FLOW-NAME.
           MOVE WS-POSTED-ITEMS  TO SC-ITEM-COUNT.
           MOVE WS-POSTED-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'SUSPNEW'        TO SC-FLOW-NAME.
           MOVE WS-CARRIED-COUNT TO SC-ITEM-COUNT.
           MOVE WS-CARRIED-TOTAL TO SC-AMOUNT.
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
           MOVE 'COBSUSP'        TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
