      * exact principal/interest/escrow split payment posting applied
      * is backed out of the Loan Master: principal is restored, the
      * escrow collection and year-to-date interest are reversed, the
      * next due date is rolled back a month per installment the
      * item paid, and the last-payment date is restored from the
      * loan's prior payment on history -
      * so the loan re-exposes to delinquency aging, late fees and
      * credit reporting as unpaid.  Offsetting GL journals are
      * emitted (cash credited, principal/interest/escrow debited) so
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial version.
      * 2026-10-15 Payment posting now writes one history record per
      *            installment an item covered, plus a 'PC'
      *            curtailment or 'PE' escrow-only record: the
      *            returned item's records are all gathered and
      *            summed for the amount match and the Loan Master
      *            back-out, the next due date rolls back once per
      *            installment reversed (not at all for a curtailment
      *            or escrow-only item, which also leaves the last-
      *            payment date alone), and each record is mirrored
      *            by its own journals and its own reversal record -
      *            'RV' for an installment, 'RC' for a curtailment or
      *            escrow-only payment - so remittance and credit
      *            reporting net out exactly what was posted.
      * 2026-10-15 The permanent history file is now indexed by loan
      *            number: each returned item's loan is read by key
      *            instead of passing the whole file.
      * 2026-10-15 Record the run's items and dollars in and out on
      *            the stream control-total file for the payment-
      *            stream balancing step: returns read, and returns
      *            reversed, without a posting, left for manual
      *            follow-up and already reversed, plus the history
      *            extract, totalled off the extract itself so a
      *            same-day rerun reports what both runs wrote.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-LHST-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE

       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  GL-JOURNAL-FILE
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
           COPY LOANHIST.
           COPY DATEWORK.

           EXEC SQL
         01  WS-LHST-STATUS             PIC X(2).
         01  WS-LHST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-LHST-EOF                           VALUE 'Y'.
         01  WS-KEY-LOAN-NUMBER         PIC X(10).
         01  WS-LHOUT-STATUS            PIC X(2).
         01  WS-LHOUT-EOF-SW            PIC X(1)       VALUE 'N'.
             88  WS-LHOUT-EOF                          VALUE 'Y'.
                 10  WS-RT-INTEREST     PIC S9(7)V99   COMP-3.
                 10  WS-RT-ESCROW       PIC S9(7)V99   COMP-3.
                 10  WS-RT-PRIOR-PMT    PIC X(10).
                 10  WS-RT-INSTALLMENTS PIC 9(3)  COMP.
         01  WS-SUB                     PIC 9(5)  COMP.

      * Every history record posted under a returned item - one per
      * installment, curtailment or escrow-only piece - each backed
      * out by its own journals and reversal record.
         01  WS-PART-COUNT              PIC 9(5)  COMP VALUE ZERO.
         01  WS-PART-TABLE.
             05  WS-PART-ENTRY OCCURS 5000.
                 10  WS-PT-RET-SUB      PIC 9(5)  COMP.
                 10  WS-PT-TRAN-CODE    PIC X(2).
                 10  WS-PT-AMOUNT       PIC S9(9)V99   COMP-3.
                 10  WS-PT-PRINCIPAL    PIC S9(9)V99   COMP-3.
                 10  WS-PT-INTEREST     PIC S9(7)V99   COMP-3.
                 10  WS-PT-ESCROW       PIC S9(7)V99   COMP-3.
         01  WS-PART-SUB                PIC 9(5)  COMP.

         01  WS-REVERSED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-UNMATCHED-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-MANUAL-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-ALREADY-COUNT           PIC 9(7)       VALUE ZERO.

      * Stream control totals - the returned amount of each item,
      * by what became of it.
         01  WS-RET-TOTAL               PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-REVERSED-TOTAL          PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-UNMATCHED-TOTAL         PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-MANUAL-TOTAL            PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-ALREADY-TOTAL           PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-HIST-ITEMS              PIC 9(7)       VALUE ZERO.
         01  WS-HIST-TOTAL              PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.

         01  WS-REASON-TEXT             PIC X(22).
         01  WS-DISPOSITION             PIC X(26).

           DISPLAY 'COBACHRT - MANUAL FOLLOW-UP = ' WS-MANUAL-COUNT.
           DISPLAY 'COBACHRT - ALREADY REVERSED = ' WS-ALREADY-COUNT.

           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.
               MOVE ART-RETURN-DATE
                   TO WS-RT-RETURN-DATE(WS-RET-COUNT)
               MOVE ART-AMOUNT        TO WS-RT-AMOUNT(WS-RET-COUNT)
               ADD ART-AMOUNT TO WS-RET-TOTAL
               MOVE 'N'               TO WS-RT-MATCH-SW(WS-RET-COUNT)
               MOVE 'N'
                   TO WS-RT-REVERSED-SW(WS-RET-COUNT)
               MOVE ZERO              TO WS-RT-POSTED-AMT(WS-RET-COUNT)
               MOVE ZERO              TO WS-RT-PRINCIPAL(WS-RET-COUNT)
               MOVE ZERO              TO WS-RT-INTEREST(WS-RET-COUNT)
               MOVE ZERO              TO WS-RT-ESCROW(WS-RET-COUNT)
               MOVE ZERO
                   TO WS-RT-INSTALLMENTS(WS-RET-COUNT)
               MOVE SPACES            TO WS-RT-PRIOR-PMT(WS-RET-COUNT)
               READ ACH-RETURN-FILE
                   AT END MOVE 'Y' TO WS-RET-EOF-SW

       MATCH-HISTORY-POSTINGS.

      * Each returned item's loan is read by key off the permanent
      * history: every PP/SR/PC/PE record under the item ID supplies
      * a piece of the split to back out; any other payment on the
      * loan supplies the prior payment date the Loan Master is
      * restored to; and an 'RV' or 'RC' record for the item means
      * it was already reversed on an earlier run, so it must not
      * reverse again.
           OPEN INPUT LHIST-MAST-FILE.

           IF WS-LHST-STATUS NOT = '35'
               IF WS-LHST-STATUS NOT = '00'
                   DISPLAY 'COBACHRT - LOAN HISTORY OPEN FAILED'
                   DISPLAY 'COBACHRT - STATUS = ' WS-LHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RET-COUNT
                   PERFORM MATCH-ONE-RETURN-HISTORY
               END-PERFORM
               CLOSE LHIST-MAST-FILE
           END-IF.

       MATCH-ONE-RETURN-HISTORY.

           MOVE WS-RT-LOAN-NUMBER(WS-SUB) TO WS-KEY-LOAN-NUMBER.
           PERFORM START-LOAN-HISTORY.

           PERFORM UNTIL WS-LHST-EOF
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               IF LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'SR'
                       OR LH-TRAN-CODE = 'PC' OR LH-TRAN-CODE = 'PE'
                       OR LH-TRAN-CODE = 'RV' OR LH-TRAN-CODE = 'RC'
                   PERFORM MATCH-ONE-HISTORY-REC
               END-IF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-PERFORM.

       MATCH-ONE-HISTORY-REC.

           IF LH-ITEM-ID = WS-RT-ITEM-ID(WS-SUB)
               IF LH-TRAN-CODE = 'RV' OR LH-TRAN-CODE = 'RC'
                   MOVE 'Y' TO WS-RT-REVERSED-SW(WS-SUB)
               ELSE
                   MOVE 'Y' TO WS-RT-MATCH-SW(WS-SUB)
                   MOVE LH-EFFECTIVE-DATE
                       TO WS-RT-EFF-DATE(WS-SUB)
                   ADD LH-TRAN-AMOUNT
                       TO WS-RT-POSTED-AMT(WS-SUB)
                   ADD LH-PRINCIPAL-AMT
                       TO WS-RT-PRINCIPAL(WS-SUB)
                   ADD LH-INTEREST-AMT
                       TO WS-RT-INTEREST(WS-SUB)
                   ADD LH-ESCROW-AMT TO WS-RT-ESCROW(WS-SUB)
                   IF LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'SR'
                       ADD 1 TO WS-RT-INSTALLMENTS(WS-SUB)
                   END-IF
                   PERFORM TABLE-POSTED-PART
               END-IF
           ELSE
               IF (LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'SR')
                   AND LH-EFFECTIVE-DATE >
                       WS-RT-PRIOR-PMT(WS-SUB)
                   MOVE LH-EFFECTIVE-DATE
                       TO WS-RT-PRIOR-PMT(WS-SUB)
               END-IF
           END-IF.

       START-LOAN-HISTORY.

      * Positions on the first record for WS-KEY-LOAN-NUMBER and reads
      * it; WS-LHST-EOF comes on when the loan has no history.
           MOVE 'N'                TO WS-LHST-EOF-SW.
           MOVE WS-KEY-LOAN-NUMBER TO LHM-LOAN-NUMBER.
           MOVE LOW-VALUES         TO LHM-EFFECTIVE-DATE.
           MOVE ZERO               TO LHM-SEQUENCE.

           START LHIST-MAST-FILE KEY IS NOT LESS THAN LHM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LHST-EOF-SW
           END-START.

           IF NOT WS-LHST-EOF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-IF.

       READ-NEXT-LOAN-HISTORY.

           READ LHIST-MAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LHST-EOF-SW
           END-READ.

           IF NOT WS-LHST-EOF
               IF LHM-LOAN-NUMBER NOT = WS-KEY-LOAN-NUMBER
                   MOVE 'Y' TO WS-LHST-EOF-SW
               END-IF
           END-IF.

       TABLE-POSTED-PART.

           IF WS-PART-COUNT >= 5000
               DISPLAY 'COBACHRT - POSTED PIECE TABLE FULL AT 5000'
               DISPLAY 'COBACHRT - SPLIT FILE AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE WS-SUB           TO WS-PT-RET-SUB(WS-PART-COUNT).
           MOVE LH-TRAN-CODE     TO WS-PT-TRAN-CODE(WS-PART-COUNT).
           MOVE LH-TRAN-AMOUNT   TO WS-PT-AMOUNT(WS-PART-COUNT).
           MOVE LH-PRINCIPAL-AMT TO WS-PT-PRINCIPAL(WS-PART-COUNT).
           MOVE LH-INTEREST-AMT  TO WS-PT-INTEREST(WS-PART-COUNT).
           MOVE LH-ESCROW-AMT    TO WS-PT-ESCROW(WS-PART-COUNT).

       CHECK-PRIOR-RUN-OUTPUT.

      * Tran code and item ID picked out of the flat extract record
      * by position (bytes 31-32 and 41-52 of the LOANHIST layout).
                   IF LOAN-HIST-OUT-RECORD(31:2) = 'RV'
                           OR LOAN-HIST-OUT-RECORD(31:2) = 'RC'
                       PERFORM MARK-ALREADY-REVERSED
                   END-IF
                   READ LOAN-HIST-FILE
           EVALUATE TRUE
               WHEN NOT WS-RT-MATCHED(WS-SUB)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   ADD WS-RT-AMOUNT(WS-SUB) TO WS-UNMATCHED-TOTAL
                   MOVE 'NO POSTING ON HISTORY' TO WS-DISPOSITION
                   PERFORM WRITE-RETURN-DETAIL

      * An 'RV'/'RC' already on history (or on this run's own extract
      * from before an abend) means this item was reversed - a
      * re-sent return or a rerun must not reverse it again.
               WHEN WS-RT-REVERSED(WS-SUB)
                   ADD 1 TO WS-ALREADY-COUNT
                   ADD WS-RT-AMOUNT(WS-SUB) TO WS-ALREADY-TOTAL
                   MOVE 'ALREADY REVERSED - SKIPPED'
                       TO WS-DISPOSITION
                   PERFORM WRITE-RETURN-DETAIL
      * collections for manual handling instead.
               WHEN WS-RT-POSTED-AMT(WS-SUB) NOT = WS-RT-AMOUNT(WS-SUB)
                   ADD 1 TO WS-MANUAL-COUNT
                   ADD WS-RT-AMOUNT(WS-SUB) TO WS-MANUAL-TOTAL
                   MOVE 'AMOUNT MISMATCH - MANUAL' TO WS-DISPOSITION
                   PERFORM WRITE-RETURN-DETAIL

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1 TO WS-MANUAL-COUNT
                   ADD WS-RT-AMOUNT(WS-SUB) TO WS-MANUAL-TOTAL
                   MOVE 'LOAN NOT ON LOAN MASTER' TO WS-DISPOSITION
                   PERFORM WRITE-RETURN-DETAIL


               WHEN LM-STATUS-CODE NOT = 'AC'
                   ADD 1 TO WS-MANUAL-COUNT
                   ADD WS-RT-AMOUNT(WS-SUB) TO WS-MANUAL-TOTAL
                   MOVE 'LOAN NOT ACTIVE - MANUAL' TO WS-DISPOSITION
                   PERFORM WRITE-RETURN-DETAIL

      * go-live aren't on file, so when history holds no prior
      * payment the Loan Master's date is left alone rather than
      * blanked - it's stale by one payment, but a real date that
      * aging, statements and the bureau extract all print.  A
      * curtailment or escrow-only item never moved either date.
           IF WS-RT-INSTALLMENTS(WS-SUB) > ZERO
               IF WS-RT-PRIOR-PMT(WS-SUB) NOT = SPACES
                   MOVE WS-RT-PRIOR-PMT(WS-SUB) TO LM-LAST-PMT-DATE
               END-IF
               MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
               PERFORM SUBTRACT-ONE-MONTH
                   WS-RT-INSTALLMENTS(WS-SUB) TIMES
               MOVE WS-WORK-DATE TO LM-NEXT-DUE-DATE
           END-IF.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    CURR_PRINCIPAL     = :LM-CURR-PRINCIPAL,
                COMMIT
           END-EXEC.

           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               IF WS-PT-RET-SUB(WS-PART-SUB) = WS-SUB
                   PERFORM WRITE-REVERSAL-JOURNALS
                   PERFORM WRITE-HISTORY-REVERSAL
               END-IF
           END-PERFORM.

           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-RT-AMOUNT(WS-SUB) TO WS-REVERSED-TOTAL.
           MOVE 'REVERSED' TO WS-DISPOSITION.
           PERFORM WRITE-RETURN-DETAIL.

       WRITE-REVERSAL-JOURNALS.

      * Mirror image of the posting journals, one set per posted
      * piece: the cash went back to the bank, so cash is credited
      * and the split is debited back out of principal, interest
      * income and the escrow liability.
           MOVE 'CASH'                 TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'                   TO GLJ-DR-CR.
           MOVE WS-PT-AMOUNT(WS-PART-SUB) TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           IF WS-PT-PRINCIPAL(WS-PART-SUB) > ZERO
               MOVE 'LOANPRIN'             TO GLJ-ACCOUNT-CODE
               MOVE 'DR'                   TO GLJ-DR-CR
               MOVE WS-PT-PRINCIPAL(WS-PART-SUB) TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-PT-INTEREST(WS-PART-SUB) > ZERO
               MOVE 'INTINCOM'             TO GLJ-ACCOUNT-CODE
               MOVE 'DR'                   TO GLJ-DR-CR
               MOVE WS-PT-INTEREST(WS-PART-SUB) TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF WS-PT-ESCROW(WS-PART-SUB) > ZERO
               MOVE 'ESCROWLB'             TO GLJ-ACCOUNT-CODE
               MOVE 'DR'                   TO GLJ-DR-CR
               MOVE WS-PT-ESCROW(WS-PART-SUB) TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       WRITE-ONE-JOURNAL.

           MOVE LM-LOAN-NUMBER           TO LH-LOAN-NUMBER.
           MOVE WS-RT-EFF-DATE(WS-SUB)   TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE              TO LH-POSTED-DATE.
           IF WS-PT-TRAN-CODE(WS-PART-SUB) = 'PP'
                   OR WS-PT-TRAN-CODE(WS-PART-SUB) = 'SR'
               MOVE 'RV'                 TO LH-TRAN-CODE
           ELSE
               MOVE 'RC'                 TO LH-TRAN-CODE
           END-IF.
           MOVE 'COBACHRT'               TO LH-SOURCE-PROGRAM.
           MOVE WS-RT-ITEM-ID(WS-SUB)    TO LH-ITEM-ID.
           MOVE WS-PT-AMOUNT(WS-PART-SUB)    TO LH-TRAN-AMOUNT.
           MOVE WS-PT-PRINCIPAL(WS-PART-SUB) TO LH-PRINCIPAL-AMT.
           MOVE WS-PT-INTEREST(WS-PART-SUB)  TO LH-INTEREST-AMT.
           MOVE WS-PT-ESCROW(WS-PART-SUB)    TO LH-ESCROW-AMT.
           MOVE ZERO                     TO LH-FEE-AMT.
           WRITE LOAN-HIST-OUT-RECORD FROM LOAN-HIST-RECORD.

           MOVE WS-HEADING-LINE TO ACHRT-REPORT-LINE.
           WRITE ACHRT-REPORT-LINE.

       WRITE-STREAM-TOTALS.

      * Every return read is reversed, has no posting to reverse,
      * is left for manual follow-up, or was already reversed; the
      * history extract is carried for the history consolidation.
           PERFORM TOTAL-HISTORY-EXTRACT.

           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBACHRT - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBACHRT - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBACHRT'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           MOVE 'I'                TO SC-DIRECTION.
           MOVE 'ACHRET'           TO SC-FLOW-NAME.
           MOVE WS-RET-COUNT       TO SC-ITEM-COUNT.
           MOVE WS-RET-TOTAL       TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'                TO SC-DIRECTION.
           MOVE 'REVERSED'         TO SC-FLOW-NAME.
           MOVE WS-REVERSED-COUNT  TO SC-ITEM-COUNT.
           MOVE WS-REVERSED-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'                TO SC-DIRECTION.
           MOVE 'NOMATCH'          TO SC-FLOW-NAME.
           MOVE WS-UNMATCHED-COUNT TO SC-ITEM-COUNT.
           MOVE WS-UNMATCHED-TOTAL TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'                TO SC-DIRECTION.
           MOVE 'MANUAL'           TO SC-FLOW-NAME.
           MOVE WS-MANUAL-COUNT    TO SC-ITEM-COUNT.
           MOVE WS-MANUAL-TOTAL    TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'                TO SC-DIRECTION.
           MOVE 'ALREADY'          TO SC-FLOW-NAME.
           MOVE WS-ALREADY-COUNT   TO SC-ITEM-COUNT.
           MOVE WS-ALREADY-TOTAL   TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'E'                TO SC-DIRECTION.
           MOVE 'LHSTOUT'          TO SC-FLOW-NAME.
           MOVE WS-HIST-ITEMS      TO SC-ITEM-COUNT.
           MOVE WS-HIST-TOTAL      TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBACHRT'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       TOTAL-HISTORY-EXTRACT.

           OPEN INPUT LOAN-HIST-FILE.
           IF WS-LHOUT-STATUS NOT = '00'
               DISPLAY 'COBACHRT - HISTORY EXTRACT OPEN FAILED'
               DISPLAY 'COBACHRT - STATUS = ' WS-LHOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-LHOUT-EOF-SW.
           READ LOAN-HIST-FILE
               AT END MOVE 'Y' TO WS-LHOUT-EOF-SW
           END-READ.
           PERFORM UNTIL WS-LHOUT-EOF
               MOVE LOAN-HIST-OUT-RECORD TO LOAN-HIST-RECORD
               ADD 1 TO WS-HIST-ITEMS
               ADD LH-TRAN-AMOUNT TO WS-HIST-TOTAL
               READ LOAN-HIST-FILE
                   AT END MOVE 'Y' TO WS-LHOUT-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE LOAN-HIST-FILE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
