      *            the plan agreement says we won't report it
      *            delinquent while the plan runs.  Plan loans get
      *            their own control-report count.
      * 2026-10-15 The permanent history file is now indexed by loan
      *            number: each reported loan's payment months are
      *            read by key as its base segment is built instead
      *            of tabling the whole file up front.
      * 2026-10-15 A month's installments beyond the first - payment
      *            posting writes one history record per installment
      *            an item covers - carry forward to the months they
      *            paid ahead, so a loan paid in advance no longer
      *            reports those months as missed.  Payment months in
      *            the activity month or later are no longer tabled.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.

           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-LHST-STATUS.

           SELECT PLAN-MAST-FILE ASSIGN TO "PLANMAST"

       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  PLAN-MAST-FILE
           RECORDING MODE IS F.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY LOANHIST.
           COPY DATEWORK.
           COPY METRO2.

         01  WS-LHST-STATUS             PIC X(2).
         01  WS-LHST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-LHST-EOF                           VALUE 'Y'.
         01  WS-LHST-OPEN-SW            PIC X(1)       VALUE 'N'.
             88  WS-LHST-OPEN                          VALUE 'Y'.
         01  WS-KEY-LOAN-NUMBER         PIC X(10).

      * Net posted payments by month off the permanent loan history
      * for the loan being reported, for the 24-month payment history
      * profile: PP/SR/PO records add one, an ACH reversal ('RV')
      * subtracts one, so a month whose only payment was later
      * returned does not furnish as paid.  Only months inside the
      * profile window are kept - nothing older than the oldest slot
      * and nothing newer than the newest - so the table never holds
      * more than 24 entries.
         01  WS-PMM-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-PMM-TABLE.
             05  WS-PMM-ENTRY OCCURS 24.
                 10  WS-PM-LOAN-NUMBER  PIC X(10).
                 10  WS-PM-MONTH        PIC X(6).
                 10  WS-PM-NET-COUNT    PIC S9(3)  COMP.
                 10  WS-SL-MONTH        PIC X(6).
                 10  WS-SL-PAID-SW      PIC X(1).
                     88  WS-SL-PAID                    VALUE 'Y'.
                 10  WS-SL-NET-COUNT    PIC S9(3)  COMP.
         01  WS-SLOT-SUB                PIC 9(3)  COMP.
         01  WS-CARRY-COUNT             PIC S9(3)  COMP.
         01  WS-MONTH-X.
             05  WS-MX-YYYY             PIC 9(4).
             05  WS-MX-MM               PIC 9(2).
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM BUILD-SLOT-MONTHS.
           PERFORM OPEN-LOAN-HISTORY.
           PERFORM LOAD-PLAN-FILE.

           OPEN OUTPUT METRO2-EXTRACT-FILE
                CLOSE METROCSR
           END-EXEC.

           IF WS-LHST-OPEN
               CLOSE LHIST-MAST-FILE
           END-IF.

           PERFORM WRITE-METRO2-TRAILER.
           PERFORM WRITE-CONTROL-REPORT.

               MOVE 'N'        TO WS-SL-PAID-SW(WS-SLOT-SUB)
           END-PERFORM.

       OPEN-LOAN-HISTORY.

           OPEN INPUT LHIST-MAST-FILE.

      * A shop that hasn't accumulated a loan history yet reports
      * every profile as all B (no history available) across the
      * 24-month window.
           IF WS-LHST-STATUS NOT = '35'
               IF WS-LHST-STATUS NOT = '00'
                   DISPLAY 'COBMETRO - LOAN HISTORY OPEN FAILED'
                   DISPLAY 'COBMETRO - STATUS = ' WS-LHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-LHST-OPEN-SW
           END-IF.

       LOAD-PAYMENT-MONTHS.

      * The reported loan's history is read by key; the month tables
      * are cleared first so they only ever hold this loan.
           MOVE ZERO TO WS-PMM-COUNT.
           MOVE ZERO TO WS-EARLY-COUNT.

           IF WS-LHST-OPEN
               MOVE LM-LOAN-NUMBER TO WS-KEY-LOAN-NUMBER
               PERFORM START-LOAN-HISTORY
           ELSE
               MOVE 'Y' TO WS-LHST-EOF-SW
           END-IF.

           PERFORM UNTIL WS-LHST-EOF
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               IF LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'SR'
                       OR LH-TRAN-CODE = 'PO'
                       OR LH-TRAN-CODE = 'RV'
                   PERFORM STORE-PAYMENT-MONTH
               END-IF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-PERFORM.

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

       STORE-PAYMENT-MONTH.
               PERFORM TRACK-EARLIEST-MONTH
           END-IF.

      * Months older than the oldest profile slot, and the activity
      * month itself or later, never appear on a furnishment, so
      * they aren't tabled - the earliest-month tracking above is
      * all the profile needs to know about them.
           IF WS-ENTRY-MONTH < WS-SL-MONTH(24)
                   OR WS-ENTRY-MONTH > WS-SL-MONTH(1)
               CONTINUE
           ELSE
               PERFORM TABLE-PAYMENT-MONTH
           END-PERFORM.

           IF WS-MATCH-SUB = ZERO
               IF WS-PMM-COUNT >= 24
                   DISPLAY 'COBMETRO - PAYMENT MONTH TABLE FULL'
                   DISPLAY 'COBMETRO - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE

       BUILD-PAYMENT-PROFILE.

           PERFORM LOAD-PAYMENT-MONTHS.

           MOVE 'N' TO WS-HIST-ANY-SW.
           MOVE HIGH-VALUES TO WS-EARLIEST-MONTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1

           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 24
               MOVE 'N'  TO WS-SL-PAID-SW(WS-SLOT-SUB)
               MOVE ZERO TO WS-SL-NET-COUNT(WS-SLOT-SUB)
           END-PERFORM.

      * Each slot takes its month's net installment count - payment
      * posting writes one history record per installment an item
      * covers, all dated the month the item posted, and a reversal
      * backs one out.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PMM-COUNT
               IF WS-PM-LOAN-NUMBER(WS-SUB) = LM-LOAN-NUMBER
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 24
                       IF WS-SL-MONTH(WS-SLOT-SUB) =
                               WS-PM-MONTH(WS-SUB)
                           MOVE WS-PM-NET-COUNT(WS-SUB)
                               TO WS-SL-NET-COUNT(WS-SLOT-SUB)
                           MOVE 24 TO WS-SLOT-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Oldest slot first, a month marks paid when the installments
      * posted in it, plus any paid ahead in earlier months, net to
      * at least one; the surplus carries forward to the months it
      * paid in advance.  A payment posted and then returned falls
      * back to the miss-depth logic like any other missed month.
           MOVE ZERO TO WS-CARRY-COUNT.
           PERFORM VARYING WS-SLOT-SUB FROM 24 BY -1
                   UNTIL WS-SLOT-SUB < 1
               ADD WS-SL-NET-COUNT(WS-SLOT-SUB) TO WS-CARRY-COUNT
               IF WS-CARRY-COUNT > 0
                   MOVE 'Y' TO WS-SL-PAID-SW(WS-SLOT-SUB)
                   SUBTRACT 1 FROM WS-CARRY-COUNT
               ELSE
                   MOVE ZERO TO WS-CARRY-COUNT
               END-IF
           END-PERFORM.

      * Same 24-month window either way - a loan with no history at
      * all reports B in every position, not a status-derived
      * current-month character that would shift its window.
