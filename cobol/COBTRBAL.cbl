       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTRBAL.
      ******************************************************************
      * COBTRBAL - MONTH-END LOAN-LEVEL SERVICING TRIAL BALANCE
      * ----------------------------------------------------------------
      * Month-end batch that proves every loan's balances, not just the
      * portfolio total the daily reconciliation proves.  The prior
      * month end's balance file gives each loan's opening unpaid
      * principal, escrow and late-charge balances; every loan history
      * record posted after that month end and through this one is
      * applied to them by transaction code:
      *   BD       - boarding: principal, escrow and late charges the
      *              loan boarded with are added
      *   PP SR PC PE
      *            - principal applied comes off the principal
      *              balance, escrow applied is added to escrow
      *   RV RC    - the reversed principal goes back on, the reversed
      *              escrow comes back off
      *   PO       - the payoff principal and late charges collected
      *              come off
      *   ER IP    - the escrow refunded or premium charged comes off
      *              escrow
      *   IR       - the refunded premium goes back into escrow
      *   LF       - the late fee assessed is added to late charges
      *   TO       - servicing transferred out: the escrow balance,
      *              whichever sign, went to the new servicer
      * ('SP' suspense placement, 'FW' forwarded payments and 'PH'
      * prior-servicer history move no loan balance.)  The rolled-
      * forward balances are then compared to what the Loan Master
      * carries, and every loan where any of the three disagree is
      * listed with both figures and the difference - as is a loan
      * with a rolled balance that is no longer on the Loan Master.
      *
      * Today's Loan Master balances are written out as next month's
      * opening balances.  The first run has no prior balance file;
      * it only establishes the opening balances.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Roll 'EU' escrow credit balances remitted as
      *            unclaimed property out of escrow.
      * 2026-10-15 Zero the rolled escrow on a 'TO' servicing
      *            transfer out, the balance having gone to the new
      *            servicer.
      * 2026-10-15 The permanent history file is now indexed; it is
      *            still read end to end, in key order.
      * 2026-10-15 Roll the escrow on a transfer out by the amount
      *            sent ('TO', a credit balance) or repaid to us ('TD',
      *            an escrow advance) instead of zeroing it, so a
      *            transfer that left escrow behind shows as a
      *            difference.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-BAL-FILE ASSIGN TO "TBALPRIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT NEW-BAL-FILE ASSIGN TO "TBALNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BAL-REPORT-FILE ASSIGN TO "TBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-BAL-FILE
           RECORDING MODE IS F.
           COPY MEBAL.

       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  NEW-BAL-FILE
           RECORDING MODE IS F.
       01  NEW-BAL-RECORD             PIC X(49).

       FD  TRIAL-BAL-REPORT-FILE
           RECORDING MODE IS F.
       01  TRIAL-BAL-REPORT-LINE      PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBLHIST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY LOANHIST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE TBALCSR CURSOR FOR
                SELECT LOAN_NUMBER, CURR_PRINCIPAL, ESCROW_BALANCE,
                       LATE_CHARGE_BAL
                FROM   MORT.LOAN_MASTER
                ORDER BY LOAN_NUMBER
           END-EXEC.

         01  WS-PRIOR-STATUS            PIC X(2).
         01  WS-PRIOR-EOF-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRIOR-EOF                          VALUE 'Y'.
         01  WS-PRIOR-FOUND-SW          PIC X(1)       VALUE 'N'.
             88  WS-PRIOR-FOUND                        VALUE 'Y'.
         01  WS-HIST-STATUS             PIC X(2).
         01  WS-HIST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-HIST-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-MONTH-END-DATE          PIC X(10).
         01  WS-PRIOR-DATE              PIC X(10)      VALUE SPACES.

         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).

         01  WS-PRIOR-COUNT             PIC 9(7)       VALUE ZERO.
         01  WS-HIST-READ-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-HIST-APPLIED-COUNT      PIC 9(7)       VALUE ZERO.
         01  WS-MASTER-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-OUT-OF-BAL-COUNT        PIC 9(7)       VALUE ZERO.
         01  WS-NOT-ON-MASTER-COUNT     PIC 9(7)       VALUE ZERO.

         01  WS-TOT-OPEN-PRIN           PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-ROLLED-PRIN         PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-MASTER-PRIN         PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-ROLLED-ESCROW       PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-MASTER-ESCROW       PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-ROLLED-LATE         PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-TOT-MASTER-LATE         PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.

      * One entry per loan - the prior month-end balances, plus any
      * loan first seen in this month's history (boarded this month),
      * rolled forward in place.
         01  WS-TB-COUNT                PIC 9(5)  COMP VALUE ZERO.
         01  WS-TB-TABLE.
             05  WS-TB-ENTRY OCCURS 20000.
                 10  WS-TB-LOAN-NUMBER  PIC X(10).
                 10  WS-TB-PRINCIPAL    PIC S9(9)V99   COMP-3.
                 10  WS-TB-ESCROW       PIC S9(9)V99   COMP-3.
                 10  WS-TB-LATE-CHG     PIC S9(9)V99   COMP-3.
                 10  WS-TB-OPENED-SW    PIC X(1).
                 10  WS-TB-ON-MASTER-SW PIC X(1).

         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-FOUND-SUB               PIC 9(5)  COMP.
         01  WS-SEARCH-LOAN             PIC X(10).

         01  WS-ROLLED-PRIN             PIC S9(9)V99   COMP-3.
         01  WS-ROLLED-ESCROW           PIC S9(9)V99   COMP-3.
         01  WS-ROLLED-LATE             PIC S9(9)V99   COMP-3.
         01  WS-LOAN-OOB-SW             PIC X(1).
             88  WS-LOAN-OOB                           VALUE 'Y'.
         01  WS-NOTE                    PIC X(20).

         01  WS-SECTION-LINE.
             05  FILLER                 PIC X(24)
                 VALUE 'OPENING BALANCES AS OF  '.
             05  WS-S-PRIOR-DATE        PIC X(10).
             05  FILLER                 PIC X(22)
                 VALUE '   ACTIVITY POSTED TO '.
             05  WS-S-MONTH-END-DATE    PIC X(10).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(12)  VALUE 'BALANCE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(15)
                 VALUE 'ROLLED FORWARD'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(15)  VALUE 'LOAN MASTER'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(15)  VALUE 'DIFFERENCE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(20)  VALUE 'NOTE'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-BALANCE           PIC X(12).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ROLLED            PIC ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-MASTER            PIC ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DIFFERENCE        PIC ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-NOTE              PIC X(20).

         01  WS-D-ROLLED-AMT            PIC S9(9)V99   COMP-3.
         01  WS-D-MASTER-AMT            PIC S9(9)V99   COMP-3.

         01  WS-FIGURE-LINE.
             05  WS-F-CAPTION           PIC X(34).
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBTRBAL - MONTH-END LOAN TRIAL BALANCE START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           PERFORM SET-MONTH-END-DATE.

           PERFORM LOAD-PRIOR-BALANCES.

           OPEN OUTPUT NEW-BAL-FILE
           OPEN OUTPUT TRIAL-BAL-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           IF WS-PRIOR-FOUND
               PERFORM ROLL-MONTH-HISTORY
           END-IF.

           PERFORM COMPARE-TO-LOAN-MASTER.

           IF WS-PRIOR-FOUND
               PERFORM REPORT-LOANS-OFF-MASTER
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE NEW-BAL-FILE
           CLOSE TRIAL-BAL-REPORT-FILE.

           DISPLAY 'COBTRBAL - MONTH END          = ' WS-MONTH-END-DATE.
           DISPLAY 'COBTRBAL - OPENING BALANCES   = ' WS-PRIOR-COUNT.
           DISPLAY 'COBTRBAL - HISTORY APPLIED    = '
               WS-HIST-APPLIED-COUNT.
           DISPLAY 'COBTRBAL - LOAN MASTER LOANS  = ' WS-MASTER-COUNT.
           DISPLAY 'COBTRBAL - LOANS OUT OF BAL   = '
               WS-OUT-OF-BAL-COUNT.
           DISPLAY 'COBTRBAL - NOT ON MASTER      = '
               WS-NOT-ON-MASTER-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       SET-MONTH-END-DATE.

      * Month end is the day before the first of the next month.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY
           END-IF.

           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-MONTH-END-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE.

       LOAD-PRIOR-BALANCES.

           OPEN INPUT PRIOR-BAL-FILE.

      * The first month end has no opening balances to roll - this
      * run only writes the balances next month starts from.
           IF WS-PRIOR-STATUS = '35'
               MOVE 'Y' TO WS-PRIOR-EOF-SW
           ELSE
               IF WS-PRIOR-STATUS NOT = '00'
                   DISPLAY 'COBTRBAL - PRIOR BALANCE OPEN FAILED'
                   DISPLAY 'COBTRBAL - STATUS = ' WS-PRIOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PRIOR-BAL-FILE
                   AT END MOVE 'Y' TO WS-PRIOR-EOF-SW
               END-READ
           END-IF.

           IF NOT WS-PRIOR-EOF
               MOVE 'Y' TO WS-PRIOR-FOUND-SW
               MOVE MB-BALANCE-DATE TO WS-PRIOR-DATE
           END-IF.

           PERFORM UNTIL WS-PRIOR-EOF
               IF WS-TB-COUNT >= 20000
                   DISPLAY 'COBTRBAL - BALANCE TABLE FULL AT 20000'
                   DISPLAY 'COBTRBAL - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TB-COUNT
               ADD 1 TO WS-PRIOR-COUNT
               MOVE MB-LOAN-NUMBER
                   TO WS-TB-LOAN-NUMBER(WS-TB-COUNT)
               MOVE MB-PRINCIPAL-BAL
                   TO WS-TB-PRINCIPAL(WS-TB-COUNT)
               MOVE MB-ESCROW-BAL
                   TO WS-TB-ESCROW(WS-TB-COUNT)
               MOVE MB-LATE-CHARGE-BAL
                   TO WS-TB-LATE-CHG(WS-TB-COUNT)
               MOVE 'Y' TO WS-TB-OPENED-SW(WS-TB-COUNT)
               MOVE 'N' TO WS-TB-ON-MASTER-SW(WS-TB-COUNT)
               ADD MB-PRINCIPAL-BAL TO WS-TOT-OPEN-PRIN
               READ PRIOR-BAL-FILE
                   AT END MOVE 'Y' TO WS-PRIOR-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PRIOR-STATUS NOT = '35'
               CLOSE PRIOR-BAL-FILE
           END-IF.

       ROLL-MONTH-HISTORY.

           OPEN INPUT LHIST-MAST-FILE.

           IF WS-HIST-STATUS = '35'
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'COBTRBAL - HISTORY MASTER OPEN FAILED'
                   DISPLAY 'COBTRBAL - STATUS = ' WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LHIST-MAST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               ADD 1 TO WS-HIST-READ-COUNT
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               IF LH-POSTED-DATE > WS-PRIOR-DATE
                       AND LH-POSTED-DATE NOT > WS-MONTH-END-DATE
                   PERFORM APPLY-ONE-HISTORY
               END-IF
               READ LHIST-MAST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-HIST-STATUS NOT = '35'
               CLOSE LHIST-MAST-FILE
           END-IF.

       APPLY-ONE-HISTORY.

           MOVE LH-LOAN-NUMBER TO WS-SEARCH-LOAN.
           PERFORM FIND-LOAN-ENTRY.

      * A loan with no opening balance starts from zero - it should
      * be one boarded this month, whose 'BD' record brings it on.
           IF WS-FOUND-SUB = 0
               IF WS-TB-COUNT >= 20000
                   DISPLAY 'COBTRBAL - BALANCE TABLE FULL AT 20000'
                   DISPLAY 'COBTRBAL - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-FOUND-SUB
               MOVE LH-LOAN-NUMBER TO WS-TB-LOAN-NUMBER(WS-FOUND-SUB)
               MOVE ZERO TO WS-TB-PRINCIPAL(WS-FOUND-SUB)
               MOVE ZERO TO WS-TB-ESCROW(WS-FOUND-SUB)
               MOVE ZERO TO WS-TB-LATE-CHG(WS-FOUND-SUB)
               MOVE 'N'  TO WS-TB-OPENED-SW(WS-FOUND-SUB)
               MOVE 'N'  TO WS-TB-ON-MASTER-SW(WS-FOUND-SUB)
           END-IF.

           ADD 1 TO WS-HIST-APPLIED-COUNT.

           EVALUATE LH-TRAN-CODE
               WHEN 'BD'
                   ADD LH-PRINCIPAL-AMT
                       TO WS-TB-PRINCIPAL(WS-FOUND-SUB)
                   ADD LH-ESCROW-AMT
                       TO WS-TB-ESCROW(WS-FOUND-SUB)
                   ADD LH-FEE-AMT
                       TO WS-TB-LATE-CHG(WS-FOUND-SUB)
               WHEN 'PP'
               WHEN 'SR'
               WHEN 'PC'
               WHEN 'PE'
                   SUBTRACT LH-PRINCIPAL-AMT
                       FROM WS-TB-PRINCIPAL(WS-FOUND-SUB)
                   ADD LH-ESCROW-AMT
                       TO WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN 'RV'
               WHEN 'RC'
                   ADD LH-PRINCIPAL-AMT
                       TO WS-TB-PRINCIPAL(WS-FOUND-SUB)
                   SUBTRACT LH-ESCROW-AMT
                       FROM WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN 'PO'
                   SUBTRACT LH-PRINCIPAL-AMT
                       FROM WS-TB-PRINCIPAL(WS-FOUND-SUB)
                   SUBTRACT LH-FEE-AMT
                       FROM WS-TB-LATE-CHG(WS-FOUND-SUB)
               WHEN 'ER'
               WHEN 'IP'
               WHEN 'EU'
                   SUBTRACT LH-ESCROW-AMT
                       FROM WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN 'IR'
                   ADD LH-ESCROW-AMT
                       TO WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN 'LF'
                   ADD LH-FEE-AMT
                       TO WS-TB-LATE-CHG(WS-FOUND-SUB)
               WHEN 'TO'
                   SUBTRACT LH-ESCROW-AMT
                       FROM WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN 'TD'
                   ADD LH-ESCROW-AMT
                       TO WS-TB-ESCROW(WS-FOUND-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-LOAN-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TB-COUNT
               IF WS-TB-LOAN-NUMBER(WS-SUB) = WS-SEARCH-LOAN
                   MOVE WS-SUB TO WS-FOUND-SUB
                   MOVE WS-TB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       COMPARE-TO-LOAN-MASTER.

           EXEC SQL
                OPEN TBALCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBTRBAL - LOAN CURSOR OPEN FAILED'
               DISPLAY 'COBTRBAL - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FETCH-LOAN.

           PERFORM UNTIL SQLCODE = 100
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBTRBAL - LOAN FETCH FAILED'
                   DISPLAY 'COBTRBAL - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MASTER-COUNT
               IF WS-PRIOR-FOUND
                   PERFORM PROVE-ONE-LOAN
               END-IF
               PERFORM WRITE-NEW-BALANCE
               PERFORM FETCH-LOAN
           END-PERFORM.

           EXEC SQL
                CLOSE TBALCSR
           END-EXEC.

       FETCH-LOAN.

           EXEC SQL
                FETCH TBALCSR
                INTO  :LM-LOAN-NUMBER, :LM-CURR-PRINCIPAL,
                      :LM-ESCROW-BALANCE, :LM-LATE-CHARGE-BAL
           END-EXEC.

       PROVE-ONE-LOAN.

           MOVE LM-LOAN-NUMBER TO WS-SEARCH-LOAN.
           PERFORM FIND-LOAN-ENTRY.

           MOVE SPACES TO WS-NOTE.
           IF WS-FOUND-SUB = 0
               MOVE ZERO TO WS-ROLLED-PRIN
               MOVE ZERO TO WS-ROLLED-ESCROW
               MOVE ZERO TO WS-ROLLED-LATE
               MOVE 'NO OPENING BALANCE' TO WS-NOTE
           ELSE
               MOVE 'Y' TO WS-TB-ON-MASTER-SW(WS-FOUND-SUB)
               MOVE WS-TB-PRINCIPAL(WS-FOUND-SUB) TO WS-ROLLED-PRIN
               MOVE WS-TB-ESCROW(WS-FOUND-SUB)    TO WS-ROLLED-ESCROW
               MOVE WS-TB-LATE-CHG(WS-FOUND-SUB)  TO WS-ROLLED-LATE
               IF WS-TB-OPENED-SW(WS-FOUND-SUB) = 'N'
                   MOVE 'BOARDED THIS MONTH' TO WS-NOTE
               END-IF
           END-IF.

           ADD WS-ROLLED-PRIN      TO WS-TOT-ROLLED-PRIN.
           ADD WS-ROLLED-ESCROW    TO WS-TOT-ROLLED-ESCROW.
           ADD WS-ROLLED-LATE      TO WS-TOT-ROLLED-LATE.
           ADD LM-CURR-PRINCIPAL   TO WS-TOT-MASTER-PRIN.
           ADD LM-ESCROW-BALANCE   TO WS-TOT-MASTER-ESCROW.
           ADD LM-LATE-CHARGE-BAL  TO WS-TOT-MASTER-LATE.

           MOVE 'N' TO WS-LOAN-OOB-SW.

           IF WS-ROLLED-PRIN NOT = LM-CURR-PRINCIPAL
               MOVE 'PRINCIPAL'       TO WS-D-BALANCE
               MOVE WS-ROLLED-PRIN    TO WS-D-ROLLED-AMT
               MOVE LM-CURR-PRINCIPAL TO WS-D-MASTER-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-ROLLED-ESCROW NOT = LM-ESCROW-BALANCE
               MOVE 'ESCROW'          TO WS-D-BALANCE
               MOVE WS-ROLLED-ESCROW  TO WS-D-ROLLED-AMT
               MOVE LM-ESCROW-BALANCE TO WS-D-MASTER-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-ROLLED-LATE NOT = LM-LATE-CHARGE-BAL
               MOVE 'LATE CHARGES'     TO WS-D-BALANCE
               MOVE WS-ROLLED-LATE     TO WS-D-ROLLED-AMT
               MOVE LM-LATE-CHARGE-BAL TO WS-D-MASTER-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-LOAN-OOB
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           END-IF.

       WRITE-NEW-BALANCE.

           MOVE LM-LOAN-NUMBER     TO MB-LOAN-NUMBER.
           MOVE WS-MONTH-END-DATE  TO MB-BALANCE-DATE.
           MOVE LM-CURR-PRINCIPAL  TO MB-PRINCIPAL-BAL.
           MOVE LM-ESCROW-BALANCE  TO MB-ESCROW-BAL.
           MOVE LM-LATE-CHARGE-BAL TO MB-LATE-CHARGE-BAL.
           WRITE NEW-BAL-RECORD FROM MONTH-END-BAL-REC.

       REPORT-LOANS-OFF-MASTER.

      * A rolled balance with no Loan Master row behind it means the
      * loan left the system of record with money still on it.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TB-COUNT
               IF WS-TB-ON-MASTER-SW(WS-SUB) = 'N'
                   PERFORM REPORT-ONE-OFF-MASTER
               END-IF
           END-PERFORM.

       REPORT-ONE-OFF-MASTER.

           MOVE WS-TB-LOAN-NUMBER(WS-SUB) TO LM-LOAN-NUMBER.
           MOVE 'NOT ON LOAN MASTER' TO WS-NOTE.
           MOVE 'N' TO WS-LOAN-OOB-SW.
           MOVE ZERO TO WS-D-MASTER-AMT.

           ADD WS-TB-PRINCIPAL(WS-SUB) TO WS-TOT-ROLLED-PRIN.
           ADD WS-TB-ESCROW(WS-SUB)    TO WS-TOT-ROLLED-ESCROW.
           ADD WS-TB-LATE-CHG(WS-SUB)  TO WS-TOT-ROLLED-LATE.

           IF WS-TB-PRINCIPAL(WS-SUB) NOT = ZERO
               MOVE 'PRINCIPAL'             TO WS-D-BALANCE
               MOVE WS-TB-PRINCIPAL(WS-SUB) TO WS-D-ROLLED-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-TB-ESCROW(WS-SUB) NOT = ZERO
               MOVE 'ESCROW'                TO WS-D-BALANCE
               MOVE WS-TB-ESCROW(WS-SUB)    TO WS-D-ROLLED-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-TB-LATE-CHG(WS-SUB) NOT = ZERO
               MOVE 'LATE CHARGES'          TO WS-D-BALANCE
               MOVE WS-TB-LATE-CHG(WS-SUB)  TO WS-D-ROLLED-AMT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF WS-LOAN-OOB
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF.

       WRITE-EXCEPTION-LINE.

           MOVE 'Y' TO WS-LOAN-OOB-SW.
           MOVE LM-LOAN-NUMBER  TO WS-D-LOAN-NUMBER.
           MOVE WS-D-ROLLED-AMT TO WS-D-ROLLED.
           MOVE WS-D-MASTER-AMT TO WS-D-MASTER.
           COMPUTE WS-D-DIFFERENCE = WS-D-MASTER-AMT - WS-D-ROLLED-AMT.
           MOVE WS-NOTE         TO WS-D-NOTE.

           MOVE WS-DETAIL-LINE  TO TRIAL-BAL-REPORT-LINE.
           WRITE TRIAL-BAL-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO TRIAL-BAL-REPORT-LINE.
           STRING 'LOAN-LEVEL SERVICING TRIAL BALANCE - MONTH END '
                  WS-MONTH-END-DATE
               DELIMITED BY SIZE INTO TRIAL-BAL-REPORT-LINE.
           WRITE TRIAL-BAL-REPORT-LINE.

           IF NOT WS-PRIOR-FOUND
               MOVE 'NO PRIOR MONTH-END BALANCES - NONE PROVED'
                   TO TRIAL-BAL-REPORT-LINE
               WRITE TRIAL-BAL-REPORT-LINE
           ELSE
               MOVE WS-PRIOR-DATE     TO WS-S-PRIOR-DATE
               MOVE WS-MONTH-END-DATE TO WS-S-MONTH-END-DATE
               MOVE WS-SECTION-LINE   TO TRIAL-BAL-REPORT-LINE
               WRITE TRIAL-BAL-REPORT-LINE
               MOVE SPACES TO TRIAL-BAL-REPORT-LINE
               WRITE TRIAL-BAL-REPORT-LINE
               MOVE WS-HEADING-LINE   TO TRIAL-BAL-REPORT-LINE
               WRITE TRIAL-BAL-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO TRIAL-BAL-REPORT-LINE.
           WRITE TRIAL-BAL-REPORT-LINE.

           MOVE 'LOANS ON LOAN MASTER'  TO WS-C-CAPTION.
           MOVE WS-MASTER-COUNT         TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           IF WS-PRIOR-FOUND
               MOVE 'LOANS WITH OPENING BALANCES' TO WS-C-CAPTION
               MOVE WS-PRIOR-COUNT                TO WS-C-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'HISTORY RECORDS APPLIED'     TO WS-C-CAPTION
               MOVE WS-HIST-APPLIED-COUNT         TO WS-C-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'LOANS OUT OF BALANCE'        TO WS-C-CAPTION
               MOVE WS-OUT-OF-BAL-COUNT           TO WS-C-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'LOANS NOT ON LOAN MASTER'    TO WS-C-CAPTION
               MOVE WS-NOT-ON-MASTER-COUNT        TO WS-C-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'OPENING PRINCIPAL'           TO WS-F-CAPTION
               MOVE WS-TOT-OPEN-PRIN              TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'ROLLED-FORWARD PRINCIPAL'    TO WS-F-CAPTION
               MOVE WS-TOT-ROLLED-PRIN            TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'LOAN MASTER PRINCIPAL'       TO WS-F-CAPTION
               MOVE WS-TOT-MASTER-PRIN            TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'ROLLED-FORWARD ESCROW'       TO WS-F-CAPTION
               MOVE WS-TOT-ROLLED-ESCROW          TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'LOAN MASTER ESCROW'          TO WS-F-CAPTION
               MOVE WS-TOT-MASTER-ESCROW          TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'ROLLED-FORWARD LATE CHARGES' TO WS-F-CAPTION
               MOVE WS-TOT-ROLLED-LATE            TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
               MOVE 'LOAN MASTER LATE CHARGES'    TO WS-F-CAPTION
               MOVE WS-TOT-MASTER-LATE            TO WS-F-AMOUNT
               PERFORM WRITE-FIGURE-LINE
           END-IF.

       WRITE-FIGURE-LINE.

           MOVE WS-FIGURE-LINE TO TRIAL-BAL-REPORT-LINE.
           WRITE TRIAL-BAL-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO TRIAL-BAL-REPORT-LINE.
           WRITE TRIAL-BAL-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBTRBAL - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBTRBAL - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
           END-READ.

           PERFORM UNTIL WS-RUNCTL-EOF
               MOVE RUN-CONTROL-IO-REC TO RUN-CONTROL-REC
               EVALUATE RC-REC-TYPE
                   WHEN 'D'
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                   WHEN 'J'
                       IF RC-JOB-NAME = WS-PRED-JOB-NAME
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-STATUS = 'C'
                           MOVE 'Y' TO WS-PRED-DONE-SW
                       END-IF
               END-EVALUATE
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE RUN-CONTROL-FILE.

           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'COBTRBAL - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBTRBAL - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBTRBAL - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBTRBAL - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBTRBAL - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBTRBAL' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
