       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBACCRL.
      ******************************************************************
      * COBACCRL - MONTH-END INTEREST ACCRUAL
      * ----------------------------------------------------------------
      * Month-end batch that books the interest earned on the
      * servicing portfolio but not yet collected.  Mortgage interest
      * is paid in arrears, so an active loan is paid through the day
      * before the due date ahead of its next due date - a loan next
      * due 11/01 has paid interest through 09/30.  For every active
      * loan with principal outstanding, interest is accrued on the
      * Loan Master principal at the note rate, actual days over a
      * 365-day year (the same basis the payoff quote uses), from that
      * paid-through date to the last calendar day of the business
      * date's month.  A loan paid ahead past month end accrues
      * nothing.
      *
      * Each loan's accrual is journaled as a debit to accrued
      * interest receivable and a credit to interest income, dated
      * month end, together with the reversing pair dated the first
      * of the next month - the payments collected next month credit
      * interest income in full, so the accrual has to come back out
      * of income when the new month opens.  Both pairs balance and
      * carry no principal, so the daily reconciliation is not
      * disturbed.  The accrual register lists every loan accrued with
      * its days and amount, and the portfolio total.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-REPORT-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-REPORT-LINE        PIC X(132).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBGLREC'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE ACCRCSR CURSOR FOR
                SELECT LOAN_NUMBER, CURR_PRINCIPAL, NOTE_RATE,
                       NEXT_DUE_DATE
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'AC'
                AND    CURR_PRINCIPAL > 0
                ORDER BY LOAN_NUMBER
           END-EXEC.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-MONTH-END-DATE          PIC X(10).
         01  WS-REVERSAL-DATE           PIC X(10).
         01  WS-PAID-FROM-DATE          PIC X(10).

         01  WS-MONTH-END-INT           PIC S9(9)      COMP-3.
         01  WS-PAID-FROM-INT           PIC S9(9)      COMP-3.
         01  WS-ACCRUAL-DAYS            PIC S9(5)      COMP-3.
         01  WS-ACCRUED-INTEREST        PIC S9(9)V99   COMP-3.

         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).

         01  WS-LOAN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-ACCRUED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-PAID-AHEAD-COUNT        PIC 9(7)       VALUE ZERO.
         01  WS-TOTAL-ACCRUED           PIC S9(13)V99  COMP-3
                                                        VALUE ZERO.

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'NEXT DUE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'ACCR FROM'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(5)   VALUE 'DAYS'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)  VALUE 'PRINCIPAL'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(6)   VALUE 'RATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(12)  VALUE 'ACCRUED INT'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-NEXT-DUE          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-PAID-FROM         PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DAYS              PIC ZZZZ9.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-PRINCIPAL         PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-D-RATE              PIC Z9.999.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ACCRUED           PIC Z,ZZZ,ZZ9.99.

         01  WS-FIGURE-LINE.
             05  WS-F-CAPTION           PIC X(34).
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBACCRL - MONTH-END INTEREST ACCRUAL START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           PERFORM SET-ACCRUAL-DATES.

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           OPEN OUTPUT GL-JOURNAL-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           EXEC SQL
                OPEN ACCRCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBACCRL - LOAN CURSOR OPEN FAILED'
               DISPLAY 'COBACCRL - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FETCH-LOAN.

           PERFORM UNTIL SQLCODE = 100
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBACCRL - LOAN FETCH FAILED'
                   DISPLAY 'COBACCRL - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ACCRUE-ONE-LOAN
               PERFORM FETCH-LOAN
           END-PERFORM.

           EXEC SQL
                CLOSE ACCRCSR
           END-EXEC.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE ACCRUAL-REPORT-FILE
           CLOSE GL-JOURNAL-FILE.

           DISPLAY 'COBACCRL - MONTH END       = ' WS-MONTH-END-DATE.
           DISPLAY 'COBACCRL - LOANS READ      = ' WS-LOAN-COUNT.
           DISPLAY 'COBACCRL - LOANS ACCRUED   = ' WS-ACCRUED-COUNT.
           DISPLAY 'COBACCRL - PAID AHEAD      = ' WS-PAID-AHEAD-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       SET-ACCRUAL-DATES.

      * Month end is the day before the first of the next month; the
      * reversals are dated that first of the month.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY
           END-IF.
           MOVE SPACES TO WS-REVERSAL-DATE.
           STRING WD-YYYY '-' WD-MM '-' WD-DD
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE.

           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           MOVE WS-MONTH-END-INT TO WS-CALC-INT.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-MONTH-END-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE.

       FETCH-LOAN.

           EXEC SQL
                FETCH ACCRCSR
                INTO  :LM-LOAN-NUMBER, :LM-CURR-PRINCIPAL,
                      :LM-NOTE-RATE, :LM-NEXT-DUE-DATE
           END-EXEC.

       ACCRUE-ONE-LOAN.

           ADD 1 TO WS-LOAN-COUNT.

      * Interest is unpaid from one month before the next due date.
           MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE.
           SUBTRACT 1 FROM WD-MM.
           IF WD-MM < 1
               MOVE 12 TO WD-MM
               SUBTRACT 1 FROM WD-YYYY
           END-IF.
           PERFORM CLAMP-DAY-OF-MONTH.
           MOVE WS-WORK-DATE TO WS-PAID-FROM-DATE.

           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-PAID-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-ACCRUAL-DAYS =
               WS-MONTH-END-INT - WS-PAID-FROM-INT + 1.

           IF WS-ACCRUAL-DAYS > 0
               COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   LM-CURR-PRINCIPAL * LM-NOTE-RATE / 100
                   * WS-ACCRUAL-DAYS / 365
               IF WS-ACCRUED-INTEREST > 0
                   ADD 1 TO WS-ACCRUED-COUNT
                   ADD WS-ACCRUED-INTEREST TO WS-TOTAL-ACCRUED
                   PERFORM WRITE-ACCRUAL-JOURNALS
                   PERFORM WRITE-ACCRUAL-LINE
               END-IF
           ELSE
               ADD 1 TO WS-PAID-AHEAD-COUNT
           END-IF.

       WRITE-ACCRUAL-JOURNALS.

           MOVE WS-MONTH-END-DATE   TO GLJ-RUN-DATE.
           MOVE 'ACCRINTR'          TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'                TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE WS-MONTH-END-DATE   TO GLJ-RUN-DATE.
           MOVE 'INTINCOM'          TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'                TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

      * Reversing pair for the first day of the new month.
           MOVE WS-REVERSAL-DATE    TO GLJ-RUN-DATE.
           MOVE 'INTINCOM'          TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'                TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE WS-REVERSAL-DATE    TO GLJ-RUN-DATE.
           MOVE 'ACCRINTR'          TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'                TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-ONE-JOURNAL.

           MOVE 'COBACCRL'          TO GLJ-SOURCE-PROGRAM.
           MOVE LM-LOAN-NUMBER      TO GLJ-LOAN-NUMBER.
           MOVE WS-ACCRUED-INTEREST TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC.

       WRITE-ACCRUAL-LINE.

           MOVE LM-LOAN-NUMBER      TO WS-D-LOAN-NUMBER.
           MOVE LM-NEXT-DUE-DATE    TO WS-D-NEXT-DUE.
           MOVE WS-PAID-FROM-DATE   TO WS-D-PAID-FROM.
           MOVE WS-ACCRUAL-DAYS     TO WS-D-DAYS.
           MOVE LM-CURR-PRINCIPAL   TO WS-D-PRINCIPAL.
           MOVE LM-NOTE-RATE        TO WS-D-RATE.
           MOVE WS-ACCRUED-INTEREST TO WS-D-ACCRUED.

           MOVE WS-DETAIL-LINE      TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

       CLAMP-DAY-OF-MONTH.

           EVALUATE WD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF WD-DD > 30
                       MOVE 30 TO WD-DD
                   END-IF
               WHEN 2
                   IF FUNCTION MOD(WD-YYYY, 4) = 0
                       AND (FUNCTION MOD(WD-YYYY, 100) NOT = 0
                            OR FUNCTION MOD(WD-YYYY, 400) = 0)
                       IF WD-DD > 29
                           MOVE 29 TO WD-DD
                       END-IF
                   ELSE
                       IF WD-DD > 28
                           MOVE 28 TO WD-DD
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           STRING 'MONTH-END INTEREST ACCRUAL REGISTER - MONTH END '
                  WS-MONTH-END-DATE
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           MOVE WS-HEADING-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           MOVE 'ACTIVE LOANS READ' TO WS-C-CAPTION.
           MOVE WS-LOAN-COUNT       TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LOANS ACCRUED'     TO WS-C-CAPTION.
           MOVE WS-ACCRUED-COUNT    TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LOANS PAID AHEAD OF MONTH END' TO WS-C-CAPTION.
           MOVE WS-PAID-AHEAD-COUNT             TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'TOTAL INTEREST ACCRUED' TO WS-F-CAPTION.
           MOVE WS-TOTAL-ACCRUED         TO WS-F-AMOUNT.
           PERFORM WRITE-FIGURE-LINE.

       WRITE-FIGURE-LINE.

           MOVE WS-FIGURE-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBACCRL - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBACCRL - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBACCRL - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBACCRL - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBACCRL - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBACCRL - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBACCRL - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBACCRL' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
