       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBESCHD.
      ******************************************************************
      * COBESCHD - UNCLAIMED PROPERTY DORMANCY REVIEW AND DUE DILIGENCE
      * ----------------------------------------------------------------
      * First step of the annual unclaimed-property (escheatment) run.
      * Gathers every item of owner money we are still holding:
      *   - escrow refund checks on the refund tracking file that were
      *     issued and never cashed ('I') or came back undeliverable
      *     ('U'), dormant from the issue date;
      *   - payment suspense items never re-applied, dormant from the
      *     date the payment was received;
      *   - escrow balances left on paid-off loans, dormant from the
      *     payoff good-through date.
      * Each item is assigned to a state by the owner's last known
      * mailing state on the Loan Master - or to our state of
      * incorporation when there is no usable address or the state
      * is not one we report to - and measured against that state's
      * dormancy period off the holder/state rules file.  Every item
      * past dormancy as of the business date goes to the candidate
      * file the remittance step reads, and every candidate at or
      * above the state's due-diligence minimum with a mailing
      * address gets the due-diligence letter telling the owner how
      * long they have to claim the money before it is reported.
      * The review report lists every candidate and every item
      * skipped for want of an activity date.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UP-RULE-FILE ASSIGN TO "ESCHRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT RFND-PEND-FILE ASSIGN TO "RFNDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SUSP-INPUT-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT UP-CAND-FILE ASSIGN TO "ESCHCAND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UP-LETTER-FILE ASSIGN TO "ESCHLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UP-REPORT-FILE ASSIGN TO "ESCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UP-RULE-FILE
           RECORDING MODE IS F.
           COPY UPRULE.

       FD  RFND-PEND-FILE
           RECORDING MODE IS F.
           COPY RFNDPEND.

       FD  SUSP-INPUT-FILE
           RECORDING MODE IS F.
           COPY SUSPFILE.

       FD  UP-CAND-FILE
           RECORDING MODE IS F.
       01  UP-CAND-RECORD             PIC X(179).

       FD  UP-LETTER-FILE
           RECORDING MODE IS F.
       01  UP-LETTER-LINE             PIC X(132).

       FD  UP-REPORT-FILE
           RECORDING MODE IS F.
       01  UP-REPORT-LINE             PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBERFND'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY UPITEM.
           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE ESCHCSR CURSOR FOR
                SELECT LOAN_NUMBER, BORROWER_NAME, BORROWER_SSN,
                       ESCROW_BALANCE, LAST_PMT_DATE,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'PO'
                AND    ESCROW_BALANCE > 0
                ORDER BY LOAN_NUMBER
           END-EXEC.

         01  WS-RULE-STATUS             PIC X(2).
         01  WS-RULE-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-RULE-EOF                           VALUE 'Y'.
         01  WS-PEND-STATUS             PIC X(2).
         01  WS-PEND-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PEND-EOF                           VALUE 'Y'.
         01  WS-SUSP-STATUS             PIC X(2).
         01  WS-SUSP-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-SUSP-EOF                           VALUE 'Y'.
         01  WS-LOAN-FOUND-SW           PIC X(1).
             88  WS-LOAN-FOUND                         VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.
         01  WS-RESPOND-BY-DATE         PIC X(10).

      * Owners get this many days from the letter to claim before
      * the remittance step reports the item.
         01  WS-RESPONSE-DAYS           PIC S9(3)      COMP-3
                                                        VALUE 60.

         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).

      * Holder identity and the defaults for a state with no rule.
         01  WS-HOLDER-FOUND-SW         PIC X(1)       VALUE 'N'.
             88  WS-HOLDER-FOUND                       VALUE 'Y'.
         01  WS-HOLDER-INC-STATE        PIC X(2).
         01  WS-DEFAULT-DORM-YEARS      PIC 9(2).
         01  WS-DEFAULT-LETTER-MIN      PIC S9(5)V99   COMP-3.

      * One entry per state we report to.
         01  WS-ST-COUNT                PIC 9(3)  COMP VALUE ZERO.
         01  WS-ST-TABLE.
             05  WS-ST-ENTRY OCCURS 60.
                 10  WS-ST-STATE        PIC X(2).
                 10  WS-ST-DORM-YEARS   PIC 9(2).
                 10  WS-ST-LETTER-MIN   PIC S9(5)V99   COMP-3.
         01  WS-ST-SUB                  PIC 9(3)  COMP.
         01  WS-ST-MATCH-SUB            PIC 9(3)  COMP.
         01  WS-SEARCH-STATE            PIC X(2).

         01  WS-DORM-YEARS              PIC 9(2).
         01  WS-LETTER-MIN              PIC S9(5)V99   COMP-3.
         01  WS-ITEM-DESC               PIC X(50).
         01  WS-NOTE                    PIC X(20).

         01  WS-REVIEWED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CANDIDATE-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-LETTER-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-NOT-DORMANT-COUNT       PIC 9(7)       VALUE ZERO.
         01  WS-NO-DATE-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-CANDIDATE-TOTAL         PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.

         01  WS-LTR-AMT-LINE.
             05  WS-L-CAPTION           PIC X(30).
             05  WS-L-AMOUNT            PIC $$$,$$9.99.

         01  WS-ADDR-CITY-LINE.
             05  WS-A-CITY              PIC X(20).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-STATE             PIC X(2).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-ZIP               PIC X(9).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(4)   VALUE 'SRC'.
             05  FILLER                 PIC X(12)  VALUE 'ITEM KEY'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(3)   VALUE 'ST'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'ACTIVITY'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'DORMANT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'AMOUNT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(20)  VALUE 'NOTE'.

         01  WS-DETAIL-LINE.
             05  WS-D-SOURCE            PIC X(2).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ITEM-KEY          PIC X(12).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-STATE             PIC X(2).
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-D-ACTIVITY-DATE     PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DORMANT-DATE      PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-AMOUNT            PIC ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-NOTE              PIC X(20).

         01  WS-FIGURE-LINE.
             05  WS-F-CAPTION           PIC X(34).
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBESCHD - UNCLAIMED PROPERTY DUE DILIGENCE START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           COMPUTE WS-CALC-INT = WS-RUN-DATE-INT + WS-RESPONSE-DAYS.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-RESPOND-BY-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-RESPOND-BY-DATE.

           PERFORM LOAD-STATE-RULES.

           OPEN OUTPUT UP-CAND-FILE
           OPEN OUTPUT UP-LETTER-FILE
           OPEN OUTPUT UP-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM GATHER-REFUND-ITEMS.
           PERFORM GATHER-SUSPENSE-ITEMS.
           PERFORM GATHER-CREDIT-BALANCES.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE UP-CAND-FILE
           CLOSE UP-LETTER-FILE
           CLOSE UP-REPORT-FILE.

           DISPLAY 'COBESCHD - ITEMS REVIEWED     = ' WS-REVIEWED-COUNT.
           DISPLAY 'COBESCHD - DORMANT CANDIDATES = '
               WS-CANDIDATE-COUNT.
           DISPLAY 'COBESCHD - LETTERS WRITTEN    = ' WS-LETTER-COUNT.
           DISPLAY 'COBESCHD - NOT YET DORMANT    = '
               WS-NOT-DORMANT-COUNT.
           DISPLAY 'COBESCHD - NO ACTIVITY DATE   = ' WS-NO-DATE-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-STATE-RULES.

           OPEN INPUT UP-RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'COBESCHD - STATE RULES FILE OPEN FAILED'
               DISPLAY 'COBESCHD - STATUS = ' WS-RULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ UP-RULE-FILE
               AT END MOVE 'Y' TO WS-RULE-EOF-SW
           END-READ.

           PERFORM UNTIL WS-RULE-EOF
               EVALUATE UR-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HOLDER-FOUND-SW
                       MOVE UR-STATE-CODE     TO WS-HOLDER-INC-STATE
                       MOVE UR-DORMANCY-YEARS TO WS-DEFAULT-DORM-YEARS
                       MOVE UR-LETTER-MIN-AMT TO WS-DEFAULT-LETTER-MIN
                   WHEN 'S'
                       IF WS-ST-COUNT >= 60
                           DISPLAY 'COBESCHD - STATE TABLE FULL AT 60'
                           DISPLAY 'COBESCHD - INCREASE TABLE AND RERUN'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ST-COUNT
                       MOVE UR-STATE-CODE
                           TO WS-ST-STATE(WS-ST-COUNT)
                       MOVE UR-DORMANCY-YEARS
                           TO WS-ST-DORM-YEARS(WS-ST-COUNT)
                       MOVE UR-LETTER-MIN-AMT
                           TO WS-ST-LETTER-MIN(WS-ST-COUNT)
               END-EVALUATE
               READ UP-RULE-FILE
                   AT END MOVE 'Y' TO WS-RULE-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE UP-RULE-FILE.

           IF NOT WS-HOLDER-FOUND
               DISPLAY 'COBESCHD - NO HOLDER RECORD ON STATE RULES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GATHER-REFUND-ITEMS.

           OPEN INPUT RFND-PEND-FILE.

           IF WS-PEND-STATUS = '35'
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'COBESCHD - REFUND TRACKING OPEN FAILED'
                   DISPLAY 'COBESCHD - STATUS = ' WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RFND-PEND-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PEND-EOF
               IF RP-STATUS = 'I' OR RP-STATUS = 'U'
                   PERFORM BUILD-REFUND-ITEM
               END-IF
               READ RFND-PEND-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PEND-STATUS NOT = '35'
               CLOSE RFND-PEND-FILE
           END-IF.

       BUILD-REFUND-ITEM.

           MOVE SPACES           TO UP-ITEM-REC.
           MOVE 'RF'             TO UI-SOURCE.
           MOVE RP-CHECK-NUMBER  TO UI-ITEM-KEY.
           MOVE RP-LOAN-NUMBER   TO UI-LOAN-NUMBER.
           MOVE RP-BORROWER-NAME TO UI-OWNER-NAME.
           MOVE 'MS16'           TO UI-PROPERTY-TYPE.
           MOVE RP-REFUND-AMOUNT TO UI-AMOUNT.
           MOVE RP-ISSUE-DATE    TO UI-LAST-ACTIVITY-DATE.

           MOVE SPACES TO WS-ITEM-DESC.
           IF RP-STATUS = 'U'
               STRING 'RETURNED ESCROW REFUND CHECK ' RP-CHECK-NUMBER
                   DELIMITED BY SIZE INTO WS-ITEM-DESC
           ELSE
               STRING 'UNCASHED ESCROW REFUND CHECK ' RP-CHECK-NUMBER
                   DELIMITED BY SIZE INTO WS-ITEM-DESC
           END-IF.

           PERFORM LOOKUP-OWNER.
           PERFORM SCREEN-ONE-ITEM.

       GATHER-SUSPENSE-ITEMS.

           OPEN INPUT SUSP-INPUT-FILE.

           IF WS-SUSP-STATUS = '35'
               MOVE 'Y' TO WS-SUSP-EOF-SW
           ELSE
               IF WS-SUSP-STATUS NOT = '00'
                   DISPLAY 'COBESCHD - SUSPENSE FILE OPEN FAILED'
                   DISPLAY 'COBESCHD - STATUS = ' WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SUSP-INPUT-FILE
                   AT END MOVE 'Y' TO WS-SUSP-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-SUSP-EOF
               PERFORM BUILD-SUSPENSE-ITEM
               READ SUSP-INPUT-FILE
                   AT END MOVE 'Y' TO WS-SUSP-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-SUSP-STATUS NOT = '35'
               CLOSE SUSP-INPUT-FILE
           END-IF.

       BUILD-SUSPENSE-ITEM.

           MOVE SPACES              TO UP-ITEM-REC.
           MOVE 'SU'                TO UI-SOURCE.
           MOVE SUSP-ITEM-ID        TO UI-ITEM-KEY.
           MOVE SUSP-LOAN-NUMBER    TO UI-LOAN-NUMBER.
           MOVE SUSP-AMOUNT         TO UI-AMOUNT.
           MOVE SUSP-EFFECTIVE-DATE TO UI-LAST-ACTIVITY-DATE.

           MOVE SPACES TO WS-ITEM-DESC.
           STRING 'UNAPPLIED PAYMENT RECEIVED ' SUSP-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-ITEM-DESC.

      * A payment that matched no loan has no known owner - it is an
      * unidentified remittance rather than a customer overpayment.
           PERFORM LOOKUP-OWNER.
           IF WS-LOAN-FOUND
               MOVE 'MS05'    TO UI-PROPERTY-TYPE
           ELSE
               MOVE 'MS06'    TO UI-PROPERTY-TYPE
               MOVE 'UNKNOWN' TO UI-OWNER-NAME
           END-IF.

           PERFORM SCREEN-ONE-ITEM.

       GATHER-CREDIT-BALANCES.

           EXEC SQL
                OPEN ESCHCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBESCHD - PAID-OFF CURSOR OPEN FAILED'
               DISPLAY 'COBESCHD - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FETCH-PAID-OFF-LOAN.

           PERFORM UNTIL SQLCODE = 100
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBESCHD - PAID-OFF FETCH FAILED'
                   DISPLAY 'COBESCHD - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM BUILD-CREDIT-ITEM
               PERFORM FETCH-PAID-OFF-LOAN
           END-PERFORM.

           EXEC SQL
                CLOSE ESCHCSR
           END-EXEC.

       FETCH-PAID-OFF-LOAN.

           EXEC SQL
                FETCH ESCHCSR
                INTO  :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                      :LM-BORROWER-SSN,
                      :LM-ESCROW-BALANCE, :LM-LAST-PMT-DATE,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP
           END-EXEC.

       BUILD-CREDIT-ITEM.

           MOVE SPACES              TO UP-ITEM-REC.
           MOVE 'CB'                TO UI-SOURCE.
           MOVE LM-LOAN-NUMBER      TO UI-ITEM-KEY.
           MOVE LM-LOAN-NUMBER      TO UI-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME    TO UI-OWNER-NAME.
           MOVE LM-BORROWER-SSN     TO UI-OWNER-SSN.
           MOVE LM-MAIL-ADDR-STREET TO UI-OWNER-STREET.
           MOVE LM-MAIL-ADDR-CITY   TO UI-OWNER-CITY.
           MOVE LM-MAIL-ADDR-STATE  TO UI-OWNER-STATE.
           MOVE LM-MAIL-ADDR-ZIP    TO UI-OWNER-ZIP.
           MOVE 'MS09'              TO UI-PROPERTY-TYPE.
           MOVE LM-ESCROW-BALANCE   TO UI-AMOUNT.
           MOVE LM-LAST-PMT-DATE    TO UI-LAST-ACTIVITY-DATE.

           MOVE 'ESCROW BALANCE REMAINING AFTER PAYOFF'
               TO WS-ITEM-DESC.

           PERFORM SCREEN-ONE-ITEM.

       LOOKUP-OWNER.

           MOVE UI-LOAN-NUMBER TO LM-LOAN-NUMBER.

           EXEC SQL
                SELECT BORROWER_NAME, BORROWER_SSN,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP
                INTO  :LM-BORROWER-NAME, :LM-BORROWER-SSN,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y' TO WS-LOAN-FOUND-SW
                   MOVE LM-BORROWER-NAME    TO UI-OWNER-NAME
                   MOVE LM-BORROWER-SSN     TO UI-OWNER-SSN
                   MOVE LM-MAIL-ADDR-STREET TO UI-OWNER-STREET
                   MOVE LM-MAIL-ADDR-CITY   TO UI-OWNER-CITY
                   MOVE LM-MAIL-ADDR-STATE  TO UI-OWNER-STATE
                   MOVE LM-MAIL-ADDR-ZIP    TO UI-OWNER-ZIP
               WHEN SQLCODE = 100
                   MOVE 'N' TO WS-LOAN-FOUND-SW
               WHEN OTHER
                   DISPLAY 'COBESCHD - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBESCHD - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCREEN-ONE-ITEM.

           ADD 1 TO WS-REVIEWED-COUNT.

           PERFORM ASSIGN-REPORT-STATE.

           MOVE UI-LAST-ACTIVITY-DATE TO WS-WORK-DATE.
           IF WD-YYYY NOT NUMERIC OR WD-MM NOT NUMERIC
                   OR WD-DD NOT NUMERIC
               ADD 1 TO WS-NO-DATE-COUNT
               MOVE SPACES TO UI-DORMANT-DATE
               MOVE 'NO ACTIVITY DATE' TO WS-NOTE
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               ADD WS-DORM-YEARS TO WD-YYYY
               PERFORM CLAMP-DAY-OF-MONTH
               MOVE WS-WORK-DATE TO UI-DORMANT-DATE
               IF UI-DORMANT-DATE > WS-RUN-DATE
                   ADD 1 TO WS-NOT-DORMANT-COUNT
               ELSE
                   PERFORM TAKE-CANDIDATE
               END-IF
           END-IF.

       TAKE-CANDIDATE.

           ADD 1 TO WS-CANDIDATE-COUNT.
           ADD UI-AMOUNT TO WS-CANDIDATE-TOTAL.

           MOVE SPACES TO UI-LETTER-DATE.
           MOVE 'NO LETTER OWED' TO WS-NOTE.
           IF UI-AMOUNT >= WS-LETTER-MIN
               IF UI-OWNER-STREET = SPACES
                   MOVE 'NO ADDRESS ON FILE' TO WS-NOTE
               ELSE
                   MOVE WS-RUN-DATE TO UI-LETTER-DATE
                   MOVE 'LETTER SENT' TO WS-NOTE
                   ADD 1 TO WS-LETTER-COUNT
                   PERFORM WRITE-DUE-DILIGENCE-LETTER
               END-IF
           END-IF.

           WRITE UP-CAND-RECORD FROM UP-ITEM-REC.
           PERFORM WRITE-REPORT-DETAIL.

       ASSIGN-REPORT-STATE.

      * Property follows the owner's last known address; with no
      * usable address, or one outside every state we report to, it
      * goes to our state of incorporation.
           MOVE UI-OWNER-STATE TO WS-SEARCH-STATE.
           PERFORM FIND-STATE-RULE.
           IF UI-OWNER-STREET = SPACES OR WS-ST-MATCH-SUB = 0
               MOVE WS-HOLDER-INC-STATE TO WS-SEARCH-STATE
               PERFORM FIND-STATE-RULE
           END-IF.
           MOVE WS-SEARCH-STATE TO UI-REPORT-STATE.

           IF WS-ST-MATCH-SUB = 0
               MOVE WS-DEFAULT-DORM-YEARS TO WS-DORM-YEARS
               MOVE WS-DEFAULT-LETTER-MIN TO WS-LETTER-MIN
           ELSE
               MOVE WS-ST-DORM-YEARS(WS-ST-MATCH-SUB) TO WS-DORM-YEARS
               MOVE WS-ST-LETTER-MIN(WS-ST-MATCH-SUB) TO WS-LETTER-MIN
           END-IF.

       FIND-STATE-RULE.

           MOVE ZERO TO WS-ST-MATCH-SUB.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUB) = WS-SEARCH-STATE
                   MOVE WS-ST-SUB TO WS-ST-MATCH-SUB
                   MOVE WS-ST-COUNT TO WS-ST-SUB
               END-IF
           END-PERFORM.

       WRITE-DUE-DILIGENCE-LETTER.

           MOVE SPACES TO UP-LETTER-LINE.
           MOVE 'NOTICE OF UNCLAIMED FUNDS' TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE UI-OWNER-NAME TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE UI-OWNER-STREET TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE UI-OWNER-CITY     TO WS-A-CITY.
           MOVE UI-OWNER-STATE    TO WS-A-STATE.
           MOVE UI-OWNER-ZIP      TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE SPACES TO UP-LETTER-LINE.
           STRING 'LOAN NUMBER: ' UI-LOAN-NUMBER
               DELIMITED BY SIZE INTO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE SPACES TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE 'OUR RECORDS SHOW FUNDS HELD FOR YOU THAT HAVE NOT BEEN'
               TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.
           MOVE 'CLAIMED SINCE YOUR LAST CONTACT WITH US:'
               TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE WS-ITEM-DESC TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE 'AMOUNT HELD'  TO WS-L-CAPTION.
           MOVE UI-AMOUNT      TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE SPACES TO UP-LETTER-LINE.
           STRING 'UNLESS YOU CONTACT US BY ' WS-RESPOND-BY-DATE
                  ' STATE LAW REQUIRES US TO REPORT'
               DELIMITED BY SIZE INTO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE SPACES TO UP-LETTER-LINE.
           STRING 'AND PAY THESE FUNDS TO THE STATE OF '
                  UI-REPORT-STATE ' AS UNCLAIMED PROPERTY.'
               DELIMITED BY SIZE INTO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

           MOVE SPACES TO UP-LETTER-LINE.
           WRITE UP-LETTER-LINE.

       WRITE-REPORT-DETAIL.

           MOVE UI-SOURCE             TO WS-D-SOURCE.
           MOVE UI-ITEM-KEY           TO WS-D-ITEM-KEY.
           MOVE UI-LOAN-NUMBER        TO WS-D-LOAN-NUMBER.
           MOVE UI-REPORT-STATE       TO WS-D-STATE.
           MOVE UI-LAST-ACTIVITY-DATE TO WS-D-ACTIVITY-DATE.
           MOVE UI-DORMANT-DATE       TO WS-D-DORMANT-DATE.
           MOVE UI-AMOUNT             TO WS-D-AMOUNT.
           MOVE WS-NOTE               TO WS-D-NOTE.

           MOVE WS-DETAIL-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

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

           MOVE SPACES TO UP-REPORT-LINE.
           MOVE 'UNCLAIMED PROPERTY DORMANCY REVIEW' TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE SPACES TO UP-REPORT-LINE.
           STRING 'AS OF ' WS-RUN-DATE
                  '   OWNER RESPONSE DEADLINE ' WS-RESPOND-BY-DATE
               DELIMITED BY SIZE INTO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE SPACES TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE 'ITEMS REVIEWED'          TO WS-C-CAPTION.
           MOVE WS-REVIEWED-COUNT         TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'NOT YET DORMANT'         TO WS-C-CAPTION.
           MOVE WS-NOT-DORMANT-COUNT      TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'SKIPPED - NO ACTIVITY DATE' TO WS-C-CAPTION.
           MOVE WS-NO-DATE-COUNT             TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DORMANT CANDIDATES'      TO WS-C-CAPTION.
           MOVE WS-CANDIDATE-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DUE-DILIGENCE LETTERS'   TO WS-C-CAPTION.
           MOVE WS-LETTER-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DORMANT CANDIDATE DOLLARS' TO WS-F-CAPTION.
           MOVE WS-CANDIDATE-TOTAL          TO WS-F-AMOUNT.
           MOVE WS-FIGURE-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBESCHD - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBESCHD - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBESCHD - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBESCHD - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBESCHD - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBESCHD - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBESCHD - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBESCHD' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
