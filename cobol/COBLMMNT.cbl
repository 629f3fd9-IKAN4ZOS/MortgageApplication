       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLMMNT.
      ******************************************************************
      * COBLMMNT - LOAN MASTER FIELD MAINTENANCE
      * ----------------------------------------------------------------
      * Nightly batch that applies single-field Loan Master changes -
      * new tax bills and insurance renewals, servicer and branch
      * reassignments, ARM term corrections, status corrections - that
      * used to be made with ad hoc SQL and left no trail.  Each
      * transaction names the loan, the field and the new value, the
      * operator who keyed it (maker) and the one who approved it
      * (checker).
      *
      * A transaction is rejected when the maker or checker is
      * missing or they are the same person, when the field is a
      * money balance only the posting programs may move (principal,
      * escrow balance, late charges, year-to-date interest), when
      * the field is not one this batch maintains (addresses go
      * through the address-change batch, the note rate through ARM
      * repricing), or when the new value is badly formed, out of
      * range or no change at all.  ARM terms are accepted only on an
      * ARM, and the lifetime floor may not pass the ceiling.  A loan
      * status is never moved to or from paid off, servicing
      * released, foreclosure or transferred out here: the payoff,
      * investor sale, foreclosure and transfer batches set those with
      * the escrow, GL and lien work that goes with them.
      *
      * Every change applied is added to the permanent audit journal
      * with the old and new values, maker, checker, business date
      * and the date and time it was applied; the report lists the
      * same plus every reject with its reason.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Reject a status change to or from paid off ('PO'),
      *            servicing released ('SR'), foreclosure ('FC') or
      *            transferred out ('TO') - each is set only by the
      *            batch that does its accounting.  Reject a date
      *            whose day is past the end of its month, counting
      *            leap-year February.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LM-MAINT-FILE ASSIGN TO "LMMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LM-AUDIT-FILE ASSIGN TO "LMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "LMMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LM-MAINT-FILE
           RECORDING MODE IS F.
           COPY LMMAINT.

       FD  LM-AUDIT-FILE
           RECORDING MODE IS F.
           COPY LMAUDIT.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-LINE          PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE SPACES.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

         01  WS-AUDIT-STATUS            PIC X(2).

         01  WS-EOF-SW                  PIC X(1)       VALUE 'N'.
             88  WS-EOF                                VALUE 'Y'.

         01  WS-TRAN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-APPLIED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-REJECT-COUNT            PIC 9(7)       VALUE ZERO.

      * Kind of field named on the transaction:
      *   X text or code   F Y/N flag      S status code
      *   A amount         R rate          N month count
      *   D date           P posting-only money balance
      *   space - not maintained by this batch
         01  WS-FIELD-CLASS             PIC X(1).
         01  WS-BLANK-OK-SW             PIC X(1).
             88  WS-BLANK-OK                           VALUE 'Y'.
         01  WS-FIELD-LENGTH            PIC 9(2)  COMP.
         01  WS-ARM-FIELD-SW            PIC X(1).
             88  WS-ARM-FIELD                          VALUE 'Y'.
         01  WS-MIN-AMOUNT              PIC S9(9)V99   COMP-3.
         01  WS-MAX-AMOUNT              PIC S9(9)V99   COMP-3.
         01  WS-MIN-RATE                PIC S9(2)V9(3) COMP-3.
         01  WS-MAX-RATE                PIC S9(2)V9(3) COMP-3.
         01  WS-MIN-COUNT               PIC S9(3)      COMP-3.
         01  WS-MAX-COUNT               PIC S9(3)      COMP-3.

         01  WS-LAST-DAY                PIC 9(2).

         01  WS-REJECT-REASON           PIC X(30).
         01  WS-OLD-VALUE               PIC X(40).
         01  WS-NEW-VALUE               PIC X(40).

         01  WS-FMT-VALUE               PIC X(40).
         01  WS-FMT-AMOUNT-IN           PIC S9(9)V99   COMP-3.
         01  WS-FMT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
         01  WS-FMT-RATE-IN             PIC S9(2)V9(3) COMP-3.
         01  WS-FMT-RATE                PIC Z9.999.
         01  WS-FMT-COUNT-IN            PIC S9(3)      COMP-3.
         01  WS-FMT-COUNT               PIC ZZ9.

         01  WS-SYS-DATE                PIC 9(8).
         01  WS-SYS-DATE-PARTS REDEFINES WS-SYS-DATE.
             05  WS-SD-YYYY             PIC 9(4).
             05  WS-SD-MM               PIC 9(2).
             05  WS-SD-DD               PIC 9(2).
         01  WS-SYS-TIME                PIC 9(8).
         01  WS-SYS-TIME-PARTS REDEFINES WS-SYS-TIME.
             05  WS-ST-HH               PIC 9(2).
             05  WS-ST-MM               PIC 9(2).
             05  WS-ST-SS               PIC 9(2).
             05  WS-ST-HS               PIC 9(2).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(20)  VALUE 'FIELD'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(3)   VALUE 'O/N'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(40)  VALUE 'VALUE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'MAKER'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'CHECKER'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-FIELD-NAME        PIC X(20).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-TAG               PIC X(3).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-VALUE             PIC X(40).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-MAKER-ID          PIC X(8).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-CHECKER-ID        PIC X(8).

         01  WS-REJECT-LINE.
             05  WS-R-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-R-FIELD-NAME        PIC X(20).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  FILLER                 PIC X(11)
                 VALUE 'REJECTED - '.
             05  WS-R-REASON            PIC X(30).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-R-MAKER-ID          PIC X(8).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-R-CHECKER-ID        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBLMMNT - LOAN MASTER FIELD MAINTENANCE START'.

           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT LM-MAINT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE.

           PERFORM OPEN-AUDIT-JOURNAL.

           PERFORM WRITE-REPORT-HEADINGS.

           READ LM-MAINT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TRAN-COUNT
               PERFORM PROCESS-FIELD-CHANGE
               READ LM-MAINT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE LM-MAINT-FILE
           CLOSE LM-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE.

           DISPLAY 'COBLMMNT - TRANSACTIONS READ = ' WS-TRAN-COUNT.
           DISPLAY 'COBLMMNT - CHANGES APPLIED   = ' WS-APPLIED-COUNT.
           DISPLAY 'COBLMMNT - REJECTED          = ' WS-REJECT-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       OPEN-AUDIT-JOURNAL.

      * The journal is only ever added to.  The very first run
      * starts it.
           OPEN EXTEND LM-AUDIT-FILE.

           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT LM-AUDIT-FILE
           END-IF.

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'COBLMMNT - AUDIT JOURNAL OPEN FAILED'
               DISPLAY 'COBLMMNT - STATUS = ' WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-FIELD-CHANGE.

           PERFORM CLASSIFY-FIELD.

           EVALUATE TRUE
               WHEN MT-MAKER-ID = SPACES OR MT-CHECKER-ID = SPACES
                   MOVE 'MAKER OR CHECKER ID MISSING'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE

               WHEN MT-MAKER-ID = MT-CHECKER-ID
                   MOVE 'MAKER AND CHECKER ARE THE SAME'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE

               WHEN WS-FIELD-CLASS = 'P'
                   MOVE 'POSTING-ONLY MONEY FIELD' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE

               WHEN WS-FIELD-CLASS = SPACE
                   MOVE 'FIELD NOT MAINTAINED HERE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM FETCH-CURRENT-VALUES
           END-EVALUATE.

       CLASSIFY-FIELD.

           MOVE SPACE TO WS-FIELD-CLASS.
           MOVE 4     TO WS-FIELD-LENGTH.
           MOVE 'N'   TO WS-BLANK-OK-SW.
           MOVE 'N'   TO WS-ARM-FIELD-SW.

           EVALUATE MT-FIELD-NAME
               WHEN 'BORROWER-NAME'
                   MOVE 'X' TO WS-FIELD-CLASS
                   MOVE 40  TO WS-FIELD-LENGTH

               WHEN 'SERVICER-CODE'
               WHEN 'BRANCH-CODE'
                   MOVE 'X' TO WS-FIELD-CLASS

      * Spaces put a loan back in portfolio.
               WHEN 'INVESTOR-NUMBER'
                   MOVE 'X' TO WS-FIELD-CLASS
                   MOVE 'Y' TO WS-BLANK-OK-SW

               WHEN 'HELD-FOR-SALE-FLAG'
               WHEN 'LIEN-RELEASE-FLAG'
                   MOVE 'F' TO WS-FIELD-CLASS

               WHEN 'STATUS-CODE'
                   MOVE 'S' TO WS-FIELD-CLASS

               WHEN 'ANNL-TAX-AMT'
               WHEN 'ANNL-INS-AMT'
               WHEN 'ANNL-PMI-AMT'
                   MOVE 'A'       TO WS-FIELD-CLASS
                   MOVE ZERO      TO WS-MIN-AMOUNT
                   MOVE 999999.99 TO WS-MAX-AMOUNT

               WHEN 'APPRAISED-VALUE'
                   MOVE 'A'          TO WS-FIELD-CLASS
                   MOVE 1000.00      TO WS-MIN-AMOUNT
                   MOVE 99999999.99  TO WS-MAX-AMOUNT

               WHEN 'ARM-INDEX-CODE'
                   MOVE 'X' TO WS-FIELD-CLASS
                   MOVE 'Y' TO WS-ARM-FIELD-SW

               WHEN 'ARM-MARGIN'
                   MOVE 'R'    TO WS-FIELD-CLASS
                   MOVE 'Y'    TO WS-ARM-FIELD-SW
                   MOVE ZERO   TO WS-MIN-RATE
                   MOVE 10.000 TO WS-MAX-RATE

               WHEN 'ARM-PERIODIC-CAP'
                   MOVE 'R'    TO WS-FIELD-CLASS
                   MOVE 'Y'    TO WS-ARM-FIELD-SW
                   MOVE 0.125  TO WS-MIN-RATE
                   MOVE 5.000  TO WS-MAX-RATE

               WHEN 'ARM-LIFE-CEILING'
               WHEN 'ARM-LIFE-FLOOR'
                   MOVE 'R'    TO WS-FIELD-CLASS
                   MOVE 'Y'    TO WS-ARM-FIELD-SW
                   MOVE ZERO   TO WS-MIN-RATE
                   MOVE 25.000 TO WS-MAX-RATE

               WHEN 'ARM-RATE-CHG-DATE'
                   MOVE 'D' TO WS-FIELD-CLASS
                   MOVE 'Y' TO WS-ARM-FIELD-SW

               WHEN 'ARM-CHG-FREQ-MTHS'
                   MOVE 'N' TO WS-FIELD-CLASS
                   MOVE 'Y' TO WS-ARM-FIELD-SW
                   MOVE 1   TO WS-MIN-COUNT
                   MOVE 120 TO WS-MAX-COUNT

               WHEN 'CURR-PRINCIPAL'
               WHEN 'ESCROW-BALANCE'
               WHEN 'LATE-CHARGE-BAL'
               WHEN 'YTD-INTEREST-PAID'
                   MOVE 'P' TO WS-FIELD-CLASS

               WHEN OTHER
                   MOVE SPACE TO WS-FIELD-CLASS
           END-EVALUATE.

       FETCH-CURRENT-VALUES.

           MOVE MT-LOAN-NUMBER TO LM-LOAN-NUMBER.

           EXEC SQL
                SELECT BORROWER_NAME, ANNL_TAX_AMT, ANNL_INS_AMT,
                       ANNL_PMI_AMT, SERVICER_CODE, BRANCH_CODE,
                       STATUS_CODE, HELD_FOR_SALE_FLAG,
                       APPRAISED_VALUE, ARM_FLAG, ARM_INDEX_CODE,
                       ARM_MARGIN, ARM_PERIODIC_CAP,
                       ARM_LIFE_CEILING, ARM_LIFE_FLOOR,
                       ARM_RATE_CHG_DATE, ARM_CHG_FREQ_MTHS,
                       INVESTOR_NUMBER, LIEN_RELEASE_FLAG
                INTO  :LM-BORROWER-NAME, :LM-ANNL-TAX-AMT,
                      :LM-ANNL-INS-AMT,
                      :LM-ANNL-PMI-AMT, :LM-SERVICER-CODE,
                      :LM-BRANCH-CODE,
                      :LM-STATUS-CODE, :LM-HELD-FOR-SALE-FLAG,
                      :LM-APPRAISED-VALUE, :LM-ARM-FLAG,
                      :LM-ARM-INDEX-CODE,
                      :LM-ARM-MARGIN, :LM-ARM-PERIODIC-CAP,
                      :LM-ARM-LIFE-CEILING, :LM-ARM-LIFE-FLOOR,
                      :LM-ARM-RATE-CHG-DATE, :LM-ARM-CHG-FREQ-MTHS,
                      :LM-INVESTOR-NUMBER, :LM-LIEN-RELEASE-FLAG
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'LOAN NOT ON LOAN MASTER' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE

               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'COBLMMNT - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBLMMNT - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN

               WHEN OTHER
                   PERFORM EDIT-NEW-VALUE
                   IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-THE-CHANGE
                   ELSE
                       PERFORM WRITE-REJECT-LINE
                   END-IF
           END-EVALUATE.

       EDIT-NEW-VALUE.

           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN WS-ARM-FIELD AND LM-ARM-FLAG NOT = 'Y'
                   MOVE 'LOAN IS NOT AN ARM' TO WS-REJECT-REASON

               WHEN WS-FIELD-CLASS = 'X'
                   EVALUATE TRUE
                       WHEN MT-NEW-VALUE = SPACES AND NOT WS-BLANK-OK
                           MOVE 'NEW VALUE IS BLANK'
                               TO WS-REJECT-REASON
                       WHEN WS-FIELD-LENGTH < 40
                        AND MT-NEW-VALUE(WS-FIELD-LENGTH + 1:)
                            NOT = SPACES
                           MOVE 'NEW VALUE TOO LONG FOR FIELD'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN WS-FIELD-CLASS = 'F'
                   IF MT-NEW-VALUE NOT = 'Y' AND MT-NEW-VALUE NOT = 'N'
                       MOVE 'FLAG MUST BE Y OR N' TO WS-REJECT-REASON
                   END-IF

      * Only an active loan's status is maintained here, and only
      * to a status no batch does accounting for on its way in.
               WHEN WS-FIELD-CLASS = 'S'
                   EVALUATE TRUE
                       WHEN MT-NEW-VALUE NOT = 'AC'
                        AND MT-NEW-VALUE NOT = 'PO'
                        AND MT-NEW-VALUE NOT = 'SR'
                        AND MT-NEW-VALUE NOT = 'FC'
                        AND MT-NEW-VALUE NOT = 'TO'
                           MOVE 'STATUS CODE NOT KNOWN'
                               TO WS-REJECT-REASON
                       WHEN MT-NEW-VALUE NOT = 'AC'
                           MOVE 'STATUS SET ONLY BY ITS BATCH'
                               TO WS-REJECT-REASON
                       WHEN LM-STATUS-CODE NOT = 'AC'
                           MOVE 'LOAN STATUS OWNED BY A BATCH'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN WS-FIELD-CLASS = 'A'
                   EVALUATE TRUE
                       WHEN MT-NEW-AMOUNT NOT NUMERIC
                         OR MT-NEW-VALUE(12:29) NOT = SPACES
                           MOVE 'AMOUNT NOT 11 DIGITS'
                               TO WS-REJECT-REASON
                       WHEN MT-NEW-AMOUNT < WS-MIN-AMOUNT
                         OR MT-NEW-AMOUNT > WS-MAX-AMOUNT
                           MOVE 'AMOUNT OUT OF RANGE'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN WS-FIELD-CLASS = 'R'
                   EVALUATE TRUE
                       WHEN MT-NEW-RATE NOT NUMERIC
                         OR MT-NEW-VALUE(6:35) NOT = SPACES
                           MOVE 'RATE NOT 5 DIGITS' TO WS-REJECT-REASON
                       WHEN MT-NEW-RATE < WS-MIN-RATE
                         OR MT-NEW-RATE > WS-MAX-RATE
                           MOVE 'RATE OUT OF RANGE' TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN WS-FIELD-CLASS = 'N'
                   EVALUATE TRUE
                       WHEN MT-NEW-COUNT NOT NUMERIC
                         OR MT-NEW-VALUE(4:37) NOT = SPACES
                           MOVE 'MONTHS NOT 3 DIGITS'
                               TO WS-REJECT-REASON
                       WHEN MT-NEW-COUNT < WS-MIN-COUNT
                         OR MT-NEW-COUNT > WS-MAX-COUNT
                           MOVE 'MONTHS OUT OF RANGE'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN WS-FIELD-CLASS = 'D'
                   MOVE MT-NEW-VALUE(1:10) TO WS-WORK-DATE
                   IF WD-YYYY NOT NUMERIC
                       OR WD-MM NOT NUMERIC
                       OR WD-DD NOT NUMERIC
                       OR WS-WORK-DATE(5:1) NOT = '-'
                       OR WS-WORK-DATE(8:1) NOT = '-'
                       OR MT-NEW-VALUE(11:30) NOT = SPACES
                       MOVE 'DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
                   ELSE
                       IF WD-MM < 1 OR WD-MM > 12 OR WD-DD < 1
                           MOVE 'DATE NOT VALID' TO WS-REJECT-REASON
                       ELSE
                           PERFORM SET-LAST-DAY-OF-MONTH
                           IF WD-DD > WS-LAST-DAY
                               MOVE 'DAY PAST END OF MONTH'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               PERFORM CAPTURE-FIELD-VALUE
               MOVE WS-FMT-VALUE TO WS-OLD-VALUE
               PERFORM STORE-NEW-VALUE
               PERFORM CAPTURE-FIELD-VALUE
               MOVE WS-FMT-VALUE TO WS-NEW-VALUE
               EVALUATE TRUE
                   WHEN WS-NEW-VALUE = WS-OLD-VALUE
                       MOVE 'NEW VALUE SAME AS OLD'
                           TO WS-REJECT-REASON
                   WHEN LM-ARM-FLAG = 'Y'
                    AND LM-ARM-LIFE-FLOOR > LM-ARM-LIFE-CEILING
                       MOVE 'LIFE FLOOR ABOVE LIFE CEILING'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       SET-LAST-DAY-OF-MONTH.

           EVALUATE WD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 2
                   IF FUNCTION MOD(WD-YYYY, 4) = 0
                       AND (FUNCTION MOD(WD-YYYY, 100) NOT = 0
                            OR FUNCTION MOD(WD-YYYY, 400) = 0)
                       MOVE 29 TO WS-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-LAST-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LAST-DAY
           END-EVALUATE.

       CAPTURE-FIELD-VALUE.

           MOVE SPACES TO WS-FMT-VALUE.

           EVALUATE MT-FIELD-NAME
               WHEN 'BORROWER-NAME'
                   MOVE LM-BORROWER-NAME TO WS-FMT-VALUE
               WHEN 'SERVICER-CODE'
                   MOVE LM-SERVICER-CODE TO WS-FMT-VALUE
               WHEN 'BRANCH-CODE'
                   MOVE LM-BRANCH-CODE TO WS-FMT-VALUE
               WHEN 'INVESTOR-NUMBER'
                   MOVE LM-INVESTOR-NUMBER TO WS-FMT-VALUE
               WHEN 'HELD-FOR-SALE-FLAG'
                   MOVE LM-HELD-FOR-SALE-FLAG TO WS-FMT-VALUE
               WHEN 'LIEN-RELEASE-FLAG'
                   MOVE LM-LIEN-RELEASE-FLAG TO WS-FMT-VALUE
               WHEN 'STATUS-CODE'
                   MOVE LM-STATUS-CODE TO WS-FMT-VALUE
               WHEN 'ANNL-TAX-AMT'
                   MOVE LM-ANNL-TAX-AMT TO WS-FMT-AMOUNT-IN
                   PERFORM FORMAT-AMOUNT
               WHEN 'ANNL-INS-AMT'
                   MOVE LM-ANNL-INS-AMT TO WS-FMT-AMOUNT-IN
                   PERFORM FORMAT-AMOUNT
               WHEN 'ANNL-PMI-AMT'
                   MOVE LM-ANNL-PMI-AMT TO WS-FMT-AMOUNT-IN
                   PERFORM FORMAT-AMOUNT
               WHEN 'APPRAISED-VALUE'
                   MOVE LM-APPRAISED-VALUE TO WS-FMT-AMOUNT-IN
                   PERFORM FORMAT-AMOUNT
               WHEN 'ARM-INDEX-CODE'
                   MOVE LM-ARM-INDEX-CODE TO WS-FMT-VALUE
               WHEN 'ARM-MARGIN'
                   MOVE LM-ARM-MARGIN TO WS-FMT-RATE-IN
                   PERFORM FORMAT-RATE
               WHEN 'ARM-PERIODIC-CAP'
                   MOVE LM-ARM-PERIODIC-CAP TO WS-FMT-RATE-IN
                   PERFORM FORMAT-RATE
               WHEN 'ARM-LIFE-CEILING'
                   MOVE LM-ARM-LIFE-CEILING TO WS-FMT-RATE-IN
                   PERFORM FORMAT-RATE
               WHEN 'ARM-LIFE-FLOOR'
                   MOVE LM-ARM-LIFE-FLOOR TO WS-FMT-RATE-IN
                   PERFORM FORMAT-RATE
               WHEN 'ARM-RATE-CHG-DATE'
                   MOVE LM-ARM-RATE-CHG-DATE TO WS-FMT-VALUE
               WHEN 'ARM-CHG-FREQ-MTHS'
                   MOVE LM-ARM-CHG-FREQ-MTHS TO WS-FMT-COUNT-IN
                   PERFORM FORMAT-COUNT
           END-EVALUATE.

       STORE-NEW-VALUE.

           EVALUATE MT-FIELD-NAME
               WHEN 'BORROWER-NAME'
                   MOVE MT-NEW-VALUE TO LM-BORROWER-NAME
               WHEN 'SERVICER-CODE'
                   MOVE MT-NEW-VALUE TO LM-SERVICER-CODE
               WHEN 'BRANCH-CODE'
                   MOVE MT-NEW-VALUE TO LM-BRANCH-CODE
               WHEN 'INVESTOR-NUMBER'
                   MOVE MT-NEW-VALUE TO LM-INVESTOR-NUMBER
               WHEN 'HELD-FOR-SALE-FLAG'
                   MOVE MT-NEW-VALUE TO LM-HELD-FOR-SALE-FLAG
               WHEN 'LIEN-RELEASE-FLAG'
                   MOVE MT-NEW-VALUE TO LM-LIEN-RELEASE-FLAG
               WHEN 'STATUS-CODE'
                   MOVE MT-NEW-VALUE TO LM-STATUS-CODE
               WHEN 'ANNL-TAX-AMT'
                   MOVE MT-NEW-AMOUNT TO LM-ANNL-TAX-AMT
               WHEN 'ANNL-INS-AMT'
                   MOVE MT-NEW-AMOUNT TO LM-ANNL-INS-AMT
               WHEN 'ANNL-PMI-AMT'
                   MOVE MT-NEW-AMOUNT TO LM-ANNL-PMI-AMT
               WHEN 'APPRAISED-VALUE'
                   MOVE MT-NEW-AMOUNT TO LM-APPRAISED-VALUE
               WHEN 'ARM-INDEX-CODE'
                   MOVE MT-NEW-VALUE TO LM-ARM-INDEX-CODE
               WHEN 'ARM-MARGIN'
                   MOVE MT-NEW-RATE TO LM-ARM-MARGIN
               WHEN 'ARM-PERIODIC-CAP'
                   MOVE MT-NEW-RATE TO LM-ARM-PERIODIC-CAP
               WHEN 'ARM-LIFE-CEILING'
                   MOVE MT-NEW-RATE TO LM-ARM-LIFE-CEILING
               WHEN 'ARM-LIFE-FLOOR'
                   MOVE MT-NEW-RATE TO LM-ARM-LIFE-FLOOR
               WHEN 'ARM-RATE-CHG-DATE'
                   MOVE MT-NEW-VALUE TO LM-ARM-RATE-CHG-DATE
               WHEN 'ARM-CHG-FREQ-MTHS'
                   MOVE MT-NEW-COUNT TO LM-ARM-CHG-FREQ-MTHS
           END-EVALUATE.

       FORMAT-AMOUNT.

           MOVE WS-FMT-AMOUNT-IN TO WS-FMT-AMOUNT.
           MOVE WS-FMT-AMOUNT    TO WS-FMT-VALUE.

       FORMAT-RATE.

           MOVE WS-FMT-RATE-IN TO WS-FMT-RATE.
           MOVE WS-FMT-RATE    TO WS-FMT-VALUE.

       FORMAT-COUNT.

           MOVE WS-FMT-COUNT-IN TO WS-FMT-COUNT.
           MOVE WS-FMT-COUNT    TO WS-FMT-VALUE.

       APPLY-THE-CHANGE.

      * Only the named field differs from what was just read, so the
      * maintained columns are written back together.
           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    BORROWER_NAME      = :LM-BORROWER-NAME,
                       ANNL_TAX_AMT       = :LM-ANNL-TAX-AMT,
                       ANNL_INS_AMT       = :LM-ANNL-INS-AMT,
                       ANNL_PMI_AMT       = :LM-ANNL-PMI-AMT,
                       SERVICER_CODE      = :LM-SERVICER-CODE,
                       BRANCH_CODE        = :LM-BRANCH-CODE,
                       STATUS_CODE        = :LM-STATUS-CODE,
                       HELD_FOR_SALE_FLAG = :LM-HELD-FOR-SALE-FLAG,
                       APPRAISED_VALUE    = :LM-APPRAISED-VALUE,
                       ARM_INDEX_CODE     = :LM-ARM-INDEX-CODE,
                       ARM_MARGIN         = :LM-ARM-MARGIN,
                       ARM_PERIODIC_CAP   = :LM-ARM-PERIODIC-CAP,
                       ARM_LIFE_CEILING   = :LM-ARM-LIFE-CEILING,
                       ARM_LIFE_FLOOR     = :LM-ARM-LIFE-FLOOR,
                       ARM_RATE_CHG_DATE  = :LM-ARM-RATE-CHG-DATE,
                       ARM_CHG_FREQ_MTHS  = :LM-ARM-CHG-FREQ-MTHS,
                       INVESTOR_NUMBER    = :LM-INVESTOR-NUMBER,
                       LIEN_RELEASE_FLAG  = :LM-LIEN-RELEASE-FLAG
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBLMMNT - LOAN MASTER UPDATE FAILED'
               DISPLAY 'COBLMMNT - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-AUDIT-JOURNAL.

           EXEC SQL
                COMMIT
           END-EXEC.

           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-AUDIT-LINES.

       WRITE-AUDIT-JOURNAL.

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.

           MOVE SPACES           TO LM-AUDIT-REC.
           MOVE MT-LOAN-NUMBER   TO LA-LOAN-NUMBER.
           MOVE MT-FIELD-NAME    TO LA-FIELD-NAME.
           MOVE WS-OLD-VALUE     TO LA-OLD-VALUE.
           MOVE WS-NEW-VALUE     TO LA-NEW-VALUE.
           MOVE MT-MAKER-ID      TO LA-MAKER-ID.
           MOVE MT-CHECKER-ID    TO LA-CHECKER-ID.
           MOVE WS-BUSINESS-DATE TO LA-BUSINESS-DATE.
           STRING WS-SD-YYYY '-' WS-SD-MM '-' WS-SD-DD
               DELIMITED BY SIZE INTO LA-APPLIED-DATE.
           STRING WS-ST-HH ':' WS-ST-MM ':' WS-ST-SS
               DELIMITED BY SIZE INTO LA-APPLIED-TIME.
           MOVE 'COBLMMNT'       TO LA-SOURCE-PROGRAM.
           WRITE LM-AUDIT-REC.

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'COBLMMNT - AUDIT JOURNAL WRITE FAILED'
               DISPLAY 'COBLMMNT - STATUS = ' WS-AUDIT-STATUS
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-AUDIT-LINES.

           MOVE MT-LOAN-NUMBER TO WS-D-LOAN-NUMBER.
           MOVE MT-FIELD-NAME  TO WS-D-FIELD-NAME.

           MOVE 'OLD'          TO WS-D-TAG.
           MOVE WS-OLD-VALUE   TO WS-D-VALUE.
           MOVE SPACES         TO WS-D-MAKER-ID.
           MOVE SPACES         TO WS-D-CHECKER-ID.
           MOVE WS-DETAIL-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

           MOVE 'NEW'          TO WS-D-TAG.
           MOVE WS-NEW-VALUE   TO WS-D-VALUE.
           MOVE MT-MAKER-ID    TO WS-D-MAKER-ID.
           MOVE MT-CHECKER-ID  TO WS-D-CHECKER-ID.
           MOVE WS-DETAIL-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE MT-LOAN-NUMBER   TO WS-R-LOAN-NUMBER.
           MOVE MT-FIELD-NAME    TO WS-R-FIELD-NAME.
           MOVE WS-REJECT-REASON TO WS-R-REASON.
           MOVE MT-MAKER-ID      TO WS-R-MAKER-ID.
           MOVE MT-CHECKER-ID    TO WS-R-CHECKER-ID.
           MOVE WS-REJECT-LINE   TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO MAINT-REPORT-LINE.
           MOVE 'LOAN MASTER FIELD MAINTENANCE AUDIT REPORT'
               TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

           MOVE SPACES TO MAINT-REPORT-LINE.
           MOVE WS-HEADING-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLMMNT - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBLMMNT - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBLMMNT - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBLMMNT - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBLMMNT - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLMMNT - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBLMMNT - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBLMMNT' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
