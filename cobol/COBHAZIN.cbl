       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBHAZIN.
      ******************************************************************
      * COBHAZIN - HAZARD INSURANCE TRACKING AND LENDER-PLACED COVERAGE
      * ----------------------------------------------------------------
      * Daily batch that owns the hazard insurance policy file - one
      * row per loan holding the homeowner's own policy (carrier,
      * policy number, coverage amount, expiration date) - so a lapse
      * is caught here instead of when the annual escrow analysis
      * pays a premium to a carrier that already cancelled.
      *
      * Policy evidence from the insurance tracking feed (a new or
      * renewed declarations page) is validated and recorded first:
      * a live loan on the Loan Master, a positive coverage amount,
      * and a policy period that hasn't already run out.  Evidence on
      * a loan with lender-placed coverage drops that coverage and
      * refunds the unearned premium - the overlap between the
      * borrower's policy and the lender-placed term, pro rata by day
      * - back to escrow.
      *
      * Every policy on file is then watched against the business
      * date.  Once the borrower's policy (or a lender-placed term)
      * has expired with no new evidence, the RESPA first reminder
      * notice goes to the Loan Master mailing address; the second
      * notice follows thirty days after the first; and at the end of
      * the forty-five-day notice period - at least fifteen days
      * after the second notice - lender-placed coverage is bought,
      * back-dated to the lapse so the property is never uncovered.
      * The annual premium is charged to escrow with balanced GL
      * journals and an 'IP' loan history record, and the premium is
      * extracted for the lender-placed carrier.  The policy file is
      * carried forward whole to the new file; an action report shows
      * every notice, placement, cancellation and rejected item.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAZ-MAST-IN-FILE ASSIGN TO "HAZMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT HAZ-TRAN-FILE ASSIGN TO "HAZTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT HAZ-MAST-OUT-FILE ASSIGN TO "HAZNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HAZ-LETTER-FILE ASSIGN TO "HAZLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LPI-DISB-FILE ASSIGN TO "HAZDISB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HIST-FILE ASSIGN TO "LHSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HAZ-REPORT-FILE ASSIGN TO "HAZRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HAZ-MAST-IN-FILE
           RECORDING MODE IS F.
           COPY HAZPOL.

       FD  HAZ-TRAN-FILE
           RECORDING MODE IS F.
       01  HAZ-TRAN-REC.
           05  HT-LOAN-NUMBER         PIC X(10).
           05  HT-CARRIER-NAME        PIC X(30).
           05  HT-POLICY-NUMBER       PIC X(20).
           05  HT-COVERAGE-AMT        PIC 9(9)V99.
           05  HT-EFFECTIVE-DATE      PIC X(10).
           05  HT-EXPIRATION-DATE     PIC X(10).

       FD  HAZ-MAST-OUT-FILE
           RECORDING MODE IS F.
       01  HAZ-MAST-OUT-RECORD        PIC X(152).

       FD  HAZ-LETTER-FILE
           RECORDING MODE IS F.
       01  HAZ-LETTER-LINE            PIC X(132).

       FD  LPI-DISB-FILE
           RECORDING MODE IS F.
           COPY ESCRDISB.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  LOAN-HIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  HAZ-REPORT-FILE
           RECORDING MODE IS F.
       01  HAZ-REPORT-LINE            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBPPOST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

         01  WS-MAST-STATUS             PIC X(2).
         01  WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-MAST-EOF                           VALUE 'Y'.
         01  WS-TRAN-STATUS             PIC X(2).
         01  WS-TRAN-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-TRAN-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.
         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-DAYS-SINCE-FIRST        PIC S9(5)      COMP-3.
         01  WS-DAYS-SINCE-SECOND       PIC S9(5)      COMP-3.
         01  WS-ADD-DAYS                PIC S9(5)      COMP-3.

      * RESPA force-placed insurance timing: the second reminder no
      * sooner than thirty days after the first, and no charge until
      * forty-five days after the first and fifteen after the second.
         01  WS-SECOND-NOTICE-DAYS      PIC S9(3)      COMP-3
                                                        VALUE 30.
         01  WS-NOTICE-PERIOD-DAYS      PIC S9(3)      COMP-3
                                                        VALUE 45.
         01  WS-FINAL-WAIT-DAYS         PIC S9(3)      COMP-3
                                                        VALUE 15.

      * Lender-placed annual premium rate on the coverage amount, per
      * the master policy with the lender-placed carrier.
         01  WS-LPI-RATE                PIC S9V9(4)    COMP-3
                                                        VALUE 0.0150.

         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).
         01  WS-CALC-DATE               PIC X(10).

         01  WS-LPI-COVERAGE            PIC S9(9)V99   COMP-3.
         01  WS-LPI-PREMIUM             PIC S9(7)V99   COMP-3.
         01  WS-LPI-START-DATE          PIC X(10).
         01  WS-LPI-END-DATE            PIC X(10).
         01  WS-OVERLAP-START           PIC X(10).
         01  WS-OVERLAP-DAYS            PIC S9(5)      COMP-3.
         01  WS-TERM-DAYS               PIC S9(5)      COMP-3.
         01  WS-START-INT               PIC S9(9)      COMP-3.
         01  WS-END-INT                 PIC S9(9)      COMP-3.
         01  WS-REFUND-AMT              PIC S9(7)V99   COMP-3.
         01  WS-JRNL-AMT                PIC S9(9)V99   COMP-3.

         01  WS-LOAN-SERVICED-SW        PIC X(1).
             88  WS-LOAN-SERVICED                      VALUE 'Y'.

      * What today's date makes due on the policy being watched.
         01  WS-ACTION-DUE              PIC X(1).
             88  WS-NO-ACTION-DUE                      VALUE ' '.
             88  WS-FIRST-NOTICE-DUE                   VALUE '1'.
             88  WS-SECOND-NOTICE-DUE                  VALUE '2'.
             88  WS-PLACEMENT-DUE                      VALUE 'P'.

      * Every policy on file - prior carry-forward plus loans whose
      * first evidence arrives today - with a keep switch so a loan
      * that has left servicing drops out of the new file.
         01  WS-POL-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-POL-TABLE.
             05  WS-POL-ENTRY OCCURS 20000.
                 10  WS-HP-LOAN-NUMBER  PIC X(10).
                 10  WS-HP-CARRIER      PIC X(30).
                 10  WS-HP-POLICY       PIC X(20).
                 10  WS-HP-COVERAGE     PIC S9(9)V99   COMP-3.
                 10  WS-HP-EFF-DATE     PIC X(10).
                 10  WS-HP-EXP-DATE     PIC X(10).
                 10  WS-HP-STATUS       PIC X(1).
                     88  WS-HP-ACTIVE                  VALUE 'A'.
                     88  WS-HP-NOTICED                 VALUE 'N'.
                     88  WS-HP-LENDER-PLACED           VALUE 'L'.
                 10  WS-HP-FIRST-DATE   PIC X(10).
                 10  WS-HP-SECOND-DATE  PIC X(10).
                 10  WS-HP-LPI-START    PIC X(10).
                 10  WS-HP-LPI-END      PIC X(10).
                 10  WS-HP-LPI-COVERAGE PIC S9(9)V99   COMP-3.
                 10  WS-HP-LPI-PREMIUM  PIC S9(7)V99   COMP-3.
                 10  WS-HP-KEEP-SW      PIC X(1).
                     88  WS-HP-KEEP                    VALUE 'Y'.
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-MATCH-SUB               PIC 9(5)  COMP.

         01  WS-TRAN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-RECORDED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-REJECT-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-FIRST-COUNT             PIC 9(7)       VALUE ZERO.
         01  WS-SECOND-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-PLACED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-CANCELLED-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-DROPPED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-CARRIED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-PLACED-TOTAL            PIC S9(9)V99   COMP-3
                                                        VALUE ZERO.
         01  WS-REFUND-TOTAL            PIC S9(9)V99   COMP-3
                                                        VALUE ZERO.

         01  WS-REJECT-REASON           PIC X(34).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(20)  VALUE 'POLICY NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'EXPIRES'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(13)  VALUE 'AMOUNT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(34)  VALUE 'ACTION'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-POLICY            PIC X(20).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-EXP-DATE          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ACTION            PIC X(34).

         01  WS-LTR-AMT-LINE.
             05  WS-L-CAPTION           PIC X(30).
             05  WS-L-AMOUNT            PIC $$$,$$$,$$9.99.

         01  WS-ADDR-CITY-LINE.
             05  WS-A-CITY              PIC X(20).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-STATE             PIC X(2).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-ZIP               PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBHAZIN - HAZARD INSURANCE TRACKING START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM LOAD-POLICY-FILE.

           OPEN OUTPUT HAZ-MAST-OUT-FILE
           OPEN OUTPUT HAZ-LETTER-FILE
           OPEN OUTPUT LPI-DISB-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT LOAN-HIST-FILE
           OPEN OUTPUT HAZ-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM APPLY-POLICY-EVIDENCE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POL-COUNT
               PERFORM WATCH-ONE-POLICY
           END-PERFORM.

           PERFORM WRITE-NEW-POLICY-FILE.

           CLOSE HAZ-MAST-OUT-FILE
           CLOSE HAZ-LETTER-FILE
           CLOSE LPI-DISB-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE
           CLOSE HAZ-REPORT-FILE.

           DISPLAY 'COBHAZIN - EVIDENCE ITEMS READ = ' WS-TRAN-COUNT.
           DISPLAY 'COBHAZIN - POLICIES RECORDED   = '
               WS-RECORDED-COUNT.
           DISPLAY 'COBHAZIN - EVIDENCE REJECTED   = ' WS-REJECT-COUNT.
           DISPLAY 'COBHAZIN - FIRST NOTICES       = ' WS-FIRST-COUNT.
           DISPLAY 'COBHAZIN - SECOND NOTICES      = ' WS-SECOND-COUNT.
           DISPLAY 'COBHAZIN - COVERAGE PLACED     = ' WS-PLACED-COUNT.
           DISPLAY 'COBHAZIN - PREMIUM CHARGED     = ' WS-PLACED-TOTAL.
           DISPLAY 'COBHAZIN - COVERAGE CANCELLED  = '
               WS-CANCELLED-COUNT.
           DISPLAY 'COBHAZIN - PREMIUM REFUNDED    = ' WS-REFUND-TOTAL.
           DISPLAY 'COBHAZIN - DROPPED, NOT SVCD   = ' WS-DROPPED-COUNT.
           DISPLAY 'COBHAZIN - POLICIES ON FILE    = ' WS-CARRIED-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-POLICY-FILE.

           OPEN INPUT HAZ-MAST-IN-FILE.

      * First run in a fresh environment has no policy file yet.
           IF WS-MAST-STATUS = '35'
               MOVE 'Y' TO WS-MAST-EOF-SW
           ELSE
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY 'COBHAZIN - POLICY FILE OPEN FAILED'
                   DISPLAY 'COBHAZIN - STATUS = ' WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ HAZ-MAST-IN-FILE
                   AT END MOVE 'Y' TO WS-MAST-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-MAST-EOF
               IF WS-POL-COUNT >= 20000
                   DISPLAY 'COBHAZIN - POLICY TABLE FULL AT 20000'
                   DISPLAY 'COBHAZIN - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POL-COUNT
               MOVE HP-LOAN-NUMBER
                   TO WS-HP-LOAN-NUMBER(WS-POL-COUNT)
               MOVE HP-CARRIER-NAME   TO WS-HP-CARRIER(WS-POL-COUNT)
               MOVE HP-POLICY-NUMBER  TO WS-HP-POLICY(WS-POL-COUNT)
               MOVE HP-COVERAGE-AMT   TO WS-HP-COVERAGE(WS-POL-COUNT)
               MOVE HP-EFFECTIVE-DATE TO WS-HP-EFF-DATE(WS-POL-COUNT)
               MOVE HP-EXPIRATION-DATE
                   TO WS-HP-EXP-DATE(WS-POL-COUNT)
               MOVE HP-STATUS         TO WS-HP-STATUS(WS-POL-COUNT)
               MOVE HP-FIRST-NOTICE-DATE
                   TO WS-HP-FIRST-DATE(WS-POL-COUNT)
               MOVE HP-SECOND-NOTICE-DATE
                   TO WS-HP-SECOND-DATE(WS-POL-COUNT)
               MOVE HP-LPI-START-DATE
                   TO WS-HP-LPI-START(WS-POL-COUNT)
               MOVE HP-LPI-END-DATE   TO WS-HP-LPI-END(WS-POL-COUNT)
               MOVE HP-LPI-COVERAGE-AMT
                   TO WS-HP-LPI-COVERAGE(WS-POL-COUNT)
               MOVE HP-LPI-PREMIUM
                   TO WS-HP-LPI-PREMIUM(WS-POL-COUNT)
               MOVE 'Y'               TO WS-HP-KEEP-SW(WS-POL-COUNT)
               READ HAZ-MAST-IN-FILE
                   AT END MOVE 'Y' TO WS-MAST-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-MAST-STATUS NOT = '35'
               CLOSE HAZ-MAST-IN-FILE
           END-IF.

       APPLY-POLICY-EVIDENCE.

           OPEN INPUT HAZ-TRAN-FILE.

      * Most days the tracking feed has no new declarations pages.
           IF WS-TRAN-STATUS = '35'
               MOVE 'Y' TO WS-TRAN-EOF-SW
           ELSE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'COBHAZIN - EVIDENCE FILE OPEN FAILED'
                   DISPLAY 'COBHAZIN - STATUS = ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ HAZ-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-TRAN-EOF
               ADD 1 TO WS-TRAN-COUNT
               PERFORM PROCESS-EVIDENCE
               READ HAZ-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-TRAN-STATUS NOT = '35'
               CLOSE HAZ-TRAN-FILE
           END-IF.

       PROCESS-EVIDENCE.

           EVALUATE TRUE
               WHEN HT-CARRIER-NAME = SPACES
                       OR HT-POLICY-NUMBER = SPACES
                   MOVE 'CARRIER OR POLICY NO. MISSING'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DETAIL

               WHEN HT-COVERAGE-AMT NOT NUMERIC
                       OR HT-COVERAGE-AMT = ZERO
                   MOVE 'COVERAGE AMOUNT NOT POSITIVE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DETAIL

               WHEN HT-EFFECTIVE-DATE >= HT-EXPIRATION-DATE
                   MOVE 'EFFECTIVE NOT BEFORE EXPIRATION'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DETAIL

      * A declarations page for a policy that has already run out
      * proves nothing about coverage today.
               WHEN HT-EXPIRATION-DATE <= WS-RUN-DATE
                   MOVE 'POLICY ALREADY EXPIRED' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DETAIL

               WHEN OTHER
                   MOVE HT-LOAN-NUMBER TO LM-LOAN-NUMBER
                   PERFORM LOOKUP-LOAN
                   IF WS-LOAN-SERVICED
                       PERFORM RECORD-THE-EVIDENCE
                   ELSE
                       MOVE 'LOAN NOT ACTIVE ON LOAN MASTER'
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-DETAIL
                   END-IF
           END-EVALUATE.

       RECORD-THE-EVIDENCE.

      * The newest evidence replaces whatever the loan had on file.
           PERFORM FIND-POLICY.

           IF WS-MATCH-SUB = ZERO
               IF WS-POL-COUNT >= 20000
                   DISPLAY 'COBHAZIN - POLICY TABLE FULL AT 20000'
                   DISPLAY 'COBHAZIN - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POL-COUNT
               MOVE WS-POL-COUNT TO WS-MATCH-SUB
               MOVE HT-LOAN-NUMBER TO WS-HP-LOAN-NUMBER(WS-MATCH-SUB)
               MOVE SPACES         TO WS-HP-LPI-START(WS-MATCH-SUB)
               MOVE SPACES         TO WS-HP-LPI-END(WS-MATCH-SUB)
               MOVE ZERO           TO WS-HP-LPI-COVERAGE(WS-MATCH-SUB)
               MOVE ZERO           TO WS-HP-LPI-PREMIUM(WS-MATCH-SUB)
               MOVE 'Y'            TO WS-HP-KEEP-SW(WS-MATCH-SUB)
           END-IF.

      * Proof of the borrower's own coverage ends any lender-placed
      * coverage on the loan, in force or awaiting renewal.
           IF WS-HP-LPI-END(WS-MATCH-SUB) NOT = SPACES
               PERFORM CANCEL-LENDER-PLACED
           END-IF.

           MOVE HT-CARRIER-NAME    TO WS-HP-CARRIER(WS-MATCH-SUB).
           MOVE HT-POLICY-NUMBER   TO WS-HP-POLICY(WS-MATCH-SUB).
           MOVE HT-COVERAGE-AMT    TO WS-HP-COVERAGE(WS-MATCH-SUB).
           MOVE HT-EFFECTIVE-DATE  TO WS-HP-EFF-DATE(WS-MATCH-SUB).
           MOVE HT-EXPIRATION-DATE TO WS-HP-EXP-DATE(WS-MATCH-SUB).
           MOVE 'A'                TO WS-HP-STATUS(WS-MATCH-SUB).
           MOVE SPACES             TO WS-HP-FIRST-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-HP-SECOND-DATE(WS-MATCH-SUB).

           ADD 1 TO WS-RECORDED-COUNT.
           MOVE HT-LOAN-NUMBER     TO WS-D-LOAN-NUMBER.
           MOVE HT-POLICY-NUMBER   TO WS-D-POLICY.
           MOVE HT-EXPIRATION-DATE TO WS-D-EXP-DATE.
           MOVE HT-COVERAGE-AMT    TO WS-D-AMOUNT.
           MOVE 'POLICY RECORDED'  TO WS-D-ACTION.
           PERFORM WRITE-ACTION-DETAIL.

       FIND-POLICY.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POL-COUNT
               IF WS-HP-LOAN-NUMBER(WS-SUB) = HT-LOAN-NUMBER
                   MOVE WS-SUB TO WS-MATCH-SUB
                   MOVE WS-POL-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       CANCEL-LENDER-PLACED.

      * The unearned premium is the part of the lender-placed term
      * the borrower's own policy also covers, pro rata by day.
           IF HT-EFFECTIVE-DATE > WS-HP-LPI-START(WS-MATCH-SUB)
               MOVE HT-EFFECTIVE-DATE TO WS-OVERLAP-START
           ELSE
               MOVE WS-HP-LPI-START(WS-MATCH-SUB) TO WS-OVERLAP-START
           END-IF.

           MOVE WS-HP-LPI-START(WS-MATCH-SUB) TO WS-WORK-DATE.
           PERFORM CONVERT-WORK-DATE.
           MOVE WS-CALC-INT TO WS-START-INT.
           MOVE WS-HP-LPI-END(WS-MATCH-SUB) TO WS-WORK-DATE.
           PERFORM CONVERT-WORK-DATE.
           MOVE WS-CALC-INT TO WS-END-INT.
           COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT.
           MOVE WS-OVERLAP-START TO WS-WORK-DATE.
           PERFORM CONVERT-WORK-DATE.
           COMPUTE WS-OVERLAP-DAYS = WS-END-INT - WS-CALC-INT.

           MOVE ZERO TO WS-REFUND-AMT.
           IF WS-OVERLAP-DAYS > 0 AND WS-TERM-DAYS > 0
               COMPUTE WS-REFUND-AMT ROUNDED =
                   WS-HP-LPI-PREMIUM(WS-MATCH-SUB)
                   * WS-OVERLAP-DAYS / WS-TERM-DAYS
           END-IF.

           IF WS-REFUND-AMT > 0
               ADD WS-REFUND-AMT TO LM-ESCROW-BALANCE
               PERFORM UPDATE-ESCROW-BALANCE
               PERFORM WRITE-REFUND-JOURNALS
               PERFORM WRITE-HISTORY-REFUND
               ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
           END-IF.

           PERFORM WRITE-CANCEL-LETTER.

           MOVE SPACES TO WS-HP-LPI-START(WS-MATCH-SUB).
           MOVE SPACES TO WS-HP-LPI-END(WS-MATCH-SUB).
           MOVE ZERO   TO WS-HP-LPI-COVERAGE(WS-MATCH-SUB).
           MOVE ZERO   TO WS-HP-LPI-PREMIUM(WS-MATCH-SUB).

           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE HT-LOAN-NUMBER     TO WS-D-LOAN-NUMBER.
           MOVE HT-POLICY-NUMBER   TO WS-D-POLICY.
           MOVE HT-EXPIRATION-DATE TO WS-D-EXP-DATE.
           MOVE WS-REFUND-AMT      TO WS-D-AMOUNT.
           MOVE 'LENDER-PLACED CANCELLED, REFUNDED'
               TO WS-D-ACTION.
           PERFORM WRITE-ACTION-DETAIL.

       WATCH-ONE-POLICY.

           MOVE WS-SUB TO WS-MATCH-SUB.
           MOVE SPACE  TO WS-ACTION-DUE.

           EVALUATE TRUE
               WHEN WS-HP-ACTIVE(WS-SUB)
                   IF WS-HP-EXP-DATE(WS-SUB) < WS-RUN-DATE
                       MOVE '1' TO WS-ACTION-DUE
                   END-IF

      * A lender-placed term running out with still no evidence of
      * the borrower's own coverage goes back through the notices
      * before it is renewed.
               WHEN WS-HP-LENDER-PLACED(WS-SUB)
                   IF WS-HP-LPI-END(WS-SUB) <= WS-RUN-DATE
                       MOVE '1' TO WS-ACTION-DUE
                   END-IF

               WHEN WS-HP-NOTICED(WS-SUB)
                   MOVE WS-HP-FIRST-DATE(WS-SUB) TO WS-WORK-DATE
                   PERFORM CONVERT-WORK-DATE
                   COMPUTE WS-DAYS-SINCE-FIRST =
                       WS-RUN-DATE-INT - WS-CALC-INT
                   IF WS-HP-SECOND-DATE(WS-SUB) = SPACES
                       IF WS-DAYS-SINCE-FIRST >= WS-SECOND-NOTICE-DAYS
                           MOVE '2' TO WS-ACTION-DUE
                       END-IF
                   ELSE
                       MOVE WS-HP-SECOND-DATE(WS-SUB) TO WS-WORK-DATE
                       PERFORM CONVERT-WORK-DATE
                       COMPUTE WS-DAYS-SINCE-SECOND =
                           WS-RUN-DATE-INT - WS-CALC-INT
                       IF WS-DAYS-SINCE-FIRST >= WS-NOTICE-PERIOD-DAYS
                           AND WS-DAYS-SINCE-SECOND >=
                               WS-FINAL-WAIT-DAYS
                           MOVE 'P' TO WS-ACTION-DUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NOT WS-NO-ACTION-DUE
               MOVE WS-HP-LOAN-NUMBER(WS-SUB) TO LM-LOAN-NUMBER
               PERFORM LOOKUP-LOAN
               IF WS-LOAN-SERVICED
                   EVALUATE TRUE
                       WHEN WS-FIRST-NOTICE-DUE
                           PERFORM SEND-FIRST-NOTICE
                       WHEN WS-SECOND-NOTICE-DUE
                           PERFORM SEND-SECOND-NOTICE
                       WHEN WS-PLACEMENT-DUE
                           PERFORM PLACE-LENDER-COVERAGE
                   END-EVALUATE
               ELSE
                   PERFORM DROP-UNSERVICED-POLICY
               END-IF
           END-IF.

       SEND-FIRST-NOTICE.

           MOVE 'N'         TO WS-HP-STATUS(WS-SUB).
           MOVE WS-RUN-DATE TO WS-HP-FIRST-DATE(WS-SUB).
           MOVE SPACES      TO WS-HP-SECOND-DATE(WS-SUB).

           PERFORM COMPUTE-LPI-PREMIUM.
           MOVE WS-NOTICE-PERIOD-DAYS TO WS-ADD-DAYS.
           PERFORM ADD-DAYS-TO-RUN-DATE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           MOVE 'HAZARD INSURANCE - FIRST NOTICE' TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           PERFORM WRITE-NOTICE-BODY.

           ADD 1 TO WS-FIRST-COUNT.
           MOVE 'FIRST NOTICE SENT' TO WS-D-ACTION.
           PERFORM WRITE-WATCH-DETAIL.

       SEND-SECOND-NOTICE.

           MOVE WS-RUN-DATE TO WS-HP-SECOND-DATE(WS-SUB).

           PERFORM COMPUTE-LPI-PREMIUM.
           MOVE WS-FINAL-WAIT-DAYS TO WS-ADD-DAYS.
           PERFORM ADD-DAYS-TO-RUN-DATE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           MOVE 'HAZARD INSURANCE - SECOND AND FINAL NOTICE'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           PERFORM WRITE-NOTICE-BODY.

           ADD 1 TO WS-SECOND-COUNT.
           MOVE 'SECOND NOTICE SENT' TO WS-D-ACTION.
           PERFORM WRITE-WATCH-DETAIL.

       PLACE-LENDER-COVERAGE.

      * Coverage is back-dated to the lapse - the borrower policy's
      * expiration, or the end of the lender-placed term being
      * renewed - and runs one year.
           MOVE WS-HP-EXP-DATE(WS-SUB) TO WS-LPI-START-DATE.
           IF WS-HP-LPI-END(WS-SUB) NOT = SPACES
                   AND WS-HP-LPI-END(WS-SUB) > WS-LPI-START-DATE
               MOVE WS-HP-LPI-END(WS-SUB) TO WS-LPI-START-DATE
           END-IF.
           MOVE WS-LPI-START-DATE TO WS-WORK-DATE.
           ADD 1 TO WD-YYYY.
           IF WD-MM = 2 AND WD-DD = 29
               MOVE 28 TO WD-DD
           END-IF.
           MOVE WS-WORK-DATE TO WS-LPI-END-DATE.

           PERFORM COMPUTE-LPI-PREMIUM.

           SUBTRACT WS-LPI-PREMIUM FROM LM-ESCROW-BALANCE.
           PERFORM UPDATE-ESCROW-BALANCE.

           MOVE LM-LOAN-NUMBER   TO EDB-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME TO EDB-BORROWER-NAME.
           MOVE 'LPI'            TO EDB-PAYEE-TYPE.
           MOVE WS-LPI-PREMIUM   TO EDB-DISB-AMOUNT.
           MOVE WS-RUN-DATE      TO EDB-DISB-DATE.
           WRITE ESCR-DISB-RECORD.

           PERFORM WRITE-PREMIUM-JOURNALS.
           PERFORM WRITE-HISTORY-PREMIUM.

           MOVE 'L'               TO WS-HP-STATUS(WS-SUB).
           MOVE WS-LPI-START-DATE TO WS-HP-LPI-START(WS-SUB).
           MOVE WS-LPI-END-DATE   TO WS-HP-LPI-END(WS-SUB).
           MOVE WS-LPI-COVERAGE   TO WS-HP-LPI-COVERAGE(WS-SUB).
           MOVE WS-LPI-PREMIUM    TO WS-HP-LPI-PREMIUM(WS-SUB).

           PERFORM WRITE-PLACEMENT-LETTER.

           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-LPI-PREMIUM TO WS-PLACED-TOTAL.
           MOVE 'LENDER-PLACED COVERAGE BOUGHT' TO WS-D-ACTION.
           PERFORM WRITE-WATCH-DETAIL.

       DROP-UNSERVICED-POLICY.

      * Paid off, released or otherwise gone from servicing - no
      * notice and no coverage; the row leaves the policy file.
           MOVE 'N' TO WS-HP-KEEP-SW(WS-SUB).
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE 'LOAN NOT SERVICED - DROPPED' TO WS-D-ACTION.
           PERFORM WRITE-WATCH-DETAIL.

       COMPUTE-LPI-PREMIUM.

      * Lender-placed coverage matches the lapsed policy's coverage,
      * or the unpaid principal when no amount was ever evidenced.
           IF WS-HP-COVERAGE(WS-SUB) > 0
               MOVE WS-HP-COVERAGE(WS-SUB) TO WS-LPI-COVERAGE
           ELSE
               MOVE LM-CURR-PRINCIPAL TO WS-LPI-COVERAGE
           END-IF.
           COMPUTE WS-LPI-PREMIUM ROUNDED =
               WS-LPI-COVERAGE * WS-LPI-RATE.

       CONVERT-WORK-DATE.

           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       ADD-DAYS-TO-RUN-DATE.

           COMPUTE WS-CALC-INT = WS-RUN-DATE-INT + WS-ADD-DAYS.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-CALC-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-CALC-DATE.

       LOOKUP-LOAN.

           EXEC SQL
                SELECT LOAN_NUMBER, BORROWER_NAME, CURR_PRINCIPAL,
                       ESCROW_BALANCE, STATUS_CODE,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP
                INTO  :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                      :LM-CURR-PRINCIPAL, :LM-ESCROW-BALANCE,
                      :LM-STATUS-CODE,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           MOVE 'N' TO WS-LOAN-SERVICED-SW.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'COBHAZIN - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBHAZIN - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LM-STATUS-CODE = 'AC'
                   MOVE 'Y' TO WS-LOAN-SERVICED-SW
           END-EVALUATE.

       UPDATE-ESCROW-BALANCE.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    ESCROW_BALANCE = :LM-ESCROW-BALANCE
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBHAZIN - LOAN MASTER UPDATE FAILED'
               DISPLAY 'COBHAZIN - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

       WRITE-PREMIUM-JOURNALS.

      * The premium is paid out of escrow to the lender-placed
      * carrier: relieve the escrow liability and credit cash, the
      * same entries as any other escrow disbursement.
           MOVE WS-LPI-PREMIUM TO WS-JRNL-AMT.
           MOVE 'ESCROWLB'     TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'           TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE 'CASH'         TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'           TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-REFUND-JOURNALS.

      * The carrier returns the unearned premium: cash comes back
      * in and the escrow liability is restored.
           MOVE WS-REFUND-AMT  TO WS-JRNL-AMT.
           MOVE 'CASH'         TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'           TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE 'ESCROWLB'     TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'           TO GLJ-DR-CR.
           PERFORM WRITE-ONE-JOURNAL.

       WRITE-ONE-JOURNAL.

           MOVE WS-RUN-DATE     TO GLJ-RUN-DATE.
           MOVE 'COBHAZIN'      TO GLJ-SOURCE-PROGRAM.
           MOVE LM-LOAN-NUMBER  TO GLJ-LOAN-NUMBER.
           MOVE WS-JRNL-AMT     TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC.

       WRITE-HISTORY-PREMIUM.

           MOVE LM-LOAN-NUMBER    TO LH-LOAN-NUMBER.
           MOVE WS-RUN-DATE       TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE       TO LH-POSTED-DATE.
           MOVE 'IP'              TO LH-TRAN-CODE.
           MOVE 'COBHAZIN'        TO LH-SOURCE-PROGRAM.
           MOVE SPACES            TO LH-ITEM-ID.
           MOVE WS-LPI-PREMIUM    TO LH-TRAN-AMOUNT.
           MOVE ZERO              TO LH-PRINCIPAL-AMT.
           MOVE ZERO              TO LH-INTEREST-AMT.
           MOVE WS-LPI-PREMIUM    TO LH-ESCROW-AMT.
           MOVE ZERO              TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       WRITE-HISTORY-REFUND.

           MOVE LM-LOAN-NUMBER    TO LH-LOAN-NUMBER.
           MOVE WS-RUN-DATE       TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE       TO LH-POSTED-DATE.
           MOVE 'IR'              TO LH-TRAN-CODE.
           MOVE 'COBHAZIN'        TO LH-SOURCE-PROGRAM.
           MOVE SPACES            TO LH-ITEM-ID.
           MOVE WS-REFUND-AMT     TO LH-TRAN-AMOUNT.
           MOVE ZERO              TO LH-PRINCIPAL-AMT.
           MOVE ZERO              TO LH-INTEREST-AMT.
           MOVE WS-REFUND-AMT     TO LH-ESCROW-AMT.
           MOVE ZERO              TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       WRITE-NOTICE-BODY.

      * The RESPA reminder: what we have on file, that we lack proof
      * of coverage, and the estimated cost and date of the coverage
      * we will buy at the borrower's expense.
           PERFORM WRITE-LETTER-ADDRESS.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'INSURANCE CARRIER: ' WS-HP-CARRIER(WS-SUB)
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'POLICY NUMBER: ' WS-HP-POLICY(WS-SUB)
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           IF WS-HP-LPI-END(WS-SUB) NOT = SPACES
               STRING 'LENDER-PLACED COVERAGE EXPIRES: '
                   WS-HP-LPI-END(WS-SUB)
                   DELIMITED BY SIZE INTO HAZ-LETTER-LINE
           ELSE
               STRING 'POLICY EXPIRED: ' WS-HP-EXP-DATE(WS-SUB)
                   DELIMITED BY SIZE INTO HAZ-LETTER-LINE
           END-IF.
           WRITE HAZ-LETTER-LINE.

           MOVE 'OUR RECORDS SHOW NO HAZARD INSURANCE IN FORCE ON'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'YOUR PROPERTY.  YOUR MORTGAGE REQUIRES IT.  PLEASE'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'SEND PROOF OF COVERAGE FROM YOUR INSURANCE AGENT.'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'IF WE DO NOT RECEIVE IT, WE WILL BUY INSURANCE FOR'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'YOUR PROPERTY AT YOUR EXPENSE.  IT MAY COST MORE AND'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'COVER LESS THAN INSURANCE YOU BUY YOURSELF.'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'COVERAGE WILL BE PURCHASED ON OR AFTER: '
               WS-CALC-DATE
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE 'ESTIMATED ANNUAL PREMIUM'  TO WS-L-CAPTION.
           MOVE WS-LPI-PREMIUM              TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE             TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

       WRITE-PLACEMENT-LETTER.

           MOVE SPACES TO HAZ-LETTER-LINE.
           MOVE 'NOTICE OF LENDER-PLACED HAZARD INSURANCE'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           PERFORM WRITE-LETTER-ADDRESS.

           MOVE 'WE DID NOT RECEIVE PROOF OF HAZARD INSURANCE ON'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'YOUR PROPERTY AND HAVE PURCHASED COVERAGE.  THE'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'PREMIUM HAS BEEN CHARGED TO YOUR ESCROW ACCOUNT.'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'SEND PROOF OF YOUR OWN COVERAGE AT ANY TIME AND WE'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'WILL CANCEL IT AND REFUND ANY OVERLAPPING PREMIUM.'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'COVERAGE PERIOD: ' WS-LPI-START-DATE ' TO '
               WS-LPI-END-DATE
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE 'COVERAGE AMOUNT'           TO WS-L-CAPTION.
           MOVE WS-LPI-COVERAGE             TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE             TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE 'ANNUAL PREMIUM CHARGED'    TO WS-L-CAPTION.
           MOVE WS-LPI-PREMIUM              TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE             TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

       WRITE-CANCEL-LETTER.

           MOVE SPACES TO HAZ-LETTER-LINE.
           MOVE 'LENDER-PLACED HAZARD INSURANCE CANCELLED'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           PERFORM WRITE-LETTER-ADDRESS.

           MOVE 'THANK YOU FOR PROVIDING PROOF OF YOUR HAZARD'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'INSURANCE.  THE COVERAGE WE PURCHASED HAS BEEN'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'CANCELLED AND ANY OVERLAPPING PREMIUM RETURNED TO'
               TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.
           MOVE 'YOUR ESCROW ACCOUNT.' TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'YOUR POLICY: ' HT-CARRIER-NAME ' '
               HT-POLICY-NUMBER
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE 'PREMIUM REFUNDED TO ESCROW' TO WS-L-CAPTION.
           MOVE WS-REFUND-AMT               TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE             TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

       WRITE-LETTER-ADDRESS.

           MOVE LM-BORROWER-NAME TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE LM-MAIL-ADDR-STREET TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE LM-MAIL-ADDR-CITY  TO WS-A-CITY.
           MOVE LM-MAIL-ADDR-STATE TO WS-A-STATE.
           MOVE LM-MAIL-ADDR-ZIP   TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE  TO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

           MOVE SPACES TO HAZ-LETTER-LINE.
           STRING 'LOAN NUMBER: ' LM-LOAN-NUMBER
               DELIMITED BY SIZE INTO HAZ-LETTER-LINE.
           WRITE HAZ-LETTER-LINE.

       WRITE-NEW-POLICY-FILE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POL-COUNT
               IF WS-HP-KEEP(WS-SUB)
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE WS-HP-LOAN-NUMBER(WS-SUB) TO HP-LOAN-NUMBER
                   MOVE WS-HP-CARRIER(WS-SUB)     TO HP-CARRIER-NAME
                   MOVE WS-HP-POLICY(WS-SUB)      TO HP-POLICY-NUMBER
                   MOVE WS-HP-COVERAGE(WS-SUB)    TO HP-COVERAGE-AMT
                   MOVE WS-HP-EFF-DATE(WS-SUB)    TO HP-EFFECTIVE-DATE
                   MOVE WS-HP-EXP-DATE(WS-SUB)
                       TO HP-EXPIRATION-DATE
                   MOVE WS-HP-STATUS(WS-SUB)      TO HP-STATUS
                   MOVE WS-HP-FIRST-DATE(WS-SUB)
                       TO HP-FIRST-NOTICE-DATE
                   MOVE WS-HP-SECOND-DATE(WS-SUB)
                       TO HP-SECOND-NOTICE-DATE
                   MOVE WS-HP-LPI-START(WS-SUB)   TO HP-LPI-START-DATE
                   MOVE WS-HP-LPI-END(WS-SUB)     TO HP-LPI-END-DATE
                   MOVE WS-HP-LPI-COVERAGE(WS-SUB)
                       TO HP-LPI-COVERAGE-AMT
                   MOVE WS-HP-LPI-PREMIUM(WS-SUB) TO HP-LPI-PREMIUM
                   WRITE HAZ-MAST-OUT-RECORD FROM HAZ-POLICY-REC
               END-IF
           END-PERFORM.

       WRITE-WATCH-DETAIL.

           MOVE WS-HP-LOAN-NUMBER(WS-SUB) TO WS-D-LOAN-NUMBER.
           MOVE WS-HP-POLICY(WS-SUB)      TO WS-D-POLICY.
           MOVE WS-HP-EXP-DATE(WS-SUB)    TO WS-D-EXP-DATE.
           IF WS-HP-LENDER-PLACED(WS-SUB)
               MOVE WS-HP-LPI-PREMIUM(WS-SUB) TO WS-D-AMOUNT
           ELSE
               MOVE WS-HP-COVERAGE(WS-SUB)    TO WS-D-AMOUNT
           END-IF.
           PERFORM WRITE-ACTION-DETAIL.

       WRITE-REJECT-DETAIL.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE HT-LOAN-NUMBER     TO WS-D-LOAN-NUMBER.
           MOVE HT-POLICY-NUMBER   TO WS-D-POLICY.
           MOVE HT-EXPIRATION-DATE TO WS-D-EXP-DATE.
           IF HT-COVERAGE-AMT NUMERIC
               MOVE HT-COVERAGE-AMT TO WS-D-AMOUNT
           ELSE
               MOVE ZERO TO WS-D-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON   TO WS-D-ACTION.
           PERFORM WRITE-ACTION-DETAIL.

       WRITE-ACTION-DETAIL.

           MOVE WS-DETAIL-LINE TO HAZ-REPORT-LINE.
           WRITE HAZ-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO HAZ-REPORT-LINE.
           MOVE 'HAZARD INSURANCE TRACKING ACTION REPORT'
               TO HAZ-REPORT-LINE.
           WRITE HAZ-REPORT-LINE.

           MOVE SPACES TO HAZ-REPORT-LINE.
           MOVE WS-HEADING-LINE TO HAZ-REPORT-LINE.
           WRITE HAZ-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBHAZIN - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBHAZIN - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBHAZIN - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBHAZIN - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBHAZIN - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBHAZIN - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBHAZIN - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBHAZIN' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
