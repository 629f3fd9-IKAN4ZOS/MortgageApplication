       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSCRA.
      ******************************************************************
      * COBSCRA - SCRA SERVICEMEMBER PROTECTION PROCESSING
      * ----------------------------------------------------------------
      * Batch that honors the Servicemembers Civil Relief Act.  When
      * DMDC's match results for the monthly status request come back
      * they are read into the carry-forward servicemember protection
      * file: a borrower reported on active duty (or off duty within
      * the last 367 days) opens a protection row for the loan, and
      * the end of service DMDC reports sets the protection end date
      * one year later.  The results file is optional - on the days
      * it isn't there the batch still works the protection file.
      *
      * On every run, each newly protected loan has its note rate
      * capped at 6% with the P&I payment recomputed over the
      * remaining term, and the Loan Master SCRA flag set - the flag
      * is what tells collections to stop fees and letters and the
      * foreclosure batch to hold off referral.  The rate the note
      * would carry without the cap is kept on the Loan Master as the
      * contract rate; the ARM rate-change batch keeps repricing that
      * rate while the cap holds.  Once the protection end date
      * arrives the contract rate - as repriced, for an ARM - comes
      * back with its recomputed payment and the flag clears.  A
      * borrower notice goes out for each rate change, and a report
      * lists every action taken and every protected loan DMDC no
      * longer shows on duty without an end date, for review.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Keep a contract rate already saved on the loan when
      *            protection begins, so a rerun after an abend does
      *            not save the capped 6% rate as the contract rate.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-PROT-IN-FILE ASSIGN TO "SCRAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROT-STATUS.

           SELECT SCRA-RESULT-FILE ASSIGN TO "SCRARESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT SCRA-PROT-OUT-FILE ASSIGN TO "SCRANEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCRA-NOTICE-FILE ASSIGN TO "SCRANOTC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCRA-REPORT-FILE ASSIGN TO "SCRARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-PROT-IN-FILE
           RECORDING MODE IS F.
           COPY SCRAPROT.

       FD  SCRA-RESULT-FILE
           RECORDING MODE IS F.
           COPY SCRARSP.

       FD  SCRA-PROT-OUT-FILE
           RECORDING MODE IS F.
       01  SCRA-PROT-OUT-RECORD       PIC X(94).

       FD  SCRA-NOTICE-FILE
           RECORDING MODE IS F.
       01  SCRA-NOTICE-LINE           PIC X(132).

       FD  SCRA-REPORT-FILE
           RECORDING MODE IS F.
       01  SCRA-REPORT-LINE           PIC X(132).

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

         01  WS-PROT-STATUS             PIC X(2).
         01  WS-PROT-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PROT-EOF                           VALUE 'Y'.
         01  WS-RSLT-STATUS             PIC X(2).
         01  WS-RSLT-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-RSLT-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).

      * The SCRA rate ceiling.
         01  WS-SCRA-MAX-RATE           PIC S9(2)V9(3) COMP-3
                                                        VALUE 6.000.

      * Every protection on file - prior carry-forward plus the
      * loans DMDC reports on duty for the first time this run.
         01  WS-PROT-COUNT              PIC 9(5)  COMP VALUE ZERO.
         01  WS-PROT-TABLE.
             05  WS-PROT-ENTRY OCCURS 5000.
                 10  WS-SP-LOAN-NUMBER  PIC X(10).
                 10  WS-SP-SSN          PIC X(9).
                 10  WS-SP-STATUS       PIC X(1).
                     88  WS-SP-ACTIVE                  VALUE 'A'.
                     88  WS-SP-RESTORED                VALUE 'R'.
                     88  WS-SP-CLOSED                  VALUE 'C'.
                 10  WS-SP-DUTY-START   PIC X(10).
                 10  WS-SP-DUTY-END     PIC X(10).
                 10  WS-SP-PROTECT-END  PIC X(10).
                 10  WS-SP-ORIG-RATE    PIC S9(2)V9(3) COMP-3.
                 10  WS-SP-ORIG-PI-PMT  PIC S9(7)V99   COMP-3.
                 10  WS-SP-CAP-DATE     PIC X(10).
                 10  WS-SP-RESTORE-DATE PIC X(10).
                 10  WS-SP-MATCH-DATE   PIC X(10).
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-MATCH-SUB               PIC 9(5)  COMP.

      * DMDC 'YYYYMMDD' dates converted to 'YYYY-MM-DD'.
         01  WS-DMDC-DATE               PIC X(8).
         01  WS-DMDC-PARTS REDEFINES WS-DMDC-DATE.
             05  WS-DM-YYYY             PIC X(4).
             05  WS-DM-MM               PIC X(2).
             05  WS-DM-DD               PIC X(2).
         01  WS-CONV-DATE               PIC X(10).
         01  WS-DUTY-START-DATE         PIC X(10).
         01  WS-DUTY-END-DATE           PIC X(10).
         01  WS-PROTECT-END-DATE        PIC X(10).

         01  WS-OLD-RATE                PIC S9(2)V9(3) COMP-3.
         01  WS-NEW-RATE                PIC S9(2)V9(3) COMP-3.
         01  WS-OLD-PI-PMT              PIC S9(7)V99   COMP-3.
         01  WS-NEW-PI-PMT              PIC S9(7)V99   COMP-3.
         01  WS-REMAINING-TERM          PIC S9(3)      COMP-3.
         01  WS-ELAPSED-MONTHS          PIC S9(3)      COMP-3.
         01  WS-FPD-YYYY                PIC 9(4).
         01  WS-FPD-MM                  PIC 9(2).
         01  WS-NDD-YYYY                PIC 9(4).
         01  WS-NDD-MM                  PIC 9(2).
         01  WS-MONTHLY-RATE            PIC S9V9(8)    COMP-3.

         01  WS-RESULT-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-OPENED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-CAPPED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-RESTORED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CLOSED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-REVIEW-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-ACTIVE-COUNT            PIC 9(7)       VALUE ZERO.

         01  WS-ACTION                  PIC X(30).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(30)  VALUE 'ACTION'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'OLD RATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'NEW RATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'NEW P+I'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'DUTY END'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'PROT END'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ACTION            PIC X(30).
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-D-OLD-RATE          PIC Z9.999.
             05  FILLER                 PIC X(4)       VALUE SPACES.
             05  WS-D-NEW-RATE          PIC Z9.999.
             05  FILLER                 PIC X(4)       VALUE SPACES.
             05  WS-D-NEW-PI            PIC ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DUTY-END          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-PROTECT-END       PIC X(10).

         01  WS-NTC-RATE-LINE.
             05  WS-N-CAPTION           PIC X(28).
             05  WS-N-RATE              PIC Z9.999.
             05  FILLER                 PIC X(2)       VALUE ' %'.

         01  WS-NTC-AMT-LINE.
             05  WS-NA-CAPTION          PIC X(28).
             05  WS-NA-AMOUNT           PIC $$$,$$9.99.

         01  WS-ADDR-CITY-LINE.
             05  WS-A-CITY              PIC X(20).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-STATE             PIC X(2).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-ZIP               PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBSCRA - SCRA PROTECTION PROCESSING START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           PERFORM LOAD-PROTECTION-FILE.

           OPEN OUTPUT SCRA-PROT-OUT-FILE
           OPEN OUTPUT SCRA-NOTICE-FILE
           OPEN OUTPUT SCRA-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM APPLY-MATCH-RESULTS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROT-COUNT
               PERFORM SERVICE-ONE-PROTECTION
               PERFORM WRITE-PROTECTION-ROW
           END-PERFORM.

           CLOSE SCRA-PROT-OUT-FILE
           CLOSE SCRA-NOTICE-FILE
           CLOSE SCRA-REPORT-FILE.

           DISPLAY 'COBSCRA - DMDC RESULTS READ   = ' WS-RESULT-COUNT.
           DISPLAY 'COBSCRA - PROTECTIONS OPENED  = ' WS-OPENED-COUNT.
           DISPLAY 'COBSCRA - RATES CAPPED        = ' WS-CAPPED-COUNT.
           DISPLAY 'COBSCRA - RATES RESTORED      = '
               WS-RESTORED-COUNT.
           DISPLAY 'COBSCRA - LOANS LEFT SERVICING = ' WS-CLOSED-COUNT.
           DISPLAY 'COBSCRA - FLAGGED FOR REVIEW  = ' WS-REVIEW-COUNT.
           DISPLAY 'COBSCRA - ACTIVE PROTECTIONS  = ' WS-ACTIVE-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-PROTECTION-FILE.

           OPEN INPUT SCRA-PROT-IN-FILE.

      * First run in a fresh environment has no protection file yet.
           IF WS-PROT-STATUS = '35'
               MOVE 'Y' TO WS-PROT-EOF-SW
           ELSE
               IF WS-PROT-STATUS NOT = '00'
                   DISPLAY 'COBSCRA - PROTECTION FILE OPEN FAILED'
                   DISPLAY 'COBSCRA - STATUS = ' WS-PROT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SCRA-PROT-IN-FILE
                   AT END MOVE 'Y' TO WS-PROT-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PROT-EOF
               IF WS-PROT-COUNT >= 5000
                   DISPLAY 'COBSCRA - PROTECTION TABLE FULL AT 5000'
                   DISPLAY 'COBSCRA - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROT-COUNT
               MOVE SP-LOAN-NUMBER
                   TO WS-SP-LOAN-NUMBER(WS-PROT-COUNT)
               MOVE SP-BORROWER-SSN   TO WS-SP-SSN(WS-PROT-COUNT)
               MOVE SP-STATUS         TO WS-SP-STATUS(WS-PROT-COUNT)
               MOVE SP-DUTY-START-DATE
                   TO WS-SP-DUTY-START(WS-PROT-COUNT)
               MOVE SP-DUTY-END-DATE  TO WS-SP-DUTY-END(WS-PROT-COUNT)
               MOVE SP-PROTECT-END-DATE
                   TO WS-SP-PROTECT-END(WS-PROT-COUNT)
               MOVE SP-ORIG-NOTE-RATE
                   TO WS-SP-ORIG-RATE(WS-PROT-COUNT)
               MOVE SP-ORIG-PI-PMT
                   TO WS-SP-ORIG-PI-PMT(WS-PROT-COUNT)
               MOVE SP-CAP-DATE       TO WS-SP-CAP-DATE(WS-PROT-COUNT)
               MOVE SP-RESTORE-DATE
                   TO WS-SP-RESTORE-DATE(WS-PROT-COUNT)
               MOVE SP-LAST-MATCH-DATE
                   TO WS-SP-MATCH-DATE(WS-PROT-COUNT)
               READ SCRA-PROT-IN-FILE
                   AT END MOVE 'Y' TO WS-PROT-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PROT-STATUS NOT = '35'
               CLOSE SCRA-PROT-IN-FILE
           END-IF.

       APPLY-MATCH-RESULTS.

           OPEN INPUT SCRA-RESULT-FILE.

      * DMDC answers once a month; the rest of the month there is
      * no results file and only the protection file is worked.
           IF WS-RSLT-STATUS = '35'
               MOVE 'Y' TO WS-RSLT-EOF-SW
           ELSE
               IF WS-RSLT-STATUS NOT = '00'
                   DISPLAY 'COBSCRA - DMDC RESULTS OPEN FAILED'
                   DISPLAY 'COBSCRA - STATUS = ' WS-RSLT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SCRA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-RSLT-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-RSLT-EOF
               ADD 1 TO WS-RESULT-COUNT
               PERFORM APPLY-ONE-RESULT
               READ SCRA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-RSLT-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-RSLT-STATUS NOT = '35'
               CLOSE SCRA-RESULT-FILE
           END-IF.

       APPLY-ONE-RESULT.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROT-COUNT
               IF WS-SP-LOAN-NUMBER(WS-SUB) = SM-CUST-RECORD-ID(1:10)
                   MOVE WS-SUB TO WS-MATCH-SUB
                   MOVE WS-PROT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           MOVE SM-ACTIVE-START-DATE TO WS-DMDC-DATE.
           PERFORM CONVERT-DMDC-DATE.
           MOVE WS-CONV-DATE TO WS-DUTY-START-DATE.
           MOVE SM-ACTIVE-END-DATE TO WS-DMDC-DATE.
           PERFORM CONVERT-DMDC-DATE.
           MOVE WS-CONV-DATE TO WS-DUTY-END-DATE.
           MOVE SPACES TO WS-PROTECT-END-DATE.
           IF WS-DUTY-END-DATE NOT = SPACES
               PERFORM COMPUTE-PROTECT-END
           END-IF.

           MOVE SPACES TO WS-ACTION.

           EVALUATE TRUE
               WHEN SM-ACTIVE-DUTY-IND = 'Y'
                       OR SM-ACTIVE-DUTY-IND = 'L'
                   PERFORM APPLY-DUTY-REPORTED
               WHEN WS-MATCH-SUB NOT = ZERO
                   IF WS-SP-ACTIVE(WS-MATCH-SUB)
                       AND WS-SP-DUTY-END(WS-MATCH-SUB) = SPACES
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE 'NOT ON DUTY, NO END - REVIEW'
                           TO WS-ACTION
                   END-IF
           END-EVALUATE.

           IF WS-ACTION NOT = SPACES
               MOVE SM-CUST-RECORD-ID(1:10) TO WS-D-LOAN-NUMBER
               MOVE WS-ACTION               TO WS-D-ACTION
               MOVE ZERO                    TO WS-D-OLD-RATE
               MOVE ZERO                    TO WS-D-NEW-RATE
               MOVE ZERO                    TO WS-D-NEW-PI
               MOVE WS-DUTY-END-DATE        TO WS-D-DUTY-END
               MOVE WS-PROTECT-END-DATE     TO WS-D-PROTECT-END
               MOVE WS-DETAIL-LINE TO SCRA-REPORT-LINE
               WRITE SCRA-REPORT-LINE
           END-IF.

       APPLY-DUTY-REPORTED.

      * A member who left duty so long ago that the year after has
      * already run out is owed nothing going forward.
           IF WS-PROTECT-END-DATE NOT = SPACES
               AND WS-PROTECT-END-DATE <= WS-RUN-DATE
               AND (WS-MATCH-SUB = ZERO
                    OR NOT WS-SP-ACTIVE(WS-MATCH-SUB))
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-MATCH-SUB = ZERO
                       PERFORM OPEN-PROTECTION
                       MOVE 'ON ACTIVE DUTY - PROTECTED' TO WS-ACTION
                   WHEN WS-SP-CLOSED(WS-MATCH-SUB)
                       CONTINUE
      * Restored earlier and now back on duty: a new service period.
                   WHEN WS-SP-RESTORED(WS-MATCH-SUB)
                       ADD 1 TO WS-OPENED-COUNT
                       PERFORM REOPEN-PROTECTION
                       MOVE 'NEW SERVICE PERIOD - PROTECTED'
                           TO WS-ACTION
                   WHEN WS-DUTY-END-DATE NOT =
                           WS-SP-DUTY-END(WS-MATCH-SUB)
                       IF WS-DUTY-END-DATE = SPACES
                           MOVE 'SERVICE EXTENDED' TO WS-ACTION
                       ELSE
                           MOVE 'SERVICE ENDED' TO WS-ACTION
                       END-IF
                       MOVE WS-DUTY-END-DATE
                           TO WS-SP-DUTY-END(WS-MATCH-SUB)
                       MOVE WS-PROTECT-END-DATE
                           TO WS-SP-PROTECT-END(WS-MATCH-SUB)
               END-EVALUATE
               IF WS-MATCH-SUB NOT = ZERO
                   MOVE WS-RUN-DATE TO WS-SP-MATCH-DATE(WS-MATCH-SUB)
                   IF WS-SP-DUTY-START(WS-MATCH-SUB) = SPACES
                       MOVE WS-DUTY-START-DATE
                           TO WS-SP-DUTY-START(WS-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.

       OPEN-PROTECTION.

           IF WS-PROT-COUNT >= 5000
               DISPLAY 'COBSCRA - PROTECTION TABLE FULL AT 5000'
               DISPLAY 'COBSCRA - INCREASE TABLE AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PROT-COUNT.
           MOVE WS-PROT-COUNT TO WS-MATCH-SUB.
           ADD 1 TO WS-OPENED-COUNT.

           MOVE SM-CUST-RECORD-ID(1:10)
               TO WS-SP-LOAN-NUMBER(WS-MATCH-SUB).
           MOVE SM-SSN TO WS-SP-SSN(WS-MATCH-SUB).
           PERFORM REOPEN-PROTECTION.

       REOPEN-PROTECTION.

           MOVE 'A'                 TO WS-SP-STATUS(WS-MATCH-SUB).
           MOVE WS-DUTY-START-DATE  TO WS-SP-DUTY-START(WS-MATCH-SUB).
           MOVE WS-DUTY-END-DATE    TO WS-SP-DUTY-END(WS-MATCH-SUB).
           MOVE WS-PROTECT-END-DATE
               TO WS-SP-PROTECT-END(WS-MATCH-SUB).
           MOVE ZERO                TO WS-SP-ORIG-RATE(WS-MATCH-SUB).
           MOVE ZERO               TO WS-SP-ORIG-PI-PMT(WS-MATCH-SUB).
           MOVE SPACES              TO WS-SP-CAP-DATE(WS-MATCH-SUB).
           MOVE SPACES
               TO WS-SP-RESTORE-DATE(WS-MATCH-SUB).

       SERVICE-ONE-PROTECTION.

           IF WS-SP-ACTIVE(WS-SUB)
               AND WS-SP-CAP-DATE(WS-SUB) = SPACES
               PERFORM BEGIN-PROTECTION
           END-IF.

           IF WS-SP-ACTIVE(WS-SUB)
               AND WS-SP-PROTECT-END(WS-SUB) NOT = SPACES
               AND WS-SP-PROTECT-END(WS-SUB) <= WS-RUN-DATE
               PERFORM END-PROTECTION
           END-IF.

           IF WS-SP-ACTIVE(WS-SUB)
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

       BEGIN-PROTECTION.

           PERFORM FETCH-PROTECTED-LOAN.
           IF WS-SP-ACTIVE(WS-SUB)
               PERFORM CAP-PROTECTED-LOAN
           END-IF.

       CAP-PROTECTED-LOAN.

           MOVE LM-NOTE-RATE  TO WS-OLD-RATE.
           MOVE LM-PI-PMT-AMT TO WS-OLD-PI-PMT.
           MOVE LM-NOTE-RATE  TO WS-SP-ORIG-RATE(WS-SUB).
           MOVE LM-PI-PMT-AMT TO WS-SP-ORIG-PI-PMT(WS-SUB).
           MOVE WS-RUN-DATE   TO WS-SP-CAP-DATE(WS-SUB).

      * The contract rate is carried whether or not the cap bites,
      * so an ARM that later reprices above 6% is capped too.
      * A contract rate already on the loan is the one an earlier
      * run saved before capping - a rerun after an abend finds the
      * loan capped before the protection file was rewritten - and
      * is kept, never replaced by the capped rate.
           IF LM-SCRA-CONTRACT-RATE > 0
               MOVE LM-SCRA-CONTRACT-RATE TO WS-SP-ORIG-RATE(WS-SUB)
           ELSE
               MOVE LM-NOTE-RATE  TO LM-SCRA-CONTRACT-RATE
           END-IF.
           MOVE 'Y'           TO LM-SCRA-FLAG.

           IF LM-NOTE-RATE > WS-SCRA-MAX-RATE
               MOVE WS-SCRA-MAX-RATE TO WS-NEW-RATE
               PERFORM RECOMPUTE-PI-PAYMENT
               MOVE WS-NEW-RATE   TO LM-NOTE-RATE
               MOVE WS-NEW-PI-PMT TO LM-PI-PMT-AMT
               ADD 1 TO WS-CAPPED-COUNT
               MOVE 'RATE CAPPED AT 6%' TO WS-ACTION
           ELSE
               MOVE LM-NOTE-RATE  TO WS-NEW-RATE
               MOVE LM-PI-PMT-AMT TO WS-NEW-PI-PMT
               MOVE 'PROTECTED - RATE UNDER CAP' TO WS-ACTION
           END-IF.

           PERFORM UPDATE-LOAN-SCRA.

           IF WS-NEW-RATE NOT = WS-OLD-RATE
               PERFORM WRITE-RATE-NOTICE
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

       END-PROTECTION.

           PERFORM FETCH-PROTECTED-LOAN.
           IF WS-SP-ACTIVE(WS-SUB)
               PERFORM RESTORE-CONTRACT-RATE
           END-IF.

       RESTORE-CONTRACT-RATE.

           MOVE LM-NOTE-RATE  TO WS-OLD-RATE.
           MOVE LM-PI-PMT-AMT TO WS-OLD-PI-PMT.

      * Back to the contract rate - for an ARM, the rate the
      * rate-change batch has been repricing under the cap.
           IF LM-SCRA-CONTRACT-RATE > 0
               MOVE LM-SCRA-CONTRACT-RATE TO WS-NEW-RATE
           ELSE
               MOVE WS-SP-ORIG-RATE(WS-SUB) TO WS-NEW-RATE
           END-IF.

           IF WS-NEW-RATE NOT = LM-NOTE-RATE
               PERFORM RECOMPUTE-PI-PAYMENT
               MOVE WS-NEW-RATE   TO LM-NOTE-RATE
               MOVE WS-NEW-PI-PMT TO LM-PI-PMT-AMT
           ELSE
               MOVE LM-PI-PMT-AMT TO WS-NEW-PI-PMT
           END-IF.

           MOVE 'N'  TO LM-SCRA-FLAG.
           MOVE ZERO TO LM-SCRA-CONTRACT-RATE.
           PERFORM UPDATE-LOAN-SCRA.

           MOVE 'R'         TO WS-SP-STATUS(WS-SUB).
           MOVE WS-RUN-DATE TO WS-SP-RESTORE-DATE(WS-SUB).
           ADD 1 TO WS-RESTORED-COUNT.
           MOVE 'PROTECTION ENDED - RATE BACK' TO WS-ACTION.

           IF WS-NEW-RATE NOT = WS-OLD-RATE
               PERFORM WRITE-RATE-NOTICE
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

       FETCH-PROTECTED-LOAN.

           MOVE WS-SP-LOAN-NUMBER(WS-SUB) TO LM-LOAN-NUMBER.

           EXEC SQL
                SELECT BORROWER_NAME, CURR_PRINCIPAL, NOTE_RATE,
                       TERM_MONTHS, NEXT_DUE_DATE, FIRST_PMT_DATE,
                       PI_PMT_AMT, STATUS_CODE, SCRA_CONTRACT_RATE,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP
                INTO  :LM-BORROWER-NAME, :LM-CURR-PRINCIPAL,
                      :LM-NOTE-RATE,
                      :LM-TERM-MONTHS, :LM-NEXT-DUE-DATE,
                      :LM-FIRST-PMT-DATE,
                      :LM-PI-PMT-AMT, :LM-STATUS-CODE,
                      :LM-SCRA-CONTRACT-RATE,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'LOAN NOT ON LOAN MASTER' TO WS-ACTION
                   PERFORM CLOSE-PROTECTION
               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'COBSCRA - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBSCRA - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LM-STATUS-CODE NOT = 'AC'
                   MOVE 'LOAN LEFT SERVICING' TO WS-ACTION
                   PERFORM CLOSE-PROTECTION
           END-EVALUATE.

       CLOSE-PROTECTION.

      * Nothing left to cap or restore on a paid-off, foreclosed or
      * transferred loan.
           MOVE 'C' TO WS-SP-STATUS(WS-SUB).
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE ZERO TO WS-OLD-RATE WS-NEW-RATE WS-NEW-PI-PMT.
           PERFORM WRITE-REPORT-DETAIL.

       RECOMPUTE-PI-PAYMENT.

           MOVE LM-FIRST-PMT-DATE(1:4) TO WS-FPD-YYYY.
           MOVE LM-FIRST-PMT-DATE(6:2) TO WS-FPD-MM.
           MOVE LM-NEXT-DUE-DATE(1:4)  TO WS-NDD-YYYY.
           MOVE LM-NEXT-DUE-DATE(6:2)  TO WS-NDD-MM.

           COMPUTE WS-ELAPSED-MONTHS =
               (WS-NDD-YYYY - WS-FPD-YYYY) * 12
               + (WS-NDD-MM - WS-FPD-MM).

           COMPUTE WS-REMAINING-TERM =
               LM-TERM-MONTHS - WS-ELAPSED-MONTHS.

           IF WS-REMAINING-TERM < 1
               MOVE 1 TO WS-REMAINING-TERM
           END-IF.

           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12.

           IF WS-NEW-RATE = 0
               COMPUTE WS-NEW-PI-PMT ROUNDED =
                   LM-CURR-PRINCIPAL / WS-REMAINING-TERM
           ELSE
               COMPUTE WS-NEW-PI-PMT ROUNDED =
                   LM-CURR-PRINCIPAL * WS-MONTHLY-RATE /
                   (1 - ((1 + WS-MONTHLY-RATE) **
                         (-1 * WS-REMAINING-TERM)))
           END-IF.

       UPDATE-LOAN-SCRA.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    NOTE_RATE          = :LM-NOTE-RATE,
                       PI_PMT_AMT         = :LM-PI-PMT-AMT,
                       SCRA_FLAG          = :LM-SCRA-FLAG,
                       SCRA_CONTRACT_RATE = :LM-SCRA-CONTRACT-RATE
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBSCRA - LOAN MASTER UPDATE FAILED'
               DISPLAY 'COBSCRA - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

       CONVERT-DMDC-DATE.

           MOVE SPACES TO WS-CONV-DATE.
           IF WS-DMDC-DATE NOT = SPACES
               AND WS-DMDC-DATE NOT = ZEROS
               STRING WS-DM-YYYY '-' WS-DM-MM '-' WS-DM-DD
                   DELIMITED BY SIZE INTO WS-CONV-DATE
           END-IF.

       COMPUTE-PROTECT-END.

      * Protection runs one year past the end of service; a
      * February 29 end carries to February 28.
           MOVE WS-DUTY-END-DATE TO WS-WORK-DATE.
           ADD 1 TO WD-YYYY.
           IF WD-MM = 2 AND WD-DD = 29
               MOVE 28 TO WD-DD
           END-IF.
           MOVE WS-WORK-DATE TO WS-PROTECT-END-DATE.

       WRITE-PROTECTION-ROW.

           MOVE WS-SP-LOAN-NUMBER(WS-SUB)  TO SP-LOAN-NUMBER.
           MOVE WS-SP-SSN(WS-SUB)          TO SP-BORROWER-SSN.
           MOVE WS-SP-STATUS(WS-SUB)       TO SP-STATUS.
           MOVE WS-SP-DUTY-START(WS-SUB)   TO SP-DUTY-START-DATE.
           MOVE WS-SP-DUTY-END(WS-SUB)     TO SP-DUTY-END-DATE.
           MOVE WS-SP-PROTECT-END(WS-SUB)  TO SP-PROTECT-END-DATE.
           MOVE WS-SP-ORIG-RATE(WS-SUB)    TO SP-ORIG-NOTE-RATE.
           MOVE WS-SP-ORIG-PI-PMT(WS-SUB)  TO SP-ORIG-PI-PMT.
           MOVE WS-SP-CAP-DATE(WS-SUB)     TO SP-CAP-DATE.
           MOVE WS-SP-RESTORE-DATE(WS-SUB) TO SP-RESTORE-DATE.
           MOVE WS-SP-MATCH-DATE(WS-SUB)   TO SP-LAST-MATCH-DATE.
           WRITE SCRA-PROT-OUT-RECORD FROM SCRA-PROT-REC.

       WRITE-RATE-NOTICE.

           MOVE SPACES TO SCRA-NOTICE-LINE.
           IF LM-SCRA-FLAG = 'Y'
               MOVE 'NOTICE OF SCRA INTEREST RATE REDUCTION'
                   TO SCRA-NOTICE-LINE
           ELSE
               MOVE 'NOTICE OF END OF SCRA INTEREST RATE PROTECTION'
                   TO SCRA-NOTICE-LINE
           END-IF.
           WRITE SCRA-NOTICE-LINE.

           MOVE LM-BORROWER-NAME TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE LM-MAIL-ADDR-STREET TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE LM-MAIL-ADDR-CITY  TO WS-A-CITY.
           MOVE LM-MAIL-ADDR-STATE TO WS-A-STATE.
           MOVE LM-MAIL-ADDR-ZIP   TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE  TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE SPACES TO SCRA-NOTICE-LINE.
           STRING 'LOAN NUMBER: ' LM-LOAN-NUMBER
               DELIMITED BY SIZE INTO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE 'YOUR CURRENT INTEREST RATE' TO WS-N-CAPTION.
           MOVE WS-OLD-RATE                  TO WS-N-RATE.
           MOVE WS-NTC-RATE-LINE             TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE 'YOUR NEW INTEREST RATE'     TO WS-N-CAPTION.
           MOVE WS-NEW-RATE                  TO WS-N-RATE.
           MOVE WS-NTC-RATE-LINE             TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE 'YOUR NEW MONTHLY P+I'       TO WS-NA-CAPTION.
           MOVE WS-NEW-PI-PMT                TO WS-NA-AMOUNT.
           MOVE WS-NTC-AMT-LINE              TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

           MOVE SPACES TO SCRA-NOTICE-LINE.
           IF LM-SCRA-FLAG = 'Y'
               MOVE 'THIS RATE APPLIES WHILE YOU SERVE AND FOR ONE YEAR'
                   TO SCRA-NOTICE-LINE
               WRITE SCRA-NOTICE-LINE
               MOVE 'AFTER YOUR ACTIVE DUTY ENDS.' TO SCRA-NOTICE-LINE
           ELSE
               MOVE 'YOUR PROTECTION PERIOD UNDER THE SERVICEMEMBERS'
                   TO SCRA-NOTICE-LINE
               WRITE SCRA-NOTICE-LINE
               MOVE 'CIVIL RELIEF ACT HAS ENDED.' TO SCRA-NOTICE-LINE
           END-IF.
           WRITE SCRA-NOTICE-LINE.

           MOVE SPACES TO SCRA-NOTICE-LINE.
           WRITE SCRA-NOTICE-LINE.

       WRITE-REPORT-DETAIL.

           MOVE WS-SP-LOAN-NUMBER(WS-SUB)  TO WS-D-LOAN-NUMBER.
           MOVE WS-ACTION                  TO WS-D-ACTION.
           MOVE WS-OLD-RATE                TO WS-D-OLD-RATE.
           MOVE WS-NEW-RATE                TO WS-D-NEW-RATE.
           MOVE WS-NEW-PI-PMT              TO WS-D-NEW-PI.
           MOVE WS-SP-DUTY-END(WS-SUB)     TO WS-D-DUTY-END.
           MOVE WS-SP-PROTECT-END(WS-SUB)  TO WS-D-PROTECT-END.

           MOVE WS-DETAIL-LINE TO SCRA-REPORT-LINE.
           WRITE SCRA-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO SCRA-REPORT-LINE.
           MOVE 'SCRA SERVICEMEMBER PROTECTION REPORT'
               TO SCRA-REPORT-LINE.
           WRITE SCRA-REPORT-LINE.

           MOVE SPACES TO SCRA-REPORT-LINE.
           MOVE WS-HEADING-LINE TO SCRA-REPORT-LINE.
           WRITE SCRA-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSCRA - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBSCRA - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBSCRA - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBSCRA - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBSCRA - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSCRA - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBSCRA - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBSCRA' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
