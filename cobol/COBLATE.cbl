      *            agreement says we won't assess or dun while the
      *            plan runs, including the pre-plan arrears months
      *            the borrower works through under it.
      * 2026-10-15 Suppress the late charge and every letter while the
      *            loan is in foreclosure (referred, first legal filed
      *            or sale scheduled on the foreclosure milestone
      *            file) - the debt is accelerated and the attorney
      *            owns all contact with the borrower from referral.
      * 2026-10-15 Suppress the late charge and every letter while the
      *            borrower's SCRA servicemember protection is active
      *            (Loan Master SCRA flag).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT FCL-TRACK-FILE ASSIGN TO "FCLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORDING MODE IS F.
           COPY PLANFILE.

       FD  FCL-TRACK-FILE
           RECORDING MODE IS F.
           COPY FCLTRACK.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).
                SELECT LOAN_NUMBER, BORROWER_NAME, CURR_PRINCIPAL,
                       NEXT_DUE_DATE, PI_PMT_AMT, LATE_CHARGE_BAL,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP, SCRA_FLAG
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'AC'
                ORDER BY LOAN_NUMBER
             88  WS-ON-PLAN                            VALUE 'Y'.
         01  WS-PLAN-SKIP-COUNT         PIC 9(7)       VALUE ZERO.

         01  WS-FCL-STATUS              PIC X(2).
         01  WS-FCL-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-FCL-EOF                            VALUE 'Y'.

      * Loans in foreclosure, loaded from the milestone file the
      * foreclosure referral batch maintains.
         01  WS-FCL-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-FCL-TABLE.
             05  WS-FCL-ENTRY OCCURS 10000.
                 10  WS-FC-LOAN-NUMBER  PIC X(10).
         01  WS-FCL-SUB                 PIC 9(5)  COMP.
         01  WS-IN-FCL-SW               PIC X(1).
             88  WS-IN-FORECLOSURE                     VALUE 'Y'.
         01  WS-FCL-SKIP-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-SCRA-SKIP-COUNT         PIC 9(7)       VALUE ZERO.

         01  WS-LOAN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-FEE-COUNT               PIC 9(7)       VALUE ZERO.
         01  WS-N16-COUNT               PIC 9(7)       VALUE ZERO.

           PERFORM LOAD-ACTIVITY-HISTORY.
           PERFORM LOAD-PLAN-FILE.
           PERFORM LOAD-FORECLOSURE-FILE.

           OPEN OUTPUT COLL-ACT-OUT-FILE
           OPEN OUTPUT COLL-LETTER-FILE
           DISPLAY 'COBLATE - 30-DAY LETTERS   = ' WS-L30-COUNT.
           DISPLAY 'COBLATE - 60-DAY LETTERS   = ' WS-L60-COUNT.
           DISPLAY 'COBLATE - PLAN SUPPRESSED  = ' WS-PLAN-SKIP-COUNT.
           DISPLAY 'COBLATE - FCL SUPPRESSED   = ' WS-FCL-SKIP-COUNT.
           DISPLAY 'COBLATE - SCRA SUPPRESSED  = ' WS-SCRA-SKIP-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

                     :LM-CURR-PRINCIPAL, :LM-NEXT-DUE-DATE,
                     :LM-PI-PMT-AMT, :LM-LATE-CHARGE-BAL,
                     :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                     :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP,
                     :LM-SCRA-FLAG
           END-EXEC.

       WORK-ONE-LOAN.
      * it works through under the plan must not be fee'd or dunned
      * either - the same business-date coverage the aging report,
      * statements and bureau extract apply.
      * Nor once the loan is in foreclosure: the attorney handles
      * the borrower from referral on.  Nor while the borrower is a
      * servicemember under SCRA protection.
           PERFORM CHECK-ON-PLAN.
           PERFORM CHECK-IN-FORECLOSURE.
           EVALUATE TRUE
               WHEN WS-ON-PLAN
                   IF WS-DAYS-DELQ > WS-GRACE-DAYS
                       ADD 1 TO WS-PLAN-SKIP-COUNT
                   END-IF
               WHEN WS-IN-FORECLOSURE
                   IF WS-DAYS-DELQ > WS-GRACE-DAYS
                       ADD 1 TO WS-FCL-SKIP-COUNT
                   END-IF
               WHEN LM-SCRA-FLAG = 'Y'
                   IF WS-DAYS-DELQ > WS-GRACE-DAYS
                       ADD 1 TO WS-SCRA-SKIP-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-DAYS-DELQ > WS-GRACE-DAYS
                       PERFORM ASSESS-LATE-FEE
                       PERFORM SEND-16-DAY-NOTICE
                   END-IF

                   IF WS-DAYS-DELQ >= 30
                       PERFORM SEND-30-DAY-LETTER
                   END-IF

                   IF WS-DAYS-DELQ >= 60
                       PERFORM SEND-60-DAY-LETTER
                   END-IF
           END-EVALUATE.

       CHECK-ON-PLAN.

               CLOSE PLAN-MAST-FILE
           END-IF.

       CHECK-IN-FORECLOSURE.

           MOVE 'N' TO WS-IN-FCL-SW.
           PERFORM VARYING WS-FCL-SUB FROM 1 BY 1
                   UNTIL WS-FCL-SUB > WS-FCL-COUNT
               IF WS-FC-LOAN-NUMBER(WS-FCL-SUB) = LM-LOAN-NUMBER
                   MOVE 'Y' TO WS-IN-FCL-SW
                   MOVE WS-FCL-COUNT TO WS-FCL-SUB
               END-IF
           END-PERFORM.

       LOAD-FORECLOSURE-FILE.

           OPEN INPUT FCL-TRACK-FILE.

      * No milestone file yet means nothing has been referred.
           IF WS-FCL-STATUS = '35'
               MOVE 'Y' TO WS-FCL-EOF-SW
           ELSE
               IF WS-FCL-STATUS NOT = '00'
                   DISPLAY 'COBLATE - FORECLOSURE FILE OPEN FAILED'
                   DISPLAY 'COBLATE - STATUS = ' WS-FCL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ FCL-TRACK-FILE
                   AT END MOVE 'Y' TO WS-FCL-EOF-SW
               END-READ
           END-IF.

      * Only referred, first legal and sale scheduled files are
      * open foreclosures; the rest are history.
           PERFORM UNTIL WS-FCL-EOF
               IF FT-STATUS = 'RF' OR 'FL' OR 'SS'
                   IF WS-FCL-COUNT >= 10000
                       DISPLAY 'COBLATE - FORECLOSURE TABLE FULL AT '
                           '10000'
                       DISPLAY 'COBLATE - INCREASE TABLE AND RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FCL-COUNT
                   MOVE FT-LOAN-NUMBER
                       TO WS-FC-LOAN-NUMBER(WS-FCL-COUNT)
               END-IF
               READ FCL-TRACK-FILE
                   AT END MOVE 'Y' TO WS-FCL-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-FCL-STATUS NOT = '35'
               CLOSE FCL-TRACK-FILE
           END-IF.

       ASSESS-LATE-FEE.

           PERFORM CHECK-ACTION-TAKEN-FEE.
