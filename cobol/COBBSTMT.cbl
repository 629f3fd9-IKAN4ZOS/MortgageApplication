      * reduced payment with no past-due demand, late-charge dun or
      * delinquency line - matching the plan section the aging
      * report carries and the suppression the collections batch
      * applies.  A loan in foreclosure (referred, first legal filed
      * or sale scheduled on the foreclosure milestone file) is still
      * billed its past-due position, but its delinquency status
      * reads 'FCL' and the statement carries a foreclosure notice
      * in place of the ordinary dun.  A control report totals the
      * statements produced.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * 2026-09-02 Initial version.
      * 2026-09-02 Print the borrower mailing address block on the
      *            statement now that the Loan Master carries it.
      * 2026-10-15 Bill loans in foreclosure with an 'FCL' delinquency
      *            status and a foreclosure notice off the foreclosure
      *            milestone file; a plan still takes precedence.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT FCL-TRACK-FILE ASSIGN TO "FCLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCL-STATUS.

           SELECT BILL-STMT-FILE ASSIGN TO "BILLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
           COPY PLANFILE.

       FD  FCL-TRACK-FILE
           RECORDING MODE IS F.
           COPY FCLTRACK.

       FD  BILL-STMT-FILE
           RECORDING MODE IS F.
       01  BILL-STMT-LINE             PIC X(132).
             88  WS-ON-PLAN                            VALUE 'Y'.
         01  WS-PLAN-PMT-DUE            PIC S9(7)V99   COMP-3.

         01  WS-FCL-STATUS              PIC X(2).
         01  WS-FCL-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-FCL-EOF                            VALUE 'Y'.

      * Loans in foreclosure, loaded from the milestone file the
      * foreclosure referral batch maintains.
         01  WS-FCL-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-FCL-TABLE.
             05  WS-FCL-ENTRY OCCURS 10000.
                 10  WS-FC-LOAN-NUMBER  PIC X(10).
                 10  WS-FC-REFERRAL-DATE PIC X(10).
         01  WS-FCL-SUB                 PIC 9(5)  COMP.
         01  WS-IN-FCL-SW               PIC X(1).
             88  WS-IN-FORECLOSURE                     VALUE 'Y'.
         01  WS-FCL-REFERRAL-DATE       PIC X(10).
         01  WS-FCL-STMT-COUNT          PIC 9(7)       VALUE ZERO.

         01  WS-STMT-AMT-LINE.
             05  WS-L-CAPTION           PIC X(28).
             05  WS-L-AMOUNT            PIC $$$,$$$,$$9.99.

           PERFORM LOAD-SUSPENSE-TOTALS.
           PERFORM LOAD-PLAN-FILE.
           PERFORM LOAD-FORECLOSURE-FILE.

           OPEN OUTPUT BILL-STMT-FILE
           OPEN OUTPUT BSTMT-REPORT-FILE.
               WS-PASTDUE-COUNT.
           DISPLAY 'COBBSTMT - PLAN STATEMENTS     = '
               WS-PLAN-STMT-COUNT.
           DISPLAY 'COBBSTMT - FCL STATEMENTS      = '
               WS-FCL-STMT-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

      * A loan performing under a plan is billed the plan's reduced
      * payment with nothing shown past due, matching the aging
      * report's plan section and the collections suppression.
      * A loan in foreclosure is billed its past-due position under
      * an 'FCL' status, with the foreclosure notice.
           PERFORM CHECK-ON-PLAN.
           PERFORM CHECK-IN-FORECLOSURE.
           IF WS-ON-PLAN
               ADD 1 TO WS-PLAN-STMT-COUNT
               MOVE 'PLAN' TO WS-BUCKET-CODE
               MOVE WS-PLAN-PMT-DUE TO WS-TOTAL-DUE
           ELSE
               PERFORM COMPUTE-PAST-DUE
               IF WS-IN-FORECLOSURE
                   ADD 1 TO WS-FCL-STMT-COUNT
                   MOVE 'FCL' TO WS-BUCKET-CODE
               END-IF
               COMPUTE WS-TOTAL-DUE =
                   WS-SCHEDULED-PMT + WS-PAST-DUE-AMT
                   + LM-LATE-CHARGE-BAL
               CLOSE PLAN-MAST-FILE
           END-IF.

       CHECK-IN-FORECLOSURE.

           MOVE 'N' TO WS-IN-FCL-SW.
           MOVE SPACES TO WS-FCL-REFERRAL-DATE.
           PERFORM VARYING WS-FCL-SUB FROM 1 BY 1
                   UNTIL WS-FCL-SUB > WS-FCL-COUNT
               IF WS-FC-LOAN-NUMBER(WS-FCL-SUB) = LM-LOAN-NUMBER
                   MOVE 'Y' TO WS-IN-FCL-SW
                   MOVE WS-FC-REFERRAL-DATE(WS-FCL-SUB)
                       TO WS-FCL-REFERRAL-DATE
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
                   DISPLAY 'COBBSTMT - FORECLOSURE FILE OPEN FAILED'
                   DISPLAY 'COBBSTMT - STATUS = ' WS-FCL-STATUS
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
                       DISPLAY 'COBBSTMT - FORECLOSURE TABLE FULL AT '
                           '10000'
                       DISPLAY 'COBBSTMT - INCREASE TABLE AND RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FCL-COUNT
                   MOVE FT-LOAN-NUMBER
                       TO WS-FC-LOAN-NUMBER(WS-FCL-COUNT)
                   MOVE FT-REFERRAL-DATE
                       TO WS-FC-REFERRAL-DATE(WS-FCL-COUNT)
               END-IF
               READ FCL-TRACK-FILE
                   AT END MOVE 'Y' TO WS-FCL-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-FCL-STATUS NOT = '35'
               CLOSE FCL-TRACK-FILE
           END-IF.

       COMPUTE-PAST-DUE.

      * Same next-due-date day count and bucket edges the
               DELIMITED BY SIZE INTO BILL-STMT-LINE.
           WRITE BILL-STMT-LINE.

           IF WS-IN-FORECLOSURE
               PERFORM WRITE-FORECLOSURE-NOTICE
           END-IF.

       WRITE-FORECLOSURE-NOTICE.

           MOVE SPACES TO BILL-STMT-LINE.
           STRING 'YOUR LOAN WAS REFERRED FOR FORECLOSURE ON '
               WS-FCL-REFERRAL-DATE '.'
               DELIMITED BY SIZE INTO BILL-STMT-LINE.
           WRITE BILL-STMT-LINE.
           MOVE 'THE AMOUNT TO REINSTATE MAY INCLUDE FORECLOSURE FEES'
               TO BILL-STMT-LINE.
           WRITE BILL-STMT-LINE.
           MOVE 'AND COSTS NOT SHOWN.  PLEASE CONTACT US ABOUT'
               TO BILL-STMT-LINE.
           WRITE BILL-STMT-LINE.
           MOVE 'REINSTATEMENT AND MORTGAGE ASSISTANCE OPTIONS.'
               TO BILL-STMT-LINE.
           WRITE BILL-STMT-LINE.

       WRITE-STMT-AMT-LINE.

           MOVE WS-STMT-AMT-LINE TO BILL-STMT-LINE.
