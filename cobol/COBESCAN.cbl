      * the loan's scheduled monthly escrow payment, writes the
      * borrower-facing escrow analysis statement, and extracts the
      * disbursement items handed to the tax service and insurance
      * carriers - the hazard premium only while the hazard insurance
      * tracking file shows the borrower's own policy in force.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * 2026-09-02 Print a mailable borrower address block under each
      *            statement line now that the Loan Master carries
      *            the mailing address.
      * 2026-10-15 Zero the three running counts added to the checkpoint
      *            record; this program doesn't use them.
      * 2026-10-15 Zero the forwarded-payment count added to the
      *            checkpoint record as well.
      * 2026-10-15 Zero the money totals added to the checkpoint
      *            record; this program doesn't use them.
      * 2026-10-15 Hold the hazard insurance premium unless the
      *            hazard insurance policy file shows the borrower's
      *            own policy in force: a policy lapsed into the
      *            reminder notices or replaced by lender-placed
      *            coverage is not paid, so no premium goes to a
      *            carrier that has cancelled and a lender-placed loan
      *            isn't charged twice.  A loan with no policy on file
      *            is paid as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HAZ-POLICY-FILE ASSIGN TO "HAZMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAZ-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  HAZ-POLICY-FILE
           RECORDING MODE IS F.
           COPY HAZPOL.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).
         01  WS-SS-INDICATOR            PIC X(8).
         01  WS-DISB-JRNL-AMT           PIC S9(7)V99   COMP-3.

         01  WS-HAZ-STATUS              PIC X(2).
         01  WS-HAZ-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-HAZ-EOF                            VALUE 'Y'.
         01  WS-INS-HELD-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-INS-PAYABLE-SW          PIC X(1).
             88  WS-INS-PAYABLE                        VALUE 'Y'.

      * Hazard insurance policy status by loan, loaded from the
      * policy file the hazard insurance tracking batch maintains.
         01  WS-HAZ-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-HAZ-TABLE.
             05  WS-HAZ-ENTRY OCCURS 20000.
                 10  WS-HZ-LOAN-NUMBER  PIC X(10).
                 10  WS-HZ-STATUS       PIC X(1).
                 10  WS-HZ-EXP-DATE     PIC X(10).
         01  WS-HAZ-SUB                 PIC 9(5)  COMP.

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           PERFORM OPEN-CHECKPOINT-FILE.
           PERFORM LOAD-POLICY-FILE.

           IF WS-RESTART-KEY = SPACES
               OPEN OUTPUT ESCR-STMT-FILE
           DISPLAY 'COBESCAN - LOANS ANALYZED  = ' WS-LOAN-COUNT.
           DISPLAY 'COBESCAN - SHORTAGES FOUND = ' WS-SHORTAGE-COUNT.
           DISPLAY 'COBESCAN - SURPLUSES FOUND = ' WS-SURPLUS-COUNT.
           DISPLAY 'COBESCAN - INS PREMIUMS HELD= ' WS-INS-HELD-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           END-IF.

           IF LM-ANNL-INS-AMT > 0
               PERFORM CHECK-INSURANCE-IN-FORCE
               IF WS-INS-PAYABLE
                   MOVE LM-LOAN-NUMBER   TO EDB-LOAN-NUMBER
                   MOVE LM-BORROWER-NAME TO EDB-BORROWER-NAME
                   MOVE 'INS'            TO EDB-PAYEE-TYPE
                   MOVE LM-ANNL-INS-AMT  TO EDB-DISB-AMOUNT
                   MOVE WS-RUN-DATE      TO EDB-DISB-DATE
                   WRITE ESCR-DISB-RECORD
                   MOVE LM-ANNL-INS-AMT  TO WS-DISB-JRNL-AMT
                   PERFORM WRITE-DISB-JOURNALS
               ELSE
                   ADD 1 TO WS-INS-HELD-COUNT
               END-IF
           END-IF.

           IF LM-ANNL-PMI-AMT > 0
               PERFORM WRITE-DISB-JOURNALS
           END-IF.

       CHECK-INSURANCE-IN-FORCE.

      * The borrower's premium is paid only while the tracking batch
      * has the borrower's own policy in force and unexpired - a
      * policy in the reminder notices, or replaced by lender-placed
      * coverage (whose premium the tracking batch charges itself),
      * stays in escrow.  A loan the tracking batch has no policy for
      * yet is paid as it always was.
           MOVE 'Y' TO WS-INS-PAYABLE-SW.
           PERFORM VARYING WS-HAZ-SUB FROM 1 BY 1
                   UNTIL WS-HAZ-SUB > WS-HAZ-COUNT
               IF WS-HZ-LOAN-NUMBER(WS-HAZ-SUB) = LM-LOAN-NUMBER
                   IF WS-HZ-STATUS(WS-HAZ-SUB) NOT = 'A'
                           OR WS-HZ-EXP-DATE(WS-HAZ-SUB) < WS-RUN-DATE
                       MOVE 'N' TO WS-INS-PAYABLE-SW
                   END-IF
                   MOVE WS-HAZ-COUNT TO WS-HAZ-SUB
               END-IF
           END-PERFORM.

       LOAD-POLICY-FILE.

           OPEN INPUT HAZ-POLICY-FILE.

      * A shop not yet tracking hazard insurance has no policy file -
      * premiums are paid exactly as they always were.
           IF WS-HAZ-STATUS = '35'
               MOVE 'Y' TO WS-HAZ-EOF-SW
           ELSE
               IF WS-HAZ-STATUS NOT = '00'
                   DISPLAY 'COBESCAN - POLICY FILE OPEN FAILED'
                   DISPLAY 'COBESCAN - STATUS = ' WS-HAZ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ HAZ-POLICY-FILE
                   AT END MOVE 'Y' TO WS-HAZ-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-HAZ-EOF
               IF WS-HAZ-COUNT >= 20000
                   DISPLAY 'COBESCAN - POLICY TABLE FULL AT 20000'
                   DISPLAY 'COBESCAN - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HAZ-COUNT
               MOVE HP-LOAN-NUMBER
                   TO WS-HZ-LOAN-NUMBER(WS-HAZ-COUNT)
               MOVE HP-STATUS          TO WS-HZ-STATUS(WS-HAZ-COUNT)
               MOVE HP-EXPIRATION-DATE TO WS-HZ-EXP-DATE(WS-HAZ-COUNT)
               READ HAZ-POLICY-FILE
                   AT END MOVE 'Y' TO WS-HAZ-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-HAZ-STATUS NOT = '35'
               CLOSE HAZ-POLICY-FILE
           END-IF.

       WRITE-DISB-JOURNALS.

      * Escrow money leaving the shop: relieve the escrow liability
           MOVE WS-LOAN-COUNT    TO CHKPT-COUNT.
           MOVE WS-SHORTAGE-COUNT TO CHKPT-COUNT-2.
           MOVE WS-SURPLUS-COUNT TO CHKPT-COUNT-3.
           MOVE ZERO             TO CHKPT-COUNT-4.
           MOVE ZERO             TO CHKPT-COUNT-5.
           MOVE ZERO             TO CHKPT-COUNT-6.
           MOVE ZERO             TO CHKPT-COUNT-7.
           MOVE ZERO             TO CHKPT-AMOUNT-1.
           MOVE ZERO             TO CHKPT-AMOUNT-2.
           MOVE ZERO             TO CHKPT-AMOUNT-3.
           MOVE ZERO             TO CHKPT-AMOUNT-4.
           WRITE CHKPT-RECORD.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBESCAN - CHECKPOINT WRITE FAILED'
