      * borrower rate-change notice is produced ahead of the first
      * payment at the new rate.  Until now every downstream program
      * (payment posting, amortization) serviced ARMs off whatever
      * rate was last keyed by hand.  A loan under SCRA protection is
      * repriced on its contract rate (the rate the note would carry
      * without the cap), which is kept current on the Loan Master,
      * while the rate actually charged stays at or below 6% - so the
      * right rate comes back when the protection period ends.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * 2026-09-02 Print the borrower mailing address block on the
      *            rate-change notice now that the Loan Master
      *            carries it.
      * 2026-10-15 Reprice SCRA-protected loans on the contract rate
      *            and hold the charged rate at the 6% cap until the
      *            protection period ends.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ARM_LIFE_FLOOR, ARM_RATE_CHG_DATE,
                       ARM_CHG_FREQ_MTHS,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP,
                       SCRA_FLAG, SCRA_CONTRACT_RATE
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'AC'
                AND    ARM_FLAG = 'Y'
         01  WS-NEW-RATE                PIC S9(2)V9(3) COMP-3.
         01  WS-RATE-EIGHTHS            PIC S9(4)      COMP-3.
         01  WS-CAP-LIMIT               PIC S9(2)V9(3) COMP-3.
         01  WS-BASE-RATE               PIC S9(2)V9(3) COMP-3.

      * The SCRA rate ceiling for protected servicemembers.
         01  WS-SCRA-MAX-RATE           PIC S9(2)V9(3) COMP-3
                                                        VALUE 6.000.
         01  WS-SCRA-CAPPED-SW          PIC X(1).
             88  WS-SCRA-CAPPED                        VALUE 'Y'.
         01  WS-SCRA-COUNT              PIC 9(7)       VALUE ZERO.

         01  WS-REMAINING-TERM          PIC S9(3)      COMP-3.
         01  WS-ELAPSED-MONTHS          PIC S9(3)      COMP-3.
               WS-CHANGED-COUNT.
           DISPLAY 'COBARMRC - INDEX VALUE MISSING  = '
               WS-NO-INDEX-COUNT.
           DISPLAY 'COBARMRC - SCRA CAP HELD        = ' WS-SCRA-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

                     :LM-ARM-LIFE-FLOOR, :LM-ARM-RATE-CHG-DATE,
                     :LM-ARM-CHG-FREQ-MTHS,
                     :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                     :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP,
                     :LM-SCRA-FLAG, :LM-SCRA-CONTRACT-RATE
           END-EXEC.

       REPRICE-ONE-LOAN.

           MOVE LM-NOTE-RATE TO WS-OLD-RATE.

      * A protected loan's caps run against its contract rate, not
      * the capped rate it is being charged.
           IF LM-SCRA-FLAG = 'Y'
               MOVE LM-SCRA-CONTRACT-RATE TO WS-BASE-RATE
           ELSE
               MOVE LM-NOTE-RATE TO WS-BASE-RATE
           END-IF.

      * Fully indexed rate, rounded to the nearest eighth of a
      * percent, then held inside the periodic cap against the
      * outgoing rate and the lifetime ceiling and floor.
           COMPUTE WS-RATE-EIGHTHS ROUNDED = WS-NEW-RATE * 8.
           COMPUTE WS-NEW-RATE = WS-RATE-EIGHTHS / 8.

           COMPUTE WS-CAP-LIMIT = WS-BASE-RATE + LM-ARM-PERIODIC-CAP.
           IF WS-NEW-RATE > WS-CAP-LIMIT
               MOVE WS-CAP-LIMIT TO WS-NEW-RATE
           END-IF.

           COMPUTE WS-CAP-LIMIT = WS-BASE-RATE - LM-ARM-PERIODIC-CAP.
           IF WS-NEW-RATE < WS-CAP-LIMIT
               MOVE WS-CAP-LIMIT TO WS-NEW-RATE
           END-IF.
               MOVE LM-ARM-LIFE-FLOOR TO WS-NEW-RATE
           END-IF.

      * Under SCRA protection the repriced rate becomes the contract
      * rate, and the loan is charged no more than the 6% ceiling.
           MOVE 'N' TO WS-SCRA-CAPPED-SW.
           IF LM-SCRA-FLAG = 'Y'
               MOVE WS-NEW-RATE TO LM-SCRA-CONTRACT-RATE
               IF WS-NEW-RATE > WS-SCRA-MAX-RATE
                   MOVE WS-SCRA-MAX-RATE TO WS-NEW-RATE
                   MOVE 'Y' TO WS-SCRA-CAPPED-SW
                   ADD 1 TO WS-SCRA-COUNT
               END-IF
           END-IF.

       RECOMPUTE-PI-PAYMENT.

           MOVE LM-FIRST-PMT-DATE(1:4) TO WS-FPD-YYYY.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    NOTE_RATE          = :LM-NOTE-RATE,
                       PI_PMT_AMT         = :LM-PI-PMT-AMT,
                       ARM_RATE_CHG_DATE  = :LM-ARM-RATE-CHG-DATE,
                       SCRA_CONTRACT_RATE = :LM-SCRA-CONTRACT-RATE
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           MOVE WS-NTC-AMT-LINE              TO ARM-NOTICE-LINE.
           WRITE ARM-NOTICE-LINE.

           IF WS-SCRA-CAPPED
               MOVE 'YOUR NOTE RATE WOULD BE'    TO WS-N-CAPTION
               MOVE LM-SCRA-CONTRACT-RATE        TO WS-N-RATE
               MOVE WS-NTC-RATE-LINE             TO ARM-NOTICE-LINE
               WRITE ARM-NOTICE-LINE
               MOVE 'BUT IS LIMITED TO 6% UNDER THE SERVICEMEMBERS'
                   TO ARM-NOTICE-LINE
               WRITE ARM-NOTICE-LINE
               MOVE 'CIVIL RELIEF ACT WHILE YOUR PROTECTION LASTS.'
                   TO ARM-NOTICE-LINE
               WRITE ARM-NOTICE-LINE
           END-IF.

           MOVE SPACES TO ARM-NOTICE-LINE.
           STRING 'NEXT SCHEDULED RATE CHANGE: '
               LM-ARM-RATE-CHG-DATE
