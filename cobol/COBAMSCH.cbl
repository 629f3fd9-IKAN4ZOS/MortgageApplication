      *            computed scheduled payment back to Loan Master's
      *            PI_PMT_AMT - this is the one program that computes
      *            that figure, and nothing was ever populating it.
      * 2026-10-15 Zero the three running counts added to the checkpoint
      *            record; this program doesn't use them.
      * 2026-10-15 Zero the forwarded-payment count added to the
      *            checkpoint record as well.
      * 2026-10-15 Zero the money totals added to the checkpoint
      *            record; this program doesn't use them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-LOAN-COUNT  TO CHKPT-COUNT.
           MOVE ZERO           TO CHKPT-COUNT-2.
           MOVE ZERO           TO CHKPT-COUNT-3.
           MOVE ZERO           TO CHKPT-COUNT-4.
           MOVE ZERO           TO CHKPT-COUNT-5.
           MOVE ZERO           TO CHKPT-COUNT-6.
           MOVE ZERO           TO CHKPT-COUNT-7.
           MOVE ZERO           TO CHKPT-AMOUNT-1.
           MOVE ZERO           TO CHKPT-AMOUNT-2.
           MOVE ZERO           TO CHKPT-AMOUNT-3.
           MOVE ZERO           TO CHKPT-AMOUNT-4.
           WRITE CHKPT-RECORD.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBAMSCH - CHECKPOINT WRITE FAILED'
