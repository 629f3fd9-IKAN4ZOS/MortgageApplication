      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial version.
      * 2026-10-15 Principal curtailments ('PC') add to the investor's
      *            principal collected and their reversals ('RC')
      *            back it out, selected on the posted month the same
      *            way as an 'RV'.
      * 2026-10-15 The permanent history file is now indexed by loan
      *            number: each investor loan's history is read by
      *            key instead of passing the whole file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-LHST-STATUS.

           SELECT IREMT-REPORT-FILE ASSIGN TO "IREMTRPT"

       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  IREMT-REPORT-FILE
           RECORDING MODE IS F.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY LOANHIST.

           EXEC SQL
                INCLUDE SQLCA
         01  WS-LHST-STATUS             PIC X(2).
         01  WS-LHST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-LHST-EOF                           VALUE 'Y'.
         01  WS-KEY-LOAN-NUMBER         PIC X(10).

         01  WS-REMIT-MONTH             PIC X(7).


           OPEN INPUT LHIST-MAST-FILE.

      * Each loan assigned to an investor has its history read by
      * key off the permanent history file.
           IF WS-LHST-STATUS NOT = '35'
               IF WS-LHST-STATUS NOT = '00'
                   DISPLAY 'COBIREMT - LOAN HISTORY OPEN FAILED'
                   DISPLAY 'COBIREMT - STATUS = ' WS-LHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-LOAN-CNT
                   PERFORM ACCUMULATE-ONE-LOAN
               END-PERFORM
               CLOSE LHIST-MAST-FILE
           END-IF.

       ACCUMULATE-ONE-LOAN.

           MOVE WS-LN-LOAN-NUMBER(WS-SUB-2) TO WS-KEY-LOAN-NUMBER.
           PERFORM START-LOAN-HISTORY.

      * Collections select on the effective-date month.  A reversal
      * carries the ORIGINAL posting's effective date, so an ACH
      * return processed after that month closed (posted late
      * - reversals select on the posted-date month instead, the
      * month the money actually went back to the bank.
           PERFORM UNTIL WS-LHST-EOF
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               IF ((LH-TRAN-CODE = 'RV' OR LH-TRAN-CODE = 'RC')
                       AND LH-POSTED-DATE(1:7) = WS-REMIT-MONTH)
                   OR (LH-TRAN-CODE NOT = 'RV'
                       AND LH-TRAN-CODE NOT = 'RC'
                       AND LH-EFFECTIVE-DATE(1:7) = WS-REMIT-MONTH)
                   PERFORM ACCUMULATE-ONE-EVENT
               END-IF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-PERFORM.

       ACCUMULATE-ONE-EVENT.

      * Postings, curtailments, re-applications and payoffs add to
      * the remittance; an ACH reversal backs its split out again.
           IF LH-TRAN-CODE = 'PP' OR LH-TRAN-CODE = 'SR'
                   OR LH-TRAN-CODE = 'PO' OR LH-TRAN-CODE = 'RV'
                   OR LH-TRAN-CODE = 'PC' OR LH-TRAN-CODE = 'RC'
               PERFORM APPLY-EVENT-TO-INVESTOR
           END-IF.

       START-LOAN-HISTORY.

      * Positions on the first record for WS-KEY-LOAN-NUMBER and reads
      * it; WS-LHST-EOF comes on when the loan has no history.
           MOVE 'N'                TO WS-LHST-EOF-SW.
           MOVE WS-KEY-LOAN-NUMBER TO LHM-LOAN-NUMBER.
           MOVE LOW-VALUES         TO LHM-EFFECTIVE-DATE.
           MOVE ZERO               TO LHM-SEQUENCE.

           START LHIST-MAST-FILE KEY IS NOT LESS THAN LHM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LHST-EOF-SW
           END-START.

           IF NOT WS-LHST-EOF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-IF.

       READ-NEXT-LOAN-HISTORY.

           READ LHIST-MAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LHST-EOF-SW
           END-READ.

           IF NOT WS-LHST-EOF
               IF LHM-LOAN-NUMBER NOT = WS-KEY-LOAN-NUMBER
                   MOVE 'Y' TO WS-LHST-EOF-SW
               END-IF
           END-IF.

       APPLY-EVENT-TO-INVESTOR.

           MOVE WS-LN-INV-SUB(WS-SUB-2) TO WS-MATCH-SUB.

           IF LH-TRAN-CODE = 'RV' OR LH-TRAN-CODE = 'RC'
               SUBTRACT LH-PRINCIPAL-AMT
                   FROM WS-IV-PRIN-COLL(WS-MATCH-SUB)
               SUBTRACT LH-INTEREST-AMT
