      * suspends (or the posting run fails) and the Loan Master due
      * date never advances; the NACHA debit has already gone to the
      * bank by then.  An origination report lists every draft and
      * every enrollment skipped with the reason.  No draft is
      * originated while the loan is in foreclosure (referred, first
      * legal filed or sale scheduled on the foreclosure milestone
      * file) - the debt is accelerated and a monthly installment no
      * longer satisfies it.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial version.
      * 2026-10-15 Write the 44-byte payment item with payment type
      *            'R' - a draft is always a regular installment
      *            payment.
      * 2026-10-15 Skip the draft for a loan in foreclosure, off the
      *            foreclosure milestone file.
      * 2026-10-15 Record the run's items and dollars in and out -
      *            enrollments read, drafts written to the payment
      *            file, enrollments skipped - on the stream control-
      *            total file for the payment-stream balancing step.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHST-STATUS.

           SELECT FCL-TRACK-FILE ASSIGN TO "FCLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCL-STATUS.

           SELECT DRAFT-HIST-OUT-FILE ASSIGN TO "DRFTHNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-ENROLL-FILE

       FD  ACH-PMT-FILE
           RECORDING MODE IS F.
       01  ACH-PMT-RECORD             PIC X(44).

       FD  NACHA-OUT-FILE
           RECORDING MODE IS F.
           05  DH-DRAFT-DATE          PIC X(10).
           05  DH-ITEM-ID             PIC X(12).

       FD  FCL-TRACK-FILE
           RECORDING MODE IS F.
           COPY FCLTRACK.

       FD  DRAFT-HIST-OUT-FILE
           RECORDING MODE IS F.
       01  DRAFT-HIST-OUT-RECORD      PIC X(42).
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

       FD  STREAM-CTL-FILE
           RECORDING MODE IS F.
       01  STREAM-CTL-IO-REC          PIC X(50).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.
           COPY STRMCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE SPACES.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY LOANMAST.
           COPY DATEWORK.
         01  WS-DRAFTED-SW              PIC X(1).
             88  WS-ALREADY-DRAFTED                    VALUE 'Y'.

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

      * Shop and bank identifiers for the NACHA transmission.
         01  WS-COMPANY-NAME            PIC X(16)
                 VALUE 'HOMESTEAD MTG SV'.
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DD.

           PERFORM LOAD-DRAFT-HISTORY.
           PERFORM LOAD-FORECLOSURE-FILE.

           OPEN INPUT ACH-ENROLL-FILE
           OPEN OUTPUT ACH-PMT-FILE
           DISPLAY 'COBACHDR - ENROLLMENTS SKIPPED = ' WS-SKIP-COUNT.
           DISPLAY 'COBACHDR - TOTAL DRAFTED     = ' WS-DRAFT-TOTAL.

           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.
                WHERE LOAN_NUMBER = :AE-LOAN-NUMBER
           END-EXEC.

           PERFORM CHECK-IN-FORECLOSURE.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE ZERO TO WS-DRAFT-AMOUNT
                   PERFORM WRITE-SKIP-DETAIL

               WHEN WS-IN-FORECLOSURE
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'LOAN IN FORECLOSURE' TO WS-DISPOSITION
                   MOVE ZERO TO WS-DRAFT-AMOUNT
                   PERFORM WRITE-SKIP-DETAIL

               WHEN OTHER
                   PERFORM TEST-DRAFT-DUE
           END-EVALUATE.
               CLOSE DRAFT-HIST-IN-FILE
           END-IF.

       CHECK-IN-FORECLOSURE.

           MOVE 'N' TO WS-IN-FCL-SW.
           PERFORM VARYING WS-FCL-SUB FROM 1 BY 1
                   UNTIL WS-FCL-SUB > WS-FCL-COUNT
               IF WS-FC-LOAN-NUMBER(WS-FCL-SUB) = AE-LOAN-NUMBER
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
                   DISPLAY 'COBACHDR - FORECLOSURE FILE OPEN FAILED'
                   DISPLAY 'COBACHDR - STATUS = ' WS-FCL-STATUS
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
                       DISPLAY 'COBACHDR - FORECLOSURE TABLE FULL AT '
                           '10000'
                       DISPLAY 'COBACHDR - INCREASE TABLE AND RERUN'
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

       REWRITE-DRAFT-HISTORY.

      * The prior draft history is carried forward to the new file
           MOVE WS-RUN-DATE     TO PMT-EFFECTIVE-DATE.
           MOVE WS-DRAFT-AMOUNT TO PMT-AMOUNT.
           MOVE 'AD'            TO PMT-SOURCE-CODE.
           MOVE 'R'             TO PMT-PAYMENT-TYPE.
           WRITE ACH-PMT-RECORD FROM PMT-RECORD.

       WRITE-PMT-FILE-TRAILER.
           MOVE WS-HEADING-LINE TO ACHDR-REPORT-LINE.
           WRITE ACHDR-REPORT-LINE.

       WRITE-STREAM-TOTALS.

      * Every enrollment read is either drafted or skipped; the
      * drafts are the 'AD' segment the payment pre-edit reads.
      * An enrollment carries no dollar amount of its own until it
      * is drafted, so the input and the skips total no dollars.
           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBACHDR - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBACHDR - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBACHDR'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           MOVE 'I'              TO SC-DIRECTION.
           MOVE 'ACHENRL'        TO SC-FLOW-NAME.
           MOVE WS-ENROLL-COUNT  TO SC-ITEM-COUNT.
           MOVE ZERO             TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'ACHPMT'         TO SC-FLOW-NAME.
           MOVE WS-DRAFT-COUNT   TO SC-ITEM-COUNT.
           MOVE WS-DRAFT-TOTAL   TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'SKIPPED'        TO SC-FLOW-NAME.
           MOVE WS-SKIP-COUNT    TO SC-ITEM-COUNT.
           MOVE ZERO             TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBACHDR'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
