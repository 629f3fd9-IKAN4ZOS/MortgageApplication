       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBESCHR.
      ******************************************************************
      * COBESCHR - UNCLAIMED PROPERTY REMITTANCE AND STATE REPORTING
      * ----------------------------------------------------------------
      * Second step of the annual unclaimed-property (escheatment)
      * run, scheduled once the owner response window printed on the
      * due-diligence letters has closed.  Reads the dormant
      * candidates the due-diligence step wrote and the owner
      * responses customer service logged against them.  A candidate
      * the owner answered for stays with us.  Every other candidate
      * is proved still open - the refund check still outstanding on
      * the refund tracking file, the suspense item still unapplied,
      * the paid-off loan still carrying the same escrow balance - and
      * is then closed out of its source: refund and suspense items
      * are left off the new tracking and suspense files, and the
      * paid-off loan's escrow balance is zeroed on the Loan Master
      * with an 'EU' history record.  Each remitted item is journaled
      * out of the liability that held it (voided refund check back
      * to cash, suspense, or escrow) into escheat payable.
      *
      * The NAUPA-standard holder report file carries, for every state
      * with property remitted, the holder record, one property record
      * per item and the state's summary record.  The remittance report
      * lists every candidate with its disposition - refund checks
      * remitted must be voided with the bank, since the positive-pay
      * feed carries issues only - and the count and dollars remitted
      * to each state, which is the amount of each state's check.
      * Run after the night's refund and suspense carry-forward files
      * have been promoted, in place of the next night's read of them.
      *
      * Because the suspense file it writes is the one the next
      * night's suspense re-application reads, the run's suspense
      * totals - items read, carried forward and remitted - go on the
      * stream control-total file like those of the payment stream
      * jobs, so the stream balancing ties the next night's suspense
      * input to this run's output.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 The suspense record now carries the item's payment
      *            type; the carry-forward record is lengthened to
      *            match.
      * 2026-10-15 Record the suspense items and dollars read, carried
      *            forward and remitted on the stream control-total
      *            file, so the stream balancing ties the next night's
      *            suspense input to the file this run rewrote.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UP-RULE-FILE ASSIGN TO "ESCHRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT UP-CAND-FILE ASSIGN TO "ESCHCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT UP-RESP-FILE ASSIGN TO "ESCHRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT RFND-PEND-IN-FILE ASSIGN TO "RFNDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RFND-PEND-OUT-FILE ASSIGN TO "RFNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-INPUT-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSP-NEW-FILE ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAUPA-FILE ASSIGN TO "ESCHNAUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HIST-FILE ASSIGN TO "LHSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UP-REPORT-FILE ASSIGN TO "ESCHRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UP-RULE-FILE
           RECORDING MODE IS F.
           COPY UPRULE.

       FD  UP-CAND-FILE
           RECORDING MODE IS F.
       01  UP-CAND-RECORD             PIC X(179).

       FD  UP-RESP-FILE
           RECORDING MODE IS F.
       01  UP-RESP-REC.
           05  URS-SOURCE             PIC X(2).
           05  URS-ITEM-KEY           PIC X(12).
           05  URS-RESPONSE-DATE      PIC X(10).

       FD  RFND-PEND-IN-FILE
           RECORDING MODE IS F.
           COPY RFNDPEND.

       FD  RFND-PEND-OUT-FILE
           RECORDING MODE IS F.
       01  RFND-PEND-OUT-RECORD       PIC X(90).

       FD  SUSP-INPUT-FILE
           RECORDING MODE IS F.
           COPY SUSPFILE.

       FD  SUSP-NEW-FILE
           RECORDING MODE IS F.
       01  SUSP-NEW-RECORD            PIC X(74).

       FD  NAUPA-FILE
           RECORDING MODE IS F.
           COPY NAUPAREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  LOAN-HIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  UP-REPORT-FILE
           RECORDING MODE IS F.
       01  UP-REPORT-LINE             PIC X(132).

       FD  RUN-CONTROL-FILE
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
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBSUSP'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY UPITEM.
           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

         01  WS-RULE-STATUS             PIC X(2).
         01  WS-RULE-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-RULE-EOF                           VALUE 'Y'.
         01  WS-CAND-STATUS             PIC X(2).
         01  WS-CAND-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-CAND-EOF                           VALUE 'Y'.
         01  WS-RESP-STATUS             PIC X(2).
         01  WS-RESP-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-RESP-EOF                           VALUE 'Y'.
         01  WS-PEND-STATUS             PIC X(2).
         01  WS-PEND-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PEND-EOF                           VALUE 'Y'.
         01  WS-SUSP-STATUS             PIC X(2).
         01  WS-SUSP-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-SUSP-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.
         01  WS-LETTER-DATE-INT         PIC S9(9)      COMP-3.

      * Must match the response window the due-diligence letters
      * promise the owner.
         01  WS-RESPONSE-DAYS           PIC S9(3)      COMP-3
                                                        VALUE 60.

      * Holder identity for every state's report.
         01  WS-HOLDER-FOUND-SW         PIC X(1)       VALUE 'N'.
             88  WS-HOLDER-FOUND                       VALUE 'Y'.
         01  WS-HOLDER-REC              PIC X(122).

      * Owner responses logged against candidates.
         01  WS-RS-COUNT                PIC 9(5)  COMP VALUE ZERO.
         01  WS-RS-TABLE.
             05  WS-RS-ENTRY OCCURS 5000.
                 10  WS-RS-SOURCE       PIC X(2).
                 10  WS-RS-ITEM-KEY     PIC X(12).

      * Every candidate with its disposition.
         01  WS-CD-COUNT                PIC 9(5)  COMP VALUE ZERO.
         01  WS-CD-TABLE.
             05  WS-CD-ENTRY OCCURS 20000.
                 10  WS-CD-ITEM         PIC X(179).
                 10  WS-CD-DISP         PIC X(1).
                     88  WS-CD-OPEN                    VALUE 'P'.
                     88  WS-CD-REMITTED                VALUE 'R'.
                     88  WS-CD-CLAIMED                 VALUE 'C'.
                     88  WS-CD-WINDOW-OPEN             VALUE 'W'.
                     88  WS-CD-NOT-OPEN                VALUE 'N'.
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-MATCH-SUB               PIC 9(5)  COMP.
         01  WS-SEARCH-SOURCE           PIC X(2).
         01  WS-SEARCH-KEY              PIC X(12).
         01  WS-SEARCH-AMOUNT           PIC 9(7)V99.

      * One entry per state with property remitted this run.
         01  WS-ST-COUNT                PIC 9(3)  COMP VALUE ZERO.
         01  WS-ST-TABLE.
             05  WS-ST-ENTRY OCCURS 60.
                 10  WS-ST-STATE        PIC X(2).
                 10  WS-ST-ITEMS        PIC 9(6).
                 10  WS-ST-AMOUNT       PIC S9(11)V99  COMP-3.
         01  WS-ST-SUB                  PIC 9(3)  COMP.
         01  WS-ST-MATCH-SUB            PIC 9(3)  COMP.
         01  WS-PROP-SEQ                PIC 9(6).

         01  WS-CANDIDATE-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-REMITTED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CLAIMED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-WINDOW-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-NOT-OPEN-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-REMITTED-TOTAL          PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.

      * Stream control totals for the suspense file.
         01  WS-SUSPIN-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-SUSPIN-TOTAL            PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-SUSPNEW-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-SUSPNEW-TOTAL           PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-SUSP-REMIT-COUNT        PIC 9(7)       VALUE ZERO.
         01  WS-SUSP-REMIT-TOTAL        PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.

         01  WS-LIABILITY-ACCOUNT       PIC X(8).
         01  WS-NOTE                    PIC X(24).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(4)   VALUE 'SRC'.
             05  FILLER                 PIC X(12)  VALUE 'ITEM KEY'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(3)   VALUE 'ST'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'LETTER'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'AMOUNT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(24)  VALUE 'DISPOSITION'.

         01  WS-DETAIL-LINE.
             05  WS-D-SOURCE            PIC X(2).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ITEM-KEY          PIC X(12).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-STATE             PIC X(2).
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-D-LETTER-DATE       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-AMOUNT            PIC ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-NOTE              PIC X(24).

         01  WS-STATE-LINE.
             05  FILLER                 PIC X(6)   VALUE 'STATE '.
             05  WS-S-STATE             PIC X(2).
             05  FILLER                 PIC X(4)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'ITEMS = '.
             05  WS-S-ITEMS             PIC ZZZ,ZZ9.
             05  FILLER                 PIC X(4)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'REMITTED = '.
             05  WS-S-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

         01  WS-FIGURE-LINE.
             05  WS-F-CAPTION           PIC X(34).
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBESCHR - UNCLAIMED PROPERTY REMITTANCE START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM LOAD-HOLDER.
           PERFORM LOAD-OWNER-RESPONSES.
           PERFORM LOAD-CANDIDATES.

           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT LOAN-HIST-FILE.

           PERFORM CLOSE-OUT-REFUND-ITEMS.
           PERFORM CLOSE-OUT-SUSPENSE-ITEMS.
           PERFORM CLOSE-OUT-CREDIT-BALANCES.

           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE.

           OPEN OUTPUT NAUPA-FILE
           OPEN OUTPUT UP-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CD-COUNT
               PERFORM REPORT-ONE-CANDIDATE
           END-PERFORM.

           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               PERFORM WRITE-STATE-REPORT
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE NAUPA-FILE
           CLOSE UP-REPORT-FILE.

           DISPLAY 'COBESCHR - CANDIDATES READ     = '
               WS-CANDIDATE-COUNT.
           DISPLAY 'COBESCHR - ITEMS REMITTED      = '
               WS-REMITTED-COUNT.
           DISPLAY 'COBESCHR - OWNER CLAIMED       = '
               WS-CLAIMED-COUNT.
           DISPLAY 'COBESCHR - RESPONSE WINDOW OPEN= '
               WS-WINDOW-COUNT.
           DISPLAY 'COBESCHR - NO LONGER OPEN      = '
               WS-NOT-OPEN-COUNT.
           DISPLAY 'COBESCHR - STATES REPORTED     = ' WS-ST-COUNT.

           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-HOLDER.

           OPEN INPUT UP-RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'COBESCHR - STATE RULES FILE OPEN FAILED'
               DISPLAY 'COBESCHR - STATUS = ' WS-RULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ UP-RULE-FILE
               AT END MOVE 'Y' TO WS-RULE-EOF-SW
           END-READ.

           PERFORM UNTIL WS-RULE-EOF
               IF UR-REC-TYPE = 'H'
                   MOVE 'Y' TO WS-HOLDER-FOUND-SW
                   MOVE UP-RULE-REC TO WS-HOLDER-REC
               END-IF
               READ UP-RULE-FILE
                   AT END MOVE 'Y' TO WS-RULE-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE UP-RULE-FILE.

           IF NOT WS-HOLDER-FOUND
               DISPLAY 'COBESCHR - NO HOLDER RECORD ON STATE RULES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-OWNER-RESPONSES.

           OPEN INPUT UP-RESP-FILE.

      * No file when no owner came forward.
           IF WS-RESP-STATUS = '35'
               MOVE 'Y' TO WS-RESP-EOF-SW
           ELSE
               IF WS-RESP-STATUS NOT = '00'
                   DISPLAY 'COBESCHR - OWNER RESPONSE OPEN FAILED'
                   DISPLAY 'COBESCHR - STATUS = ' WS-RESP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ UP-RESP-FILE
                   AT END MOVE 'Y' TO WS-RESP-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-RESP-EOF
               IF WS-RS-COUNT >= 5000
                   DISPLAY 'COBESCHR - RESPONSE TABLE FULL AT 5000'
                   DISPLAY 'COBESCHR - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RS-COUNT
               MOVE URS-SOURCE   TO WS-RS-SOURCE(WS-RS-COUNT)
               MOVE URS-ITEM-KEY TO WS-RS-ITEM-KEY(WS-RS-COUNT)
               READ UP-RESP-FILE
                   AT END MOVE 'Y' TO WS-RESP-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-RESP-STATUS NOT = '35'
               CLOSE UP-RESP-FILE
           END-IF.

       LOAD-CANDIDATES.

           OPEN INPUT UP-CAND-FILE.
           IF WS-CAND-STATUS NOT = '00'
               DISPLAY 'COBESCHR - CANDIDATE FILE OPEN FAILED'
               DISPLAY 'COBESCHR - STATUS = ' WS-CAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ UP-CAND-FILE INTO UP-ITEM-REC
               AT END MOVE 'Y' TO WS-CAND-EOF-SW
           END-READ.

           PERFORM UNTIL WS-CAND-EOF
               PERFORM ADD-CANDIDATE-ENTRY
               READ UP-CAND-FILE INTO UP-ITEM-REC
                   AT END MOVE 'Y' TO WS-CAND-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE UP-CAND-FILE.

       ADD-CANDIDATE-ENTRY.

           IF WS-CD-COUNT >= 20000
               DISPLAY 'COBESCHR - CANDIDATE TABLE FULL AT 20000'
               DISPLAY 'COBESCHR - INCREASE TABLE AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CD-COUNT.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE UP-ITEM-REC TO WS-CD-ITEM(WS-CD-COUNT).
           MOVE 'P'         TO WS-CD-DISP(WS-CD-COUNT).

      * An owner who answered keeps the money with us; an owner
      * whose letter went out too recently still has time to answer.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RS-COUNT
               IF WS-RS-SOURCE(WS-SUB) = UI-SOURCE
                       AND WS-RS-ITEM-KEY(WS-SUB) = UI-ITEM-KEY
                   MOVE 'C' TO WS-CD-DISP(WS-CD-COUNT)
                   MOVE WS-RS-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           IF WS-CD-OPEN(WS-CD-COUNT)
                   AND UI-LETTER-DATE NOT = SPACES
               MOVE UI-LETTER-DATE TO WS-WORK-DATE
               COMPUTE WS-DATE-NUM =
                   WD-YYYY * 10000 + WD-MM * 100 + WD-DD
               COMPUTE WS-LETTER-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-RUN-DATE-INT <
                       WS-LETTER-DATE-INT + WS-RESPONSE-DAYS
                   MOVE 'W' TO WS-CD-DISP(WS-CD-COUNT)
               END-IF
           END-IF.

       FIND-OPEN-CANDIDATE.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CD-COUNT
               MOVE WS-CD-ITEM(WS-SUB) TO UP-ITEM-REC
               IF WS-CD-OPEN(WS-SUB)
                       AND UI-SOURCE = WS-SEARCH-SOURCE
                       AND UI-ITEM-KEY = WS-SEARCH-KEY
                       AND UI-AMOUNT = WS-SEARCH-AMOUNT
                   MOVE WS-SUB TO WS-MATCH-SUB
                   MOVE WS-CD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       CLOSE-OUT-REFUND-ITEMS.

           OPEN INPUT RFND-PEND-IN-FILE.

           IF WS-PEND-STATUS = '35'
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'COBESCHR - REFUND TRACKING OPEN FAILED'
                   DISPLAY 'COBESCHR - STATUS = ' WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT RFND-PEND-OUT-FILE
               READ RFND-PEND-IN-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PEND-EOF
               MOVE ZERO TO WS-MATCH-SUB
               IF RP-STATUS = 'I' OR RP-STATUS = 'U'
                   MOVE 'RF'             TO WS-SEARCH-SOURCE
                   MOVE RP-CHECK-NUMBER  TO WS-SEARCH-KEY
                   MOVE RP-REFUND-AMOUNT TO WS-SEARCH-AMOUNT
                   PERFORM FIND-OPEN-CANDIDATE
               END-IF
               IF WS-MATCH-SUB = 0
                   WRITE RFND-PEND-OUT-RECORD FROM REFUND-PEND-REC
               ELSE
      * The stale check is voided, putting its money back in cash.
                   MOVE 'CASH' TO WS-LIABILITY-ACCOUNT
                   PERFORM REMIT-ONE-ITEM
               END-IF
               READ RFND-PEND-IN-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PEND-STATUS NOT = '35'
               CLOSE RFND-PEND-IN-FILE
               CLOSE RFND-PEND-OUT-FILE
           END-IF.

       CLOSE-OUT-SUSPENSE-ITEMS.

           OPEN INPUT SUSP-INPUT-FILE.

           IF WS-SUSP-STATUS = '35'
               MOVE 'Y' TO WS-SUSP-EOF-SW
           ELSE
               IF WS-SUSP-STATUS NOT = '00'
                   DISPLAY 'COBESCHR - SUSPENSE FILE OPEN FAILED'
                   DISPLAY 'COBESCHR - STATUS = ' WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT SUSP-NEW-FILE
               READ SUSP-INPUT-FILE
                   AT END MOVE 'Y' TO WS-SUSP-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-SUSP-EOF
               ADD 1 TO WS-SUSPIN-COUNT
               ADD SUSP-AMOUNT TO WS-SUSPIN-TOTAL
               MOVE 'SU'         TO WS-SEARCH-SOURCE
               MOVE SUSP-ITEM-ID TO WS-SEARCH-KEY
               MOVE SUSP-AMOUNT  TO WS-SEARCH-AMOUNT
               PERFORM FIND-OPEN-CANDIDATE
               IF WS-MATCH-SUB = 0
                   WRITE SUSP-NEW-RECORD FROM SUSP-RECORD
                   ADD 1 TO WS-SUSPNEW-COUNT
                   ADD SUSP-AMOUNT TO WS-SUSPNEW-TOTAL
               ELSE
                   ADD 1 TO WS-SUSP-REMIT-COUNT
                   ADD SUSP-AMOUNT TO WS-SUSP-REMIT-TOTAL
                   MOVE 'SUSPENSE' TO WS-LIABILITY-ACCOUNT
                   PERFORM REMIT-ONE-ITEM
               END-IF
               READ SUSP-INPUT-FILE
                   AT END MOVE 'Y' TO WS-SUSP-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-SUSP-STATUS NOT = '35'
               CLOSE SUSP-INPUT-FILE
               CLOSE SUSP-NEW-FILE
           END-IF.

       CLOSE-OUT-CREDIT-BALANCES.

           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-CD-COUNT
               MOVE WS-CD-ITEM(WS-MATCH-SUB) TO UP-ITEM-REC
               IF WS-CD-OPEN(WS-MATCH-SUB) AND UI-SOURCE = 'CB'
                   PERFORM CLOSE-OUT-ONE-CREDIT
               END-IF
           END-PERFORM.

      * Refund and suspense candidates not found still open on their
      * files were refunded, cashed or re-applied since the review.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CD-COUNT
               IF WS-CD-OPEN(WS-SUB)
                   MOVE 'N' TO WS-CD-DISP(WS-SUB)
               END-IF
           END-PERFORM.

       CLOSE-OUT-ONE-CREDIT.

           MOVE UI-LOAN-NUMBER TO LM-LOAN-NUMBER.

           EXEC SQL
                SELECT STATUS_CODE, ESCROW_BALANCE
                INTO  :LM-STATUS-CODE, :LM-ESCROW-BALANCE
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE SPACES TO LM-STATUS-CODE
               WHEN OTHER
                   DISPLAY 'COBESCHR - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBESCHR - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF LM-STATUS-CODE = 'PO'
                   AND LM-ESCROW-BALANCE = UI-AMOUNT
               EXEC SQL
                    UPDATE MORT.LOAN_MASTER
                    SET    ESCROW_BALANCE = 0
                    WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBESCHR - LOAN MASTER UPDATE FAILED'
                   DISPLAY 'COBESCHR - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXEC SQL
                    COMMIT
               END-EXEC
               PERFORM WRITE-HISTORY-REMITTED
               MOVE 'ESCROWLB' TO WS-LIABILITY-ACCOUNT
               PERFORM REMIT-ONE-ITEM
           END-IF.

       REMIT-ONE-ITEM.

           MOVE WS-CD-ITEM(WS-MATCH-SUB) TO UP-ITEM-REC.
           MOVE 'R' TO WS-CD-DISP(WS-MATCH-SUB).
           ADD 1 TO WS-REMITTED-COUNT.
           ADD UI-AMOUNT TO WS-REMITTED-TOTAL.

           MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'                 TO GLJ-DR-CR.
           MOVE UI-AMOUNT            TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE 'ESCHPAYB'           TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'                 TO GLJ-DR-CR.
           MOVE UI-AMOUNT            TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           PERFORM FIND-STATE-ENTRY.
           ADD 1         TO WS-ST-ITEMS(WS-ST-MATCH-SUB).
           ADD UI-AMOUNT TO WS-ST-AMOUNT(WS-ST-MATCH-SUB).

       FIND-STATE-ENTRY.

           MOVE ZERO TO WS-ST-MATCH-SUB.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUB) = UI-REPORT-STATE
                   MOVE WS-ST-SUB TO WS-ST-MATCH-SUB
                   MOVE WS-ST-COUNT TO WS-ST-SUB
               END-IF
           END-PERFORM.

           IF WS-ST-MATCH-SUB = 0
               IF WS-ST-COUNT >= 60
                   DISPLAY 'COBESCHR - STATE TABLE FULL AT 60'
                   DISPLAY 'COBESCHR - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT     TO WS-ST-MATCH-SUB
               MOVE UI-REPORT-STATE TO WS-ST-STATE(WS-ST-COUNT)
               MOVE ZERO            TO WS-ST-ITEMS(WS-ST-COUNT)
               MOVE ZERO            TO WS-ST-AMOUNT(WS-ST-COUNT)
           END-IF.

       WRITE-ONE-JOURNAL.

           MOVE WS-RUN-DATE     TO GLJ-RUN-DATE.
           MOVE 'COBESCHR'      TO GLJ-SOURCE-PROGRAM.
           MOVE UI-LOAN-NUMBER  TO GLJ-LOAN-NUMBER.
           WRITE GL-JOURNAL-REC.

       WRITE-HISTORY-REMITTED.

           MOVE UI-LOAN-NUMBER     TO LH-LOAN-NUMBER.
           MOVE WS-RUN-DATE        TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE        TO LH-POSTED-DATE.
           MOVE 'EU'               TO LH-TRAN-CODE.
           MOVE 'COBESCHR'         TO LH-SOURCE-PROGRAM.
           MOVE UI-ITEM-KEY        TO LH-ITEM-ID.
           MOVE UI-AMOUNT          TO LH-TRAN-AMOUNT.
           MOVE ZERO               TO LH-PRINCIPAL-AMT.
           MOVE ZERO               TO LH-INTEREST-AMT.
           MOVE UI-AMOUNT          TO LH-ESCROW-AMT.
           MOVE ZERO               TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       WRITE-STATE-REPORT.

           MOVE WS-HOLDER-REC TO UP-RULE-REC.

           MOVE SPACES               TO NAUPA-HOLDER-REC.
           MOVE '1'                  TO NH-RECORD-ID.
           MOVE UR-HOLDER-TAX-ID     TO NH-HOLDER-TAX-ID.
           MOVE WS-RUN-DATE(1:4)     TO NH-REPORT-YEAR.
           MOVE UR-HOLDER-NAME       TO NH-HOLDER-NAME.
           MOVE UR-HOLDER-STREET     TO NH-HOLDER-STREET.
           MOVE UR-HOLDER-CITY       TO NH-HOLDER-CITY.
           MOVE UR-HOLDER-STATE      TO NH-HOLDER-STATE.
           MOVE UR-HOLDER-ZIP        TO NH-HOLDER-ZIP.
           MOVE UR-STATE-CODE        TO NH-HOLDER-INC-STATE.
           MOVE WS-ST-STATE(WS-ST-SUB) TO NH-REPORT-STATE.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO NH-REPORT-DATE.
           MOVE 'O'                  TO NH-REPORT-TYPE.
           WRITE NAUPA-HOLDER-REC.

           MOVE ZERO TO WS-PROP-SEQ.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CD-COUNT
               MOVE WS-CD-ITEM(WS-SUB) TO UP-ITEM-REC
               IF WS-CD-REMITTED(WS-SUB)
                       AND UI-REPORT-STATE = WS-ST-STATE(WS-ST-SUB)
                   PERFORM WRITE-PROPERTY-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES                   TO NAUPA-SUMMARY-REC.
           MOVE '9'                      TO NS-RECORD-ID.
           MOVE WS-ST-ITEMS(WS-ST-SUB)   TO NS-PROPERTY-COUNT.
           MOVE WS-ST-AMOUNT(WS-ST-SUB)  TO NS-CASH-REPORTED.
           MOVE ZERO                     TO NS-DEDUCTION-AMT.
           MOVE WS-ST-AMOUNT(WS-ST-SUB)  TO NS-CASH-REMITTED.
           WRITE NAUPA-SUMMARY-REC.

           MOVE WS-ST-STATE(WS-ST-SUB)   TO WS-S-STATE.
           MOVE WS-ST-ITEMS(WS-ST-SUB)   TO WS-S-ITEMS.
           MOVE WS-ST-AMOUNT(WS-ST-SUB)  TO WS-S-AMOUNT.
           MOVE WS-STATE-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-PROPERTY-RECORD.

           ADD 1 TO WS-PROP-SEQ.

           MOVE SPACES             TO NAUPA-PROPERTY-REC.
           MOVE '2'                TO NP-RECORD-ID.
           MOVE WS-PROP-SEQ        TO NP-SEQUENCE-NUMBER.
           MOVE UI-OWNER-NAME      TO NP-OWNER-NAME.
           MOVE UI-OWNER-STREET    TO NP-OWNER-ADDRESS-1.
           MOVE UI-OWNER-CITY      TO NP-OWNER-CITY.
           MOVE UI-OWNER-STATE     TO NP-OWNER-STATE.
           MOVE UI-OWNER-ZIP       TO NP-OWNER-ZIP.
           IF UI-OWNER-STREET NOT = SPACES
               MOVE 'USA'          TO NP-OWNER-COUNTRY
           END-IF.
           MOVE UI-OWNER-SSN       TO NP-OWNER-TAX-ID.
           STRING UI-LAST-ACTIVITY-DATE(1:4)
                  UI-LAST-ACTIVITY-DATE(6:2)
                  UI-LAST-ACTIVITY-DATE(9:2)
               DELIMITED BY SIZE INTO NP-LAST-ACTIVITY-DATE.
           MOVE UI-PROPERTY-TYPE   TO NP-PROPERTY-TYPE.
           MOVE UI-AMOUNT          TO NP-CASH-REPORTED.
           MOVE ZERO               TO NP-DEDUCTION-AMT.
           MOVE UI-AMOUNT          TO NP-CASH-REMITTED.
           MOVE UI-LOAN-NUMBER     TO NP-ACCOUNT-NUMBER.

           EVALUATE UI-SOURCE
               WHEN 'RF'
                   MOVE UI-ITEM-KEY TO NP-CHECK-NUMBER
                   MOVE 'UNCASHED MORTGAGE ESCROW REFUND CHECK'
                       TO NP-PROPERTY-DESC
               WHEN 'SU'
                   MOVE 'UNAPPLIED MORTGAGE PAYMENT'
                       TO NP-PROPERTY-DESC
               WHEN 'CB'
                   MOVE 'ESCROW CREDIT BALANCE ON PAID-OFF MORTGAGE'
                       TO NP-PROPERTY-DESC
           END-EVALUATE.

           WRITE NAUPA-PROPERTY-REC.

       REPORT-ONE-CANDIDATE.

           MOVE WS-CD-ITEM(WS-SUB) TO UP-ITEM-REC.

           EVALUATE TRUE
               WHEN WS-CD-REMITTED(WS-SUB)
                   IF UI-SOURCE = 'RF'
                       MOVE 'REMITTED - VOID CHECK' TO WS-NOTE
                   ELSE
                       MOVE 'REMITTED' TO WS-NOTE
                   END-IF
               WHEN WS-CD-CLAIMED(WS-SUB)
                   MOVE 'OWNER CLAIMED' TO WS-NOTE
                   ADD 1 TO WS-CLAIMED-COUNT
               WHEN WS-CD-WINDOW-OPEN(WS-SUB)
                   MOVE 'RESPONSE WINDOW OPEN' TO WS-NOTE
                   ADD 1 TO WS-WINDOW-COUNT
               WHEN OTHER
                   MOVE 'NO LONGER OPEN' TO WS-NOTE
                   ADD 1 TO WS-NOT-OPEN-COUNT
           END-EVALUATE.

           MOVE UI-SOURCE          TO WS-D-SOURCE.
           MOVE UI-ITEM-KEY        TO WS-D-ITEM-KEY.
           MOVE UI-LOAN-NUMBER     TO WS-D-LOAN-NUMBER.
           MOVE UI-REPORT-STATE    TO WS-D-STATE.
           MOVE UI-LETTER-DATE     TO WS-D-LETTER-DATE.
           MOVE UI-AMOUNT          TO WS-D-AMOUNT.
           MOVE WS-NOTE            TO WS-D-NOTE.

           MOVE WS-DETAIL-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO UP-REPORT-LINE.
           MOVE 'UNCLAIMED PROPERTY REMITTANCE REPORT'
               TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE SPACES TO UP-REPORT-LINE.
           STRING 'AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE SPACES TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

           MOVE 'CANDIDATES READ'         TO WS-C-CAPTION.
           MOVE WS-CANDIDATE-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'OWNER CLAIMED'           TO WS-C-CAPTION.
           MOVE WS-CLAIMED-COUNT          TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'RESPONSE WINDOW STILL OPEN' TO WS-C-CAPTION.
           MOVE WS-WINDOW-COUNT              TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'NO LONGER OPEN'          TO WS-C-CAPTION.
           MOVE WS-NOT-OPEN-COUNT         TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'ITEMS REMITTED'          TO WS-C-CAPTION.
           MOVE WS-REMITTED-COUNT         TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'TOTAL MOVED TO ESCHEAT PAYABLE' TO WS-F-CAPTION.
           MOVE WS-REMITTED-TOTAL               TO WS-F-AMOUNT.
           MOVE WS-FIGURE-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO UP-REPORT-LINE.
           WRITE UP-REPORT-LINE.

       WRITE-STREAM-TOTALS.

      * Every suspense item read is either carried forward on the new
      * suspense file or remitted.  Refund checks and escrow balances
      * are outside the payment stream and are not recorded.
           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBESCHR - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBESCHR - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBESCHR'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           MOVE 'I'              TO SC-DIRECTION.
           MOVE 'SUSPIN'         TO SC-FLOW-NAME.
           MOVE WS-SUSPIN-COUNT  TO SC-ITEM-COUNT.
           MOVE WS-SUSPIN-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'SUSPNEW'        TO SC-FLOW-NAME.
           MOVE WS-SUSPNEW-COUNT TO SC-ITEM-COUNT.
           MOVE WS-SUSPNEW-TOTAL TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'REMITTED'       TO SC-FLOW-NAME.
           MOVE WS-SUSP-REMIT-COUNT TO SC-ITEM-COUNT.
           MOVE WS-SUSP-REMIT-TOTAL TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBESCHR'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBESCHR - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBESCHR - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBESCHR - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBESCHR - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBESCHR - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBESCHR - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBESCHR - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBESCHR' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
