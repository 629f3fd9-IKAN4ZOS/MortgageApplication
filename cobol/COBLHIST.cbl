      * Nightly batch that owns the permanent loan transaction history.
      * The day's history records - written by payment posting,
      * suspense re-application, payoff and late-fee assessment as
      * they move money - are added to the permanent history file,
      * an indexed file keyed by loan number, effective date and
      * sequence (LHSTMREC), so it stays the one complete record of
      * every money event against every loan.  A record whose loan
      * and effective date are already on file takes the next free
      * sequence number.  A checkpoint is written after every record
      * added, so a rerun after an abend skips what it already added.
      * A loan-number inquiry request file drives a servicing inquiry
      * report: for each requested loan, every history record on file
      * is read by key and printed with its principal/interest/
      * escrow/fee split, which is what a borrower dispute ("where
      * did my payment go") or a bureau dispute is researched from.
      *
      * The indexed file is first loaded by running this program
      * against an empty (not yet created) history master with the
      * old sequential history file as the day extract.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial version.
      * 2026-10-15 The permanent history file LHSTMAST is now indexed
      *            by loan number, effective date and sequence: the
      *            day's records are added to it in place instead of
      *            copying the whole file to LHSTNEW every night, with
      *            a checkpoint (LHSTCKPT) after every record added.
      *            The inquiry report reads each requested loan by
      *            key instead of stashing hits from a full pass.
      * 2026-10-15 Record the run's items and dollars in and out on
      *            the stream control-total file for the payment-
      *            stream balancing step: the day's records read,
      *            totalled by the program that wrote them so each
      *            job's history extract ties on its own, and the
      *            records on the history master.  Recorded before
      *            the checkpoint is emptied.
      * 2026-10-15 Zero the money totals added to the checkpoint
      *            record; this program doesn't use them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT LHIST-DAY-FILE ASSIGN TO "LHSTDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "LHSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT INQ-REQUEST-FILE ASSIGN TO "LHINQREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  LHIST-DAY-FILE
           RECORDING MODE IS F.
       01  LHIST-DAY-RECORD           PIC X(101).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CHKPTREC.

       FD  INQ-REQUEST-FILE
           RECORDING MODE IS F.
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
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBPPOST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY LOANHIST.

         01  WS-MAST-STATUS             PIC X(2).
         01  WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-MAST-EOF                           VALUE 'Y'.
         01  WS-ADDED-SW                PIC X(1)       VALUE 'N'.
             88  WS-ADDED                              VALUE 'Y'.
         01  WS-KEY-LOAN-NUMBER         PIC X(10).
         01  WS-DAY-STATUS              PIC X(2).
         01  WS-DAY-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-DAY-EOF                            VALUE 'Y'.
         01  WS-INQ-STATUS              PIC X(2).
         01  WS-INQ-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-INQ-EOF                            VALUE 'Y'.
         01  WS-CKPT-STATUS             PIC X(2).
         01  WS-CKPT-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-CKPT-EOF                           VALUE 'Y'.
         01  WS-RESTART-KEY             PIC X(12)      VALUE SPACES.
         01  WS-RESTART-COUNT           PIC 9(7)       VALUE ZERO.

         01  WS-DAY-COUNT               PIC 9(7)       VALUE ZERO.
         01  WS-ADDED-COUNT             PIC 9(7)       VALUE ZERO.
         01  WS-SKIPPED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-INQ-COUNT               PIC 9(3)  COMP VALUE ZERO.

      * Stream control totals - the day's records by the program
      * that wrote them, whether added this run or before a restart.
         01  WS-DAY-TOTAL               PIC S9(11)V99  COMP-3
                                                         VALUE ZERO.
         01  WS-SRC-COUNT               PIC 9(3)  COMP VALUE ZERO.
         01  WS-SRC-TABLE.
             05  WS-SRC-ENTRY OCCURS 30.
                 10  WS-SRC-PROGRAM     PIC X(8).
                 10  WS-SRC-ITEMS       PIC 9(7).
                 10  WS-SRC-AMOUNT      PIC S9(11)V99  COMP-3.
         01  WS-SRC-SUB                 PIC 9(3)  COMP.
         01  WS-SRC-PROGRAM-KEY         PIC X(8).

      * Inquiry loan numbers requested for this run.
         01  WS-INQ-TABLE.
             05  WS-INQ-ENTRY OCCURS 100.
                 10  WS-IQ-LOAN-NUMBER  PIC X(10).

         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-LOAN-FOUND-SW           PIC X(1).
             88  WS-LOAN-FOUND                         VALUE 'Y'.

         01  WS-SECTION-LINE.
             05  FILLER                 PIC X(16)
                 VALUE 'LOAN HISTORY -  '.

           PERFORM LOAD-INQUIRY-REQUESTS.

           PERFORM OPEN-HISTORY-MASTER.
           PERFORM OPEN-CHECKPOINT-FILE.

           PERFORM ADD-DAY-HISTORY.

           CLOSE CHECKPOINT-FILE.
           PERFORM WRITE-STREAM-TOTALS.
           PERFORM RESET-CHECKPOINT-FILE.

           OPEN OUTPUT INQ-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM WRITE-INQUIRY-SECTIONS.

           CLOSE LHIST-MAST-FILE
           CLOSE INQ-REPORT-FILE.

           DISPLAY 'COBLHIST - DAY RECORDS READ      = ' WS-DAY-COUNT.
           DISPLAY 'COBLHIST - RECORDS ADDED TODAY   = ' WS-ADDED-COUNT.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'COBLHIST - ADDED BEFORE RESTART  = '
                   WS-SKIPPED-COUNT
           END-IF.
           DISPLAY 'COBLHIST - INQUIRIES REPORTED    = ' WS-INQ-COUNT.

           PERFORM RECORD-JOB-COMPLETE.
               CLOSE INQ-REQUEST-FILE
           END-IF.

       OPEN-HISTORY-MASTER.

           OPEN I-O LHIST-MAST-FILE.

      * First run in a fresh environment has no permanent history
      * yet - the indexed file is created empty and opened again for
      * update.
           IF WS-MAST-STATUS = '35'
               OPEN OUTPUT LHIST-MAST-FILE
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY 'COBLHIST - HISTORY MASTER CREATE FAILED'
                   DISPLAY 'COBLHIST - STATUS = ' WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LHIST-MAST-FILE
               OPEN I-O LHIST-MAST-FILE
           END-IF.

           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'COBLHIST - HISTORY MASTER OPEN FAILED'
               DISPLAY 'COBLHIST - STATUS = ' WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-DAY-HISTORY.

           OPEN INPUT LHIST-DAY-FILE.

               END-READ
           END-IF.

      * On a restart the records the abended run already added are
      * counted past, not added a second time.
           PERFORM UNTIL WS-DAY-EOF
               ADD 1 TO WS-DAY-COUNT
               PERFORM TALLY-DAY-SOURCE
               IF WS-RESTART-COUNT = 0
                       OR WS-DAY-COUNT > WS-RESTART-COUNT
                   PERFORM ADD-ONE-HISTORY-RECORD
                   PERFORM WRITE-CHECKPOINT-RECORD
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               READ LHIST-DAY-FILE
                   AT END MOVE 'Y' TO WS-DAY-EOF-SW
               END-READ
               CLOSE LHIST-DAY-FILE
           END-IF.

       TALLY-DAY-SOURCE.

           MOVE LHIST-DAY-RECORD TO LOAN-HIST-RECORD.
           ADD LH-TRAN-AMOUNT TO WS-DAY-TOTAL.

           MOVE LH-SOURCE-PROGRAM TO WS-SRC-PROGRAM-KEY.
           IF WS-SRC-PROGRAM-KEY = SPACES
               MOVE 'UNKNOWN' TO WS-SRC-PROGRAM-KEY
           END-IF.

           MOVE ZERO TO WS-SRC-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT
               IF WS-SRC-PROGRAM(WS-SUB) = WS-SRC-PROGRAM-KEY
                   MOVE WS-SUB TO WS-SRC-SUB
               END-IF
           END-PERFORM.

           IF WS-SRC-SUB = ZERO
               IF WS-SRC-COUNT >= 30
                   DISPLAY 'COBLHIST - SOURCE PROGRAM TABLE FULL AT 30'
                   DISPLAY 'COBLHIST - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT       TO WS-SRC-SUB
               MOVE WS-SRC-PROGRAM-KEY TO WS-SRC-PROGRAM(WS-SRC-SUB)
               MOVE ZERO               TO WS-SRC-ITEMS(WS-SRC-SUB)
               MOVE ZERO               TO WS-SRC-AMOUNT(WS-SRC-SUB)
           END-IF.

           ADD 1              TO WS-SRC-ITEMS(WS-SRC-SUB).
           ADD LH-TRAN-AMOUNT TO WS-SRC-AMOUNT(WS-SRC-SUB).

       ADD-ONE-HISTORY-RECORD.

           MOVE LHIST-DAY-RECORD  TO LOAN-HIST-RECORD.
           MOVE LH-LOAN-NUMBER    TO LHM-LOAN-NUMBER.
           MOVE LH-EFFECTIVE-DATE TO LHM-EFFECTIVE-DATE.
           MOVE 1                 TO LHM-SEQUENCE.
           MOVE LOAN-HIST-RECORD  TO LHM-HISTORY.

      * The same loan and effective date can already be on file - a
      * second installment off the same item, a reversal of the
      * payment, an earlier day's record effective-dated today - so
      * a duplicate key just moves on to the next sequence number.
           MOVE 'N' TO WS-ADDED-SW.
           PERFORM UNTIL WS-ADDED
               WRITE LHIST-MAST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-MAST-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ADDED-SW
                   WHEN '22'
                       IF LHM-SEQUENCE >= 99999
                           DISPLAY 'COBLHIST - NO FREE SEQUENCE FOR '
                               LHM-LOAN-NUMBER ' ' LHM-EFFECTIVE-DATE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO LHM-SEQUENCE
                   WHEN OTHER
                       DISPLAY 'COBLHIST - HISTORY MASTER WRITE FAILED'
                       DISPLAY 'COBLHIST - STATUS = ' WS-MAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM.

           ADD 1 TO WS-ADDED-COUNT.

       WRITE-INQUIRY-SECTIONS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
           WRITE INQ-REPORT-LINE.

           MOVE 'N' TO WS-LOAN-FOUND-SW.
           MOVE WS-IQ-LOAN-NUMBER(WS-SUB) TO WS-KEY-LOAN-NUMBER.
           PERFORM START-LOAN-HISTORY.

           PERFORM UNTIL WS-MAST-EOF
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               MOVE 'Y' TO WS-LOAN-FOUND-SW
               PERFORM WRITE-INQUIRY-DETAIL
               PERFORM READ-NEXT-LOAN-HISTORY
           END-PERFORM.

           IF NOT WS-LOAN-FOUND
               WRITE INQ-REPORT-LINE
           END-IF.

       START-LOAN-HISTORY.

      * Positions on the first record for WS-KEY-LOAN-NUMBER and reads
      * it; WS-MAST-EOF comes on when the loan has no history.
           MOVE 'N'                TO WS-MAST-EOF-SW.
           MOVE WS-KEY-LOAN-NUMBER TO LHM-LOAN-NUMBER.
           MOVE LOW-VALUES         TO LHM-EFFECTIVE-DATE.
           MOVE ZERO               TO LHM-SEQUENCE.

           START LHIST-MAST-FILE KEY IS NOT LESS THAN LHM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MAST-EOF-SW
           END-START.

           IF NOT WS-MAST-EOF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-IF.

       READ-NEXT-LOAN-HISTORY.

           READ LHIST-MAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-SW
           END-READ.

           IF NOT WS-MAST-EOF
               IF LHM-LOAN-NUMBER NOT = WS-KEY-LOAN-NUMBER
                   MOVE 'Y' TO WS-MAST-EOF-SW
               END-IF
           END-IF.

       WRITE-INQUIRY-DETAIL.

           MOVE LH-EFFECTIVE-DATE TO WS-D-EFF-DATE.
               TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

       OPEN-CHECKPOINT-FILE.

           OPEN INPUT CHECKPOINT-FILE.

           IF WS-CKPT-STATUS = '35'
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'COBLHIST - CHECKPOINT FILE CREATE FAILED'
                   DISPLAY 'COBLHIST - STATUS = ' WS-CKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'COBLHIST - CHECKPOINT FILE OPEN FAILED'
                   DISPLAY 'COBLHIST - STATUS = ' WS-CKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-LAST-CHECKPOINT
               CLOSE CHECKPOINT-FILE
           END-IF.

           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBLHIST - CHECKPOINT FILE OPEN EXTEND FAILED'
               DISPLAY 'COBLHIST - STATUS = ' WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LAST-CHECKPOINT.

           READ CHECKPOINT-FILE
               AT END SET WS-CKPT-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-CKPT-EOF
               MOVE CHKPT-LAST-KEY  TO WS-RESTART-KEY
               MOVE CHKPT-LAST-KEY(1:7) TO WS-RESTART-COUNT
               MOVE CHKPT-COUNT     TO WS-ADDED-COUNT
               READ CHECKPOINT-FILE
                   AT END SET WS-CKPT-EOF TO TRUE
               END-READ
           END-PERFORM.

       RESET-CHECKPOINT-FILE.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBLHIST - CHECKPOINT FILE RESET FAILED'
               DISPLAY 'COBLHIST - STATUS = ' WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CHECKPOINT-FILE.

       WRITE-CHECKPOINT-RECORD.

           MOVE 'COBLHIST'        TO CHKPT-PROGRAM-ID.
           MOVE WS-DAY-COUNT      TO CHKPT-LAST-KEY.
           MOVE WS-ADDED-COUNT    TO CHKPT-COUNT.
           MOVE ZERO              TO CHKPT-COUNT-2.
           MOVE ZERO              TO CHKPT-COUNT-3.
           MOVE ZERO              TO CHKPT-COUNT-4.
           MOVE ZERO              TO CHKPT-COUNT-5.
           MOVE ZERO              TO CHKPT-COUNT-6.
           MOVE ZERO              TO CHKPT-COUNT-7.
           MOVE ZERO              TO CHKPT-AMOUNT-1.
           MOVE ZERO              TO CHKPT-AMOUNT-2.
           MOVE ZERO              TO CHKPT-AMOUNT-3.
           MOVE ZERO              TO CHKPT-AMOUNT-4.
           WRITE CHKPT-RECORD.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBLHIST - CHECKPOINT WRITE FAILED'
               DISPLAY 'COBLHIST - STATUS = ' WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-STREAM-TOTALS.

      * Every day record read is on the history master - added by
      * this run, or by the run before a restart.
           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBLHIST - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBLHIST - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBLHIST'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               MOVE 'I'                        TO SC-DIRECTION
               MOVE WS-SRC-PROGRAM(WS-SRC-SUB) TO SC-FLOW-NAME
               MOVE WS-SRC-ITEMS(WS-SRC-SUB)   TO SC-ITEM-COUNT
               MOVE WS-SRC-AMOUNT(WS-SRC-SUB)  TO SC-AMOUNT
               PERFORM WRITE-STREAM-FLOW
           END-PERFORM.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'LHSTMAST'       TO SC-FLOW-NAME.
           MOVE WS-DAY-COUNT     TO SC-ITEM-COUNT.
           MOVE WS-DAY-TOTAL     TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBLHIST'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
