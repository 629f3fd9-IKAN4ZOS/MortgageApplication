       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBXFROT.
      ******************************************************************
      * COBXFROT - OUTBOUND BULK SERVICING TRANSFER
      * ----------------------------------------------------------------
      * Carries loans whose servicing we have sold from the sale to
      * the new servicer.  The sale instruction file names the
      * transferee and the transfer date in a header and lists the
      * loans being sold.  Every listed loan that is on the Loan
      * Master and active gets the RESPA notice of servicing transfer
      * (the "goodbye" letter) and goes onto the pending transfer
      * file; a sale whose transfer date is less than 15 days off
      * cannot be noticed in time and is rejected whole.
      *
      * Each night the pending file is carried forward.  On the
      * transfer date every pending loan still active is extracted to
      * the new servicer in the standard transfer layout - one header,
      * the loan records and a control-total trailer per sale - and
      * set to status 'TO' with the transferee's servicer code.  Its
      * escrow balance goes to the new servicer with the loan: the
      * escrow is journaled out and zeroed, and a 'TO' loan history
      * record ('TD' where the escrow was overdrawn) carries the
      * balances it left with.  From then on payment posting forwards
      * any payment received for the loan to the new servicer instead
      * of posting it.
      *
      * A pending loan that paid off or otherwise left active status
      * before its transfer date is dropped and reported.
      *
      * A checkpoint is taken after every sale header, loan and
      * trailer written to the extract.  A run that abends partway
      * through the transfers restarts from the last checkpoint: the
      * extract, journal and history files are extended rather than
      * rewritten, the loans already taken are skipped, and the sale
      * totals are restored so the open sale's trailer still balances.
      * The letters and report are written afresh.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Write the escrow on the transfer-out history record
      *            as an unsigned amount: 'TO' for a credit balance
      *            sent, 'TD' for an escrow advance repaid to us.
      * 2026-10-15 Added checkpoint/restart so an abend partway through
      *            the transfers no longer loses the extract, journals
      *            and history of the loans already set to 'TO'.  Each
      *            loan's Loan Master update is committed after its
      *            output records are written.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-SALE-FILE ASSIGN TO "XFERSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALE-STATUS.

           SELECT XFER-PEND-FILE ASSIGN TO "XFERPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT XFER-PEND-NEW-FILE ASSIGN TO "XFERPNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFER-OUT-FILE ASSIGN TO "XFEROUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFER-LETTER-FILE ASSIGN TO "XFERGLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFER-REPORT-FILE ASSIGN TO "XFERORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HIST-FILE ASSIGN TO "LHSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "XFROTCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-SALE-FILE
           RECORDING MODE IS F.
       01  XFER-SALE-IO-REC           PIC X(400).

       FD  XFER-PEND-FILE
           RECORDING MODE IS F.
           COPY XFERPEND.

       FD  XFER-PEND-NEW-FILE
           RECORDING MODE IS F.
       01  XFER-PEND-NEW-REC          PIC X(200).

       FD  XFER-OUT-FILE
           RECORDING MODE IS F.
       01  XFER-OUT-IO-REC            PIC X(400).

       FD  XFER-LETTER-FILE
           RECORDING MODE IS F.
       01  XFER-LETTER-LINE           PIC X(132).

       FD  XFER-REPORT-FILE
           RECORDING MODE IS F.
       01  XFER-REPORT-LINE           PIC X(132).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  LOAN-HIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CHKPTREC.

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBPPOST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.
           COPY XFERREC.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

         01  WS-HOUSE-SERVICER          PIC X(4)       VALUE 'HSVC'.
         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.

      * RESPA: the goodbye letter goes out at least 15 days before
      * the transfer, and for 60 days from the transfer a payment we
      * receive on time is not late - posting forwards it.
         01  WS-NOTICE-DAYS             PIC S9(3)      COMP-3
                                                        VALUE 15.
         01  WS-GRACE-DAYS              PIC S9(3)      COMP-3
                                                        VALUE 59.
         01  WS-NOTICE-CUTOFF-DATE      PIC X(10).
         01  WS-LAST-PMT-ACCEPT-DATE    PIC X(10).
         01  WS-GRACE-END-DATE          PIC X(10).
         01  WS-XFER-DATE-INT           PIC S9(9)      COMP-3.

         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).

         01  WS-SALE-STATUS             PIC X(2).
         01  WS-SALE-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-SALE-EOF                           VALUE 'Y'.
         01  WS-PEND-STATUS             PIC X(2).
         01  WS-PEND-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PEND-EOF                           VALUE 'Y'.

         01  WS-CKPT-STATUS             PIC X(2).
         01  WS-CKPT-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-CKPT-EOF                           VALUE 'Y'.
         01  WS-RESTART-KEY             PIC X(12)      VALUE SPACES.
         01  WS-RESTART-COUNT           PIC 9(7)       VALUE ZERO.

      * Due loans and sales are taken in the same order on a restart
      * as on the run being restarted; these count them off.
         01  WS-DUE-SEQ                 PIC 9(7)       VALUE ZERO.
         01  WS-GROUP-SEQ               PIC 9(7)       VALUE ZERO.
         01  WS-TRAILER-COUNT           PIC 9(7)       VALUE ZERO.

      * The sale header in force - the one just read off the sale
      * file, or the one a pending loan carries.
         01  WS-SALE-HEADER.
             05  WS-SH-REC-TYPE         PIC X(1).
             05  WS-SH-TRANSFER-DATE    PIC X(10).
             05  WS-SH-FROM-SERVICER    PIC X(4).
             05  WS-SH-FROM-NAME        PIC X(40).
             05  WS-SH-FROM-PHONE       PIC X(10).
             05  WS-SH-TO-SERVICER      PIC X(4).
             05  WS-SH-TO-NAME          PIC X(40).
             05  WS-SH-TO-STREET        PIC X(30).
             05  WS-SH-TO-CITY          PIC X(20).
             05  WS-SH-TO-STATE         PIC X(2).
             05  WS-SH-TO-ZIP           PIC X(9).
             05  WS-SH-TO-PHONE         PIC X(10).
         01  WS-SALE-HDR-SEEN-SW        PIC X(1)       VALUE 'N'.
             88  WS-SALE-HDR-SEEN                      VALUE 'Y'.
         01  WS-SALE-HDR-OK-SW          PIC X(1)       VALUE 'N'.
             88  WS-SALE-HDR-OK                        VALUE 'Y'.
         01  WS-SALE-HDR-REASON         PIC X(30).

      * Loans awaiting their transfer date.
         01  WS-PD-COUNT                PIC 9(5)  COMP VALUE ZERO.
         01  WS-PD-TABLE.
             05  WS-PD-ENTRY OCCURS 5000.
                 10  WS-PD-LOAN-NUMBER  PIC X(10).
                 10  WS-PD-NOTICE-DATE  PIC X(10).
                 10  WS-PD-HEADER       PIC X(180).
                 10  WS-PD-STATE        PIC X(1).
                     88  WS-PD-WAITING                 VALUE 'W'.
                     88  WS-PD-DUE                     VALUE 'D'.
                     88  WS-PD-TRANSFERRED             VALUE 'X'.
                     88  WS-PD-DROPPED                 VALUE 'R'.
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-PD-SUB                  PIC 9(5)  COMP.
         01  WS-FOUND-SW                PIC X(1).
             88  WS-FOUND                              VALUE 'Y'.
         01  WS-MORE-DUE-SW             PIC X(1).
             88  WS-MORE-DUE                           VALUE 'Y'.
         01  WS-GROUP-HEADER            PIC X(180).

         01  WS-DISPOSITION             PIC X(30).
         01  WS-ESCROW-OUT              PIC S9(7)V99   COMP-3.

         01  WS-SALE-LOAN-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-NOTICE-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-SALE-REJECT-COUNT       PIC 9(7)       VALUE ZERO.
         01  WS-PEND-IN-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-PEND-OUT-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-DROPPED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-GROUP-COUNT             PIC 9(7)       VALUE ZERO.
         01  WS-XFER-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-XFER-UPB                PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-XFER-ESCROW             PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-GRP-LOAN-COUNT          PIC 9(7).
         01  WS-GRP-UPB                 PIC S9(11)V99  COMP-3.
         01  WS-GRP-ESCROW              PIC S9(11)V99  COMP-3.

         01  WS-PHONE-OUT               PIC X(14).
         01  WS-PHONE-IN                PIC X(10).

         01  WS-ADDR-CITY-LINE.
             05  WS-A-CITY              PIC X(20).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-STATE             PIC X(2).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-A-ZIP               PIC X(9).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(22)  VALUE 'BORROWER'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(4)   VALUE 'TO'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'XFER DATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)  VALUE 'UNPAID PRIN'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'ESCROW'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(30)  VALUE 'DISPOSITION'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-BORROWER-NAME     PIC X(22).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-TO-SERVICER       PIC X(4).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-XFER-DATE         PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-PRINCIPAL         PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ESCROW            PIC ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DISPOSITION       PIC X(30).

         01  WS-FIGURE-LINE.
             05  WS-F-CAPTION           PIC X(34).
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBXFROT - OUTBOUND SERVICING TRANSFER START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           COMPUTE WS-CALC-INT = WS-RUN-DATE-INT + WS-NOTICE-DAYS.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-NOTICE-CUTOFF-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-NOTICE-CUTOFF-DATE.

           PERFORM LOAD-PENDING-FILE.

           PERFORM OPEN-CHECKPOINT-FILE.

      * The sale file is worked again on a restart, so the letters and
      * report are rewritten whole; what went to the new servicer, the
      * ledger and the loan history is added to.
           OPEN OUTPUT XFER-LETTER-FILE
           OPEN OUTPUT XFER-REPORT-FILE.

           IF WS-RESTART-KEY = SPACES
               OPEN OUTPUT XFER-OUT-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               OPEN OUTPUT LOAN-HIST-FILE
           ELSE
               DISPLAY 'COBXFROT - RESTARTING AFTER DUE LOAN '
                   WS-RESTART-COUNT
               OPEN EXTEND XFER-OUT-FILE
               OPEN EXTEND GL-JOURNAL-FILE
               OPEN EXTEND LOAN-HIST-FILE
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM PROCESS-SALE-FILE.

           PERFORM TRANSFER-DUE-LOANS.

           PERFORM WRITE-PENDING-FILE.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE XFER-LETTER-FILE
           CLOSE XFER-REPORT-FILE
           CLOSE XFER-OUT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE
           CLOSE CHECKPOINT-FILE.

           PERFORM RESET-CHECKPOINT-FILE.

           DISPLAY 'COBXFROT - SALE LOANS READ      = '
               WS-SALE-LOAN-COUNT.
           DISPLAY 'COBXFROT - GOODBYE LETTERS      = ' WS-NOTICE-COUNT.
           DISPLAY 'COBXFROT - SALE LOANS REJECTED  = '
               WS-SALE-REJECT-COUNT.
           DISPLAY 'COBXFROT - LOANS TRANSFERRED    = ' WS-XFER-COUNT.
           DISPLAY 'COBXFROT - PENDING LOANS DROPPED= '
               WS-DROPPED-COUNT.
           DISPLAY 'COBXFROT - PENDING CARRIED FWD  = '
               WS-PEND-OUT-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-PENDING-FILE.

           OPEN INPUT XFER-PEND-FILE.

      * Nothing pending until the first sale is noticed.
           IF WS-PEND-STATUS = '35'
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'COBXFROT - PENDING FILE OPEN FAILED'
                   DISPLAY 'COBXFROT - STATUS = ' WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ XFER-PEND-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PEND-EOF
               PERFORM CHECK-PENDING-CAPACITY
               ADD 1 TO WS-PD-COUNT
               ADD 1 TO WS-PEND-IN-COUNT
               MOVE XPD-LOAN-NUMBER TO WS-PD-LOAN-NUMBER(WS-PD-COUNT)
               MOVE XPD-NOTICE-DATE TO WS-PD-NOTICE-DATE(WS-PD-COUNT)
               MOVE XPD-HEADER      TO WS-PD-HEADER(WS-PD-COUNT)
               MOVE 'W'             TO WS-PD-STATE(WS-PD-COUNT)
               READ XFER-PEND-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PEND-STATUS NOT = '35'
               CLOSE XFER-PEND-FILE
           END-IF.

       CHECK-PENDING-CAPACITY.

           IF WS-PD-COUNT >= 5000
               DISPLAY 'COBXFROT - PENDING TABLE FULL AT 5000'
               DISPLAY 'COBXFROT - INCREASE TABLE AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-SALE-FILE.

           OPEN INPUT XFER-SALE-FILE.

      * Most nights no new sale is instructed.
           IF WS-SALE-STATUS = '35'
               MOVE 'Y' TO WS-SALE-EOF-SW
           ELSE
               IF WS-SALE-STATUS NOT = '00'
                   DISPLAY 'COBXFROT - SALE FILE OPEN FAILED'
                   DISPLAY 'COBXFROT - STATUS = ' WS-SALE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ XFER-SALE-FILE INTO XFER-HEADER-REC
                   AT END MOVE 'Y' TO WS-SALE-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-SALE-EOF
               EVALUATE XR-REC-TYPE
                   WHEN 'H'
                       PERFORM ACCEPT-SALE-HEADER
                   WHEN 'L'
                       PERFORM NOTICE-ONE-SALE-LOAN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ XFER-SALE-FILE INTO XFER-HEADER-REC
                   AT END MOVE 'Y' TO WS-SALE-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-SALE-STATUS NOT = '35'
               CLOSE XFER-SALE-FILE
           END-IF.

       ACCEPT-SALE-HEADER.

           MOVE 'Y' TO WS-SALE-HDR-SEEN-SW.
           MOVE 'N' TO WS-SALE-HDR-OK-SW.
           MOVE XFER-HEADER-REC(1:180) TO WS-SALE-HEADER.
           MOVE WS-SH-TRANSFER-DATE TO WS-WORK-DATE.

           EVALUATE TRUE
               WHEN WD-YYYY NOT NUMERIC
                 OR WD-MM NOT NUMERIC
                 OR WD-DD NOT NUMERIC
                   MOVE 'TRANSFER DATE INVALID'
                       TO WS-SALE-HDR-REASON
               WHEN WS-SH-TO-SERVICER = SPACES
                 OR WS-SH-TO-NAME = SPACES
                 OR WS-SH-TO-STREET = SPACES
                 OR WS-SH-TO-CITY = SPACES
                 OR WS-SH-TO-PHONE = SPACES
                   MOVE 'NEW SERVICER DETAILS MISSING'
                       TO WS-SALE-HDR-REASON
               WHEN WS-SH-TO-SERVICER = WS-HOUSE-SERVICER
                   MOVE 'NEW SERVICER IS THIS SERVICER'
                       TO WS-SALE-HDR-REASON
               WHEN WS-SH-TRANSFER-DATE < WS-NOTICE-CUTOFF-DATE
                   MOVE 'UNDER 15 DAYS NOTICE TO TRANSFER'
                       TO WS-SALE-HDR-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-SALE-HDR-OK-SW
                   MOVE SPACES TO WS-SALE-HDR-REASON
                   PERFORM SET-NOTICE-DATES
           END-EVALUATE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.
           MOVE SPACES TO XFER-REPORT-LINE.
           STRING 'SALE TO ' WS-SH-TO-SERVICER ' ' WS-SH-TO-NAME
                  ' TRANSFER DATE ' WS-SH-TRANSFER-DATE
                  '  ' WS-SALE-HDR-REASON
               DELIMITED BY SIZE INTO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       SET-NOTICE-DATES.

      * We take payments through the day before the transfer; the
      * 60-day window runs from the transfer date.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-XFER-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           COMPUTE WS-CALC-INT = WS-XFER-DATE-INT - 1.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-LAST-PMT-ACCEPT-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-LAST-PMT-ACCEPT-DATE.

           COMPUTE WS-CALC-INT = WS-XFER-DATE-INT + WS-GRACE-DAYS.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-GRACE-END-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-GRACE-END-DATE.

       NOTICE-ONE-SALE-LOAN.

           ADD 1 TO WS-SALE-LOAN-COUNT.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE SPACES TO LM-BORROWER-NAME.
           MOVE ZERO   TO LM-CURR-PRINCIPAL.
           MOVE ZERO   TO LM-ESCROW-BALANCE.

           PERFORM FIND-PENDING-LOAN.

           EVALUATE TRUE
               WHEN NOT WS-SALE-HDR-SEEN
                   MOVE 'NO SALE HEADER' TO WS-DISPOSITION
               WHEN NOT WS-SALE-HDR-OK
                   MOVE WS-SALE-HDR-REASON TO WS-DISPOSITION
               WHEN WS-FOUND
                   MOVE 'ALREADY PENDING TRANSFER' TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM LOOKUP-SALE-LOAN
           END-EVALUATE.

           IF WS-DISPOSITION = SPACES
               PERFORM CHECK-PENDING-CAPACITY
               ADD 1 TO WS-PD-COUNT
               MOVE XL-LOAN-NUMBER TO WS-PD-LOAN-NUMBER(WS-PD-COUNT)
               MOVE WS-RUN-DATE    TO WS-PD-NOTICE-DATE(WS-PD-COUNT)
               MOVE WS-SALE-HEADER TO WS-PD-HEADER(WS-PD-COUNT)
               MOVE 'W'            TO WS-PD-STATE(WS-PD-COUNT)
               ADD 1 TO WS-NOTICE-COUNT
               PERFORM WRITE-GOODBYE-LETTER
               MOVE 'NOTICE SENT' TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-SALE-REJECT-COUNT
           END-IF.

           MOVE XL-LOAN-NUMBER      TO WS-D-LOAN-NUMBER.
           MOVE WS-SH-TO-SERVICER   TO WS-D-TO-SERVICER.
           MOVE WS-SH-TRANSFER-DATE TO WS-D-XFER-DATE.
           PERFORM WRITE-REPORT-DETAIL.

       FIND-PENDING-LOAN.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PD-COUNT
               IF WS-PD-LOAN-NUMBER(WS-SUB) = XL-LOAN-NUMBER
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-PD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       LOOKUP-SALE-LOAN.

           EXEC SQL
                SELECT LOAN_NUMBER, BORROWER_NAME, CURR_PRINCIPAL,
                       ESCROW_BALANCE, STATUS_CODE,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP
                INTO  :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                      :LM-CURR-PRINCIPAL, :LM-ESCROW-BALANCE,
                      :LM-STATUS-CODE,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :XL-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF LM-STATUS-CODE NOT = 'AC'
                       MOVE 'LOAN NOT ACTIVE' TO WS-DISPOSITION
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'NOT ON LOAN MASTER' TO WS-DISPOSITION
               WHEN OTHER
                   DISPLAY 'COBXFROT - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBXFROT - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-GOODBYE-LETTER.

           MOVE SPACES TO XFER-LETTER-LINE.
           MOVE 'NOTICE OF SERVICING TRANSFER' TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE LM-BORROWER-NAME TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE LM-MAIL-ADDR-STREET TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE LM-MAIL-ADDR-CITY  TO WS-A-CITY.
           MOVE LM-MAIL-ADDR-STATE TO WS-A-STATE.
           MOVE LM-MAIL-ADDR-ZIP   TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE  TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'LOAN NUMBER: ' LM-LOAN-NUMBER
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'THE SERVICING OF YOUR MORTGAGE LOAN IS BEING '
                  'TRANSFERRED TO ' WS-SH-TO-NAME
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'EFFECTIVE ' WS-SH-TRANSFER-DATE
                  '.  THE TERMS OF YOUR LOAN ARE NOT CHANGED BY '
                  'THE TRANSFER.'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'WE WILL ACCEPT YOUR PAYMENTS THROUGH '
                  WS-LAST-PMT-ACCEPT-DATE '.  BEGINNING '
                  WS-SH-TRANSFER-DATE ' SEND YOUR PAYMENTS TO:'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-SH-TO-NAME TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-SH-TO-STREET TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-SH-TO-CITY     TO WS-A-CITY.
           MOVE WS-SH-TO-STATE    TO WS-A-STATE.
           MOVE WS-SH-TO-ZIP      TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-SH-TO-PHONE TO WS-PHONE-IN.
           PERFORM FORMAT-PHONE.
           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'YOUR NEW SERVICER TOLL-FREE: ' WS-PHONE-OUT
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           IF WS-SH-FROM-PHONE NOT = SPACES
               MOVE WS-SH-FROM-PHONE TO WS-PHONE-IN
               PERFORM FORMAT-PHONE
               MOVE SPACES TO XFER-LETTER-LINE
               STRING 'QUESTIONS ABOUT THE TRANSFER: CALL US AT '
                      WS-PHONE-OUT
                   DELIMITED BY SIZE INTO XFER-LETTER-LINE
               WRITE XFER-LETTER-LINE
           END-IF.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'A PAYMENT WE RECEIVE ON OR BEFORE ITS DUE DATE '
                  'THROUGH ' WS-GRACE-END-DATE
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE 'WILL NOT BE TREATED AS LATE - WE WILL FORWARD IT TO'
               TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE 'YOUR NEW SERVICER.' TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

       FORMAT-PHONE.

           MOVE SPACES TO WS-PHONE-OUT.
           STRING '(' WS-PHONE-IN(1:3) ') ' WS-PHONE-IN(4:3) '-'
                  WS-PHONE-IN(7:4)
               DELIMITED BY SIZE INTO WS-PHONE-OUT.

       TRANSFER-DUE-LOANS.

      * Every pending loan whose transfer date has come is due.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
               IF WS-PD-WAITING(WS-PD-SUB)
                   AND WS-PD-HEADER(WS-PD-SUB)(2:10) <= WS-RUN-DATE
                   MOVE 'D' TO WS-PD-STATE(WS-PD-SUB)
               END-IF
           END-PERFORM.

      * One header-to-trailer group on the extract per sale.
           MOVE 'Y' TO WS-MORE-DUE-SW.
           PERFORM UNTIL NOT WS-MORE-DUE
               MOVE 'N' TO WS-MORE-DUE-SW
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-DUE(WS-PD-SUB)
                       MOVE 'Y' TO WS-MORE-DUE-SW
                       MOVE WS-PD-HEADER(WS-PD-SUB)
                           TO WS-GROUP-HEADER
                       MOVE WS-PD-COUNT TO WS-PD-SUB
                   END-IF
               END-PERFORM
               IF WS-MORE-DUE
                   PERFORM EXTRACT-ONE-SALE
               END-IF
           END-PERFORM.

       EXTRACT-ONE-SALE.

      * On a restart a sale whose header is already on the extract is
      * not headed again; its totals so far come off the checkpoint.
           ADD 1 TO WS-GROUP-SEQ.
           MOVE WS-GROUP-HEADER TO WS-SALE-HEADER.

           IF WS-GROUP-SEQ > WS-GROUP-COUNT
               ADD 1 TO WS-GROUP-COUNT
               MOVE ZERO TO WS-GRP-LOAN-COUNT
               MOVE ZERO TO WS-GRP-UPB
               MOVE ZERO TO WS-GRP-ESCROW
               MOVE SPACES TO XFER-HEADER-REC
               MOVE WS-GROUP-HEADER TO XFER-HEADER-REC(1:180)
               MOVE 'H' TO XR-REC-TYPE
               WRITE XFER-OUT-IO-REC FROM XFER-HEADER-REC
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
               IF WS-PD-DUE(WS-PD-SUB)
                   AND WS-PD-HEADER(WS-PD-SUB) = WS-GROUP-HEADER
                   ADD 1 TO WS-DUE-SEQ
                   IF WS-DUE-SEQ > WS-RESTART-COUNT
                       PERFORM TRANSFER-ONE-LOAN
                   ELSE
                       PERFORM SKIP-TAKEN-LOAN
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-GROUP-SEQ > WS-TRAILER-COUNT
               MOVE SPACES TO XFER-TRAILER-REC
               MOVE 'T'               TO XT-REC-TYPE
               MOVE WS-GRP-LOAN-COUNT TO XT-LOAN-COUNT
               MOVE ZERO              TO XT-HIST-COUNT
               MOVE WS-GRP-UPB        TO XT-TOTAL-UPB
               MOVE WS-GRP-ESCROW     TO XT-TOTAL-ESCROW
               WRITE XFER-OUT-IO-REC FROM XFER-TRAILER-REC
               ADD 1 TO WS-TRAILER-COUNT
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

       SKIP-TAKEN-LOAN.

      * Transferred or dropped by the run being restarted, and counted
      * in the totals the checkpoint restored.
           MOVE 'X' TO WS-PD-STATE(WS-PD-SUB).
           MOVE WS-PD-LOAN-NUMBER(WS-PD-SUB) TO LM-LOAN-NUMBER.
           MOVE SPACES TO LM-BORROWER-NAME.
           MOVE ZERO   TO LM-CURR-PRINCIPAL.
           MOVE ZERO   TO LM-ESCROW-BALANCE.
           MOVE 'TAKEN BEFORE RESTART' TO WS-DISPOSITION.
           MOVE LM-LOAN-NUMBER      TO WS-D-LOAN-NUMBER.
           MOVE WS-SH-TO-SERVICER   TO WS-D-TO-SERVICER.
           MOVE WS-SH-TRANSFER-DATE TO WS-D-XFER-DATE.
           PERFORM WRITE-REPORT-DETAIL.

       TRANSFER-ONE-LOAN.

           MOVE WS-PD-LOAN-NUMBER(WS-PD-SUB) TO LM-LOAN-NUMBER.

           EXEC SQL
                SELECT LOAN_NUMBER, BORROWER_NAME, BORROWER_SSN,
                       ORIG_PRINCIPAL, CURR_PRINCIPAL, NOTE_RATE,
                       TERM_MONTHS, NEXT_DUE_DATE, FIRST_PMT_DATE,
                       LAST_PMT_DATE, PI_PMT_AMT, ESCROW_PMT_AMT,
                       ESCROW_BALANCE, ANNL_TAX_AMT, ANNL_INS_AMT,
                       ANNL_PMI_AMT, STATUS_CODE, APPRAISED_VALUE,
                       YTD_INTEREST_PAID, LATE_CHARGE_BAL,
                       ARM_FLAG, ARM_INDEX_CODE, ARM_MARGIN,
                       ARM_PERIODIC_CAP, ARM_LIFE_CEILING,
                       ARM_LIFE_FLOOR, ARM_RATE_CHG_DATE,
                       ARM_CHG_FREQ_MTHS,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP,
                       PROP_ADDR_STREET, PROP_ADDR_CITY,
                       PROP_ADDR_STATE, PROP_ADDR_ZIP,
                       INVESTOR_NUMBER
                INTO  :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                      :LM-BORROWER-SSN,
                      :LM-ORIG-PRINCIPAL, :LM-CURR-PRINCIPAL,
                      :LM-NOTE-RATE,
                      :LM-TERM-MONTHS, :LM-NEXT-DUE-DATE,
                      :LM-FIRST-PMT-DATE,
                      :LM-LAST-PMT-DATE, :LM-PI-PMT-AMT,
                      :LM-ESCROW-PMT-AMT,
                      :LM-ESCROW-BALANCE, :LM-ANNL-TAX-AMT,
                      :LM-ANNL-INS-AMT,
                      :LM-ANNL-PMI-AMT, :LM-STATUS-CODE,
                      :LM-APPRAISED-VALUE,
                      :LM-YTD-INTEREST-PAID, :LM-LATE-CHARGE-BAL,
                      :LM-ARM-FLAG, :LM-ARM-INDEX-CODE,
                      :LM-ARM-MARGIN,
                      :LM-ARM-PERIODIC-CAP, :LM-ARM-LIFE-CEILING,
                      :LM-ARM-LIFE-FLOOR, :LM-ARM-RATE-CHG-DATE,
                      :LM-ARM-CHG-FREQ-MTHS,
                      :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                      :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP,
                      :LM-PROP-ADDR-STREET, :LM-PROP-ADDR-CITY,
                      :LM-PROP-ADDR-STATE, :LM-PROP-ADDR-ZIP,
                      :LM-INVESTOR-NUMBER
                FROM  MORT.LOAN_MASTER
                WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE SPACES TO LM-BORROWER-NAME
                   MOVE ZERO   TO LM-CURR-PRINCIPAL
                   MOVE ZERO   TO LM-ESCROW-BALANCE
                   MOVE 'NOT ON LOAN MASTER' TO WS-DISPOSITION
                   PERFORM DROP-PENDING-LOAN

               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'COBXFROT - LOAN MASTER LOOKUP FAILED'
                   DISPLAY 'COBXFROT - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN

      * Set to 'TO' and committed by the run being restarted after
      * its last checkpoint.  Its escrow has been zeroed, so it cannot
      * be extracted again here; it is reported for the transfer desk
      * to check its extract, journals and history by hand.
               WHEN LM-STATUS-CODE = 'TO'
                   MOVE 'ALREADY TO - CHECK EXTRACT' TO WS-DISPOSITION
                   DISPLAY 'COBXFROT - LOAN ' LM-LOAN-NUMBER
                       ' ALREADY TRANSFERRED - CHECK EXTRACT'
                   PERFORM DROP-PENDING-LOAN

               WHEN LM-STATUS-CODE NOT = 'AC'
                   MOVE 'NO LONGER ACTIVE - NOT SENT' TO WS-DISPOSITION
                   PERFORM DROP-PENDING-LOAN

               WHEN OTHER
                   PERFORM EXTRACT-ONE-LOAN
                   PERFORM SET-TRANSFERRED-OUT
                   MOVE 'X' TO WS-PD-STATE(WS-PD-SUB)
                   MOVE 'TRANSFERRED' TO WS-DISPOSITION
           END-EVALUATE.

           MOVE LM-LOAN-NUMBER      TO WS-D-LOAN-NUMBER.
           MOVE WS-SH-TO-SERVICER   TO WS-D-TO-SERVICER.
           MOVE WS-SH-TRANSFER-DATE TO WS-D-XFER-DATE.
           PERFORM WRITE-REPORT-DETAIL.

           PERFORM WRITE-CHECKPOINT-RECORD.

       DROP-PENDING-LOAN.

           MOVE 'R' TO WS-PD-STATE(WS-PD-SUB).
           ADD 1 TO WS-DROPPED-COUNT.

       EXTRACT-ONE-LOAN.

           MOVE SPACES TO XFER-LOAN-REC.
           MOVE 'L'                  TO XL-REC-TYPE.
           MOVE LM-LOAN-NUMBER       TO XL-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME     TO XL-BORROWER-NAME.
           MOVE LM-BORROWER-SSN      TO XL-BORROWER-SSN.
           MOVE LM-ORIG-PRINCIPAL    TO XL-ORIG-PRINCIPAL.
           MOVE LM-CURR-PRINCIPAL    TO XL-CURR-PRINCIPAL.
           MOVE LM-NOTE-RATE         TO XL-NOTE-RATE.
           MOVE LM-TERM-MONTHS       TO XL-TERM-MONTHS.
           MOVE LM-NEXT-DUE-DATE     TO XL-NEXT-DUE-DATE.
           MOVE LM-FIRST-PMT-DATE    TO XL-FIRST-PMT-DATE.
           MOVE LM-LAST-PMT-DATE     TO XL-LAST-PMT-DATE.
           MOVE LM-PI-PMT-AMT        TO XL-PI-PMT-AMT.
           MOVE LM-ESCROW-PMT-AMT    TO XL-ESCROW-PMT-AMT.
           MOVE LM-ESCROW-BALANCE    TO XL-ESCROW-BALANCE.
           MOVE LM-ANNL-TAX-AMT      TO XL-ANNL-TAX-AMT.
           MOVE LM-ANNL-INS-AMT      TO XL-ANNL-INS-AMT.
           MOVE LM-ANNL-PMI-AMT      TO XL-ANNL-PMI-AMT.
           MOVE LM-APPRAISED-VALUE   TO XL-APPRAISED-VALUE.
           MOVE LM-YTD-INTEREST-PAID TO XL-YTD-INTEREST-PAID.
           MOVE LM-LATE-CHARGE-BAL   TO XL-LATE-CHARGE-BAL.
           MOVE LM-ARM-FLAG          TO XL-ARM-FLAG.
           MOVE LM-ARM-INDEX-CODE    TO XL-ARM-INDEX-CODE.
           MOVE LM-ARM-MARGIN        TO XL-ARM-MARGIN.
           MOVE LM-ARM-PERIODIC-CAP  TO XL-ARM-PERIODIC-CAP.
           MOVE LM-ARM-LIFE-CEILING  TO XL-ARM-LIFE-CEILING.
           MOVE LM-ARM-LIFE-FLOOR    TO XL-ARM-LIFE-FLOOR.
           MOVE LM-ARM-RATE-CHG-DATE TO XL-ARM-RATE-CHG-DATE.
           MOVE LM-ARM-CHG-FREQ-MTHS TO XL-ARM-CHG-FREQ-MTHS.
           MOVE LM-MAIL-ADDR-STREET  TO XL-MAIL-ADDR-STREET.
           MOVE LM-MAIL-ADDR-CITY    TO XL-MAIL-ADDR-CITY.
           MOVE LM-MAIL-ADDR-STATE   TO XL-MAIL-ADDR-STATE.
           MOVE LM-MAIL-ADDR-ZIP     TO XL-MAIL-ADDR-ZIP.
           MOVE LM-PROP-ADDR-STREET  TO XL-PROP-ADDR-STREET.
           MOVE LM-PROP-ADDR-CITY    TO XL-PROP-ADDR-CITY.
           MOVE LM-PROP-ADDR-STATE   TO XL-PROP-ADDR-STATE.
           MOVE LM-PROP-ADDR-ZIP     TO XL-PROP-ADDR-ZIP.
           MOVE LM-INVESTOR-NUMBER   TO XL-INVESTOR-NUMBER.
           WRITE XFER-OUT-IO-REC FROM XFER-LOAN-REC.

           ADD 1 TO WS-GRP-LOAN-COUNT.
           ADD LM-CURR-PRINCIPAL TO WS-GRP-UPB.
           ADD LM-ESCROW-BALANCE TO WS-GRP-ESCROW.
           ADD 1 TO WS-XFER-COUNT.
           ADD LM-CURR-PRINCIPAL TO WS-XFER-UPB.
           ADD LM-ESCROW-BALANCE TO WS-XFER-ESCROW.

       SET-TRANSFERRED-OUT.

      * Principal and late charges stay as they stood at the transfer,
      * as for a servicing-released sale; the escrow goes with the
      * loan.
           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    STATUS_CODE    = 'TO',
                       SERVICER_CODE  = :WS-SH-TO-SERVICER,
                       ESCROW_BALANCE = 0
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBXFROT - LOAN MASTER UPDATE FAILED'
               DISPLAY 'COBXFROT - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Escrow held is paid over to the new servicer; an escrow
      * advance is repaid to us by it.
           IF LM-ESCROW-BALANCE > ZERO
               MOVE 'ESCROWLB'        TO GLJ-ACCOUNT-CODE
               MOVE 'DR'              TO GLJ-DR-CR
               MOVE LM-ESCROW-BALANCE TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
               MOVE 'CASH'            TO GLJ-ACCOUNT-CODE
               MOVE 'CR'              TO GLJ-DR-CR
               MOVE LM-ESCROW-BALANCE TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           IF LM-ESCROW-BALANCE < ZERO
               COMPUTE WS-ESCROW-OUT = 0 - LM-ESCROW-BALANCE
               MOVE 'CASH'            TO GLJ-ACCOUNT-CODE
               MOVE 'DR'              TO GLJ-DR-CR
               MOVE WS-ESCROW-OUT     TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
               MOVE 'ESCROWLB'        TO GLJ-ACCOUNT-CODE
               MOVE 'CR'              TO GLJ-DR-CR
               MOVE WS-ESCROW-OUT     TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

           MOVE LM-LOAN-NUMBER      TO LH-LOAN-NUMBER.
           MOVE WS-SH-TRANSFER-DATE TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE         TO LH-POSTED-DATE.
           MOVE 'COBXFROT'          TO LH-SOURCE-PROGRAM.
           MOVE SPACES              TO LH-ITEM-ID.
           MOVE LM-CURR-PRINCIPAL   TO LH-TRAN-AMOUNT.
           MOVE LM-CURR-PRINCIPAL   TO LH-PRINCIPAL-AMT.
           MOVE ZERO                TO LH-INTEREST-AMT.
           MOVE LM-LATE-CHARGE-BAL  TO LH-FEE-AMT.

      * The history amounts are unsigned; the code says which way the
      * escrow went.
           IF LM-ESCROW-BALANCE < ZERO
               MOVE 'TD'            TO LH-TRAN-CODE
               MOVE WS-ESCROW-OUT   TO LH-ESCROW-AMT
           ELSE
               MOVE 'TO'            TO LH-TRAN-CODE
               MOVE LM-ESCROW-BALANCE TO LH-ESCROW-AMT
           END-IF.
           WRITE LOAN-HIST-RECORD.

      * The loan's extract, journals and history are written before its
      * update is committed, and the checkpoint follows the commit.
           EXEC SQL
                COMMIT
           END-EXEC.

       WRITE-ONE-JOURNAL.

           MOVE WS-RUN-DATE      TO GLJ-RUN-DATE.
           MOVE 'COBXFROT'       TO GLJ-SOURCE-PROGRAM.
           MOVE LM-LOAN-NUMBER   TO GLJ-LOAN-NUMBER.
           WRITE GL-JOURNAL-REC.

       OPEN-CHECKPOINT-FILE.

           OPEN INPUT CHECKPOINT-FILE.

           IF WS-CKPT-STATUS = '35'
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'COBXFROT - CHECKPOINT FILE CREATE FAILED'
                   DISPLAY 'COBXFROT - STATUS = ' WS-CKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'COBXFROT - CHECKPOINT FILE OPEN FAILED'
                   DISPLAY 'COBXFROT - STATUS = ' WS-CKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-LAST-CHECKPOINT
               CLOSE CHECKPOINT-FILE
           END-IF.

           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBXFROT - CHECKPOINT FILE OPEN EXTEND FAILED'
               DISPLAY 'COBXFROT - STATUS = ' WS-CKPT-STATUS
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
               MOVE CHKPT-COUNT     TO WS-XFER-COUNT
               MOVE CHKPT-COUNT-2   TO WS-DROPPED-COUNT
               MOVE CHKPT-COUNT-3   TO WS-GROUP-COUNT
               MOVE CHKPT-COUNT-4   TO WS-TRAILER-COUNT
               MOVE CHKPT-COUNT-5   TO WS-GRP-LOAN-COUNT
               MOVE CHKPT-AMOUNT-1  TO WS-XFER-UPB
               MOVE CHKPT-AMOUNT-2  TO WS-XFER-ESCROW
               MOVE CHKPT-AMOUNT-3  TO WS-GRP-UPB
               MOVE CHKPT-AMOUNT-4  TO WS-GRP-ESCROW
               READ CHECKPOINT-FILE
                   AT END SET WS-CKPT-EOF TO TRUE
               END-READ
           END-PERFORM.

       RESET-CHECKPOINT-FILE.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBXFROT - CHECKPOINT FILE RESET FAILED'
               DISPLAY 'COBXFROT - STATUS = ' WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CHECKPOINT-FILE.

       WRITE-CHECKPOINT-RECORD.

           MOVE 'COBXFROT'        TO CHKPT-PROGRAM-ID.
           MOVE WS-DUE-SEQ        TO CHKPT-LAST-KEY.
           MOVE WS-XFER-COUNT     TO CHKPT-COUNT.
           MOVE WS-DROPPED-COUNT  TO CHKPT-COUNT-2.
           MOVE WS-GROUP-COUNT    TO CHKPT-COUNT-3.
           MOVE WS-TRAILER-COUNT  TO CHKPT-COUNT-4.
           MOVE WS-GRP-LOAN-COUNT TO CHKPT-COUNT-5.
           MOVE ZERO              TO CHKPT-COUNT-6.
           MOVE ZERO              TO CHKPT-COUNT-7.
           MOVE WS-XFER-UPB       TO CHKPT-AMOUNT-1.
           MOVE WS-XFER-ESCROW    TO CHKPT-AMOUNT-2.
           MOVE WS-GRP-UPB        TO CHKPT-AMOUNT-3.
           MOVE WS-GRP-ESCROW     TO CHKPT-AMOUNT-4.
           WRITE CHKPT-RECORD.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'COBXFROT - CHECKPOINT WRITE FAILED'
               DISPLAY 'COBXFROT - STATUS = ' WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-PENDING-FILE.

      * Loans still short of their transfer date carry forward.
           OPEN OUTPUT XFER-PEND-NEW-FILE.

           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
               IF WS-PD-WAITING(WS-PD-SUB)
                   MOVE WS-PD-LOAN-NUMBER(WS-PD-SUB)
                       TO XPD-LOAN-NUMBER
                   MOVE WS-PD-NOTICE-DATE(WS-PD-SUB)
                       TO XPD-NOTICE-DATE
                   MOVE WS-PD-HEADER(WS-PD-SUB) TO XPD-HEADER
                   WRITE XFER-PEND-NEW-REC FROM XFER-PEND-REC
                   ADD 1 TO WS-PEND-OUT-COUNT
               END-IF
           END-PERFORM.

           CLOSE XFER-PEND-NEW-FILE.

       WRITE-REPORT-DETAIL.

           MOVE LM-BORROWER-NAME(1:22) TO WS-D-BORROWER-NAME.
           MOVE LM-CURR-PRINCIPAL      TO WS-D-PRINCIPAL.
           MOVE LM-ESCROW-BALANCE      TO WS-D-ESCROW.
           MOVE WS-DISPOSITION         TO WS-D-DISPOSITION.

           MOVE WS-DETAIL-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO XFER-REPORT-LINE.
           MOVE 'OUTBOUND SERVICING TRANSFER REPORT'
               TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE WS-HEADING-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'SALE LOANS READ'         TO WS-C-CAPTION.
           MOVE WS-SALE-LOAN-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'GOODBYE LETTERS WRITTEN' TO WS-C-CAPTION.
           MOVE WS-NOTICE-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'SALE LOANS REJECTED'     TO WS-C-CAPTION.
           MOVE WS-SALE-REJECT-COUNT      TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'PENDING CARRIED IN'      TO WS-C-CAPTION.
           MOVE WS-PEND-IN-COUNT          TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'SALES EXTRACTED'         TO WS-C-CAPTION.
           MOVE WS-GROUP-COUNT            TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LOANS TRANSFERRED OUT'   TO WS-C-CAPTION.
           MOVE WS-XFER-COUNT             TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'UNPAID PRINCIPAL TRANSFERRED' TO WS-F-CAPTION.
           MOVE WS-XFER-UPB                    TO WS-F-AMOUNT.
           PERFORM WRITE-FIGURE-LINE.

           MOVE 'ESCROW TRANSFERRED'      TO WS-F-CAPTION.
           MOVE WS-XFER-ESCROW            TO WS-F-AMOUNT.
           PERFORM WRITE-FIGURE-LINE.

           MOVE 'PENDING LOANS DROPPED'   TO WS-C-CAPTION.
           MOVE WS-DROPPED-COUNT          TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'PENDING CARRIED FORWARD' TO WS-C-CAPTION.
           MOVE WS-PEND-OUT-COUNT         TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-FIGURE-LINE.

           MOVE WS-FIGURE-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBXFROT - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBXFROT - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBXFROT - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBXFROT - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBXFROT - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBXFROT - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBXFROT - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBXFROT' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
