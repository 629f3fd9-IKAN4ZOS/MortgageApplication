       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBXFRIN.
      ******************************************************************
      * COBXFRIN - INBOUND BULK SERVICING TRANSFER BOARDING
      * ----------------------------------------------------------------
      * Boards servicing we have acquired from another servicer off
      * the prior servicer's loan-level transfer file.  The file is
      * proved before anything is boarded: it must open with a
      * transfer header and close with a trailer, and the count,
      * unpaid principal and escrow of its loan records - and the
      * count of its payment history records - must equal the
      * trailer's control totals.  A file that does not prove boards
      * nothing and stops the run with return code 16.
      *
      * A proved file is then boarded loan by loan.  Each loan is
      * edited and inserted on MORT.LOAN_MASTER as an active loan
      * with the balances, terms, escrow and addresses it carried at
      * the prior servicer; a loan that fails an edit, or is already
      * on the Loan Master, is rejected to the report for the
      * acquisitions desk.  A boarded loan gets a 'BD' boarding
      * record on the day's loan history with the balances it came
      * over with, balanced GL journals for its principal and its
      * escrow funds, and the RESPA notice of servicing transfer
      * (the "hello" letter) telling the borrower where to pay us.
      * The prior servicer's payment history that follows a boarded
      * loan is seeded onto the loan history as 'PH' records.
      *
      * The report proves the boarding: the trailer's loan count,
      * unpaid principal and escrow equal what boarded plus what was
      * rejected.
      *
      * Runs on demand when an acquired transfer file arrives, after
      * the business date is set.  A rerun is safe: loans already
      * boarded reject as already on the Loan Master and their
      * history is not seeded twice.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-IN-FILE ASSIGN TO "XFERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT XFER-LETTER-FILE ASSIGN TO "XFERHLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFER-REPORT-FILE ASSIGN TO "XFERIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HIST-FILE ASSIGN TO "LHSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-IN-FILE
           RECORDING MODE IS F.
           COPY XFERREC.

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

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE SPACES.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

         01  WS-HOUSE-SERVICER          PIC X(4)       VALUE 'HSVC'.
      * Acquired loans carry no origination branch of ours.
         01  WS-ACQUIRED-BRANCH         PIC X(4)       VALUE 'ACQD'.
         01  WS-RUN-DATE                PIC X(10).

         01  WS-XFER-STATUS             PIC X(2).
         01  WS-XFER-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-XFER-EOF                           VALUE 'Y'.

      * The transfer header, kept for the history, letters and
      * report - the record area is reused by every record after it.
         01  WS-HDR-TRANSFER-DATE       PIC X(10)      VALUE SPACES.
         01  WS-HDR-FROM-SERVICER       PIC X(4)       VALUE SPACES.
         01  WS-HDR-FROM-NAME           PIC X(40)      VALUE SPACES.
         01  WS-HDR-FROM-PHONE          PIC X(10)      VALUE SPACES.
         01  WS-HDR-TO-NAME             PIC X(40)      VALUE SPACES.
         01  WS-HDR-TO-STREET           PIC X(30)      VALUE SPACES.
         01  WS-HDR-TO-CITY             PIC X(20)      VALUE SPACES.
         01  WS-HDR-TO-STATE            PIC X(2)       VALUE SPACES.
         01  WS-HDR-TO-ZIP              PIC X(9)       VALUE SPACES.
         01  WS-HDR-TO-PHONE            PIC X(10)      VALUE SPACES.
         01  WS-HEADER-SEEN-SW          PIC X(1)       VALUE 'N'.
             88  WS-HEADER-SEEN                        VALUE 'Y'.
         01  WS-TRAILER-SEEN-SW         PIC X(1)       VALUE 'N'.
             88  WS-TRAILER-SEEN                       VALUE 'Y'.
         01  WS-RECORD-NUMBER           PIC 9(7)       VALUE ZERO.

      * Control totals off the trailer, and what the file's loan and
      * history records actually add up to.
         01  WS-CTL-LOAN-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CTL-HIST-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CTL-UPB                 PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-CTL-ESCROW              PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-FILE-LOAN-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-FILE-HIST-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-FILE-UPB                PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-FILE-ESCROW             PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-BAD-AMOUNT-COUNT        PIC 9(7)       VALUE ZERO.
         01  WS-BAD-TYPE-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-PROOF-FAILED-SW         PIC X(1)       VALUE 'N'.
             88  WS-PROOF-FAILED                       VALUE 'Y'.
         01  WS-PROOF-REASON            PIC X(50)      VALUE SPACES.

         01  WS-BOARDED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-REJECT-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-BOARDED-UPB             PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-BOARDED-ESCROW          PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-REJECT-UPB              PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-REJECT-ESCROW           PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-SEEDED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-NOT-SEEDED-COUNT        PIC 9(7)       VALUE ZERO.
         01  WS-ORPHAN-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-LETTER-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-SUM-COUNT               PIC 9(7).
         01  WS-SUM-UPB                 PIC S9(11)V99  COMP-3.
         01  WS-SUM-ESCROW              PIC S9(11)V99  COMP-3.

      * The loan record most recently read - its history follows it.
         01  WS-CURR-LOAN-NUMBER        PIC X(10)      VALUE SPACES.
         01  WS-CURR-BOARDED-SW         PIC X(1)       VALUE 'N'.
             88  WS-CURR-BOARDED                       VALUE 'Y'.

         01  WS-REJECT-SW               PIC X(1)       VALUE 'N'.
             88  WS-REJECTED                           VALUE 'Y'.
         01  WS-REJECT-REASON           PIC X(30).

      * RESPA: for 60 days from the transfer date a payment the
      * borrower sends the prior servicer on time is not late.
         01  WS-GRACE-DAYS              PIC S9(3)      COMP-3
                                                        VALUE 59.
         01  WS-GRACE-END-DATE          PIC X(10).
         01  WS-PRIOR-LAST-DATE         PIC X(10).
         01  WS-XFER-DATE-INT           PIC S9(9)      COMP-3.
         01  WS-MONTHLY-PMT             PIC S9(7)V99   COMP-3.

         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).

         01  WS-PHONE-OUT               PIC X(14).
         01  WS-PHONE-IN                PIC X(10).

         01  WS-LTR-AMT-LINE.
             05  WS-L-CAPTION           PIC X(30).
             05  WS-L-AMOUNT            PIC $$$,$$9.99.

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
             05  FILLER                 PIC X(14)  VALUE 'UNPAID PRIN'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'ESCROW'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'NEXT DUE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(30)  VALUE 'DISPOSITION'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-BORROWER-NAME     PIC X(22).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-PRINCIPAL         PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-ESCROW            PIC ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-NEXT-DUE          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-DISPOSITION       PIC X(30).

         01  WS-PROOF-HEADING.
             05  FILLER                 PIC X(34)  VALUE SPACES.
             05  FILLER                 PIC X(9)   VALUE '    LOANS'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(22)
                 VALUE '      UNPAID PRINCIPAL'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(22)
                 VALUE '                ESCROW'.

         01  WS-PROOF-LINE.
             05  WS-P-CAPTION           PIC X(34).
             05  WS-P-COUNT             PIC Z,ZZZ,ZZ9.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-P-UPB               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-P-ESCROW            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBXFRIN - INBOUND SERVICING TRANSFER START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           OPEN OUTPUT XFER-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM PROVE-TRANSFER-FILE.

           IF WS-PROOF-FAILED
               PERFORM WRITE-FILE-PROOF
               CLOSE XFER-REPORT-FILE
               DISPLAY 'COBXFRIN - ' WS-PROOF-REASON
               DISPLAY 'COBXFRIN - OUT OF BALANCE - NOTHING BOARDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SET-NOTICE-DATES.

           OPEN OUTPUT XFER-LETTER-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT LOAN-HIST-FILE.

           PERFORM BOARD-TRANSFER-FILE.

           CLOSE XFER-LETTER-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE.

           PERFORM WRITE-BOARDING-PROOF.

           CLOSE XFER-REPORT-FILE.

           DISPLAY 'COBXFRIN - TRANSFER DATE       = '
               WS-HDR-TRANSFER-DATE.
           DISPLAY 'COBXFRIN - LOANS ON FILE       = '
               WS-FILE-LOAN-COUNT.
           DISPLAY 'COBXFRIN - LOANS BOARDED       = ' WS-BOARDED-COUNT.
           DISPLAY 'COBXFRIN - LOANS REJECTED      = ' WS-REJECT-COUNT.
           DISPLAY 'COBXFRIN - HISTORY SEEDED      = ' WS-SEEDED-COUNT.
           DISPLAY 'COBXFRIN - HISTORY NOT SEEDED  = '
               WS-NOT-SEEDED-COUNT.
           DISPLAY 'COBXFRIN - LETTERS WRITTEN     = ' WS-LETTER-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       PROVE-TRANSFER-FILE.

      * First pass - add the file up and hold it to its trailer.
           OPEN INPUT XFER-IN-FILE.
           IF WS-XFER-STATUS NOT = '00'
               DISPLAY 'COBXFRIN - TRANSFER FILE OPEN FAILED'
               DISPLAY 'COBXFRIN - STATUS = ' WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-XFER-EOF-SW.
           READ XFER-IN-FILE
               AT END MOVE 'Y' TO WS-XFER-EOF-SW
           END-READ.

           PERFORM UNTIL WS-XFER-EOF
               ADD 1 TO WS-RECORD-NUMBER
               PERFORM PROVE-ONE-RECORD
               READ XFER-IN-FILE
                   AT END MOVE 'Y' TO WS-XFER-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE XFER-IN-FILE.

           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'FILE DOES NOT START WITH A TRANSFER HEADER'
                       TO WS-PROOF-REASON
               WHEN WS-HDR-TRANSFER-DATE = SPACES
                 OR WS-HDR-FROM-NAME = SPACES
                 OR WS-HDR-TO-NAME = SPACES
                 OR WS-HDR-TO-STREET = SPACES
                 OR WS-HDR-TO-CITY = SPACES
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'TRANSFER HEADER INCOMPLETE'
                       TO WS-PROOF-REASON
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'FILE HAS NO CONTROL TOTAL TRAILER'
                       TO WS-PROOF-REASON
               WHEN WS-BAD-TYPE-COUNT > 0
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'FILE HAS RECORDS OF AN UNKNOWN TYPE'
                       TO WS-PROOF-REASON
               WHEN WS-BAD-AMOUNT-COUNT > 0
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'LOAN RECORDS WITH NON-NUMERIC BALANCES'
                       TO WS-PROOF-REASON
               WHEN WS-FILE-LOAN-COUNT NOT = WS-CTL-LOAN-COUNT
                 OR WS-FILE-HIST-COUNT NOT = WS-CTL-HIST-COUNT
                 OR WS-FILE-UPB        NOT = WS-CTL-UPB
                 OR WS-FILE-ESCROW     NOT = WS-CTL-ESCROW
                   MOVE 'Y' TO WS-PROOF-FAILED-SW
                   MOVE 'FILE DOES NOT AGREE TO ITS CONTROL TOTALS'
                       TO WS-PROOF-REASON
           END-EVALUATE.

       PROVE-ONE-RECORD.

           EVALUATE TRUE
               WHEN WS-RECORD-NUMBER = 1
                   IF XR-REC-TYPE = 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN-SW
                       MOVE XH-TRANSFER-DATE TO WS-HDR-TRANSFER-DATE
                       MOVE XH-FROM-SERVICER TO WS-HDR-FROM-SERVICER
                       MOVE XH-FROM-NAME     TO WS-HDR-FROM-NAME
                       MOVE XH-FROM-PHONE    TO WS-HDR-FROM-PHONE
                       MOVE XH-TO-NAME       TO WS-HDR-TO-NAME
                       MOVE XH-TO-STREET     TO WS-HDR-TO-STREET
                       MOVE XH-TO-CITY       TO WS-HDR-TO-CITY
                       MOVE XH-TO-STATE      TO WS-HDR-TO-STATE
                       MOVE XH-TO-ZIP        TO WS-HDR-TO-ZIP
                       MOVE XH-TO-PHONE      TO WS-HDR-TO-PHONE
                   END-IF
               WHEN XR-REC-TYPE = 'L'
                   ADD 1 TO WS-FILE-LOAN-COUNT
                   IF XL-CURR-PRINCIPAL IS NUMERIC
                           AND XL-ESCROW-BALANCE IS NUMERIC
                       ADD XL-CURR-PRINCIPAL TO WS-FILE-UPB
                       ADD XL-ESCROW-BALANCE TO WS-FILE-ESCROW
                   ELSE
                       ADD 1 TO WS-BAD-AMOUNT-COUNT
                   END-IF
               WHEN XR-REC-TYPE = 'P'
                   ADD 1 TO WS-FILE-HIST-COUNT
               WHEN XR-REC-TYPE = 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   IF XT-LOAN-COUNT IS NUMERIC
                           AND XT-HIST-COUNT IS NUMERIC
                           AND XT-TOTAL-UPB IS NUMERIC
                           AND XT-TOTAL-ESCROW IS NUMERIC
                       MOVE XT-LOAN-COUNT   TO WS-CTL-LOAN-COUNT
                       MOVE XT-HIST-COUNT   TO WS-CTL-HIST-COUNT
                       MOVE XT-TOTAL-UPB    TO WS-CTL-UPB
                       MOVE XT-TOTAL-ESCROW TO WS-CTL-ESCROW
                   ELSE
                       ADD 1 TO WS-BAD-AMOUNT-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
           END-EVALUATE.

       SET-NOTICE-DATES.

      * The prior servicer takes payments through the day before the
      * transfer; the 60-day window runs from the transfer date.
           MOVE WS-HDR-TRANSFER-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-XFER-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           COMPUTE WS-CALC-INT = WS-XFER-DATE-INT - 1.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-PRIOR-LAST-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-PRIOR-LAST-DATE.

           COMPUTE WS-CALC-INT = WS-XFER-DATE-INT + WS-GRACE-DAYS.
           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-GRACE-END-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-GRACE-END-DATE.

       BOARD-TRANSFER-FILE.

      * Second pass - the file is proved, board it.
           OPEN INPUT XFER-IN-FILE.
           IF WS-XFER-STATUS NOT = '00'
               DISPLAY 'COBXFRIN - TRANSFER FILE REOPEN FAILED'
               DISPLAY 'COBXFRIN - STATUS = ' WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-XFER-EOF-SW.
           READ XFER-IN-FILE
               AT END MOVE 'Y' TO WS-XFER-EOF-SW
           END-READ.

           PERFORM UNTIL WS-XFER-EOF
               EVALUATE XR-REC-TYPE
                   WHEN 'L'
                       PERFORM BOARD-ONE-LOAN
                   WHEN 'P'
                       PERFORM SEED-ONE-HISTORY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ XFER-IN-FILE
                   AT END MOVE 'Y' TO WS-XFER-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE XFER-IN-FILE.

       BOARD-ONE-LOAN.

           MOVE XL-LOAN-NUMBER TO WS-CURR-LOAN-NUMBER.
           MOVE 'N' TO WS-CURR-BOARDED-SW.

           PERFORM EDIT-TRANSFER-LOAN.

           IF WS-REJECTED
               PERFORM COUNT-REJECTED-LOAN
               PERFORM WRITE-EDIT-LINE
           ELSE
               PERFORM BUILD-LOAN-MASTER-ROW
               PERFORM INSERT-LOAN-MASTER-ROW
           END-IF.

       EDIT-TRANSFER-LOAN.

      * The unpaid principal and escrow were proved numeric on the
      * first pass.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN XL-LOAN-NUMBER = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'LOAN NUMBER MISSING'
                       TO WS-REJECT-REASON
               WHEN XL-ORIG-PRINCIPAL NOT NUMERIC
                 OR XL-NOTE-RATE NOT NUMERIC
                 OR XL-TERM-MONTHS NOT NUMERIC
                 OR XL-PI-PMT-AMT NOT NUMERIC
                 OR XL-ESCROW-PMT-AMT NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'LOAN TERMS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN XL-ANNL-TAX-AMT NOT NUMERIC
                 OR XL-ANNL-INS-AMT NOT NUMERIC
                 OR XL-ANNL-PMI-AMT NOT NUMERIC
                 OR XL-APPRAISED-VALUE NOT NUMERIC
                 OR XL-YTD-INTEREST-PAID NOT NUMERIC
                 OR XL-LATE-CHARGE-BAL NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'ESCROW OR OTHER AMOUNTS INVALID'
                       TO WS-REJECT-REASON
               WHEN XL-CURR-PRINCIPAL NOT > 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'UNPAID PRINCIPAL NOT POSITIVE'
                       TO WS-REJECT-REASON
               WHEN XL-CURR-PRINCIPAL > XL-ORIG-PRINCIPAL
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'UNPAID EXCEEDS ORIGINAL AMOUNT'
                       TO WS-REJECT-REASON
               WHEN XL-TERM-MONTHS NOT > 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'TERM MONTHS NOT POSITIVE'
                       TO WS-REJECT-REASON
               WHEN XL-ESCROW-BALANCE < 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'ESCROW ADVANCE - BOARD BY HAND'
                       TO WS-REJECT-REASON
               WHEN XL-BORROWER-NAME = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'BORROWER NAME MISSING'
                       TO WS-REJECT-REASON
               WHEN XL-BORROWER-SSN = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'BORROWER SSN MISSING'
                       TO WS-REJECT-REASON
               WHEN XL-NEXT-DUE-DATE = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'NEXT DUE DATE MISSING'
                       TO WS-REJECT-REASON
               WHEN XL-MAIL-ADDR-STREET = SPACES
                 OR XL-MAIL-ADDR-CITY = SPACES
                 OR XL-MAIL-ADDR-STATE = SPACES
                 OR XL-MAIL-ADDR-ZIP = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'MAILING ADDRESS INCOMPLETE'
                       TO WS-REJECT-REASON
               WHEN XL-ARM-FLAG NOT = 'Y' AND XL-ARM-FLAG NOT = 'N'
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'ARM FLAG NOT Y OR N'
                       TO WS-REJECT-REASON
               WHEN XL-ARM-FLAG = 'Y'
                 AND (XL-ARM-INDEX-CODE = SPACES
                   OR XL-ARM-MARGIN NOT NUMERIC
                   OR XL-ARM-PERIODIC-CAP NOT NUMERIC
                   OR XL-ARM-LIFE-CEILING NOT NUMERIC
                   OR XL-ARM-LIFE-FLOOR NOT NUMERIC
                   OR XL-ARM-RATE-CHG-DATE = SPACES
                   OR XL-ARM-CHG-FREQ-MTHS NOT NUMERIC)
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'ARM TERMS INCOMPLETE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       BUILD-LOAN-MASTER-ROW.

           MOVE XL-LOAN-NUMBER       TO LM-LOAN-NUMBER.
           MOVE XL-BORROWER-NAME     TO LM-BORROWER-NAME.
           MOVE XL-BORROWER-SSN      TO LM-BORROWER-SSN.
           MOVE XL-ORIG-PRINCIPAL    TO LM-ORIG-PRINCIPAL.
           MOVE XL-CURR-PRINCIPAL    TO LM-CURR-PRINCIPAL.
           MOVE XL-NOTE-RATE         TO LM-NOTE-RATE.
           MOVE XL-TERM-MONTHS       TO LM-TERM-MONTHS.
           MOVE XL-NEXT-DUE-DATE     TO LM-NEXT-DUE-DATE.
           MOVE XL-FIRST-PMT-DATE    TO LM-FIRST-PMT-DATE.
           MOVE XL-LAST-PMT-DATE     TO LM-LAST-PMT-DATE.
           MOVE XL-PI-PMT-AMT        TO LM-PI-PMT-AMT.
           MOVE XL-ESCROW-PMT-AMT    TO LM-ESCROW-PMT-AMT.
           MOVE XL-ESCROW-BALANCE    TO LM-ESCROW-BALANCE.
           MOVE XL-ANNL-TAX-AMT      TO LM-ANNL-TAX-AMT.
           MOVE XL-ANNL-INS-AMT      TO LM-ANNL-INS-AMT.
           MOVE XL-ANNL-PMI-AMT      TO LM-ANNL-PMI-AMT.
           MOVE XL-APPRAISED-VALUE   TO LM-APPRAISED-VALUE.
           MOVE XL-YTD-INTEREST-PAID TO LM-YTD-INTEREST-PAID.
           MOVE XL-LATE-CHARGE-BAL   TO LM-LATE-CHARGE-BAL.
           MOVE XL-MAIL-ADDR-STREET  TO LM-MAIL-ADDR-STREET.
           MOVE XL-MAIL-ADDR-CITY    TO LM-MAIL-ADDR-CITY.
           MOVE XL-MAIL-ADDR-STATE   TO LM-MAIL-ADDR-STATE.
           MOVE XL-MAIL-ADDR-ZIP     TO LM-MAIL-ADDR-ZIP.
           MOVE XL-PROP-ADDR-STREET  TO LM-PROP-ADDR-STREET.
           MOVE XL-PROP-ADDR-CITY    TO LM-PROP-ADDR-CITY.
           MOVE XL-PROP-ADDR-STATE   TO LM-PROP-ADDR-STATE.
           MOVE XL-PROP-ADDR-ZIP     TO LM-PROP-ADDR-ZIP.
           MOVE XL-INVESTOR-NUMBER   TO LM-INVESTOR-NUMBER.
           MOVE WS-HOUSE-SERVICER    TO LM-SERVICER-CODE.
           MOVE WS-ACQUIRED-BRANCH   TO LM-BRANCH-CODE.
           MOVE 'AC'                 TO LM-STATUS-CODE.
           MOVE 'N'                  TO LM-HELD-FOR-SALE-FLAG.
           MOVE 'N'                  TO LM-LIEN-RELEASE-FLAG.
           MOVE 'N'                  TO LM-SCRA-FLAG.
           MOVE ZERO                 TO LM-SCRA-CONTRACT-RATE.

      * Origination figures stay with the originator's file.
           MOVE ZERO                 TO LM-DTI-RATIO.
           MOVE ZERO                 TO LM-SVC-RELEASE-PRICE.
           MOVE ZERO                 TO LM-POINTS-PAID.

           MOVE XL-ARM-FLAG          TO LM-ARM-FLAG.
           IF XL-ARM-FLAG = 'Y'
               MOVE XL-ARM-INDEX-CODE    TO LM-ARM-INDEX-CODE
               MOVE XL-ARM-MARGIN        TO LM-ARM-MARGIN
               MOVE XL-ARM-PERIODIC-CAP  TO LM-ARM-PERIODIC-CAP
               MOVE XL-ARM-LIFE-CEILING  TO LM-ARM-LIFE-CEILING
               MOVE XL-ARM-LIFE-FLOOR    TO LM-ARM-LIFE-FLOOR
               MOVE XL-ARM-RATE-CHG-DATE TO LM-ARM-RATE-CHG-DATE
               MOVE XL-ARM-CHG-FREQ-MTHS TO LM-ARM-CHG-FREQ-MTHS
           ELSE
               MOVE SPACES               TO LM-ARM-INDEX-CODE
               MOVE ZERO                 TO LM-ARM-MARGIN
               MOVE ZERO                 TO LM-ARM-PERIODIC-CAP
               MOVE ZERO                 TO LM-ARM-LIFE-CEILING
               MOVE ZERO                 TO LM-ARM-LIFE-FLOOR
               MOVE SPACES               TO LM-ARM-RATE-CHG-DATE
               MOVE ZERO                 TO LM-ARM-CHG-FREQ-MTHS
           END-IF.

       INSERT-LOAN-MASTER-ROW.

           EXEC SQL
                INSERT INTO MORT.LOAN_MASTER
                       (LOAN_NUMBER, BORROWER_NAME, BORROWER_SSN,
                        ORIG_PRINCIPAL, CURR_PRINCIPAL, NOTE_RATE,
                        TERM_MONTHS, NEXT_DUE_DATE, FIRST_PMT_DATE,
                        LAST_PMT_DATE, PI_PMT_AMT, ESCROW_PMT_AMT,
                        ESCROW_BALANCE, ANNL_TAX_AMT, ANNL_INS_AMT,
                        ANNL_PMI_AMT, SERVICER_CODE, BRANCH_CODE,
                        STATUS_CODE, HELD_FOR_SALE_FLAG,
                        APPRAISED_VALUE, DTI_RATIO,
                        SVC_RELEASE_PRICE, YTD_INTEREST_PAID,
                        POINTS_PAID, LATE_CHARGE_BAL,
                        ARM_FLAG, ARM_INDEX_CODE, ARM_MARGIN,
                        ARM_PERIODIC_CAP, ARM_LIFE_CEILING,
                        ARM_LIFE_FLOOR, ARM_RATE_CHG_DATE,
                        ARM_CHG_FREQ_MTHS,
                        MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                        MAIL_ADDR_STATE, MAIL_ADDR_ZIP,
                        PROP_ADDR_STREET, PROP_ADDR_CITY,
                        PROP_ADDR_STATE, PROP_ADDR_ZIP,
                        INVESTOR_NUMBER, LIEN_RELEASE_FLAG,
                        SCRA_FLAG, SCRA_CONTRACT_RATE)
                VALUES (:LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                        :LM-BORROWER-SSN,
                        :LM-ORIG-PRINCIPAL, :LM-CURR-PRINCIPAL,
                        :LM-NOTE-RATE,
                        :LM-TERM-MONTHS, :LM-NEXT-DUE-DATE,
                        :LM-FIRST-PMT-DATE,
                        :LM-LAST-PMT-DATE, :LM-PI-PMT-AMT,
                        :LM-ESCROW-PMT-AMT,
                        :LM-ESCROW-BALANCE, :LM-ANNL-TAX-AMT,
                        :LM-ANNL-INS-AMT,
                        :LM-ANNL-PMI-AMT, :LM-SERVICER-CODE,
                        :LM-BRANCH-CODE,
                        :LM-STATUS-CODE, :LM-HELD-FOR-SALE-FLAG,
                        :LM-APPRAISED-VALUE, :LM-DTI-RATIO,
                        :LM-SVC-RELEASE-PRICE, :LM-YTD-INTEREST-PAID,
                        :LM-POINTS-PAID, :LM-LATE-CHARGE-BAL,
                        :LM-ARM-FLAG, :LM-ARM-INDEX-CODE,
                        :LM-ARM-MARGIN,
                        :LM-ARM-PERIODIC-CAP, :LM-ARM-LIFE-CEILING,
                        :LM-ARM-LIFE-FLOOR, :LM-ARM-RATE-CHG-DATE,
                        :LM-ARM-CHG-FREQ-MTHS,
                        :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                        :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP,
                        :LM-PROP-ADDR-STREET, :LM-PROP-ADDR-CITY,
                        :LM-PROP-ADDR-STATE, :LM-PROP-ADDR-ZIP,
                        :LM-INVESTOR-NUMBER, :LM-LIEN-RELEASE-FLAG,
                        :LM-SCRA-FLAG, :LM-SCRA-CONTRACT-RATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   MOVE 'Y' TO WS-CURR-BOARDED-SW
                   ADD 1 TO WS-BOARDED-COUNT
                   ADD LM-CURR-PRINCIPAL TO WS-BOARDED-UPB
                   ADD LM-ESCROW-BALANCE TO WS-BOARDED-ESCROW
                   PERFORM WRITE-BOARDING-JOURNALS
                   PERFORM WRITE-HISTORY-BOARDED
                   PERFORM WRITE-HELLO-LETTER
                   MOVE 'BOARDED' TO WS-REJECT-REASON
                   PERFORM WRITE-EDIT-LINE

               WHEN SQLCODE = -803
                   PERFORM COUNT-REJECTED-LOAN
                   MOVE 'ALREADY ON LOAN MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-EDIT-LINE

               WHEN OTHER
                   DISPLAY 'COBXFRIN - LOAN MASTER INSERT FAILED'
                   DISPLAY 'COBXFRIN - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COUNT-REJECTED-LOAN.

           ADD 1 TO WS-REJECT-COUNT.
           ADD XL-CURR-PRINCIPAL TO WS-REJECT-UPB.
           ADD XL-ESCROW-BALANCE TO WS-REJECT-ESCROW.

       WRITE-BOARDING-JOURNALS.

      * The acquired principal comes onto loans receivable against
      * the funding clearing account the purchase settles through;
      * the escrow funds the prior servicer wires over are cash in
      * and an escrow liability to the borrower.
           MOVE 'LOANPRIN'        TO GLJ-ACCOUNT-CODE.
           MOVE 'DR'              TO GLJ-DR-CR.
           MOVE LM-CURR-PRINCIPAL TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           MOVE 'LOANFUND'        TO GLJ-ACCOUNT-CODE.
           MOVE 'CR'              TO GLJ-DR-CR.
           MOVE LM-CURR-PRINCIPAL TO GLJ-AMOUNT.
           PERFORM WRITE-ONE-JOURNAL.

           IF LM-ESCROW-BALANCE > ZERO
               MOVE 'CASH'            TO GLJ-ACCOUNT-CODE
               MOVE 'DR'              TO GLJ-DR-CR
               MOVE LM-ESCROW-BALANCE TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL

               MOVE 'ESCROWLB'        TO GLJ-ACCOUNT-CODE
               MOVE 'CR'              TO GLJ-DR-CR
               MOVE LM-ESCROW-BALANCE TO GLJ-AMOUNT
               PERFORM WRITE-ONE-JOURNAL
           END-IF.

       WRITE-ONE-JOURNAL.

           MOVE WS-RUN-DATE      TO GLJ-RUN-DATE.
           MOVE 'COBXFRIN'       TO GLJ-SOURCE-PROGRAM.
           MOVE LM-LOAN-NUMBER   TO GLJ-LOAN-NUMBER.
           WRITE GL-JOURNAL-REC.

       WRITE-HISTORY-BOARDED.

           MOVE LM-LOAN-NUMBER     TO LH-LOAN-NUMBER.
           MOVE WS-HDR-TRANSFER-DATE   TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE        TO LH-POSTED-DATE.
           MOVE 'BD'               TO LH-TRAN-CODE.
           MOVE 'COBXFRIN'         TO LH-SOURCE-PROGRAM.
           MOVE SPACES             TO LH-ITEM-ID.
           MOVE LM-CURR-PRINCIPAL  TO LH-TRAN-AMOUNT.
           MOVE LM-CURR-PRINCIPAL  TO LH-PRINCIPAL-AMT.
           MOVE ZERO               TO LH-INTEREST-AMT.
           MOVE LM-ESCROW-BALANCE  TO LH-ESCROW-AMT.
           MOVE LM-LATE-CHARGE-BAL TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       SEED-ONE-HISTORY.

      * History belongs to the loan record it follows; it is only
      * seeded when that loan boarded on this run.
           EVALUATE TRUE
               WHEN XY-LOAN-NUMBER NOT = WS-CURR-LOAN-NUMBER
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD 1 TO WS-NOT-SEEDED-COUNT
                   MOVE XY-LOAN-NUMBER TO WS-D-LOAN-NUMBER
                   MOVE SPACES         TO WS-D-BORROWER-NAME
                   MOVE ZERO           TO WS-D-PRINCIPAL
                   MOVE ZERO           TO WS-D-ESCROW
                   MOVE XY-EFFECTIVE-DATE TO WS-D-NEXT-DUE
                   MOVE 'HISTORY OUT OF LOAN SEQUENCE'
                       TO WS-D-DISPOSITION
                   MOVE WS-DETAIL-LINE TO XFER-REPORT-LINE
                   WRITE XFER-REPORT-LINE
               WHEN NOT WS-CURR-BOARDED
                   ADD 1 TO WS-NOT-SEEDED-COUNT
               WHEN XY-TRAN-AMOUNT NOT NUMERIC
                 OR XY-PRINCIPAL-AMT NOT NUMERIC
                 OR XY-INTEREST-AMT NOT NUMERIC
                 OR XY-ESCROW-AMT NOT NUMERIC
                 OR XY-FEE-AMT NOT NUMERIC
                   ADD 1 TO WS-NOT-SEEDED-COUNT
                   MOVE XY-LOAN-NUMBER TO WS-D-LOAN-NUMBER
                   MOVE SPACES         TO WS-D-BORROWER-NAME
                   MOVE ZERO           TO WS-D-PRINCIPAL
                   MOVE ZERO           TO WS-D-ESCROW
                   MOVE XY-EFFECTIVE-DATE TO WS-D-NEXT-DUE
                   MOVE 'HISTORY AMOUNTS NOT NUMERIC'
                       TO WS-D-DISPOSITION
                   MOVE WS-DETAIL-LINE TO XFER-REPORT-LINE
                   WRITE XFER-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-SEEDED-COUNT
                   MOVE XY-LOAN-NUMBER    TO LH-LOAN-NUMBER
                   MOVE XY-EFFECTIVE-DATE TO LH-EFFECTIVE-DATE
                   MOVE WS-RUN-DATE       TO LH-POSTED-DATE
                   MOVE 'PH'              TO LH-TRAN-CODE
                   MOVE 'COBXFRIN'        TO LH-SOURCE-PROGRAM
                   MOVE XY-ITEM-ID        TO LH-ITEM-ID
                   MOVE XY-TRAN-AMOUNT    TO LH-TRAN-AMOUNT
                   MOVE XY-PRINCIPAL-AMT  TO LH-PRINCIPAL-AMT
                   MOVE XY-INTEREST-AMT   TO LH-INTEREST-AMT
                   MOVE XY-ESCROW-AMT     TO LH-ESCROW-AMT
                   MOVE XY-FEE-AMT        TO LH-FEE-AMT
                   WRITE LOAN-HIST-RECORD
           END-EVALUATE.

       WRITE-HELLO-LETTER.

           ADD 1 TO WS-LETTER-COUNT.

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
           STRING 'THE SERVICING OF YOUR MORTGAGE LOAN HAS BEEN '
                  'TRANSFERRED TO ' WS-HDR-TO-NAME
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'EFFECTIVE ' WS-HDR-TRANSFER-DATE
                  '.  THE TERMS OF YOUR LOAN ARE NOT CHANGED BY '
                  'THE TRANSFER.'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'YOUR PRIOR SERVICER, ' WS-HDR-FROM-NAME
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-HDR-FROM-PHONE TO WS-PHONE-IN.
           PERFORM FORMAT-PHONE.
           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'TELEPHONE ' WS-PHONE-OUT
                  ', ACCEPTED PAYMENTS THROUGH ' WS-PRIOR-LAST-DATE
                  '.'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'WE BEGIN ACCEPTING YOUR PAYMENTS ON '
                  WS-HDR-TRANSFER-DATE '.  SEND PAYMENTS TO:'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-HDR-TO-NAME TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-HDR-TO-STREET TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-HDR-TO-CITY        TO WS-A-CITY.
           MOVE WS-HDR-TO-STATE       TO WS-A-STATE.
           MOVE WS-HDR-TO-ZIP         TO WS-A-ZIP.
           MOVE WS-ADDR-CITY-LINE TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE WS-HDR-TO-PHONE TO WS-PHONE-IN.
           PERFORM FORMAT-PHONE.
           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'QUESTIONS: CALL US TOLL-FREE AT ' WS-PHONE-OUT
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'NEXT PAYMENT DUE             ' LM-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           COMPUTE WS-MONTHLY-PMT = LM-PI-PMT-AMT + LM-ESCROW-PMT-AMT.
           MOVE 'MONTHLY PAYMENT'   TO WS-L-CAPTION.
           MOVE WS-MONTHLY-PMT      TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE     TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE 'ESCROW BALANCE RECEIVED' TO WS-L-CAPTION.
           MOVE LM-ESCROW-BALANCE   TO WS-L-AMOUNT.
           MOVE WS-LTR-AMT-LINE     TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE 'A PAYMENT YOUR PRIOR SERVICER RECEIVES ON OR BEFORE'
               TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           STRING 'ITS DUE DATE THROUGH ' WS-GRACE-END-DATE
                  ' WILL NOT BE TREATED AS LATE, AND NO LATE FEE'
               DELIMITED BY SIZE INTO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE 'WILL BE CHARGED FOR IT.' TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

           MOVE SPACES TO XFER-LETTER-LINE.
           WRITE XFER-LETTER-LINE.

       FORMAT-PHONE.

           MOVE SPACES TO WS-PHONE-OUT.
           STRING '(' WS-PHONE-IN(1:3) ') ' WS-PHONE-IN(4:3) '-'
                  WS-PHONE-IN(7:4)
               DELIMITED BY SIZE INTO WS-PHONE-OUT.

       WRITE-EDIT-LINE.

           MOVE XL-LOAN-NUMBER          TO WS-D-LOAN-NUMBER.
           MOVE XL-BORROWER-NAME(1:22)  TO WS-D-BORROWER-NAME.
           MOVE XL-CURR-PRINCIPAL       TO WS-D-PRINCIPAL.
           MOVE XL-ESCROW-BALANCE       TO WS-D-ESCROW.
           MOVE XL-NEXT-DUE-DATE        TO WS-D-NEXT-DUE.
           MOVE WS-REJECT-REASON        TO WS-D-DISPOSITION.

           MOVE WS-DETAIL-LINE          TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO XFER-REPORT-LINE.
           MOVE 'INBOUND SERVICING TRANSFER BOARDING REPORT'
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

       WRITE-FILE-PROOF.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE WS-PROOF-HEADING TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'TRAILER CONTROL TOTALS' TO WS-P-CAPTION.
           MOVE WS-CTL-LOAN-COUNT        TO WS-P-COUNT.
           MOVE WS-CTL-UPB               TO WS-P-UPB.
           MOVE WS-CTL-ESCROW            TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           MOVE 'LOAN RECORDS ON FILE'   TO WS-P-CAPTION.
           MOVE WS-FILE-LOAN-COUNT       TO WS-P-COUNT.
           MOVE WS-FILE-UPB              TO WS-P-UPB.
           MOVE WS-FILE-ESCROW           TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'TRAILER HISTORY COUNT'  TO WS-C-CAPTION.
           MOVE WS-CTL-HIST-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'HISTORY RECORDS ON FILE' TO WS-C-CAPTION.
           MOVE WS-FILE-HIST-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE WS-PROOF-REASON TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'OUT OF BALANCE - NOTHING BOARDED' TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-BOARDING-PROOF.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           STRING 'TRANSFER DATE ' WS-HDR-TRANSFER-DATE
                  '  FROM ' WS-HDR-FROM-SERVICER ' ' WS-HDR-FROM-NAME
               DELIMITED BY SIZE INTO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE WS-PROOF-HEADING TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'TRAILER CONTROL TOTALS' TO WS-P-CAPTION.
           MOVE WS-CTL-LOAN-COUNT        TO WS-P-COUNT.
           MOVE WS-CTL-UPB               TO WS-P-UPB.
           MOVE WS-CTL-ESCROW            TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           MOVE 'LOANS BOARDED'          TO WS-P-CAPTION.
           MOVE WS-BOARDED-COUNT         TO WS-P-COUNT.
           MOVE WS-BOARDED-UPB           TO WS-P-UPB.
           MOVE WS-BOARDED-ESCROW        TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           MOVE 'LOANS REJECTED'         TO WS-P-CAPTION.
           MOVE WS-REJECT-COUNT          TO WS-P-COUNT.
           MOVE WS-REJECT-UPB            TO WS-P-UPB.
           MOVE WS-REJECT-ESCROW         TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           COMPUTE WS-SUM-COUNT  = WS-BOARDED-COUNT + WS-REJECT-COUNT.
           COMPUTE WS-SUM-UPB    = WS-BOARDED-UPB + WS-REJECT-UPB.
           COMPUTE WS-SUM-ESCROW =
               WS-BOARDED-ESCROW + WS-REJECT-ESCROW.
           MOVE 'BOARDED PLUS REJECTED'  TO WS-P-CAPTION.
           MOVE WS-SUM-COUNT             TO WS-P-COUNT.
           MOVE WS-SUM-UPB               TO WS-P-UPB.
           MOVE WS-SUM-ESCROW            TO WS-P-ESCROW.
           PERFORM WRITE-PROOF-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           MOVE 'HISTORY RECORDS ON FILE' TO WS-C-CAPTION.
           MOVE WS-FILE-HIST-COUNT        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'HISTORY SEEDED'          TO WS-C-CAPTION.
           MOVE WS-SEEDED-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'HISTORY NOT SEEDED'      TO WS-C-CAPTION.
           MOVE WS-NOT-SEEDED-COUNT       TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE '  OUT OF LOAN SEQUENCE'  TO WS-C-CAPTION.
           MOVE WS-ORPHAN-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'HELLO LETTERS WRITTEN'   TO WS-C-CAPTION.
           MOVE WS-LETTER-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE SPACES TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

           IF WS-SUM-COUNT = WS-CTL-LOAN-COUNT
                   AND WS-SUM-UPB = WS-CTL-UPB
                   AND WS-SUM-ESCROW = WS-CTL-ESCROW
               MOVE 'BOARDING IN BALANCE TO CONTROL TOTALS'
                   TO XFER-REPORT-LINE
           ELSE
               MOVE 'BOARDING OUT OF BALANCE TO CONTROL TOTALS'
                   TO XFER-REPORT-LINE
           END-IF.
           WRITE XFER-REPORT-LINE.

       WRITE-PROOF-LINE.

           MOVE WS-PROOF-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO XFER-REPORT-LINE.
           WRITE XFER-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBXFRIN - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBXFRIN - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBXFRIN - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBXFRIN - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBXFRIN - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBXFRIN - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBXFRIN - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBXFRIN' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
