       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFCLS.
      ******************************************************************
      * COBFCLS - FORECLOSURE REFERRAL AND MILESTONE TRACKING
      * ----------------------------------------------------------------
      * Daily batch downstream of the collections action run that
      * takes a seriously delinquent loan past the breach letter and
      * into foreclosure, and keeps the foreclosure on our system
      * instead of in attorney emails.
      *
      * A loan is referred to the attorney network when it is 120 or
      * more days past its next due date, is not covered by an
      * agreed forbearance/repayment plan, is not protected under
      * the SCRA, and the 60-day breach letter has gone out for that
      * same missed due date (the collections activity file proves
      * it).  Each referral is written to the referral file for the
      * attorneys and joins the carry-forward milestone file as
      * 'RF'.  A loan already in foreclosure is never referred twice;
      * one whose foreclosure was dismissed can be referred again if
      * it defaults again.
      *
      * Attorney status returns move each file through first legal
      * ('FL'), sale scheduled ('SS') and sale held ('SH') to REO
      * ('RO'), or dismiss it ('DM') on reinstatement or cure; a
      * return out of sequence is rejected on the report.  The sale
      * closes the loan out of servicing - the Loan Master status
      * goes to 'FC' (foreclosed) and it drops out of every active-
      * loan run.  While the milestone status is RF, FL or SS the
      * statement, collections and autopay batches treat the loan as
      * in foreclosure off this same file.
      *
      * Every open foreclosure is then measured against its
      * investor's timeline (days from referral to first legal, sale
      * scheduled and sale held, off the investor master; the shop
      * standard where the investor sets none or the loan is held in
      * portfolio), and the timeline exception report lists each
      * file whose next milestone is near or past its deadline, or
      * whose sale has been set past the sale deadline.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Hold back referral while the borrower's SCRA
      *            servicemember protection is active.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCL-TRACK-IN-FILE ASSIGN TO "FCLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRK-STATUS.

           SELECT FCL-STATUS-FILE ASSIGN TO "FCLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT INV-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT PLAN-MAST-FILE ASSIGN TO "PLANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT COLL-HIST-FILE ASSIGN TO "COLLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT FCL-TRACK-OUT-FILE ASSIGN TO "FCLNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCL-REFERRAL-FILE ASSIGN TO "FCLREFER"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCL-REPORT-FILE ASSIGN TO "FCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCL-TRACK-IN-FILE
           RECORDING MODE IS F.
           COPY FCLTRACK.

       FD  FCL-STATUS-FILE
           RECORDING MODE IS F.
       01  FCL-STATUS-REC.
           05  FS-LOAN-NUMBER         PIC X(10).
           05  FS-MILESTONE           PIC X(2).
           05  FS-MILESTONE-DATE      PIC X(10).
           05  FS-SALE-DATE           PIC X(10).

       FD  INV-MASTER-FILE
           RECORDING MODE IS F.
           COPY INVMAST.

       FD  PLAN-MAST-FILE
           RECORDING MODE IS F.
           COPY PLANFILE.

       FD  COLL-HIST-FILE
           RECORDING MODE IS F.
           COPY COLLACT.

       FD  FCL-TRACK-OUT-FILE
           RECORDING MODE IS F.
       01  FCL-TRACK-OUT-RECORD       PIC X(149).

       FD  FCL-REFERRAL-FILE
           RECORDING MODE IS F.
           COPY FCLREFR.

       FD  FCL-REPORT-FILE
           RECORDING MODE IS F.
       01  FCL-REPORT-LINE            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBLATE '.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE FCLSCSR CURSOR FOR
                SELECT LOAN_NUMBER, BORROWER_NAME, CURR_PRINCIPAL,
                       NOTE_RATE, NEXT_DUE_DATE, LATE_CHARGE_BAL,
                       MAIL_ADDR_STREET, MAIL_ADDR_CITY,
                       MAIL_ADDR_STATE, MAIL_ADDR_ZIP,
                       PROP_ADDR_STREET, PROP_ADDR_CITY,
                       PROP_ADDR_STATE, PROP_ADDR_ZIP,
                       INVESTOR_NUMBER, SCRA_FLAG
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'AC'
                AND    NEXT_DUE_DATE <= :WS-CUTOFF-DATE
                ORDER BY LOAN_NUMBER
           END-EXEC.

         01  WS-TRK-STATUS              PIC X(2).
         01  WS-TRK-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-TRK-EOF                            VALUE 'Y'.
         01  WS-STAT-STATUS             PIC X(2).
         01  WS-STAT-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-STAT-EOF                           VALUE 'Y'.
         01  WS-INV-STATUS              PIC X(2).
         01  WS-INV-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-INV-EOF                            VALUE 'Y'.
         01  WS-PLAN-STATUS             PIC X(2).
         01  WS-PLAN-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PLAN-EOF                           VALUE 'Y'.
         01  WS-HIST-STATUS             PIC X(2).
         01  WS-HIST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-HIST-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.
         01  WS-DUE-DATE-INT            PIC S9(9)      COMP-3.
         01  WS-DEADLINE-INT            PIC S9(9)      COMP-3.
         01  WS-CALC-INT                PIC S9(9)      COMP-3.
         01  WS-DAYS-DELQ               PIC S9(5)      COMP-3.
         01  WS-DAYS-LEFT               PIC S9(5)      COMP-3.
         01  WS-CUTOFF-DATE             PIC X(10).

      * Referral threshold, and the shop's standard foreclosure
      * timeline (days from referral) for portfolio loans and for
      * investors that set none of their own.
         01  WS-REFERRAL-DAYS           PIC S9(3)      COMP-3
                                                        VALUE 120.
         01  WS-STD-LEGAL-DAYS          PIC S9(3)      COMP-3
                                                        VALUE 60.
         01  WS-STD-SCHED-DAYS          PIC S9(3)      COMP-3
                                                        VALUE 210.
         01  WS-STD-SALE-DAYS           PIC S9(3)      COMP-3
                                                        VALUE 300.
         01  WS-WARNING-DAYS            PIC S9(3)      COMP-3
                                                        VALUE 15.
         01  WS-TIMELINE-DAYS           PIC S9(3)      COMP-3.

         01  WS-CALC-NUM                PIC 9(8).
         01  WS-CALC-PARTS REDEFINES WS-CALC-NUM.
             05  WS-CA-YYYY             PIC 9(4).
             05  WS-CA-MM               PIC 9(2).
             05  WS-CA-DD               PIC 9(2).
         01  WS-DEADLINE-DATE           PIC X(10).

      * Every foreclosure being tracked - prior carry-forward plus
      * the loans referred this run.
         01  WS-FCL-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-FCL-TABLE.
             05  WS-FCL-ENTRY OCCURS 10000.
                 10  WS-FT-LOAN-NUMBER  PIC X(10).
                 10  WS-FT-BORROWER     PIC X(40).
                 10  WS-FT-INVESTOR     PIC X(4).
                 10  WS-FT-PROP-STATE   PIC X(2).
                 10  WS-FT-DEFAULT-DUE  PIC X(10).
                 10  WS-FT-REFERRAL-UPB PIC S9(9)V99   COMP-3.
                 10  WS-FT-STATUS       PIC X(2).
                     88  WS-FT-IN-FORECLOSURE    VALUE 'RF' 'FL' 'SS'.
                     88  WS-FT-REFERRED          VALUE 'RF'.
                     88  WS-FT-FIRST-LEGAL       VALUE 'FL'.
                     88  WS-FT-SALE-SCHEDULED    VALUE 'SS'.
                     88  WS-FT-SALE-HELD         VALUE 'SH'.
                     88  WS-FT-DISMISSED         VALUE 'DM'.
                 10  WS-FT-REFERRAL-DATE  PIC X(10).
                 10  WS-FT-LEGAL-DATE     PIC X(10).
                 10  WS-FT-SCHED-DATE     PIC X(10).
                 10  WS-FT-SALE-DATE      PIC X(10).
                 10  WS-FT-HELD-DATE      PIC X(10).
                 10  WS-FT-REO-DATE       PIC X(10).
                 10  WS-FT-DISMISSED-DATE PIC X(10).
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-MATCH-SUB               PIC 9(5)  COMP.

      * Investor foreclosure timelines, off the investor master.
         01  WS-INV-COUNT               PIC 9(3)  COMP VALUE ZERO.
         01  WS-INV-TABLE.
             05  WS-INV-ENTRY OCCURS 100.
                 10  WS-IV-NUMBER       PIC X(4).
                 10  WS-IV-LEGAL-DAYS   PIC S9(3)      COMP-3.
                 10  WS-IV-SCHED-DAYS   PIC S9(3)      COMP-3.
                 10  WS-IV-SALE-DAYS    PIC S9(3)      COMP-3.
         01  WS-INV-SUB                 PIC 9(3)  COMP.
         01  WS-INV-MATCH-SUB           PIC 9(3)  COMP.

      * Loans on an agreed forbearance/repayment plan, loaded from
      * the plan file the plan-transaction batch maintains.
         01  WS-PLAN-COUNT              PIC 9(5)  COMP VALUE ZERO.
         01  WS-PLAN-TABLE.
             05  WS-PLAN-ENTRY OCCURS 2000.
                 10  WS-PL-LOAN-NUMBER  PIC X(10).
                 10  WS-PL-START-DATE   PIC X(10).
                 10  WS-PL-END-DATE     PIC X(10).
         01  WS-PLAN-SUB                PIC 9(5)  COMP.
         01  WS-ON-PLAN-SW              PIC X(1).
             88  WS-ON-PLAN                            VALUE 'Y'.

      * 60-day breach letters sent, off the collections activity
      * file, keyed by loan and the missed due date they addressed.
         01  WS-BRCH-COUNT              PIC 9(5)  COMP VALUE ZERO.
         01  WS-BRCH-TABLE.
             05  WS-BRCH-ENTRY OCCURS 20000.
                 10  WS-BR-LOAN-NUMBER  PIC X(10).
                 10  WS-BR-DUE-DATE     PIC X(10).
                 10  WS-BR-LETTER-DATE  PIC X(10).
         01  WS-BRCH-SUB                PIC 9(5)  COMP.
         01  WS-BREACH-DATE             PIC X(10).

         01  WS-RETURN-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-RETURN-REJECT-COUNT     PIC 9(7)       VALUE ZERO.
         01  WS-CANDIDATE-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-REFERRED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-HELD-BACK-COUNT         PIC 9(7)       VALUE ZERO.
         01  WS-CLOSED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-OPEN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-EXCEPTION-COUNT         PIC 9(7)       VALUE ZERO.

         01  WS-DISPOSITION             PIC X(34).
         01  WS-NEXT-MILESTONE          PIC X(14).
         01  WS-TL-FLAG                 PIC X(14).

         01  WS-RETURN-HEADING.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(6)   VALUE 'MILE'.
             05  FILLER                 PIC X(10)  VALUE 'DATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(34)  VALUE 'DISPOSITION'.

         01  WS-RETURN-LINE.
             05  WS-R-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-R-MILESTONE         PIC X(2).
             05  FILLER                 PIC X(4)       VALUE SPACES.
             05  WS-R-DATE              PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-R-DISPOSITION       PIC X(34).

         01  WS-REFERRAL-HEADING.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'DUE DATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(6)   VALUE 'DAYS'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)  VALUE 'UPB'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(34)  VALUE 'DISPOSITION'.

         01  WS-REFERRAL-LINE.
             05  WS-F-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-F-DUE-DATE          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-F-DAYS              PIC ZZZZ9.
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-F-UPB               PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER                 PIC X(3)       VALUE SPACES.
             05  WS-F-DISPOSITION       PIC X(34).

         01  WS-TIMELINE-HEADING.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(4)   VALUE 'INV'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(6)   VALUE 'STAT'.
             05  FILLER                 PIC X(10)  VALUE 'REFERRED'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)
                                        VALUE 'NEXT MILESTONE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'DEADLINE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(9)   VALUE 'DAYS LEFT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'SALE DATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)  VALUE 'FLAG'.

         01  WS-TIMELINE-LINE.
             05  WS-T-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-INVESTOR          PIC X(4).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-STATUS            PIC X(2).
             05  FILLER                 PIC X(4)       VALUE SPACES.
             05  WS-T-REFERRAL-DATE     PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-NEXT-MILESTONE    PIC X(14).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-DEADLINE          PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-DAYS-LEFT         PIC ZZZZ9-.
             05  FILLER                 PIC X(5)       VALUE SPACES.
             05  WS-T-SALE-DATE         PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-T-FLAG              PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBFCLS - FORECLOSURE REFERRAL/TRACKING START'.

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

      * Only loans due on or before this date can be 120 days down.
           COMPUTE WS-CALC-INT = WS-RUN-DATE-INT - WS-REFERRAL-DAYS.
           PERFORM FORMAT-CALC-DATE.
           MOVE WS-DEADLINE-DATE TO WS-CUTOFF-DATE.

           PERFORM LOAD-TRACKING-FILE.
           PERFORM LOAD-INVESTOR-MASTER.
           PERFORM LOAD-PLAN-FILE.
           PERFORM LOAD-BREACH-LETTERS.

           OPEN OUTPUT FCL-TRACK-OUT-FILE
           OPEN OUTPUT FCL-REFERRAL-FILE
           OPEN OUTPUT FCL-REPORT-FILE.

           PERFORM APPLY-ATTORNEY-RETURNS.
           PERFORM PICK-UP-NEW-REFERRALS.

           MOVE SPACES TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.
           MOVE 'FORECLOSURE TIMELINE EXCEPTIONS' TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.
           MOVE WS-TIMELINE-HEADING TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FCL-COUNT
               PERFORM CARRY-AND-CHECK-TIMELINE
           END-PERFORM.

           CLOSE FCL-TRACK-OUT-FILE
           CLOSE FCL-REFERRAL-FILE
           CLOSE FCL-REPORT-FILE.

           DISPLAY 'COBFCLS - ATTORNEY RETURNS   = ' WS-RETURN-COUNT.
           DISPLAY 'COBFCLS - RETURNS REJECTED   = '
               WS-RETURN-REJECT-COUNT.
           DISPLAY 'COBFCLS - LOANS 120+ DAYS    = '
               WS-CANDIDATE-COUNT.
           DISPLAY 'COBFCLS - LOANS REFERRED     = ' WS-REFERRED-COUNT.
           DISPLAY 'COBFCLS - REFERRALS HELD     = '
               WS-HELD-BACK-COUNT.
           DISPLAY 'COBFCLS - LOANS FORECLOSED   = ' WS-CLOSED-COUNT.
           DISPLAY 'COBFCLS - OPEN FORECLOSURES  = ' WS-OPEN-COUNT.
           DISPLAY 'COBFCLS - TIMELINE EXCEPTIONS = '
               WS-EXCEPTION-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-TRACKING-FILE.

           OPEN INPUT FCL-TRACK-IN-FILE.

      * First run in a fresh environment has no milestone file yet.
           IF WS-TRK-STATUS = '35'
               MOVE 'Y' TO WS-TRK-EOF-SW
           ELSE
               IF WS-TRK-STATUS NOT = '00'
                   DISPLAY 'COBFCLS - MILESTONE FILE OPEN FAILED'
                   DISPLAY 'COBFCLS - STATUS = ' WS-TRK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ FCL-TRACK-IN-FILE
                   AT END MOVE 'Y' TO WS-TRK-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-TRK-EOF
               IF WS-FCL-COUNT >= 10000
                   DISPLAY 'COBFCLS - MILESTONE TABLE FULL AT 10000'
                   DISPLAY 'COBFCLS - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FCL-COUNT
               MOVE FT-LOAN-NUMBER
                   TO WS-FT-LOAN-NUMBER(WS-FCL-COUNT)
               MOVE FT-BORROWER-NAME  TO WS-FT-BORROWER(WS-FCL-COUNT)
               MOVE FT-INVESTOR-NUMBER
                   TO WS-FT-INVESTOR(WS-FCL-COUNT)
               MOVE FT-PROP-STATE     TO WS-FT-PROP-STATE(WS-FCL-COUNT)
               MOVE FT-DEFAULT-DUE-DATE
                   TO WS-FT-DEFAULT-DUE(WS-FCL-COUNT)
               MOVE FT-REFERRAL-UPB
                   TO WS-FT-REFERRAL-UPB(WS-FCL-COUNT)
               MOVE FT-STATUS         TO WS-FT-STATUS(WS-FCL-COUNT)
               MOVE FT-REFERRAL-DATE
                   TO WS-FT-REFERRAL-DATE(WS-FCL-COUNT)
               MOVE FT-FIRST-LEGAL-DATE
                   TO WS-FT-LEGAL-DATE(WS-FCL-COUNT)
               MOVE FT-SALE-SCHED-DATE
                   TO WS-FT-SCHED-DATE(WS-FCL-COUNT)
               MOVE FT-SALE-DATE      TO WS-FT-SALE-DATE(WS-FCL-COUNT)
               MOVE FT-SALE-HELD-DATE TO WS-FT-HELD-DATE(WS-FCL-COUNT)
               MOVE FT-REO-DATE       TO WS-FT-REO-DATE(WS-FCL-COUNT)
               MOVE FT-DISMISSED-DATE
                   TO WS-FT-DISMISSED-DATE(WS-FCL-COUNT)
               READ FCL-TRACK-IN-FILE
                   AT END MOVE 'Y' TO WS-TRK-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-TRK-STATUS NOT = '35'
               CLOSE FCL-TRACK-IN-FILE
           END-IF.

       LOAD-INVESTOR-MASTER.

           OPEN INPUT INV-MASTER-FILE.

      * A shop servicing only its own portfolio has no investor
      * master - every file runs on the standard timeline.
           IF WS-INV-STATUS = '35'
               MOVE 'Y' TO WS-INV-EOF-SW
           ELSE
               IF WS-INV-STATUS NOT = '00'
                   DISPLAY 'COBFCLS - INVESTOR MASTER OPEN FAILED'
                   DISPLAY 'COBFCLS - STATUS = ' WS-INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ INV-MASTER-FILE
                   AT END MOVE 'Y' TO WS-INV-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-INV-EOF
               IF WS-INV-COUNT >= 100
                   DISPLAY 'COBFCLS - INVESTOR TABLE FULL AT 100'
                   DISPLAY 'COBFCLS - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE IM-INVESTOR-NUMBER TO WS-IV-NUMBER(WS-INV-COUNT)
      * An investor row without timeline days set takes the
      * standard timeline.
               IF IM-FC-LEGAL-DAYS NUMERIC AND IM-FC-LEGAL-DAYS > 0
                   MOVE IM-FC-LEGAL-DAYS
                       TO WS-IV-LEGAL-DAYS(WS-INV-COUNT)
               ELSE
                   MOVE WS-STD-LEGAL-DAYS
                       TO WS-IV-LEGAL-DAYS(WS-INV-COUNT)
               END-IF
               IF IM-FC-SCHED-DAYS NUMERIC AND IM-FC-SCHED-DAYS > 0
                   MOVE IM-FC-SCHED-DAYS
                       TO WS-IV-SCHED-DAYS(WS-INV-COUNT)
               ELSE
                   MOVE WS-STD-SCHED-DAYS
                       TO WS-IV-SCHED-DAYS(WS-INV-COUNT)
               END-IF
               IF IM-FC-SALE-DAYS NUMERIC AND IM-FC-SALE-DAYS > 0
                   MOVE IM-FC-SALE-DAYS
                       TO WS-IV-SALE-DAYS(WS-INV-COUNT)
               ELSE
                   MOVE WS-STD-SALE-DAYS
                       TO WS-IV-SALE-DAYS(WS-INV-COUNT)
               END-IF
               READ INV-MASTER-FILE
                   AT END MOVE 'Y' TO WS-INV-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-INV-STATUS NOT = '35'
               CLOSE INV-MASTER-FILE
           END-IF.

       LOAD-PLAN-FILE.

           OPEN INPUT PLAN-MAST-FILE.

      * A shop with nobody on a plan has no plan file.
           IF WS-PLAN-STATUS = '35'
               MOVE 'Y' TO WS-PLAN-EOF-SW
           ELSE
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'COBFCLS - PLAN FILE OPEN FAILED'
                   DISPLAY 'COBFCLS - STATUS = ' WS-PLAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PLAN-MAST-FILE
                   AT END MOVE 'Y' TO WS-PLAN-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PLAN-EOF
               IF WS-PLAN-COUNT >= 2000
                   DISPLAY 'COBFCLS - PLAN TABLE FULL AT 2000'
                   DISPLAY 'COBFCLS - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE PL-LOAN-NUMBER
                   TO WS-PL-LOAN-NUMBER(WS-PLAN-COUNT)
               MOVE PL-START-DATE TO WS-PL-START-DATE(WS-PLAN-COUNT)
               MOVE PL-END-DATE   TO WS-PL-END-DATE(WS-PLAN-COUNT)
               READ PLAN-MAST-FILE
                   AT END MOVE 'Y' TO WS-PLAN-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PLAN-STATUS NOT = '35'
               CLOSE PLAN-MAST-FILE
           END-IF.

       LOAD-BREACH-LETTERS.

           OPEN INPUT COLL-HIST-FILE.

      * No collections activity at all means no breach letters -
      * nothing can be referred.
           IF WS-HIST-STATUS = '35'
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'COBFCLS - ACTIVITY FILE OPEN FAILED'
                   DISPLAY 'COBFCLS - STATUS = ' WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ COLL-HIST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               IF CA-ACTION-CODE = 'L60 '
                   IF WS-BRCH-COUNT >= 20000
                       DISPLAY 'COBFCLS - BREACH TABLE FULL AT 20000'
                       DISPLAY 'COBFCLS - INCREASE TABLE AND RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BRCH-COUNT
                   MOVE CA-LOAN-NUMBER
                       TO WS-BR-LOAN-NUMBER(WS-BRCH-COUNT)
                   MOVE CA-MISSED-DUE-DATE
                       TO WS-BR-DUE-DATE(WS-BRCH-COUNT)
                   MOVE CA-ACTION-DATE
                       TO WS-BR-LETTER-DATE(WS-BRCH-COUNT)
               END-IF
               READ COLL-HIST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-HIST-STATUS NOT = '35'
               CLOSE COLL-HIST-FILE
           END-IF.

       APPLY-ATTORNEY-RETURNS.

           MOVE SPACES TO FCL-REPORT-LINE.
           MOVE 'FORECLOSURE ATTORNEY STATUS RETURNS'
               TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.
           MOVE WS-RETURN-HEADING TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.

           OPEN INPUT FCL-STATUS-FILE.

      * Most days the attorneys have nothing to report back.
           IF WS-STAT-STATUS = '35'
               MOVE 'Y' TO WS-STAT-EOF-SW
           ELSE
               IF WS-STAT-STATUS NOT = '00'
                   DISPLAY 'COBFCLS - STATUS FILE OPEN FAILED'
                   DISPLAY 'COBFCLS - STATUS = ' WS-STAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ FCL-STATUS-FILE
                   AT END MOVE 'Y' TO WS-STAT-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-STAT-EOF
               ADD 1 TO WS-RETURN-COUNT
               PERFORM APPLY-ONE-RETURN
               READ FCL-STATUS-FILE
                   AT END MOVE 'Y' TO WS-STAT-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-STAT-STATUS NOT = '35'
               CLOSE FCL-STATUS-FILE
           END-IF.

       APPLY-ONE-RETURN.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FCL-COUNT
               IF WS-FT-LOAN-NUMBER(WS-SUB) = FS-LOAN-NUMBER
                   MOVE WS-SUB TO WS-MATCH-SUB
                   MOVE WS-FCL-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DISPOSITION.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB = ZERO
                   MOVE 'LOAN NOT REFERRED' TO WS-DISPOSITION
               WHEN FS-MILESTONE-DATE = SPACES
                   MOVE 'MILESTONE DATE MISSING' TO WS-DISPOSITION
               WHEN FS-MILESTONE = 'FL'
                   IF WS-FT-REFERRED(WS-MATCH-SUB)
                       MOVE 'FL' TO WS-FT-STATUS(WS-MATCH-SUB)
                       MOVE FS-MILESTONE-DATE
                           TO WS-FT-LEGAL-DATE(WS-MATCH-SUB)
                   ELSE
                       MOVE 'OUT OF SEQUENCE' TO WS-DISPOSITION
                   END-IF
      * A postponed sale comes back as a new 'SS' with the new date.
               WHEN FS-MILESTONE = 'SS'
                   IF FS-SALE-DATE = SPACES
                       MOVE 'SALE DATE MISSING' TO WS-DISPOSITION
                   ELSE
                       IF WS-FT-FIRST-LEGAL(WS-MATCH-SUB)
                           OR WS-FT-SALE-SCHEDULED(WS-MATCH-SUB)
                           MOVE 'SS' TO WS-FT-STATUS(WS-MATCH-SUB)
                           MOVE FS-MILESTONE-DATE
                               TO WS-FT-SCHED-DATE(WS-MATCH-SUB)
                           MOVE FS-SALE-DATE
                               TO WS-FT-SALE-DATE(WS-MATCH-SUB)
                       ELSE
                           MOVE 'OUT OF SEQUENCE' TO WS-DISPOSITION
                       END-IF
                   END-IF
               WHEN FS-MILESTONE = 'SH'
                   IF WS-FT-SALE-SCHEDULED(WS-MATCH-SUB)
                       MOVE 'SH' TO WS-FT-STATUS(WS-MATCH-SUB)
                       MOVE FS-MILESTONE-DATE
                           TO WS-FT-HELD-DATE(WS-MATCH-SUB)
                       PERFORM CLOSE-FORECLOSED-LOAN
                   ELSE
                       MOVE 'OUT OF SEQUENCE' TO WS-DISPOSITION
                   END-IF
               WHEN FS-MILESTONE = 'RO'
                   IF WS-FT-SALE-HELD(WS-MATCH-SUB)
                       MOVE 'RO' TO WS-FT-STATUS(WS-MATCH-SUB)
                       MOVE FS-MILESTONE-DATE
                           TO WS-FT-REO-DATE(WS-MATCH-SUB)
                   ELSE
                       MOVE 'OUT OF SEQUENCE' TO WS-DISPOSITION
                   END-IF
               WHEN FS-MILESTONE = 'DM'
                   IF WS-FT-IN-FORECLOSURE(WS-MATCH-SUB)
                       MOVE 'DM' TO WS-FT-STATUS(WS-MATCH-SUB)
                       MOVE FS-MILESTONE-DATE
                           TO WS-FT-DISMISSED-DATE(WS-MATCH-SUB)
                   ELSE
                       MOVE 'OUT OF SEQUENCE' TO WS-DISPOSITION
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN MILESTONE CODE' TO WS-DISPOSITION
           END-EVALUATE.

           IF WS-DISPOSITION = SPACES
               MOVE 'MILESTONE POSTED' TO WS-DISPOSITION
               IF FS-MILESTONE = 'SH'
                   MOVE 'SALE HELD - LOAN CLOSED FC'
                       TO WS-DISPOSITION
               END-IF
           ELSE
               ADD 1 TO WS-RETURN-REJECT-COUNT
           END-IF.

           MOVE FS-LOAN-NUMBER    TO WS-R-LOAN-NUMBER.
           MOVE FS-MILESTONE      TO WS-R-MILESTONE.
           MOVE FS-MILESTONE-DATE TO WS-R-DATE.
           MOVE WS-DISPOSITION    TO WS-R-DISPOSITION.
           MOVE WS-RETURN-LINE    TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.

       CLOSE-FORECLOSED-LOAN.

      * The sale extinguishes the mortgage: the loan leaves
      * servicing under its own 'FC' status, apart from payoffs
      * ('PO') and servicing-released sales ('SR').
           MOVE FS-LOAN-NUMBER TO LM-LOAN-NUMBER.

           EXEC SQL
                UPDATE MORT.LOAN_MASTER
                SET    STATUS_CODE = 'FC'
                WHERE  LOAN_NUMBER = :LM-LOAN-NUMBER
                AND    STATUS_CODE = 'AC'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN SQLCODE = 100
                   DISPLAY 'COBFCLS - LOAN ' LM-LOAN-NUMBER
                       ' NOT ACTIVE - STATUS NOT CHANGED'
               WHEN OTHER
                   DISPLAY 'COBFCLS - LOAN MASTER UPDATE FAILED'
                   DISPLAY 'COBFCLS - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

       PICK-UP-NEW-REFERRALS.

           MOVE SPACES TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.
           MOVE 'FORECLOSURE REFERRAL CANDIDATES - 120+ DAYS'
               TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.
           MOVE WS-REFERRAL-HEADING TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.

           EXEC SQL
                OPEN FCLSCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBFCLS - LOAN MASTER CURSOR OPEN FAILED'
               DISPLAY 'COBFCLS - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FETCH-DELINQUENT-LOAN.

           PERFORM UNTIL SQLCODE = 100
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBFCLS - LOAN MASTER FETCH FAILED'
                   DISPLAY 'COBFCLS - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM REVIEW-FOR-REFERRAL
               PERFORM FETCH-DELINQUENT-LOAN
           END-PERFORM.

           EXEC SQL
                CLOSE FCLSCSR
           END-EXEC.

       FETCH-DELINQUENT-LOAN.

           EXEC SQL
                FETCH FCLSCSR
                INTO :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                     :LM-CURR-PRINCIPAL, :LM-NOTE-RATE,
                     :LM-NEXT-DUE-DATE, :LM-LATE-CHARGE-BAL,
                     :LM-MAIL-ADDR-STREET, :LM-MAIL-ADDR-CITY,
                     :LM-MAIL-ADDR-STATE, :LM-MAIL-ADDR-ZIP,
                     :LM-PROP-ADDR-STREET, :LM-PROP-ADDR-CITY,
                     :LM-PROP-ADDR-STATE, :LM-PROP-ADDR-ZIP,
                     :LM-INVESTOR-NUMBER, :LM-SCRA-FLAG
           END-EXEC.

       REVIEW-FOR-REFERRAL.

           ADD 1 TO WS-CANDIDATE-COUNT.

           MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-DELQ = WS-RUN-DATE-INT - WS-DUE-DATE-INT.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FCL-COUNT
               IF WS-FT-LOAN-NUMBER(WS-SUB) = LM-LOAN-NUMBER
                   MOVE WS-SUB TO WS-MATCH-SUB
                   MOVE WS-FCL-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           PERFORM CHECK-ON-PLAN.
           PERFORM FIND-BREACH-LETTER.

           MOVE SPACES TO WS-DISPOSITION.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB NOT = ZERO
                       AND NOT WS-FT-DISMISSED(WS-MATCH-SUB)
                   MOVE 'ALREADY IN FORECLOSURE' TO WS-DISPOSITION
               WHEN LM-SCRA-FLAG = 'Y'
                   MOVE 'HELD - SCRA PROTECTED' TO WS-DISPOSITION
               WHEN WS-ON-PLAN
                   MOVE 'HELD - ON PLAN' TO WS-DISPOSITION
               WHEN WS-BREACH-DATE = SPACES
                   MOVE 'HELD - NO BREACH LETTER SENT'
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM REFER-THE-LOAN
                   MOVE 'REFERRED TO ATTORNEY' TO WS-DISPOSITION
           END-EVALUATE.

           IF WS-DISPOSITION(1:4) = 'HELD'
               ADD 1 TO WS-HELD-BACK-COUNT
           END-IF.

           MOVE LM-LOAN-NUMBER    TO WS-F-LOAN-NUMBER.
           MOVE LM-NEXT-DUE-DATE  TO WS-F-DUE-DATE.
           MOVE WS-DAYS-DELQ      TO WS-F-DAYS.
           MOVE LM-CURR-PRINCIPAL TO WS-F-UPB.
           MOVE WS-DISPOSITION    TO WS-F-DISPOSITION.
           MOVE WS-REFERRAL-LINE  TO FCL-REPORT-LINE.
           WRITE FCL-REPORT-LINE.

       CHECK-ON-PLAN.

           MOVE 'N' TO WS-ON-PLAN-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PL-LOAN-NUMBER(WS-PLAN-SUB) = LM-LOAN-NUMBER
                       AND WS-BUSINESS-DATE >=
                           WS-PL-START-DATE(WS-PLAN-SUB)
                       AND WS-BUSINESS-DATE <=
                           WS-PL-END-DATE(WS-PLAN-SUB)
                   MOVE 'Y' TO WS-ON-PLAN-SW
                   MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
               END-IF
           END-PERFORM.

       FIND-BREACH-LETTER.

      * The breach letter must have gone out for the missed payment
      * the loan is still down on; a letter for an earlier default
      * the borrower since cured doesn't count.
           MOVE SPACES TO WS-BREACH-DATE.
           PERFORM VARYING WS-BRCH-SUB FROM 1 BY 1
                   UNTIL WS-BRCH-SUB > WS-BRCH-COUNT
               IF WS-BR-LOAN-NUMBER(WS-BRCH-SUB) = LM-LOAN-NUMBER
                       AND WS-BR-DUE-DATE(WS-BRCH-SUB) =
                           LM-NEXT-DUE-DATE
                   MOVE WS-BR-LETTER-DATE(WS-BRCH-SUB)
                       TO WS-BREACH-DATE
                   MOVE WS-BRCH-COUNT TO WS-BRCH-SUB
               END-IF
           END-PERFORM.

       REFER-THE-LOAN.

      * A loan whose earlier foreclosure was dismissed is referred
      * again on its existing row; otherwise it joins the file.
           IF WS-MATCH-SUB = ZERO
               IF WS-FCL-COUNT >= 10000
                   DISPLAY 'COBFCLS - MILESTONE TABLE FULL AT 10000'
                   DISPLAY 'COBFCLS - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FCL-COUNT
               MOVE WS-FCL-COUNT TO WS-MATCH-SUB
           END-IF.

           ADD 1 TO WS-REFERRED-COUNT.
           MOVE LM-LOAN-NUMBER     TO WS-FT-LOAN-NUMBER(WS-MATCH-SUB).
           MOVE LM-BORROWER-NAME   TO WS-FT-BORROWER(WS-MATCH-SUB).
           MOVE LM-INVESTOR-NUMBER TO WS-FT-INVESTOR(WS-MATCH-SUB).
           MOVE LM-PROP-ADDR-STATE TO WS-FT-PROP-STATE(WS-MATCH-SUB).
           MOVE LM-NEXT-DUE-DATE   TO WS-FT-DEFAULT-DUE(WS-MATCH-SUB).
           MOVE LM-CURR-PRINCIPAL
               TO WS-FT-REFERRAL-UPB(WS-MATCH-SUB).
           MOVE 'RF'               TO WS-FT-STATUS(WS-MATCH-SUB).
           MOVE WS-RUN-DATE
               TO WS-FT-REFERRAL-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-FT-LEGAL-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-FT-SCHED-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-FT-SALE-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-FT-HELD-DATE(WS-MATCH-SUB).
           MOVE SPACES             TO WS-FT-REO-DATE(WS-MATCH-SUB).
           MOVE SPACES
               TO WS-FT-DISMISSED-DATE(WS-MATCH-SUB).

           MOVE LM-LOAN-NUMBER      TO FR-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME    TO FR-BORROWER-NAME.
           MOVE LM-MAIL-ADDR-STREET TO FR-MAIL-STREET.
           MOVE LM-MAIL-ADDR-CITY   TO FR-MAIL-CITY.
           MOVE LM-MAIL-ADDR-STATE  TO FR-MAIL-STATE.
           MOVE LM-MAIL-ADDR-ZIP    TO FR-MAIL-ZIP.
           MOVE LM-PROP-ADDR-STREET TO FR-PROP-STREET.
           MOVE LM-PROP-ADDR-CITY   TO FR-PROP-CITY.
           MOVE LM-PROP-ADDR-STATE  TO FR-PROP-STATE.
           MOVE LM-PROP-ADDR-ZIP    TO FR-PROP-ZIP.
           MOVE LM-INVESTOR-NUMBER  TO FR-INVESTOR-NUMBER.
           MOVE LM-CURR-PRINCIPAL   TO FR-CURR-PRINCIPAL.
           MOVE LM-NOTE-RATE        TO FR-NOTE-RATE.
           MOVE LM-NEXT-DUE-DATE    TO FR-NEXT-DUE-DATE.
           MOVE WS-DAYS-DELQ        TO FR-DAYS-DELQ.
           MOVE LM-LATE-CHARGE-BAL  TO FR-LATE-CHARGE-BAL.
           MOVE WS-BREACH-DATE      TO FR-BREACH-LTR-DATE.
           MOVE WS-RUN-DATE         TO FR-REFERRAL-DATE.
           WRITE FCL-REFERRAL-REC.

       CARRY-AND-CHECK-TIMELINE.

           MOVE WS-FT-LOAN-NUMBER(WS-SUB)    TO FT-LOAN-NUMBER.
           MOVE WS-FT-BORROWER(WS-SUB)       TO FT-BORROWER-NAME.
           MOVE WS-FT-INVESTOR(WS-SUB)       TO FT-INVESTOR-NUMBER.
           MOVE WS-FT-PROP-STATE(WS-SUB)     TO FT-PROP-STATE.
           MOVE WS-FT-DEFAULT-DUE(WS-SUB)    TO FT-DEFAULT-DUE-DATE.
           MOVE WS-FT-REFERRAL-UPB(WS-SUB)   TO FT-REFERRAL-UPB.
           MOVE WS-FT-STATUS(WS-SUB)         TO FT-STATUS.
           MOVE WS-FT-REFERRAL-DATE(WS-SUB)  TO FT-REFERRAL-DATE.
           MOVE WS-FT-LEGAL-DATE(WS-SUB)     TO FT-FIRST-LEGAL-DATE.
           MOVE WS-FT-SCHED-DATE(WS-SUB)     TO FT-SALE-SCHED-DATE.
           MOVE WS-FT-SALE-DATE(WS-SUB)      TO FT-SALE-DATE.
           MOVE WS-FT-HELD-DATE(WS-SUB)      TO FT-SALE-HELD-DATE.
           MOVE WS-FT-REO-DATE(WS-SUB)       TO FT-REO-DATE.
           MOVE WS-FT-DISMISSED-DATE(WS-SUB) TO FT-DISMISSED-DATE.
           WRITE FCL-TRACK-OUT-RECORD FROM FCL-TRACK-REC.

           IF WS-FT-IN-FORECLOSURE(WS-SUB)
               ADD 1 TO WS-OPEN-COUNT
               PERFORM CHECK-TIMELINE
           END-IF.

       CHECK-TIMELINE.

           PERFORM FIND-INVESTOR-TIMELINE.

           EVALUATE TRUE
               WHEN WS-FT-REFERRED(WS-SUB)
                   MOVE 'FIRST LEGAL' TO WS-NEXT-MILESTONE
                   IF WS-INV-MATCH-SUB = ZERO
                       MOVE WS-STD-LEGAL-DAYS TO WS-TIMELINE-DAYS
                   ELSE
                       MOVE WS-IV-LEGAL-DAYS(WS-INV-MATCH-SUB)
                           TO WS-TIMELINE-DAYS
                   END-IF
               WHEN WS-FT-FIRST-LEGAL(WS-SUB)
                   MOVE 'SALE SCHEDULED' TO WS-NEXT-MILESTONE
                   IF WS-INV-MATCH-SUB = ZERO
                       MOVE WS-STD-SCHED-DAYS TO WS-TIMELINE-DAYS
                   ELSE
                       MOVE WS-IV-SCHED-DAYS(WS-INV-MATCH-SUB)
                           TO WS-TIMELINE-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 'SALE HELD' TO WS-NEXT-MILESTONE
                   IF WS-INV-MATCH-SUB = ZERO
                       MOVE WS-STD-SALE-DAYS TO WS-TIMELINE-DAYS
                   ELSE
                       MOVE WS-IV-SALE-DAYS(WS-INV-MATCH-SUB)
                           TO WS-TIMELINE-DAYS
                   END-IF
           END-EVALUATE.

           MOVE WS-FT-REFERRAL-DATE(WS-SUB) TO WS-WORK-DATE.
           COMPUTE WS-DATE-NUM = WD-YYYY * 10000 + WD-MM * 100 + WD-DD.
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-TIMELINE-DAYS.
           MOVE WS-DEADLINE-INT TO WS-CALC-INT.
           PERFORM FORMAT-CALC-DATE.
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-RUN-DATE-INT.

           MOVE SPACES TO WS-TL-FLAG.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 'DEADLINE BLOWN' TO WS-TL-FLAG
               WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE 'DEADLINE NEAR' TO WS-TL-FLAG
               WHEN WS-FT-SALE-SCHEDULED(WS-SUB)
                       AND WS-FT-SALE-DATE(WS-SUB) > WS-DEADLINE-DATE
                   MOVE 'SALE SET LATE' TO WS-TL-FLAG
           END-EVALUATE.

           IF WS-TL-FLAG NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-FT-LOAN-NUMBER(WS-SUB)   TO WS-T-LOAN-NUMBER
               MOVE WS-FT-INVESTOR(WS-SUB)      TO WS-T-INVESTOR
               MOVE WS-FT-STATUS(WS-SUB)        TO WS-T-STATUS
               MOVE WS-FT-REFERRAL-DATE(WS-SUB) TO WS-T-REFERRAL-DATE
               MOVE WS-NEXT-MILESTONE           TO WS-T-NEXT-MILESTONE
               MOVE WS-DEADLINE-DATE            TO WS-T-DEADLINE
               MOVE WS-DAYS-LEFT                TO WS-T-DAYS-LEFT
               MOVE WS-FT-SALE-DATE(WS-SUB)     TO WS-T-SALE-DATE
               MOVE WS-TL-FLAG                  TO WS-T-FLAG
               MOVE WS-TIMELINE-LINE TO FCL-REPORT-LINE
               WRITE FCL-REPORT-LINE
           END-IF.

       FIND-INVESTOR-TIMELINE.

      * Portfolio loans carry spaces for the investor and run on the
      * standard timeline, as does any investor not on the master.
           MOVE ZERO TO WS-INV-MATCH-SUB.
           IF WS-FT-INVESTOR(WS-SUB) NOT = SPACES
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-COUNT
                   IF WS-IV-NUMBER(WS-INV-SUB) = WS-FT-INVESTOR(WS-SUB)
                       MOVE WS-INV-SUB TO WS-INV-MATCH-SUB
                       MOVE WS-INV-COUNT TO WS-INV-SUB
                   END-IF
               END-PERFORM
           END-IF.

       FORMAT-CALC-DATE.

           COMPUTE WS-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-DEADLINE-DATE.
           STRING WS-CA-YYYY '-' WS-CA-MM '-' WS-CA-DD
               DELIMITED BY SIZE INTO WS-DEADLINE-DATE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBFCLS - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBFCLS - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBFCLS - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBFCLS - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBFCLS - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBFCLS - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBFCLS - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBFCLS' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
