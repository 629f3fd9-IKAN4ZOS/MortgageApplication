       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSCRAX.
      ******************************************************************
      * COBSCRAX - MONTHLY DMDC SCRA STATUS REQUEST EXTRACT
      * ----------------------------------------------------------------
      * Monthly batch that builds the request file sent to the
      * Defense Manpower Data Center SCRA status service, so the shop
      * learns which borrowers are on active military duty instead of
      * waiting for one to tell us.  Every active loan with an SSN on
      * the Loan Master goes out - protected borrowers included, since
      * the same monthly answer is how we learn their service ended.
      * The borrower name is split into last and first for DMDC: a
      * name keyed 'LAST, FIRST' splits at the comma, otherwise the
      * last word is taken as the surname.  The loan number rides in
      * the customer record ID; the SCRA batch reads DMDC's match
      * results back by it.  Loans with no SSN on file are listed on
      * the control report instead.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-REQUEST-FILE ASSIGN TO "SCRAREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCRAX-REPORT-FILE ASSIGN TO "SCRAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-REQUEST-FILE
           RECORDING MODE IS F.
           COPY SCRAREQ.

       FD  SCRAX-REPORT-FILE
           RECORDING MODE IS F.
       01  SCRAX-REPORT-LINE          PIC X(132).

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

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE SCRAXCSR CURSOR FOR
                SELECT LOAN_NUMBER, BORROWER_NAME, BORROWER_SSN
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE = 'AC'
                ORDER BY LOAN_NUMBER
           END-EXEC.

         01  WS-LOAN-COUNT              PIC 9(7)       VALUE ZERO.
         01  WS-REQUEST-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-NO-SSN-COUNT            PIC 9(7)       VALUE ZERO.

      * Borrower name split into words for the DMDC name fields.
         01  WS-COMMA-COUNT             PIC 9(3)  COMP.
         01  WS-NAME-PART-1             PIC X(40).
         01  WS-NAME-PART-2             PIC X(40).
         01  WS-NAME-WORDS.
             05  WS-NAME-WORD OCCURS 6  PIC X(40).
         01  WS-WORD-COUNT              PIC 9(3)  COMP.
         01  WS-SUB                     PIC 9(3)  COMP.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-BORROWER          PIC X(40).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-REASON            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBSCRAX - DMDC SCRA REQUEST EXTRACT START'.

           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT SCRA-REQUEST-FILE
           OPEN OUTPUT SCRAX-REPORT-FILE.

           MOVE SPACES TO SCRAX-REPORT-LINE.
           MOVE 'DMDC SCRA REQUEST EXTRACT - LOANS NOT SENT'
               TO SCRAX-REPORT-LINE.
           WRITE SCRAX-REPORT-LINE.

           EXEC SQL
                OPEN SCRAXCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'COBSCRAX - LOAN MASTER CURSOR OPEN FAILED'
               DISPLAY 'COBSCRAX - SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FETCH-LOAN.

           PERFORM UNTIL SQLCODE = 100
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBSCRAX - LOAN MASTER FETCH FAILED'
                   DISPLAY 'COBSCRAX - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOAN-COUNT
               PERFORM EXTRACT-ONE-LOAN
               PERFORM FETCH-LOAN
           END-PERFORM.

           EXEC SQL
                CLOSE SCRAXCSR
           END-EXEC.

           CLOSE SCRA-REQUEST-FILE
           CLOSE SCRAX-REPORT-FILE.

           DISPLAY 'COBSCRAX - ACTIVE LOANS READ = ' WS-LOAN-COUNT.
           DISPLAY 'COBSCRAX - REQUESTS WRITTEN  = ' WS-REQUEST-COUNT.
           DISPLAY 'COBSCRAX - NO SSN ON FILE    = ' WS-NO-SSN-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       FETCH-LOAN.

           EXEC SQL
                FETCH SCRAXCSR
                INTO :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
                     :LM-BORROWER-SSN
           END-EXEC.

       EXTRACT-ONE-LOAN.

           IF LM-BORROWER-SSN = SPACES OR LM-BORROWER-SSN = ZEROS
               ADD 1 TO WS-NO-SSN-COUNT
               MOVE LM-LOAN-NUMBER   TO WS-D-LOAN-NUMBER
               MOVE LM-BORROWER-NAME TO WS-D-BORROWER
               MOVE 'NO SSN ON LOAN MASTER' TO WS-D-REASON
               MOVE WS-DETAIL-LINE TO SCRAX-REPORT-LINE
               WRITE SCRAX-REPORT-LINE
           ELSE
               MOVE SPACES           TO SCRA-REQUEST-REC
               MOVE LM-BORROWER-SSN  TO SQ-SSN
               PERFORM SPLIT-BORROWER-NAME
               MOVE LM-LOAN-NUMBER   TO SQ-CUST-RECORD-ID
               WRITE SCRA-REQUEST-REC
               ADD 1 TO WS-REQUEST-COUNT
           END-IF.

       SPLIT-BORROWER-NAME.

           MOVE ZERO TO WS-COMMA-COUNT.
           INSPECT LM-BORROWER-NAME
               TALLYING WS-COMMA-COUNT FOR ALL ','.

           IF WS-COMMA-COUNT > 0
               MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
               UNSTRING LM-BORROWER-NAME DELIMITED BY ','
                   INTO WS-NAME-PART-1 WS-NAME-PART-2
               END-UNSTRING
               MOVE WS-NAME-PART-1 TO SQ-LAST-NAME
               MOVE SPACES TO WS-NAME-WORDS
               UNSTRING WS-NAME-PART-2 DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                        WS-NAME-WORD(3) WS-NAME-WORD(4)
                        WS-NAME-WORD(5) WS-NAME-WORD(6)
               END-UNSTRING
      * The leading space after the comma leaves the first word empty.
               IF WS-NAME-WORD(1) = SPACES
                   MOVE WS-NAME-WORD(2) TO SQ-FIRST-NAME
                   MOVE WS-NAME-WORD(3) TO SQ-MIDDLE-NAME
               ELSE
                   MOVE WS-NAME-WORD(1) TO SQ-FIRST-NAME
                   MOVE WS-NAME-WORD(2) TO SQ-MIDDLE-NAME
               END-IF
           ELSE
               MOVE SPACES TO WS-NAME-WORDS
               UNSTRING LM-BORROWER-NAME DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                        WS-NAME-WORD(3) WS-NAME-WORD(4)
                        WS-NAME-WORD(5) WS-NAME-WORD(6)
               END-UNSTRING
               MOVE ZERO TO WS-WORD-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
                   IF WS-NAME-WORD(WS-SUB) NOT = SPACES
                       MOVE WS-SUB TO WS-WORD-COUNT
                   END-IF
               END-PERFORM
               IF WS-WORD-COUNT > 0
                   MOVE WS-NAME-WORD(WS-WORD-COUNT) TO SQ-LAST-NAME
               END-IF
               IF WS-WORD-COUNT > 1
                   MOVE WS-NAME-WORD(1) TO SQ-FIRST-NAME
               END-IF
               IF WS-WORD-COUNT > 2
                   MOVE WS-NAME-WORD(2) TO SQ-MIDDLE-NAME
               END-IF
           END-IF.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSCRAX - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBSCRAX - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBSCRAX - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBSCRAX - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBSCRAX - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSCRAX - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBSCRAX - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBSCRAX' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
