      *            control file instead of the system clock, check
      *            the predecessor job completed for that business
      *            date, and record this job's own completion.
      * 2026-10-15 Write a 'BD' boarding record to the day's loan
      *            history for every boarded loan, carrying the
      *            principal it boarded with, so the month-end loan
      *            trial balance can bring new loans on.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HIST-FILE ASSIGN TO "LHSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  LOAN-HIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

           OPEN OUTPUT BOARD-REPORT-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT LOAN-HIST-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           END-EXEC.

           CLOSE BOARD-REPORT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LOAN-HIST-FILE.

           DISPLAY 'COBLBRD - APPLICATIONS READ = ' WS-APP-COUNT.
           DISPLAY 'COBLBRD - LOANS BOARDED     = ' WS-BOARDED-COUNT.
                   END-EXEC
                   ADD 1 TO WS-BOARDED-COUNT
                   PERFORM WRITE-BOARDING-JOURNALS
                   PERFORM WRITE-HISTORY-BOARDED
                   MOVE 'BOARDED' TO WS-REJECT-REASON
                   MOVE LM-NEXT-DUE-DATE TO WS-D-FIRST-DUE
                   PERFORM WRITE-EDIT-LINE
           MOVE LM-ORIG-PRINCIPAL TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC.

       WRITE-HISTORY-BOARDED.

           MOVE LM-LOAN-NUMBER    TO LH-LOAN-NUMBER.
           MOVE APPL-ACTION-DATE  TO LH-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE       TO LH-POSTED-DATE.
           MOVE 'BD'              TO LH-TRAN-CODE.
           MOVE 'COBLBRD'         TO LH-SOURCE-PROGRAM.
           MOVE SPACES            TO LH-ITEM-ID.
           MOVE LM-ORIG-PRINCIPAL TO LH-TRAN-AMOUNT.
           MOVE LM-ORIG-PRINCIPAL TO LH-PRINCIPAL-AMT.
           MOVE ZERO              TO LH-INTEREST-AMT.
           MOVE ZERO              TO LH-ESCROW-AMT.
           MOVE ZERO              TO LH-FEE-AMT.
           WRITE LOAN-HIST-RECORD.

       WRITE-EDIT-LINE.

           MOVE APPL-LOAN-NUMBER          TO WS-D-LOAN-NUMBER.
