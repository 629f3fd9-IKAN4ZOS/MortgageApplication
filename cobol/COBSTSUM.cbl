       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSTSUM.
      ******************************************************************
      * COBSTSUM - PAYMENT STREAM END-OF-NIGHT SUMMARY
      * ----------------------------------------------------------------
      * Operator step run at the end of the nightly stream.  Prints
      * one page showing, for each job in the payment stream (ACH
      * draft origination, payment pre-edit, payment posting,
      * suspense re-application, ACH returns, loan history
      * consolidation), whether it completed for the business date,
      * the items and dollars it read and put out - the latest run's
      * control totals from the stream control-total file STRMCTL -
      * and what the stream balancing step found.  A job rerun after
      * it was balanced shows as not balanced until the balancing
      * step runs again.  The page ends with whether the whole stream
      * completed and balanced.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "STSUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-REPORT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-REPORT-LINE        PIC X(132).

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
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE SPACES.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).
         01  WS-STRM-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-STRM-EOF                           VALUE 'Y'.

      * The jobs of the payment stream, in running order.
         01  WS-STREAM-JOB-LIST.
             05  FILLER                 PIC X(8)   VALUE 'COBACHDR'.
             05  FILLER                 PIC X(8)   VALUE 'COBPEDIT'.
             05  FILLER                 PIC X(8)   VALUE 'COBPPOST'.
             05  FILLER                 PIC X(8)   VALUE 'COBSUSP'.
             05  FILLER                 PIC X(8)   VALUE 'COBACHRT'.
             05  FILLER                 PIC X(8)   VALUE 'COBLHIST'.
         01  WS-STREAM-JOB-TABLE REDEFINES WS-STREAM-JOB-LIST.
             05  WS-SJ-NAME OCCURS 6    PIC X(8).

      * What the run-control and stream control-total files show of
      * each stream job for the business date.
         01  WS-STREAM-JOB-STATE.
             05  WS-SJ-STATE OCCURS 6.
                 10  WS-SJ-COMPLETE-SW  PIC X(1).
                     88  WS-SJ-COMPLETE                VALUE 'Y'.
                 10  WS-SJ-TOTALS-SW    PIC X(1).
                     88  WS-SJ-TOTALS                  VALUE 'Y'.
                 10  WS-SJ-IN-ITEMS     PIC S9(11)     COMP-3.
                 10  WS-SJ-IN-AMOUNT    PIC S9(13)V99  COMP-3.
                 10  WS-SJ-OUT-ITEMS    PIC S9(11)     COMP-3.
                 10  WS-SJ-OUT-AMOUNT   PIC S9(13)V99  COMP-3.
                 10  WS-SJ-BAL-STATUS   PIC X(1).
                     88  WS-SJ-BAL-TIED                VALUE 'T'.
                     88  WS-SJ-BAL-EXCEPTION           VALUE 'X'.
                 10  WS-SJ-BAL-EXCEPTIONS
                                        PIC 9(5).
         01  WS-SJ-SUB                  PIC 9(3)  COMP.
         01  WS-SUB                     PIC 9(3)  COMP.
         01  WS-FIND-JOB-NAME           PIC X(8).

         01  WS-JOB-COUNT               PIC 9(3)       VALUE 6.
         01  WS-COMPLETE-COUNT          PIC 9(3)       VALUE ZERO.
         01  WS-BALANCED-COUNT          PIC 9(3)       VALUE ZERO.

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(8)   VALUE 'JOB'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'RUN'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'ITEMS IN'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(18)  VALUE 'AMOUNT IN'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'ITEMS OUT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(18)  VALUE 'AMOUNT OUT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(16)  VALUE 'BALANCING'.

         01  WS-DETAIL-LINE.
             05  WS-D-JOB-NAME          PIC X(8).
             05  FILLER                 PIC X(2).
             05  WS-D-RUN-STATUS        PIC X(10).
             05  FILLER                 PIC X(2).
             05  WS-D-IN-ITEMS          PIC ZZZ,ZZZ,ZZ9.
             05  FILLER                 PIC X(2).
             05  WS-D-IN-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2).
             05  WS-D-OUT-ITEMS         PIC ZZZ,ZZZ,ZZ9.
             05  FILLER                 PIC X(2).
             05  WS-D-OUT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2).
             05  WS-D-BALANCING         PIC X(16).

         01  WS-D-EXCEPTIONS            PIC ZZZZ9.

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBSTSUM - PAYMENT STREAM SUMMARY START'.

           MOVE SPACES TO WS-STREAM-JOB-STATE.
           PERFORM VARYING WS-SJ-SUB FROM 1 BY 1 UNTIL WS-SJ-SUB > 6
               PERFORM CLEAR-JOB-TOTALS
           END-PERFORM.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-STREAM-TOTALS.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM VARYING WS-SJ-SUB FROM 1 BY 1 UNTIL WS-SJ-SUB > 6
               PERFORM WRITE-JOB-LINE
           END-PERFORM.

           PERFORM WRITE-REPORT-FOOTING.
           CLOSE SUMMARY-REPORT-FILE.

           DISPLAY 'COBSTSUM - JOBS COMPLETE      = ' WS-COMPLETE-COUNT
               ' OF ' WS-JOB-COUNT.
           DISPLAY 'COBSTSUM - JOBS BALANCED      = ' WS-BALANCED-COUNT
               ' OF ' WS-JOB-COUNT.
           IF WS-COMPLETE-COUNT = WS-JOB-COUNT
               AND WS-BALANCED-COUNT = WS-JOB-COUNT
               DISPLAY 'COBSTSUM - PAYMENT STREAM COMPLETE AND IN'
                   ' BALANCE FOR ' WS-BUSINESS-DATE
           ELSE
               DISPLAY 'COBSTSUM - PAYMENT STREAM NOT COMPLETE AND IN'
                   ' BALANCE FOR ' WS-BUSINESS-DATE
           END-IF.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       CLEAR-JOB-TOTALS.

           MOVE ZERO   TO WS-SJ-IN-ITEMS(WS-SJ-SUB).
           MOVE ZERO   TO WS-SJ-IN-AMOUNT(WS-SJ-SUB).
           MOVE ZERO   TO WS-SJ-OUT-ITEMS(WS-SJ-SUB).
           MOVE ZERO   TO WS-SJ-OUT-AMOUNT(WS-SJ-SUB).
           MOVE SPACES TO WS-SJ-BAL-STATUS(WS-SJ-SUB).
           MOVE ZERO   TO WS-SJ-BAL-EXCEPTIONS(WS-SJ-SUB).

       FIND-STREAM-JOB.

           MOVE ZERO TO WS-SJ-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               IF WS-SJ-NAME(WS-SUB) = WS-FIND-JOB-NAME
                   MOVE WS-SUB TO WS-SJ-SUB
               END-IF
           END-PERFORM.

       LOAD-STREAM-TOTALS.

           OPEN INPUT STREAM-CTL-FILE.

           IF WS-STRM-STATUS = '35'
               MOVE 'Y' TO WS-STRM-EOF-SW
           ELSE
               IF WS-STRM-STATUS NOT = '00'
                   DISPLAY 'COBSTSUM - STREAM CONTROL OPEN FAILED'
                   DISPLAY 'COBSTSUM - STATUS = ' WS-STRM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ STREAM-CTL-FILE
                   AT END MOVE 'Y' TO WS-STRM-EOF-SW
               END-READ
               PERFORM UNTIL WS-STRM-EOF
                   MOVE STREAM-CTL-IO-REC TO STREAM-CTL-REC
                   IF SC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE SC-JOB-NAME TO WS-FIND-JOB-NAME
                       PERFORM FIND-STREAM-JOB
                       IF WS-SJ-SUB > ZERO
                           PERFORM LOAD-STREAM-RECORD
                       END-IF
                   END-IF
                   READ STREAM-CTL-FILE
                       AT END MOVE 'Y' TO WS-STRM-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STREAM-CTL-FILE
           END-IF.

       LOAD-STREAM-RECORD.

      * A run header starts the job's totals over, and clears any
      * balancing result recorded against an earlier run.
           EVALUATE TRUE
               WHEN SC-RUN-HEADER
                   MOVE 'Y' TO WS-SJ-TOTALS-SW(WS-SJ-SUB)
                   PERFORM CLEAR-JOB-TOTALS
               WHEN SC-FLOW-TOTAL AND SC-INPUT-FLOW
                   ADD SC-ITEM-COUNT TO WS-SJ-IN-ITEMS(WS-SJ-SUB)
                   ADD SC-AMOUNT     TO WS-SJ-IN-AMOUNT(WS-SJ-SUB)
               WHEN SC-FLOW-TOTAL AND SC-OUTPUT-FLOW
                   ADD SC-ITEM-COUNT TO WS-SJ-OUT-ITEMS(WS-SJ-SUB)
                   ADD SC-AMOUNT     TO WS-SJ-OUT-AMOUNT(WS-SJ-SUB)
               WHEN SC-BALANCE-RESULT
                   MOVE SC-BAL-STATUS     TO
                       WS-SJ-BAL-STATUS(WS-SJ-SUB)
                   MOVE SC-BAL-EXCEPTIONS TO
                       WS-SJ-BAL-EXCEPTIONS(WS-SJ-SUB)
           END-EVALUATE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING 'PAYMENT STREAM END-OF-NIGHT SUMMARY - BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-HEADING-LINE TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       WRITE-JOB-LINE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-SJ-NAME(WS-SJ-SUB)  TO WS-D-JOB-NAME.

           IF WS-SJ-COMPLETE(WS-SJ-SUB)
               MOVE 'COMPLETE' TO WS-D-RUN-STATUS
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
               MOVE 'NOT RUN'  TO WS-D-RUN-STATUS
           END-IF.

           IF WS-SJ-TOTALS(WS-SJ-SUB)
               MOVE WS-SJ-IN-ITEMS(WS-SJ-SUB)   TO WS-D-IN-ITEMS
               MOVE WS-SJ-IN-AMOUNT(WS-SJ-SUB)  TO WS-D-IN-AMOUNT
               MOVE WS-SJ-OUT-ITEMS(WS-SJ-SUB)  TO WS-D-OUT-ITEMS
               MOVE WS-SJ-OUT-AMOUNT(WS-SJ-SUB) TO WS-D-OUT-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SJ-BAL-TIED(WS-SJ-SUB)
                   MOVE 'TIED' TO WS-D-BALANCING
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN WS-SJ-BAL-EXCEPTION(WS-SJ-SUB)
                   MOVE WS-SJ-BAL-EXCEPTIONS(WS-SJ-SUB)
                       TO WS-D-EXCEPTIONS
                   STRING 'EXCEPTIONS ' WS-D-EXCEPTIONS
                       DELIMITED BY SIZE INTO WS-D-BALANCING
               WHEN OTHER
                   MOVE 'NOT BALANCED' TO WS-D-BALANCING
           END-EVALUATE.

           MOVE WS-DETAIL-LINE TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       WRITE-REPORT-FOOTING.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

           MOVE 'STREAM JOBS'          TO WS-C-CAPTION.
           MOVE WS-JOB-COUNT           TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'JOBS COMPLETE'        TO WS-C-CAPTION.
           MOVE WS-COMPLETE-COUNT      TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'JOBS BALANCED AND TIED' TO WS-C-CAPTION.
           MOVE WS-BALANCED-COUNT      TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

           IF WS-COMPLETE-COUNT = WS-JOB-COUNT
               AND WS-BALANCED-COUNT = WS-JOB-COUNT
               MOVE 'PAYMENT STREAM COMPLETE AND IN BALANCE'
                   TO SUMMARY-REPORT-LINE
           ELSE
               MOVE '*** PAYMENT STREAM NOT COMPLETE AND IN BALANCE ***'
                   TO SUMMARY-REPORT-LINE
           END-IF.
           WRITE SUMMARY-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSTSUM - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBSTSUM - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
           END-READ.

      * Completion records of the stream jobs are noted on the way
      * through for the run status column.
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
                       IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-STATUS = 'C'
                           MOVE RC-JOB-NAME TO WS-FIND-JOB-NAME
                           PERFORM FIND-STREAM-JOB
                           IF WS-SJ-SUB > ZERO
                               MOVE 'Y' TO WS-SJ-COMPLETE-SW(WS-SJ-SUB)
                           END-IF
                       END-IF
               END-EVALUATE
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE RUN-CONTROL-FILE.

           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'COBSTSUM - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBSTSUM - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBSTSUM - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSTSUM - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBSTSUM - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBSTSUM' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
