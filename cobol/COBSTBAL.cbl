       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSTBAL.
      ******************************************************************
      * COBSTBAL - PAYMENT STREAM CONTROL-TOTAL BALANCING
      * ----------------------------------------------------------------
      * Balancing step run after each job in the nightly payment
      * stream (ACH draft origination COBACHDR, payment pre-edit
      * COBPEDIT, payment posting COBPPOST, suspense re-application
      * COBSUSP, ACH returns COBACHRT, loan history consolidation
      * COBLHIST), and after the unclaimed-property remittance
      * COBESCHR on the night it rewrites the suspense file.  The
      * job to balance is named on the balancing
      * parameter file, and must have completed for the business
      * date.  Its control totals are taken from the stream control-
      * total file STRMCTL - the latest run's totals where the job
      * was rerun - and proved two ways:
      *
      *   - in to out: the items and dollars the job read must equal
      *     those on its outputs, every input item landing on exactly
      *     one output.  Extracts written as a by-product (loan
      *     history) are not outputs.  ACH draft origination proves
      *     items only, its enrollment input carrying no dollars.
      *   - upstream ties: each input fed by the stream must equal
      *     what the job ahead of it put out for the business date,
      *     per the tie rules below.  The suspense re-application
      *     input is fed both by today's posting and by the suspense
      *     items carried forward the night before - by its own prior
      *     run, or by the remittance where that ran after it and
      *     rewrote the file; with no prior run on file (the first
      *     night) the tie is reported as not proven rather than as
      *     an exception.  Inputs from outside
      *     the stream (the bank files, enrollments, history from
      *     programs outside the payment stream) are listed only.
      *
      * A job that recorded no totals for the business date is an
      * exception.  An upstream job that recorded none is taken as
      * zero and noted.  Every check goes on the balancing report;
      * the result is recorded on STRMCTL for the end-of-night stream
      * summary, and any exception stops the stream with return code
      * 16.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      * 2026-10-15 Added the unclaimed-property remittance COBESCHR,
      *            which rewrites the suspense file on remittance
      *            night.  Its suspense input ties to that night's
      *            re-application output, and the next night's
      *            suspense input ties to whichever of the two wrote
      *            the suspense file last.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-PARM-FILE ASSIGN TO "BALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BAL-REPORT-FILE ASSIGN TO "STBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-PARM-FILE
           RECORDING MODE IS F.
       01  BAL-PARM-RECORD            PIC X(8).

       FD  BAL-REPORT-FILE
           RECORDING MODE IS F.
       01  BAL-REPORT-LINE            PIC X(132).

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

         01  WS-PARM-STATUS             PIC X(2).
         01  WS-PARM-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PARM-EOF                           VALUE 'Y'.

      * Job being balanced, from the parameter file.
         01  WS-BAL-JOB-NAME            PIC X(8)       VALUE SPACES.
         01  WS-BAL-JOB-SUB             PIC 9(3)  COMP VALUE ZERO.

      * The jobs of the payment stream, in running order, each with
      * the in-to-out proof it gets: 'B' items and dollars, 'C'
      * items only.
         01  WS-STREAM-JOB-LIST.
             05  FILLER                 PIC X(9)   VALUE 'COBACHDRC'.
             05  FILLER                 PIC X(9)   VALUE 'COBPEDITB'.
             05  FILLER                 PIC X(9)   VALUE 'COBPPOSTB'.
             05  FILLER                 PIC X(9)   VALUE 'COBSUSP B'.
             05  FILLER                 PIC X(9)   VALUE 'COBACHRTB'.
             05  FILLER                 PIC X(9)   VALUE 'COBLHISTB'.
             05  FILLER                 PIC X(9)   VALUE 'COBESCHRB'.
         01  WS-STREAM-JOB-TABLE REDEFINES WS-STREAM-JOB-LIST.
             05  WS-SJ-ENTRY OCCURS 7.
                 10  WS-SJ-NAME         PIC X(8).
                 10  WS-SJ-CHECK        PIC X(1).
                     88  WS-SJ-ITEMS-ONLY              VALUE 'C'.

      * What STRMCTL shows of each stream job: whether it recorded
      * totals for the business date, and the latest earlier date it
      * recorded totals for.
         01  WS-STREAM-JOB-STATE.
             05  WS-SJ-STATE OCCURS 7.
                 10  WS-SJ-RAN-SW       PIC X(1).
                     88  WS-SJ-RAN                     VALUE 'Y'.
                 10  WS-SJ-PRIOR-DATE   PIC X(10).
         01  WS-SJ-SUB                  PIC 9(3)  COMP.
         01  WS-FIND-JOB-NAME           PIC X(8).

      * Tie rules - an input of a stream job (target job and flow)
      * and the upstream flow that feeds it (source job, direction
      * and flow) from the business date ('C') or from the source
      * job's latest earlier run ('P').  Rules for the same input
      * are kept together; their sources add up to what the input
      * must total.  An 'L' rule follows a 'P' rule for the same
      * input and stands in for it when its source job's latest
      * earlier run is as late as the 'P' source's or later - a job
      * that ran after the 'P' source and rewrote the file it fed.
      * Each rule is laid out as WS-TIE-RULE below.
         01  WS-TIE-RULE-LIST.
             05  FILLER                 PIC X(34)
                 VALUE 'COBPEDITACHDRAFTCOBACHDROACHPMT  C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBPPOSTPMTIN   COBPEDITOPMTOUT  C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBSUSP SUSPIN  COBPPOSTOSUSPOUT C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBSUSP SUSPIN  COBSUSP OSUSPNEW P'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBSUSP SUSPIN  COBESCHROSUSPNEW L'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBLHISTCOBPPOSTCOBPPOSTELHSTOUT C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBLHISTCOBSUSP COBSUSP ELHSTOUT C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBLHISTCOBACHRTCOBACHRTELHSTOUT C'.
             05  FILLER                 PIC X(34)
                 VALUE 'COBESCHRSUSPIN  COBSUSP OSUSPNEW C'.
         01  WS-TIE-RULE-TABLE REDEFINES WS-TIE-RULE-LIST.
             05  WS-TIE-RULE OCCURS 9.
                 10  WS-TR-TARGET-JOB   PIC X(8).
                 10  WS-TR-TARGET-FLOW  PIC X(8).
                 10  WS-TR-SOURCE-JOB   PIC X(8).
                 10  WS-TR-SOURCE-DIR   PIC X(1).
                 10  WS-TR-SOURCE-FLOW  PIC X(8).
                 10  WS-TR-SOURCE-DAY   PIC X(1).
                     88  WS-TR-PRIOR-DAY               VALUE 'P' 'L'.
                     88  WS-TR-LATEST-DAY              VALUE 'L'.
         01  WS-RULE-SUB                PIC 9(3)  COMP.
         01  WS-RULE-FOUND-SW           PIC X(1).
             88  WS-RULE-FOUND                         VALUE 'Y'.
         01  WS-RULE-IN-FORCE-SW        PIC X(1).
             88  WS-RULE-IN-FORCE                      VALUE 'Y'.
         01  WS-EARLY-RULE-SUB          PIC 9(3)  COMP.
         01  WS-EARLY-PRIOR-DATE        PIC X(10).
         01  WS-LATER-RUN-SW            PIC X(1).
             88  WS-LATER-RUN                          VALUE 'Y'.

      * Flow totals loaded from STRMCTL for the business date ('C')
      * and for each job's latest earlier run ('P').  A rerun's
      * header blanks the entries of the run it replaces; blank
      * entries are used again.
         01  WS-FLOW-COUNT              PIC 9(3)  COMP VALUE ZERO.
         01  WS-FLOW-TABLE.
             05  WS-FLOW-ENTRY OCCURS 500.
                 10  WS-FL-KEY.
                     15  WS-FL-JOB      PIC X(8).
                     15  WS-FL-DAY      PIC X(1).
                     15  WS-FL-DIRECTION
                                        PIC X(1).
                     15  WS-FL-NAME     PIC X(8).
                 10  WS-FL-ITEMS        PIC S9(11)     COMP-3.
                 10  WS-FL-AMOUNT       PIC S9(13)V99  COMP-3.
         01  WS-FLOW-KEY.
             05  WS-KEY-JOB             PIC X(8).
             05  WS-KEY-DAY             PIC X(1).
             05  WS-KEY-DIRECTION       PIC X(1).
             05  WS-KEY-FLOW            PIC X(8).
         01  WS-FL-SUB                  PIC 9(3)  COMP.
         01  WS-FREE-SUB                PIC 9(3)  COMP.
         01  WS-SUB                     PIC 9(3)  COMP.
         01  WS-LOAD-DAY                PIC X(1).
         01  WS-LIST-DIRECTION          PIC X(1).

         01  WS-IN-ITEMS                PIC S9(11)     COMP-3.
         01  WS-IN-AMOUNT               PIC S9(13)V99  COMP-3.
         01  WS-OUT-ITEMS               PIC S9(11)     COMP-3.
         01  WS-OUT-AMOUNT              PIC S9(13)V99  COMP-3.

      * One upstream tie - its sources and their sum.
         01  WS-GROUP-FLOW              PIC X(8)       VALUE SPACES.
         01  WS-GROUP-SOURCES           PIC 9(3)  COMP.
         01  WS-GROUP-ITEMS             PIC S9(11)     COMP-3.
         01  WS-GROUP-AMOUNT            PIC S9(13)V99  COMP-3.
         01  WS-SOURCE-ITEMS            PIC S9(11)     COMP-3.
         01  WS-SOURCE-AMOUNT           PIC S9(13)V99  COMP-3.
         01  WS-NOT-PROVEN-SW           PIC X(1).
             88  WS-NOT-PROVEN                         VALUE 'Y'.

         01  WS-EXCEPTION-COUNT         PIC 9(5)       VALUE ZERO.
         01  WS-NOT-PROVEN-COUNT        PIC 9(5)       VALUE ZERO.

         01  WS-FLOW-HEADING.
             05  FILLER                 PIC X(10)  VALUE 'DIRECTION'.
             05  FILLER                 PIC X(8)   VALUE 'FLOW'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(11)  VALUE 'ITEMS'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(18)  VALUE 'AMOUNT'.

         01  WS-FLOW-LINE.
             05  WS-F-DIRECTION         PIC X(10).
             05  WS-F-NAME              PIC X(8).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-F-ITEMS             PIC ZZZ,ZZZ,ZZ9.
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-F-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-TIE-HEADING.
             05  FILLER                 PIC X(8)   VALUE 'FLOW'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(24)  VALUE 'TIED TO'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)
                 VALUE 'ITEMS EXPECTED'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(18)
                 VALUE 'AMOUNT EXPECTED'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(14)  VALUE 'ITEMS FOUND'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(18)  VALUE 'AMOUNT FOUND'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(12)  VALUE 'RESULT'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'NOTE'.

         01  WS-TIE-LINE.
             05  WS-T-FLOW              PIC X(8).
             05  FILLER                 PIC X(2).
             05  WS-T-TIED-TO           PIC X(24).
             05  FILLER                 PIC X(5).
             05  WS-T-EXP-ITEMS         PIC ZZZ,ZZZ,ZZ9.
             05  FILLER                 PIC X(2).
             05  WS-T-EXP-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(5).
             05  WS-T-FND-ITEMS         PIC ZZZ,ZZZ,ZZ9.
             05  FILLER                 PIC X(2).
             05  WS-T-FND-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             05  FILLER                 PIC X(2).
             05  WS-T-RESULT            PIC X(12).
             05  FILLER                 PIC X(2).
             05  WS-T-NOTE              PIC X(10).

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBSTBAL - PAYMENT STREAM BALANCING START'.

           PERFORM READ-BALANCE-PARM.

           MOVE WS-BAL-JOB-NAME TO WS-PRED-JOB-NAME.
           PERFORM GET-BUSINESS-DATE.

           MOVE SPACES TO WS-STREAM-JOB-STATE.
           PERFORM LOAD-STREAM-TOTALS.

           OPEN OUTPUT BAL-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.

           IF WS-SJ-RAN(WS-BAL-JOB-SUB)
               PERFORM LIST-RECORDED-TOTALS
               PERFORM CHECK-IN-EQUALS-OUT
               PERFORM CHECK-UPSTREAM-TIES
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO BAL-REPORT-LINE
               STRING '*EXCEPTION* NO CONTROL TOTALS RECORDED BY '
                      WS-BAL-JOB-NAME ' FOR ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
           END-IF.

           PERFORM WRITE-REPORT-FOOTING.
           CLOSE BAL-REPORT-FILE.

           PERFORM WRITE-BALANCE-RESULT.

           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'COBSTBAL - ' WS-BAL-JOB-NAME
                   ' OUT OF BALANCE FOR ' WS-BUSINESS-DATE
               DISPLAY 'COBSTBAL - EXCEPTIONS = ' WS-EXCEPTION-COUNT
               DISPLAY 'COBSTBAL - SEE BALANCING REPORT STBALRPT'
               DISPLAY 'COBSTBAL - PAYMENT STREAM STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'COBSTBAL - ' WS-BAL-JOB-NAME
               ' IN BALANCE FOR ' WS-BUSINESS-DATE.
           IF WS-NOT-PROVEN-COUNT > 0
               DISPLAY 'COBSTBAL - TIES NOT PROVEN = '
                   WS-NOT-PROVEN-COUNT
           END-IF.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       READ-BALANCE-PARM.

           OPEN INPUT BAL-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'COBSTBAL - BALANCING PARM OPEN FAILED'
               DISPLAY 'COBSTBAL - STATUS = ' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ BAL-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
           IF NOT WS-PARM-EOF
               MOVE BAL-PARM-RECORD TO WS-BAL-JOB-NAME
           END-IF.
           CLOSE BAL-PARM-FILE.

           IF WS-BAL-JOB-NAME = SPACES
               DISPLAY 'COBSTBAL - NO JOB NAME ON BALANCING PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BAL-JOB-NAME TO WS-FIND-JOB-NAME.
           PERFORM FIND-STREAM-JOB.
           IF WS-SJ-SUB = ZERO
               DISPLAY 'COBSTBAL - ' WS-BAL-JOB-NAME
                   ' IS NOT A PAYMENT STREAM JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SJ-SUB TO WS-BAL-JOB-SUB.

       FIND-STREAM-JOB.

           MOVE ZERO TO WS-SJ-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
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
                   DISPLAY 'COBSTBAL - STREAM CONTROL OPEN FAILED'
                   DISPLAY 'COBSTBAL - STATUS = ' WS-STRM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ STREAM-CTL-FILE
                   AT END MOVE 'Y' TO WS-STRM-EOF-SW
               END-READ
               PERFORM UNTIL WS-STRM-EOF
                   MOVE STREAM-CTL-IO-REC TO STREAM-CTL-REC
                   MOVE SC-JOB-NAME TO WS-FIND-JOB-NAME
                   PERFORM FIND-STREAM-JOB
                   IF WS-SJ-SUB > ZERO
                       EVALUATE TRUE
                           WHEN SC-RUN-HEADER
                               PERFORM LOAD-RUN-HEADER
                           WHEN SC-FLOW-TOTAL
                               PERFORM LOAD-FLOW-TOTAL
                       END-EVALUATE
                   END-IF
                   READ STREAM-CTL-FILE
                       AT END MOVE 'Y' TO WS-STRM-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STREAM-CTL-FILE
           END-IF.

       LOAD-RUN-HEADER.

      * A header for the business date, or for a date later than the
      * job's latest earlier run so far, starts that day's totals
      * over; the flow totals that follow it are the ones kept.
           MOVE SPACES TO WS-LOAD-DAY.
           IF SC-BUSINESS-DATE = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-SJ-RAN-SW(WS-SJ-SUB)
               MOVE 'C' TO WS-LOAD-DAY
           ELSE
               IF SC-BUSINESS-DATE < WS-BUSINESS-DATE
                   AND SC-BUSINESS-DATE >= WS-SJ-PRIOR-DATE(WS-SJ-SUB)
                   MOVE SC-BUSINESS-DATE TO
                       WS-SJ-PRIOR-DATE(WS-SJ-SUB)
                   MOVE 'P' TO WS-LOAD-DAY
               END-IF
           END-IF.

           IF WS-LOAD-DAY NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FLOW-COUNT
                   IF WS-FL-JOB(WS-SUB) = SC-JOB-NAME
                       AND WS-FL-DAY(WS-SUB) = WS-LOAD-DAY
                       MOVE SPACES TO WS-FL-KEY(WS-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-FLOW-TOTAL.

           MOVE SPACES TO WS-LOAD-DAY.
           IF SC-BUSINESS-DATE = WS-BUSINESS-DATE
               MOVE 'C' TO WS-LOAD-DAY
           ELSE
               IF WS-SJ-PRIOR-DATE(WS-SJ-SUB) NOT = SPACES
                   AND SC-BUSINESS-DATE = WS-SJ-PRIOR-DATE(WS-SJ-SUB)
                   MOVE 'P' TO WS-LOAD-DAY
               END-IF
           END-IF.

           IF WS-LOAD-DAY NOT = SPACES
               MOVE SC-JOB-NAME  TO WS-KEY-JOB
               MOVE WS-LOAD-DAY  TO WS-KEY-DAY
               MOVE SC-DIRECTION TO WS-KEY-DIRECTION
               MOVE SC-FLOW-NAME TO WS-KEY-FLOW
               PERFORM FIND-FLOW-ENTRY
               IF WS-FL-SUB = ZERO
                   PERFORM ADD-FLOW-ENTRY
               END-IF
               ADD SC-ITEM-COUNT TO WS-FL-ITEMS(WS-FL-SUB)
               ADD SC-AMOUNT     TO WS-FL-AMOUNT(WS-FL-SUB)
           END-IF.

       FIND-FLOW-ENTRY.

           MOVE ZERO TO WS-FL-SUB.
           MOVE ZERO TO WS-FREE-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLOW-COUNT
               IF WS-FL-KEY(WS-SUB) = WS-FLOW-KEY
                   MOVE WS-SUB TO WS-FL-SUB
               END-IF
               IF WS-FL-KEY(WS-SUB) = SPACES
                   AND WS-FREE-SUB = ZERO
                   MOVE WS-SUB TO WS-FREE-SUB
               END-IF
           END-PERFORM.

       ADD-FLOW-ENTRY.

           IF WS-FREE-SUB > ZERO
               MOVE WS-FREE-SUB TO WS-FL-SUB
           ELSE
               IF WS-FLOW-COUNT >= 500
                   DISPLAY 'COBSTBAL - FLOW TOTAL TABLE FULL AT 500'
                   DISPLAY 'COBSTBAL - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FLOW-COUNT
               MOVE WS-FLOW-COUNT TO WS-FL-SUB
           END-IF.

           MOVE WS-FLOW-KEY TO WS-FL-KEY(WS-FL-SUB).
           MOVE ZERO        TO WS-FL-ITEMS(WS-FL-SUB).
           MOVE ZERO        TO WS-FL-AMOUNT(WS-FL-SUB).

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO BAL-REPORT-LINE.
           STRING 'PAYMENT STREAM BALANCING - ' WS-BAL-JOB-NAME
                  '   BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

           MOVE SPACES TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

       LIST-RECORDED-TOTALS.

           MOVE 'CONTROL TOTALS RECORDED' TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-FLOW-HEADING TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

           MOVE 'I' TO WS-LIST-DIRECTION.
           PERFORM LIST-FLOWS-FOR-DIRECTION.
           MOVE 'O' TO WS-LIST-DIRECTION.
           PERFORM LIST-FLOWS-FOR-DIRECTION.
           MOVE 'E' TO WS-LIST-DIRECTION.
           PERFORM LIST-FLOWS-FOR-DIRECTION.

       LIST-FLOWS-FOR-DIRECTION.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLOW-COUNT
               IF WS-FL-JOB(WS-SUB) = WS-BAL-JOB-NAME
                   AND WS-FL-DAY(WS-SUB) = 'C'
                   AND WS-FL-DIRECTION(WS-SUB) = WS-LIST-DIRECTION
                   EVALUATE WS-LIST-DIRECTION
                       WHEN 'I'
                           MOVE 'INPUT'   TO WS-F-DIRECTION
                       WHEN 'O'
                           MOVE 'OUTPUT'  TO WS-F-DIRECTION
                       WHEN OTHER
                           MOVE 'EXTRACT' TO WS-F-DIRECTION
                   END-EVALUATE
                   MOVE WS-FL-NAME(WS-SUB)   TO WS-F-NAME
                   MOVE WS-FL-ITEMS(WS-SUB)  TO WS-F-ITEMS
                   MOVE WS-FL-AMOUNT(WS-SUB) TO WS-F-AMOUNT
                   MOVE WS-FLOW-LINE TO BAL-REPORT-LINE
                   WRITE BAL-REPORT-LINE
               END-IF
           END-PERFORM.

       CHECK-IN-EQUALS-OUT.

           MOVE ZERO TO WS-IN-ITEMS.
           MOVE ZERO TO WS-IN-AMOUNT.
           MOVE ZERO TO WS-OUT-ITEMS.
           MOVE ZERO TO WS-OUT-AMOUNT.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLOW-COUNT
               IF WS-FL-JOB(WS-SUB) = WS-BAL-JOB-NAME
                   AND WS-FL-DAY(WS-SUB) = 'C'
                   EVALUATE WS-FL-DIRECTION(WS-SUB)
                       WHEN 'I'
                           ADD WS-FL-ITEMS(WS-SUB)  TO WS-IN-ITEMS
                           ADD WS-FL-AMOUNT(WS-SUB) TO WS-IN-AMOUNT
                       WHEN 'O'
                           ADD WS-FL-ITEMS(WS-SUB)  TO WS-OUT-ITEMS
                           ADD WS-FL-AMOUNT(WS-SUB) TO WS-OUT-AMOUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE SPACES TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE 'RUN BALANCE - INPUTS TO OUTPUTS' TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-TIE-HEADING TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

           MOVE SPACES        TO WS-TIE-LINE.
           MOVE 'INPUTS'      TO WS-T-FLOW.
           MOVE 'OUTPUTS'     TO WS-T-TIED-TO.
           MOVE WS-IN-ITEMS   TO WS-T-EXP-ITEMS.
           MOVE WS-IN-AMOUNT  TO WS-T-EXP-AMOUNT.
           MOVE WS-OUT-ITEMS  TO WS-T-FND-ITEMS.
           MOVE WS-OUT-AMOUNT TO WS-T-FND-AMOUNT.

           IF WS-SJ-ITEMS-ONLY(WS-BAL-JOB-SUB)
               MOVE 'ITEMS ONLY' TO WS-T-NOTE
               IF WS-IN-ITEMS = WS-OUT-ITEMS
                   MOVE 'TIED' TO WS-T-RESULT
               ELSE
                   MOVE '*EXCEPTION*' TO WS-T-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           ELSE
               IF WS-IN-ITEMS = WS-OUT-ITEMS
                   AND WS-IN-AMOUNT = WS-OUT-AMOUNT
                   MOVE 'TIED' TO WS-T-RESULT
               ELSE
                   MOVE '*EXCEPTION*' TO WS-T-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

           PERFORM WRITE-TIE-LINE.

       CHECK-UPSTREAM-TIES.

           MOVE SPACES TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE 'INPUTS TIED TO UPSTREAM JOBS' TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-TIE-HEADING TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

           MOVE SPACES TO WS-GROUP-FLOW.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 9
               IF WS-TR-TARGET-JOB(WS-RULE-SUB) = WS-BAL-JOB-NAME
                   PERFORM CHECK-RULE-IN-FORCE
               ELSE
                   MOVE 'N' TO WS-RULE-IN-FORCE-SW
               END-IF
               IF WS-RULE-IN-FORCE
                   IF WS-TR-TARGET-FLOW(WS-RULE-SUB) NOT = WS-GROUP-FLOW
                       IF WS-GROUP-FLOW NOT = SPACES
                           PERFORM FINISH-TIE-GROUP
                       END-IF
                       MOVE WS-TR-TARGET-FLOW(WS-RULE-SUB)
                           TO WS-GROUP-FLOW
                       MOVE ZERO TO WS-GROUP-SOURCES
                       MOVE ZERO TO WS-GROUP-ITEMS
                       MOVE ZERO TO WS-GROUP-AMOUNT
                       MOVE 'N'  TO WS-NOT-PROVEN-SW
                   END-IF
                   PERFORM ADD-TIE-SOURCE
               END-IF
           END-PERFORM.
           IF WS-GROUP-FLOW NOT = SPACES
               PERFORM FINISH-TIE-GROUP
           END-IF.

      * Inputs no rule ties to come from outside the stream - listed
      * so the report shows every input the job read.
           PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                   UNTIL WS-FL-SUB > WS-FLOW-COUNT
               IF WS-FL-JOB(WS-FL-SUB) = WS-BAL-JOB-NAME
                   AND WS-FL-DAY(WS-FL-SUB) = 'C'
                   AND WS-FL-DIRECTION(WS-FL-SUB) = 'I'
                   PERFORM LIST-OUTSIDE-INPUT
               END-IF
           END-PERFORM.

       CHECK-RULE-IN-FORCE.

      * Of a 'P' rule and the 'L' rule after it, only the one whose
      * source wrote the file last counts.
           MOVE 'Y' TO WS-RULE-IN-FORCE-SW.
           EVALUATE TRUE
               WHEN WS-TR-LATEST-DAY(WS-RULE-SUB)
                   COMPUTE WS-EARLY-RULE-SUB = WS-RULE-SUB - 1
                   PERFORM COMPARE-PRIOR-RUNS
                   IF NOT WS-LATER-RUN
                       MOVE 'N' TO WS-RULE-IN-FORCE-SW
                   END-IF
               WHEN WS-TR-PRIOR-DAY(WS-RULE-SUB)
                   AND WS-RULE-SUB < 9
                   IF WS-TR-LATEST-DAY(WS-RULE-SUB + 1)
                       MOVE WS-RULE-SUB TO WS-EARLY-RULE-SUB
                       PERFORM COMPARE-PRIOR-RUNS
                       IF WS-LATER-RUN
                           MOVE 'N' TO WS-RULE-IN-FORCE-SW
                       END-IF
                   END-IF
           END-EVALUATE.

       COMPARE-PRIOR-RUNS.

      * The 'L' source ran later when its latest earlier run is on
      * or after the 'P' source's - it runs after it in the night.
           MOVE 'N' TO WS-LATER-RUN-SW.
           MOVE WS-TR-SOURCE-JOB(WS-EARLY-RULE-SUB) TO WS-FIND-JOB-NAME.
           PERFORM FIND-STREAM-JOB.
           MOVE WS-SJ-PRIOR-DATE(WS-SJ-SUB) TO WS-EARLY-PRIOR-DATE.

           MOVE WS-TR-SOURCE-JOB(WS-EARLY-RULE-SUB + 1)
               TO WS-FIND-JOB-NAME.
           PERFORM FIND-STREAM-JOB.
           IF WS-SJ-PRIOR-DATE(WS-SJ-SUB) NOT = SPACES
               AND WS-SJ-PRIOR-DATE(WS-SJ-SUB) >= WS-EARLY-PRIOR-DATE
               MOVE 'Y' TO WS-LATER-RUN-SW
           END-IF.

       ADD-TIE-SOURCE.

      * A tie with more than one source prints a line per source
      * and then the total; the pending source line goes out first.
           IF WS-GROUP-SOURCES > ZERO
               PERFORM WRITE-TIE-LINE
           END-IF.
           ADD 1 TO WS-GROUP-SOURCES.

           MOVE SPACES TO WS-TIE-LINE.
           IF WS-GROUP-SOURCES = 1
               MOVE WS-GROUP-FLOW TO WS-T-FLOW
           END-IF.

           MOVE WS-TR-SOURCE-JOB(WS-RULE-SUB) TO WS-FIND-JOB-NAME.
           PERFORM FIND-STREAM-JOB.

           MOVE WS-TR-SOURCE-JOB(WS-RULE-SUB)  TO WS-KEY-JOB.
           MOVE WS-TR-SOURCE-DIR(WS-RULE-SUB)  TO WS-KEY-DIRECTION.
           MOVE WS-TR-SOURCE-FLOW(WS-RULE-SUB) TO WS-KEY-FLOW.

           IF WS-TR-PRIOR-DAY(WS-RULE-SUB)
               MOVE 'P' TO WS-KEY-DAY
               STRING WS-KEY-JOB  DELIMITED BY SPACE
                      ' '         DELIMITED BY SIZE
                      WS-KEY-FLOW DELIMITED BY SPACE
                      ' PRIOR'    DELIMITED BY SIZE
                   INTO WS-T-TIED-TO
               IF WS-SJ-PRIOR-DATE(WS-SJ-SUB) = SPACES
                   MOVE 'NO PRIOR' TO WS-T-NOTE
                   MOVE 'Y' TO WS-NOT-PROVEN-SW
               ELSE
                   MOVE WS-SJ-PRIOR-DATE(WS-SJ-SUB) TO WS-T-NOTE
               END-IF
           ELSE
               MOVE 'C' TO WS-KEY-DAY
               STRING WS-KEY-JOB  DELIMITED BY SPACE
                      ' '         DELIMITED BY SIZE
                      WS-KEY-FLOW DELIMITED BY SPACE
                   INTO WS-T-TIED-TO
               IF NOT WS-SJ-RAN(WS-SJ-SUB)
                   MOVE 'NO TOTALS' TO WS-T-NOTE
               END-IF
           END-IF.

           PERFORM FIND-FLOW-ENTRY.
           IF WS-FL-SUB = ZERO
               MOVE ZERO TO WS-SOURCE-ITEMS
               MOVE ZERO TO WS-SOURCE-AMOUNT
           ELSE
               MOVE WS-FL-ITEMS(WS-FL-SUB)  TO WS-SOURCE-ITEMS
               MOVE WS-FL-AMOUNT(WS-FL-SUB) TO WS-SOURCE-AMOUNT
           END-IF.

           MOVE WS-SOURCE-ITEMS  TO WS-T-EXP-ITEMS.
           MOVE WS-SOURCE-AMOUNT TO WS-T-EXP-AMOUNT.
           ADD WS-SOURCE-ITEMS  TO WS-GROUP-ITEMS.
           ADD WS-SOURCE-AMOUNT TO WS-GROUP-AMOUNT.

       FINISH-TIE-GROUP.

           IF WS-GROUP-SOURCES > 1
               PERFORM WRITE-TIE-LINE
               MOVE SPACES           TO WS-TIE-LINE
               MOVE 'TOTAL EXPECTED' TO WS-T-TIED-TO
               MOVE WS-GROUP-ITEMS   TO WS-T-EXP-ITEMS
               MOVE WS-GROUP-AMOUNT  TO WS-T-EXP-AMOUNT
           END-IF.

           MOVE WS-BAL-JOB-NAME TO WS-KEY-JOB.
           MOVE 'C'             TO WS-KEY-DAY.
           MOVE 'I'             TO WS-KEY-DIRECTION.
           MOVE WS-GROUP-FLOW   TO WS-KEY-FLOW.
           PERFORM FIND-FLOW-ENTRY.
           IF WS-FL-SUB = ZERO
               MOVE ZERO TO WS-SOURCE-ITEMS
               MOVE ZERO TO WS-SOURCE-AMOUNT
           ELSE
               MOVE WS-FL-ITEMS(WS-FL-SUB)  TO WS-SOURCE-ITEMS
               MOVE WS-FL-AMOUNT(WS-FL-SUB) TO WS-SOURCE-AMOUNT
           END-IF.

           MOVE WS-SOURCE-ITEMS  TO WS-T-FND-ITEMS.
           MOVE WS-SOURCE-AMOUNT TO WS-T-FND-AMOUNT.

      * A tie that cannot be proven for want of the prior run is
      * not an exception - unless it ties anyway.
           IF WS-SOURCE-ITEMS = WS-GROUP-ITEMS
               AND WS-SOURCE-AMOUNT = WS-GROUP-AMOUNT
               MOVE 'TIED' TO WS-T-RESULT
           ELSE
               IF WS-NOT-PROVEN
                   MOVE 'NOT PROVEN' TO WS-T-RESULT
                   ADD 1 TO WS-NOT-PROVEN-COUNT
               ELSE
                   MOVE '*EXCEPTION*' TO WS-T-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

           PERFORM WRITE-TIE-LINE.

       LIST-OUTSIDE-INPUT.

           MOVE 'N' TO WS-RULE-FOUND-SW.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 9
               IF WS-TR-TARGET-JOB(WS-RULE-SUB) = WS-BAL-JOB-NAME
                   AND WS-TR-TARGET-FLOW(WS-RULE-SUB) =
                       WS-FL-NAME(WS-FL-SUB)
                   MOVE 'Y' TO WS-RULE-FOUND-SW
               END-IF
           END-PERFORM.

           IF NOT WS-RULE-FOUND
               MOVE SPACES                   TO WS-TIE-LINE
               MOVE WS-FL-NAME(WS-FL-SUB)    TO WS-T-FLOW
               MOVE 'OUTSIDE THE STREAM'     TO WS-T-TIED-TO
               MOVE WS-FL-ITEMS(WS-FL-SUB)   TO WS-T-FND-ITEMS
               MOVE WS-FL-AMOUNT(WS-FL-SUB)  TO WS-T-FND-AMOUNT
               MOVE 'OUTSIDE'                TO WS-T-RESULT
               PERFORM WRITE-TIE-LINE
           END-IF.

       WRITE-TIE-LINE.

           MOVE WS-TIE-LINE TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

       WRITE-REPORT-FOOTING.

           MOVE SPACES TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

           IF WS-NOT-PROVEN-COUNT > 0
               MOVE 'TIES NOT PROVEN'   TO WS-C-CAPTION
               MOVE WS-NOT-PROVEN-COUNT TO WS-C-COUNT
               MOVE WS-COUNT-LINE TO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
           END-IF.

           IF WS-EXCEPTION-COUNT > 0
               MOVE 'EXCEPTIONS'        TO WS-C-CAPTION
               MOVE WS-EXCEPTION-COUNT  TO WS-C-COUNT
               MOVE WS-COUNT-LINE TO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
               MOVE SPACES TO BAL-REPORT-LINE
               STRING '*** CONTROL TOTALS DO NOT TIE - PAYMENT STREAM'
                      ' STOPPED AFTER ' WS-BAL-JOB-NAME ' ***'
                   DELIMITED BY SIZE INTO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
           ELSE
               MOVE 'ALL CONTROL TOTALS TIED' TO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
           END-IF.

       WRITE-BALANCE-RESULT.

           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBSTBAL - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBSTBAL - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES             TO STREAM-CTL-REC.
           MOVE 'B'                TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE   TO SC-BUSINESS-DATE.
           MOVE WS-BAL-JOB-NAME    TO SC-JOB-NAME.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 'X'            TO SC-BAL-STATUS
           ELSE
               MOVE 'T'            TO SC-BAL-STATUS
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO SC-BAL-EXCEPTIONS.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           CLOSE STREAM-CTL-FILE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBSTBAL - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBSTBAL - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBSTBAL - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBSTBAL - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBSTBAL - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
