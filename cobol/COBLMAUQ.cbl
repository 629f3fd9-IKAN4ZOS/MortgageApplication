       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLMAUQ.
      ******************************************************************
      * COBLMAUQ - LOAN MASTER CHANGE AUDIT INQUIRY REPORT
      * ----------------------------------------------------------------
      * On-demand report off the permanent Loan Master change audit
      * journal, run for examiners and for internal audit.  Each
      * request asks for every change to one loan (type 'L', loan
      * number) or every change to one field across all loans (type
      * 'F', field name as on the maintenance transaction), optionally
      * limited to a range of business dates.  Each request prints as
      * its own section, oldest change first, with the old and new
      * values, maker, checker, business date and when it was applied.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LM-AUDIT-FILE ASSIGN TO "LMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INQ-REQUEST-FILE ASSIGN TO "LMAUQREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

           SELECT INQ-REPORT-FILE ASSIGN TO "LMAUQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LM-AUDIT-FILE
           RECORDING MODE IS F.
           COPY LMAUDIT.

       FD  INQ-REQUEST-FILE
           RECORDING MODE IS F.
       01  INQ-REQUEST-RECORD.
           05  INQ-REQ-TYPE           PIC X(1).
           05  INQ-REQ-KEY            PIC X(20).
           05  INQ-FROM-DATE          PIC X(10).
           05  INQ-TO-DATE            PIC X(10).

       FD  INQ-REPORT-FILE
           RECORDING MODE IS F.
       01  INQ-REPORT-LINE            PIC X(132).

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

         01  WS-AUDIT-STATUS            PIC X(2).
         01  WS-AUDIT-EOF-SW            PIC X(1)       VALUE 'N'.
             88  WS-AUDIT-EOF                          VALUE 'Y'.
         01  WS-INQ-STATUS              PIC X(2).
         01  WS-INQ-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-INQ-EOF                            VALUE 'Y'.

         01  WS-AUDIT-COUNT             PIC 9(7)       VALUE ZERO.
         01  WS-INQ-COUNT               PIC 9(3)  COMP VALUE ZERO.

      * Inquiries requested for this run.  A blank date limit is
      * opened out to the whole journal when the request is loaded.
         01  WS-INQ-TABLE.
             05  WS-INQ-ENTRY OCCURS 100.
                 10  WS-IQ-TYPE         PIC X(1).
                 10  WS-IQ-KEY          PIC X(20).
                 10  WS-IQ-FROM-DATE    PIC X(10).
                 10  WS-IQ-TO-DATE      PIC X(10).
                 10  WS-IQ-VALID-SW     PIC X(1).
                     88  WS-IQ-VALID                   VALUE 'Y'.

      * Journal records wanted by any inquiry, stashed as the journal
      * streams past so each section can be printed together at the
      * end.
         01  WS-HIT-COUNT               PIC 9(5)  COMP VALUE ZERO.
         01  WS-HIT-TABLE.
             05  WS-HIT-ENTRY OCCURS 10000.
                 10  WS-HT-RECORD       PIC X(162).

         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-SUB-2                   PIC 9(5)  COMP.
         01  WS-INQ-MATCH-SW            PIC X(1).
             88  WS-INQ-MATCH                          VALUE 'Y'.
         01  WS-SECTION-COUNT           PIC 9(7).

         01  WS-HOLD-AUDIT-REC          PIC X(162).

         01  WS-SECTION-LINE.
             05  FILLER                 PIC X(16)
                 VALUE 'AUDIT TRAIL -   '.
             05  WS-S-TYPE              PIC X(6).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-S-KEY               PIC X(20).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  FILLER                 PIC X(15)
                 VALUE 'BUSINESS DATES '.
             05  WS-S-FROM-DATE         PIC X(10).
             05  FILLER                 PIC X(4)       VALUE ' TO '.
             05  WS-S-TO-DATE           PIC X(10).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'BUS DATE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(19)  VALUE 'APPLIED'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(20)  VALUE 'FIELD'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(3)   VALUE 'O/N'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(40)  VALUE 'VALUE'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'MAKER'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(8)   VALUE 'CHECKER'.

         01  WS-DETAIL-LINE.
             05  WS-D-BUSINESS-DATE     PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-APPLIED-DATE      PIC X(10).
             05  FILLER                 PIC X(1)       VALUE SPACES.
             05  WS-D-APPLIED-TIME      PIC X(8).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-FIELD-NAME        PIC X(20).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-TAG               PIC X(3).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-VALUE             PIC X(40).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-MAKER-ID          PIC X(8).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-CHECKER-ID        PIC X(8).

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBLMAUQ - LOAN MASTER AUDIT INQUIRY START'.

           PERFORM GET-BUSINESS-DATE.

           PERFORM LOAD-INQUIRY-REQUESTS.

           OPEN OUTPUT INQ-REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM SCAN-AUDIT-JOURNAL.
           PERFORM WRITE-INQUIRY-SECTIONS.

           CLOSE INQ-REPORT-FILE.

           DISPLAY 'COBLMAUQ - JOURNAL RECORDS READ = ' WS-AUDIT-COUNT.
           DISPLAY 'COBLMAUQ - INQUIRIES REPORTED   = ' WS-INQ-COUNT.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-INQUIRY-REQUESTS.

           OPEN INPUT INQ-REQUEST-FILE.

           IF WS-INQ-STATUS = '35'
               MOVE 'Y' TO WS-INQ-EOF-SW
           ELSE
               IF WS-INQ-STATUS NOT = '00'
                   DISPLAY 'COBLMAUQ - INQUIRY FILE OPEN FAILED'
                   DISPLAY 'COBLMAUQ - STATUS = ' WS-INQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ INQ-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-INQ-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-INQ-EOF
               IF WS-INQ-COUNT >= 100
                   DISPLAY 'COBLMAUQ - INQUIRY TABLE FULL AT 100'
                   DISPLAY 'COBLMAUQ - SPLIT REQUESTS AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INQ-COUNT
               MOVE INQ-REQ-TYPE  TO WS-IQ-TYPE(WS-INQ-COUNT)
               MOVE INQ-REQ-KEY   TO WS-IQ-KEY(WS-INQ-COUNT)
               MOVE INQ-FROM-DATE TO WS-IQ-FROM-DATE(WS-INQ-COUNT)
               MOVE INQ-TO-DATE   TO WS-IQ-TO-DATE(WS-INQ-COUNT)
               IF INQ-FROM-DATE = SPACES
                   MOVE LOW-VALUES TO WS-IQ-FROM-DATE(WS-INQ-COUNT)
               END-IF
               IF INQ-TO-DATE = SPACES
                   MOVE HIGH-VALUES TO WS-IQ-TO-DATE(WS-INQ-COUNT)
               END-IF
               IF (INQ-REQ-TYPE = 'L' OR INQ-REQ-TYPE = 'F')
                   AND INQ-REQ-KEY NOT = SPACES
                   MOVE 'Y' TO WS-IQ-VALID-SW(WS-INQ-COUNT)
               ELSE
                   MOVE 'N' TO WS-IQ-VALID-SW(WS-INQ-COUNT)
               END-IF
               READ INQ-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-INQ-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-INQ-STATUS NOT = '35'
               CLOSE INQ-REQUEST-FILE
           END-IF.

       SCAN-AUDIT-JOURNAL.

           OPEN INPUT LM-AUDIT-FILE.

      * No change has been applied yet in a fresh environment.
           IF WS-AUDIT-STATUS = '35'
               MOVE 'Y' TO WS-AUDIT-EOF-SW
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'COBLMAUQ - AUDIT JOURNAL OPEN FAILED'
                   DISPLAY 'COBLMAUQ - STATUS = ' WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LM-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-AUDIT-EOF
               ADD 1 TO WS-AUDIT-COUNT
               PERFORM STASH-IF-INQUIRED
               READ LM-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE LM-AUDIT-FILE
           END-IF.

       STASH-IF-INQUIRED.

           MOVE 'N' TO WS-INQ-MATCH-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INQ-COUNT
               PERFORM TEST-ONE-INQUIRY
               IF WS-INQ-MATCH
                   MOVE WS-INQ-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           IF WS-INQ-MATCH
               IF WS-HIT-COUNT >= 10000
                   DISPLAY 'COBLMAUQ - INQUIRY HIT TABLE FULL AT 10000'
                   DISPLAY 'COBLMAUQ - SPLIT REQUESTS AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIT-COUNT
               MOVE LM-AUDIT-REC TO WS-HT-RECORD(WS-HIT-COUNT)
           END-IF.

       TEST-ONE-INQUIRY.

           MOVE 'N' TO WS-INQ-MATCH-SW.

           IF WS-IQ-VALID(WS-SUB)
               AND LA-BUSINESS-DATE >= WS-IQ-FROM-DATE(WS-SUB)
               AND LA-BUSINESS-DATE <= WS-IQ-TO-DATE(WS-SUB)
               IF WS-IQ-TYPE(WS-SUB) = 'L'
                   AND LA-LOAN-NUMBER = WS-IQ-KEY(WS-SUB)
                   MOVE 'Y' TO WS-INQ-MATCH-SW
               END-IF
               IF WS-IQ-TYPE(WS-SUB) = 'F'
                   AND LA-FIELD-NAME = WS-IQ-KEY(WS-SUB)
                   MOVE 'Y' TO WS-INQ-MATCH-SW
               END-IF
           END-IF.

       WRITE-INQUIRY-SECTIONS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INQ-COUNT
               PERFORM WRITE-ONE-INQUIRY
           END-PERFORM.

       WRITE-ONE-INQUIRY.

           IF WS-IQ-TYPE(WS-SUB) = 'F'
               MOVE 'FIELD' TO WS-S-TYPE
           ELSE
               MOVE 'LOAN'  TO WS-S-TYPE
           END-IF.
           MOVE WS-IQ-KEY(WS-SUB) TO WS-S-KEY.
           IF WS-IQ-FROM-DATE(WS-SUB) = LOW-VALUES
               MOVE 'FIRST'   TO WS-S-FROM-DATE
           ELSE
               MOVE WS-IQ-FROM-DATE(WS-SUB) TO WS-S-FROM-DATE
           END-IF.
           IF WS-IQ-TO-DATE(WS-SUB) = HIGH-VALUES
               MOVE 'LATEST'  TO WS-S-TO-DATE
           ELSE
               MOVE WS-IQ-TO-DATE(WS-SUB) TO WS-S-TO-DATE
           END-IF.

           MOVE SPACES TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.
           MOVE WS-SECTION-LINE TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

           IF NOT WS-IQ-VALID(WS-SUB)
               MOVE 'REQUEST TYPE NOT L OR F, OR NO LOAN/FIELD GIVEN'
                   TO INQ-REPORT-LINE
               WRITE INQ-REPORT-LINE
           ELSE
               MOVE WS-HEADING-LINE TO INQ-REPORT-LINE
               WRITE INQ-REPORT-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-HIT-COUNT
                   MOVE WS-HT-RECORD(WS-SUB-2) TO WS-HOLD-AUDIT-REC
                   MOVE WS-HOLD-AUDIT-REC TO LM-AUDIT-REC
                   PERFORM TEST-ONE-INQUIRY
                   IF WS-INQ-MATCH
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM WRITE-INQUIRY-DETAIL
                   END-IF
               END-PERFORM
               IF WS-SECTION-COUNT = ZERO
                   MOVE 'NO CHANGES ON THE AUDIT JOURNAL'
                       TO INQ-REPORT-LINE
                   WRITE INQ-REPORT-LINE
               ELSE
                   MOVE 'CHANGES LISTED'  TO WS-C-CAPTION
                   MOVE WS-SECTION-COUNT  TO WS-C-COUNT
                   MOVE WS-COUNT-LINE     TO INQ-REPORT-LINE
                   WRITE INQ-REPORT-LINE
               END-IF
           END-IF.

       WRITE-INQUIRY-DETAIL.

           MOVE LA-BUSINESS-DATE  TO WS-D-BUSINESS-DATE.
           MOVE LA-APPLIED-DATE   TO WS-D-APPLIED-DATE.
           MOVE LA-APPLIED-TIME   TO WS-D-APPLIED-TIME.
           MOVE LA-LOAN-NUMBER    TO WS-D-LOAN-NUMBER.
           MOVE LA-FIELD-NAME     TO WS-D-FIELD-NAME.
           MOVE 'OLD'             TO WS-D-TAG.
           MOVE LA-OLD-VALUE      TO WS-D-VALUE.
           MOVE LA-MAKER-ID       TO WS-D-MAKER-ID.
           MOVE LA-CHECKER-ID     TO WS-D-CHECKER-ID.
           MOVE WS-DETAIL-LINE    TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

           MOVE SPACES            TO WS-D-BUSINESS-DATE.
           MOVE SPACES            TO WS-D-APPLIED-DATE.
           MOVE SPACES            TO WS-D-APPLIED-TIME.
           MOVE SPACES            TO WS-D-LOAN-NUMBER.
           MOVE SPACES            TO WS-D-FIELD-NAME.
           MOVE 'NEW'             TO WS-D-TAG.
           MOVE LA-NEW-VALUE      TO WS-D-VALUE.
           MOVE SPACES            TO WS-D-MAKER-ID.
           MOVE SPACES            TO WS-D-CHECKER-ID.
           MOVE WS-DETAIL-LINE    TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO INQ-REPORT-LINE.
           MOVE 'LOAN MASTER CHANGE AUDIT INQUIRY REPORT'
               TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

           MOVE SPACES TO INQ-REPORT-LINE.
           STRING 'RUN FOR BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLMAUQ - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBLMAUQ - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBLMAUQ - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBLMAUQ - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBLMAUQ - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLMAUQ - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBLMAUQ - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBLMAUQ' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
