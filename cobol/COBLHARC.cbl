       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLHARC.
      ******************************************************************
      * COBLHARC - YEARLY LOAN HISTORY ARCHIVE
      * ----------------------------------------------------------------
      * Yearly batch that keeps the permanent loan history file to the
      * loans we still have to answer for day to day.  A loan paid
      * off ('PO') or whose servicing went to someone else ('SR'
      * servicing released, 'TO' transferred out) has its whole
      * history moved to the dated archive file once its last
      * activity - the latest posted date on any of its history
      * records, so a late reversal or an escheatment keeps it live -
      * is older than the retention period (WS-RETENTION-YEARS)
      * counted back from the business date.
      *
      * The archive is written in full, and closed with a trailer,
      * before anything is deleted from the live file; the deletes
      * are then driven off the archive file itself.  A rerun after
      * an abend finds today's archive already closed off and only
      * finishes the deletes; an archive without its trailer is
      * simply written again.  The control report proves the move:
      * record counts and transaction, principal, interest, escrow
      * and fee totals of the live file before the archive must
      * equal those of the live file after it plus the archive file.
      * Anything out of balance ends the job with return code 16.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LHIST-MAST-FILE ASSIGN TO "LHSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHM-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT LHIST-ARCH-FILE ASSIGN TO "LHSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH-REPORT-FILE ASSIGN TO "LHARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LHIST-MAST-FILE
           RECORDING MODE IS F.
           COPY LHSTMREC.

       FD  LHIST-ARCH-FILE
           RECORDING MODE IS F.
           COPY LHARCREC.

       FD  ARCH-REPORT-FILE
           RECORDING MODE IS F.
       01  ARCH-REPORT-LINE           PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-IO-REC         PIC X(20).

         WORKING-STORAGE SECTION.

           COPY RUNCTL.

         01  WS-RUNCTL-STATUS           PIC X(2).
         01  WS-RUNCTL-EOF-SW           PIC X(1)       VALUE 'N'.
             88  WS-RUNCTL-EOF                         VALUE 'Y'.
         01  WS-BUSINESS-DATE           PIC X(10)      VALUE SPACES.
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE 'COBLHIST'.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.

           COPY LOANMAST.
           COPY LOANHIST.
           COPY DATEWORK.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                DECLARE LHARCCSR CURSOR FOR
                SELECT LOAN_NUMBER, STATUS_CODE
                FROM   MORT.LOAN_MASTER
                WHERE  STATUS_CODE IN ('PO', 'SR', 'TO')
                ORDER BY LOAN_NUMBER
           END-EXEC.

      * Years of history kept on the live file after a loan's last
      * activity once it is paid off or its servicing has gone.
         01  WS-RETENTION-YEARS         PIC 9(2)       VALUE 7.
         01  WS-CUTOFF-DATE             PIC X(10).

         01  WS-MAST-STATUS             PIC X(2).
         01  WS-MAST-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-MAST-EOF                           VALUE 'Y'.
         01  WS-MAST-OPEN-SW            PIC X(1)       VALUE 'N'.
             88  WS-MAST-OPEN                          VALUE 'Y'.
         01  WS-ARCH-STATUS             PIC X(2).
         01  WS-ARCH-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-ARCH-EOF                           VALUE 'Y'.
         01  WS-KEY-LOAN-NUMBER         PIC X(10).

      * Set when today's archive is already on file with its trailer
      * - only the deletes from the live file are left to finish.
         01  WS-RESTART-SW              PIC X(1)       VALUE 'N'.
             88  WS-RESTART-RUN                        VALUE 'Y'.

         01  WS-LAST-ACTIVITY           PIC X(10).
         01  WS-LOAN-REC-COUNT          PIC 9(7).

         01  WS-LOANS-READ              PIC 9(7)       VALUE ZERO.
         01  WS-LOANS-ARCHIVED          PIC 9(7)       VALUE ZERO.
         01  WS-ARCH-WRITTEN            PIC 9(9)       VALUE ZERO.
         01  WS-DELETED-COUNT           PIC 9(9)       VALUE ZERO.
         01  WS-ALREADY-DELETED         PIC 9(9)       VALUE ZERO.

      * Record counts and dollar totals, one bucket per measurement:
      *   1 - live file before the archive
      *   2 - live file after the archive
      *   3 - archive file
      *   4 - live file after plus archive file
      *   5 - before less (after plus archive) - must be zero
      * The five amounts are transaction, principal, interest,
      * escrow and fee, in the LOANHIST order.
         01  WS-BUCKET-TABLE.
             05  WS-BUCKET OCCURS 5.
                 10  WS-BK-RECORDS      PIC S9(9)      COMP-3.
                 10  WS-BK-AMOUNT OCCURS 5
                                        PIC S9(13)V99  COMP-3.
         01  WS-BK-SUB                  PIC 9(1).
         01  WS-AMT-SUB                 PIC 9(1).
         01  WS-OUT-OF-BALANCE-SW       PIC X(1)       VALUE 'N'.
             88  WS-OUT-OF-BALANCE                     VALUE 'Y'.

         01  WS-AMOUNT-CAPTIONS.
             05  FILLER                 PIC X(16)
                 VALUE 'TRANSACTION AMT'.
             05  FILLER                 PIC X(16)  VALUE 'PRINCIPAL'.
             05  FILLER                 PIC X(16)  VALUE 'INTEREST'.
             05  FILLER                 PIC X(16)  VALUE 'ESCROW'.
             05  FILLER                 PIC X(16)  VALUE 'FEES'.
         01  WS-AMOUNT-CAPTION-TABLE REDEFINES WS-AMOUNT-CAPTIONS.
             05  WS-AMOUNT-CAPTION OCCURS 5
                                        PIC X(16).

         01  WS-HEADING-LINE.
             05  FILLER                 PIC X(10)  VALUE 'LOAN NO.'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(6)   VALUE 'STATUS'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(13)
                 VALUE 'LAST ACTIVITY'.
             05  FILLER                 PIC X(2)   VALUE SPACES.
             05  FILLER                 PIC X(9)   VALUE 'RECORDS'.

         01  WS-DETAIL-LINE.
             05  WS-D-LOAN-NUMBER       PIC X(10).
             05  FILLER                 PIC X(2)       VALUE SPACES.
             05  WS-D-STATUS            PIC X(2).
             05  FILLER                 PIC X(6)       VALUE SPACES.
             05  WS-D-LAST-ACTIVITY     PIC X(10).
             05  FILLER                 PIC X(5)       VALUE SPACES.
             05  WS-D-RECORDS           PIC Z,ZZZ,ZZ9.

         01  WS-BALANCE-HEADING.
             05  FILLER                 PIC X(16)  VALUE SPACES.
             05  FILLER                 PIC X(21)
                 VALUE '      BEFORE ARCHIVE '.
             05  FILLER                 PIC X(21)
                 VALUE '       AFTER ARCHIVE '.
             05  FILLER                 PIC X(21)
                 VALUE '        ARCHIVE FILE '.
             05  FILLER                 PIC X(21)
                 VALUE '     AFTER + ARCHIVE '.
             05  FILLER                 PIC X(21)
                 VALUE '          DIFFERENCE '.

         01  WS-BALANCE-AMT-LINE.
             05  WS-BA-CAPTION          PIC X(16).
             05  WS-BA-COLUMN OCCURS 5.
                 10  FILLER             PIC X(2).
                 10  WS-BA-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01  WS-BALANCE-CNT-LINE.
             05  WS-BC-CAPTION          PIC X(16).
             05  WS-BC-COLUMN OCCURS 5.
                 10  FILLER             PIC X(5).
                 10  WS-BC-COUNT        PIC ZZZ,ZZZ,ZZ9-.
                 10  FILLER             PIC X(4).

         01  WS-COUNT-LINE.
             05  WS-C-CAPTION           PIC X(34).
             05  WS-C-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY 'COBLHARC - YEARLY LOAN HISTORY ARCHIVE START'.

           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-CUTOFF-DATE.

           INITIALIZE WS-BUCKET-TABLE.

           OPEN OUTPUT ARCH-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM OPEN-HISTORY-MASTER.
           PERFORM CHECK-PRIOR-ARCHIVE.

      * Bucket 1 is the live file as this run found it; on a restart
      * the records the abended run already deleted are added back
      * to it as the deletes are finished.
           MOVE 1 TO WS-BK-SUB.
           PERFORM TOTAL-LIVE-HISTORY.

           IF NOT WS-RESTART-RUN
               PERFORM WRITE-ARCHIVE-FILE
           END-IF.

           PERFORM DELETE-ARCHIVED-HISTORY.

           MOVE 2 TO WS-BK-SUB.
           PERFORM TOTAL-LIVE-HISTORY.

           IF WS-MAST-OPEN
               CLOSE LHIST-MAST-FILE
           END-IF.

           PERFORM TOTAL-ARCHIVE-FILE.

           PERFORM PROVE-ARCHIVE-BALANCE.
           PERFORM WRITE-CONTROL-REPORT.

           CLOSE ARCH-REPORT-FILE.

           DISPLAY 'COBLHARC - RETENTION CUTOFF    = ' WS-CUTOFF-DATE.
           DISPLAY 'COBLHARC - CLOSED LOANS READ   = ' WS-LOANS-READ.
           DISPLAY 'COBLHARC - LOANS ARCHIVED      = '
               WS-LOANS-ARCHIVED.
           DISPLAY 'COBLHARC - RECORDS ARCHIVED    = ' WS-ARCH-WRITTEN.
           DISPLAY 'COBLHARC - RECORDS DELETED     = ' WS-DELETED-COUNT.

           IF WS-OUT-OF-BALANCE
               DISPLAY 'COBLHARC - ARCHIVE OUT OF BALANCE'
               DISPLAY 'COBLHARC - SEE CONTROL REPORT LHARCRPT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RECORD-JOB-COMPLETE.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       SET-CUTOFF-DATE.

      * Same month and day, WS-RETENTION-YEARS years back; the dates
      * compare as text, so 29 February needs no adjusting.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WD-YYYY.
           MOVE SPACES TO WS-CUTOFF-DATE.
           STRING WD-YYYY '-' WD-MM '-' WD-DD
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

       OPEN-HISTORY-MASTER.

           OPEN I-O LHIST-MAST-FILE.

      * No permanent history yet means nothing to archive - the
      * control report still prints, all zero.
           IF WS-MAST-STATUS NOT = '35'
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY 'COBLHARC - HISTORY MASTER OPEN FAILED'
                   DISPLAY 'COBLHARC - STATUS = ' WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.

       CHECK-PRIOR-ARCHIVE.

      * Today's archive closed off with its trailer means an earlier
      * run got past writing it; an archive dated any other day is a
      * prior year's file that must not be written over.
           OPEN INPUT LHIST-ARCH-FILE.

           IF WS-ARCH-STATUS NOT = '35'
               IF WS-ARCH-STATUS NOT = '00'
                   DISPLAY 'COBLHARC - ARCHIVE FILE OPEN FAILED'
                   DISPLAY 'COBLHARC - STATUS = ' WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-ARCH-EOF-SW
               READ LHIST-ARCH-FILE
                   AT END MOVE 'Y' TO WS-ARCH-EOF-SW
               END-READ
               PERFORM UNTIL WS-ARCH-EOF
                   IF LHA-ARCHIVE-DATE NOT = WS-BUSINESS-DATE
                       DISPLAY 'COBLHARC - ARCHIVE FILE HOLDS '
                           LHA-ARCHIVE-DATE ' ARCHIVE'
                       DISPLAY 'COBLHARC - ASSIGN A NEW DATED ARCHIVE '
                           'FILE AND RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF LHA-TRAILER-REC
                       MOVE 'Y' TO WS-RESTART-SW
                       MOVE LHA-LOAN-COUNT TO WS-LOANS-ARCHIVED
                       MOVE LHA-RECORD-COUNT TO WS-ARCH-WRITTEN
                   END-IF
                   READ LHIST-ARCH-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE LHIST-ARCH-FILE
           END-IF.

           IF WS-RESTART-RUN
               DISPLAY 'COBLHARC - ARCHIVE ALREADY WRITTEN FOR '
                   WS-BUSINESS-DATE
               DISPLAY 'COBLHARC - FINISHING LIVE FILE DELETES ONLY'
           END-IF.

       TOTAL-LIVE-HISTORY.

      * Whole live file in key order into bucket WS-BK-SUB.
           IF WS-MAST-OPEN
               MOVE 'N'        TO WS-MAST-EOF-SW
               MOVE LOW-VALUES TO LHM-KEY
               START LHIST-MAST-FILE KEY IS NOT LESS THAN LHM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MAST-EOF-SW
               END-START
               IF NOT WS-MAST-EOF
                   READ LHIST-MAST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MAST-EOF-SW
                   END-READ
               END-IF
               PERFORM UNTIL WS-MAST-EOF
                   MOVE LHM-HISTORY TO LOAN-HIST-RECORD
                   PERFORM ADD-TO-BUCKET
                   READ LHIST-MAST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MAST-EOF-SW
                   END-READ
               END-PERFORM
           END-IF.

       ADD-TO-BUCKET.

           ADD 1                TO WS-BK-RECORDS(WS-BK-SUB).
           ADD LH-TRAN-AMOUNT   TO WS-BK-AMOUNT(WS-BK-SUB, 1).
           ADD LH-PRINCIPAL-AMT TO WS-BK-AMOUNT(WS-BK-SUB, 2).
           ADD LH-INTEREST-AMT  TO WS-BK-AMOUNT(WS-BK-SUB, 3).
           ADD LH-ESCROW-AMT    TO WS-BK-AMOUNT(WS-BK-SUB, 4).
           ADD LH-FEE-AMT       TO WS-BK-AMOUNT(WS-BK-SUB, 5).

       WRITE-ARCHIVE-FILE.

           OPEN OUTPUT LHIST-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'COBLHARC - ARCHIVE FILE CREATE FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MAST-OPEN
               EXEC SQL
                    OPEN LHARCCSR
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBLHARC - LOAN MASTER CURSOR OPEN FAILED'
                   DISPLAY 'COBLHARC - SQLCODE = ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM FETCH-LOAN
               PERFORM UNTIL SQLCODE = 100
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'COBLHARC - LOAN MASTER FETCH FAILED'
                       DISPLAY 'COBLHARC - SQLCODE = ' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM REVIEW-ONE-LOAN
                   PERFORM FETCH-LOAN
               END-PERFORM
               EXEC SQL
                    CLOSE LHARCCSR
               END-EXEC
           END-IF.

      * The trailer closes the archive off - only now may anything
      * come off the live file.
           MOVE SPACES            TO LHIST-ARCH-REC.
           MOVE 'T'               TO LHA-REC-TYPE.
           MOVE WS-BUSINESS-DATE  TO LHA-ARCHIVE-DATE.
           MOVE WS-ARCH-WRITTEN   TO LHA-RECORD-COUNT.
           MOVE WS-LOANS-ARCHIVED TO LHA-LOAN-COUNT.
           MOVE WS-CUTOFF-DATE    TO LHA-CUTOFF-DATE.
           PERFORM WRITE-ARCHIVE-RECORD.

           CLOSE LHIST-ARCH-FILE.

       FETCH-LOAN.

           EXEC SQL
                FETCH LHARCCSR
                INTO  :LM-LOAN-NUMBER, :LM-STATUS-CODE
           END-EXEC.

       REVIEW-ONE-LOAN.

           ADD 1 TO WS-LOANS-READ.

      * First pass over the loan's history finds its last activity.
           MOVE LOW-VALUES TO WS-LAST-ACTIVITY.
           MOVE ZERO TO WS-LOAN-REC-COUNT.
           MOVE LM-LOAN-NUMBER TO WS-KEY-LOAN-NUMBER.
           PERFORM START-LOAN-HISTORY.
           PERFORM UNTIL WS-MAST-EOF
               MOVE LHM-HISTORY TO LOAN-HIST-RECORD
               ADD 1 TO WS-LOAN-REC-COUNT
               IF LH-POSTED-DATE > WS-LAST-ACTIVITY
                   MOVE LH-POSTED-DATE TO WS-LAST-ACTIVITY
               END-IF
               PERFORM READ-NEXT-LOAN-HISTORY
           END-PERFORM.

      * Past retention - second pass copies every record to the
      * archive.
           IF WS-LOAN-REC-COUNT > 0
                   AND WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               ADD 1 TO WS-LOANS-ARCHIVED
               PERFORM START-LOAN-HISTORY
               PERFORM UNTIL WS-MAST-EOF
                   MOVE SPACES           TO LHIST-ARCH-REC
                   MOVE 'D'              TO LHA-REC-TYPE
                   MOVE WS-BUSINESS-DATE TO LHA-ARCHIVE-DATE
                   MOVE LHM-KEY          TO LHA-KEY
                   MOVE LHM-HISTORY      TO LHA-HISTORY
                   PERFORM WRITE-ARCHIVE-RECORD
                   ADD 1 TO WS-ARCH-WRITTEN
                   PERFORM READ-NEXT-LOAN-HISTORY
               END-PERFORM
               PERFORM WRITE-ARCHIVED-LOAN-LINE
           END-IF.

       WRITE-ARCHIVE-RECORD.

           WRITE LHIST-ARCH-REC.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'COBLHARC - ARCHIVE FILE WRITE FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

       DELETE-ARCHIVED-HISTORY.

      * Driven off the archive file, so exactly what was archived
      * comes off the live file.  A record already gone was deleted
      * by the abended run this one restarts: it was not on the live
      * file this run totalled, so it goes back into bucket 1.
           OPEN INPUT LHIST-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'COBLHARC - ARCHIVE FILE OPEN FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-ARCH-EOF-SW.
           READ LHIST-ARCH-FILE
               AT END MOVE 'Y' TO WS-ARCH-EOF-SW
           END-READ.

           PERFORM UNTIL WS-ARCH-EOF
               IF LHA-DETAIL-REC
                   PERFORM DELETE-ONE-ARCHIVED
               END-IF
               READ LHIST-ARCH-FILE
                   AT END MOVE 'Y' TO WS-ARCH-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE LHIST-ARCH-FILE.

       DELETE-ONE-ARCHIVED.

           MOVE LHA-KEY TO LHM-KEY.
           READ LHIST-MAST-FILE
               KEY IS LHM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE WS-MAST-STATUS
               WHEN '00'
                   DELETE LHIST-MAST-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-MAST-STATUS NOT = '00'
                       DISPLAY 'COBLHARC - HISTORY MASTER DELETE FAILED'
                       DISPLAY 'COBLHARC - STATUS = ' WS-MAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DELETED-COUNT
               WHEN '23'
                   ADD 1 TO WS-ALREADY-DELETED
                   MOVE LHA-HISTORY TO LOAN-HIST-RECORD
                   MOVE 1 TO WS-BK-SUB
                   PERFORM ADD-TO-BUCKET
               WHEN OTHER
                   DISPLAY 'COBLHARC - HISTORY MASTER READ FAILED'
                   DISPLAY 'COBLHARC - STATUS = ' WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       TOTAL-ARCHIVE-FILE.

      * Bucket 3 is the archive as it now stands on file, re-read
      * rather than counted as it was written.
           MOVE 3 TO WS-BK-SUB.

           OPEN INPUT LHIST-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'COBLHARC - ARCHIVE FILE OPEN FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-ARCH-EOF-SW.
           READ LHIST-ARCH-FILE
               AT END MOVE 'Y' TO WS-ARCH-EOF-SW
           END-READ.

           PERFORM UNTIL WS-ARCH-EOF
               IF LHA-DETAIL-REC
                   MOVE LHA-HISTORY TO LOAN-HIST-RECORD
                   PERFORM ADD-TO-BUCKET
               END-IF
               READ LHIST-ARCH-FILE
                   AT END MOVE 'Y' TO WS-ARCH-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE LHIST-ARCH-FILE.

       PROVE-ARCHIVE-BALANCE.

           COMPUTE WS-BK-RECORDS(4) =
               WS-BK-RECORDS(2) + WS-BK-RECORDS(3).
           COMPUTE WS-BK-RECORDS(5) =
               WS-BK-RECORDS(1) - WS-BK-RECORDS(4).
           IF WS-BK-RECORDS(5) NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.

           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 5
               COMPUTE WS-BK-AMOUNT(4, WS-AMT-SUB) =
                   WS-BK-AMOUNT(2, WS-AMT-SUB)
                   + WS-BK-AMOUNT(3, WS-AMT-SUB)
               COMPUTE WS-BK-AMOUNT(5, WS-AMT-SUB) =
                   WS-BK-AMOUNT(1, WS-AMT-SUB)
                   - WS-BK-AMOUNT(4, WS-AMT-SUB)
               IF WS-BK-AMOUNT(5, WS-AMT-SUB) NOT = ZERO
                   MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF
           END-PERFORM.

       WRITE-ARCHIVED-LOAN-LINE.

           MOVE LM-LOAN-NUMBER    TO WS-D-LOAN-NUMBER.
           MOVE LM-STATUS-CODE    TO WS-D-STATUS.
           MOVE WS-LAST-ACTIVITY  TO WS-D-LAST-ACTIVITY.
           MOVE WS-LOAN-REC-COUNT TO WS-D-RECORDS.
           MOVE WS-DETAIL-LINE    TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO ARCH-REPORT-LINE.
           STRING 'YEARLY LOAN HISTORY ARCHIVE - ' WS-BUSINESS-DATE
                  '   RETENTION CUTOFF ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

           MOVE SPACES TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.
           MOVE 'LOANS ARCHIVED' TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.
           MOVE WS-HEADING-LINE TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

       WRITE-CONTROL-REPORT.

           MOVE SPACES TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

           IF WS-RESTART-RUN
               MOVE 'RESTART - ARCHIVE WRITTEN BY AN EARLIER RUN TODAY'
                   TO ARCH-REPORT-LINE
               WRITE ARCH-REPORT-LINE
               MOVE 'RECORDS ALREADY DELETED BEFORE' TO WS-C-CAPTION
               MOVE WS-ALREADY-DELETED TO WS-C-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

           MOVE 'CLOSED LOANS REVIEWED' TO WS-C-CAPTION.
           MOVE WS-LOANS-READ          TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LOANS ARCHIVED'       TO WS-C-CAPTION.
           MOVE WS-LOANS-ARCHIVED      TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'RECORDS WRITTEN TO ARCHIVE' TO WS-C-CAPTION.
           MOVE WS-ARCH-WRITTEN        TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'RECORDS DELETED FROM LIVE FILE' TO WS-C-CAPTION.
           MOVE WS-DELETED-COUNT       TO WS-C-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE SPACES TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.
           MOVE 'ARCHIVE CONTROL TOTALS' TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.
           MOVE WS-BALANCE-HEADING TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

           MOVE SPACES TO WS-BALANCE-CNT-LINE.
           MOVE 'RECORDS' TO WS-BC-CAPTION.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 5
               MOVE WS-BK-RECORDS(WS-BK-SUB) TO WS-BC-COUNT(WS-BK-SUB)
           END-PERFORM.
           MOVE WS-BALANCE-CNT-LINE TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 5
               PERFORM WRITE-BALANCE-AMT-LINE
           END-PERFORM.

           MOVE SPACES TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.
           IF WS-OUT-OF-BALANCE
               MOVE '*** ARCHIVE OUT OF BALANCE ***'
                   TO ARCH-REPORT-LINE
           ELSE
               MOVE 'ARCHIVE IN BALANCE' TO ARCH-REPORT-LINE
           END-IF.
           WRITE ARCH-REPORT-LINE.

       WRITE-BALANCE-AMT-LINE.

           MOVE SPACES TO WS-BALANCE-AMT-LINE.
           MOVE WS-AMOUNT-CAPTION(WS-AMT-SUB) TO WS-BA-CAPTION.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 5
               MOVE WS-BK-AMOUNT(WS-BK-SUB, WS-AMT-SUB)
                   TO WS-BA-AMOUNT(WS-BK-SUB)
           END-PERFORM.
           MOVE WS-BALANCE-AMT-LINE TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO ARCH-REPORT-LINE.
           WRITE ARCH-REPORT-LINE.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLHARC - RUN CONTROL FILE OPEN FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-RUNCTL-STATUS
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
               DISPLAY 'COBLHARC - NO BUSINESS DATE ON RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PRED-JOB-NAME NOT = SPACES
               AND NOT WS-PRED-DONE
               DISPLAY 'COBLHARC - PREDECESSOR ' WS-PRED-JOB-NAME
               DISPLAY 'COBLHARC - NOT COMPLETE FOR ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-JOB-COMPLETE.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'COBLHARC - RUN CONTROL OPEN EXTEND FAILED'
               DISPLAY 'COBLHARC - STATUS = ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'J'              TO RC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE 'COBLHARC' TO RC-JOB-NAME.
           MOVE 'C'              TO RC-STATUS.
           WRITE RUN-CONTROL-IO-REC FROM RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
