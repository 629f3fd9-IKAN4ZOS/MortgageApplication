      * The aging report shows every refund still on the tracking
      * file with its days since queueing, flagging anything old
      * enough to need escheatment review, so state deadlines stop
      * sneaking up.  Checks the bank reports paid come off the
      * tracking file, so an issued check still carried is one the
      * payee never cashed.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-09-02 Initial version.
      * 2026-10-15 Read the bank's paid-check file and drop cleared
      *            checks from the carry-forward, so an issued check
      *            left on the tracking file is truly outstanding for
      *            the annual unclaimed-property run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RFND-PAID-FILE ASSIGN TO "RFNDPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT RFND-PEND-OUT-FILE ASSIGN TO "RFNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  RRT-CHECK-NUMBER       PIC X(10).
           05  RRT-RETURN-DATE        PIC X(10).

       FD  RFND-PAID-FILE
           RECORDING MODE IS F.
       01  RFND-PAID-REC.
           05  RPD-CHECK-NUMBER       PIC X(10).
           05  RPD-PAID-DATE          PIC X(10).

       FD  RFND-PEND-OUT-FILE
           RECORDING MODE IS F.
       01  RFND-PEND-OUT-RECORD       PIC X(90).
         01  WS-RTN-STATUS              PIC X(2).
         01  WS-RTN-EOF-SW              PIC X(1)       VALUE 'N'.
             88  WS-RTN-EOF                            VALUE 'Y'.
         01  WS-PAID-STATUS             PIC X(2).
         01  WS-PAID-EOF-SW             PIC X(1)       VALUE 'N'.
             88  WS-PAID-EOF                           VALUE 'Y'.

         01  WS-RUN-DATE                PIC X(10).
         01  WS-RUN-DATE-INT            PIC S9(9)      COMP-3.
                     88  WS-PD-PENDING                 VALUE 'P'.
                     88  WS-PD-ISSUED                  VALUE 'I'.
                     88  WS-PD-UNDELIVERABLE           VALUE 'U'.
                     88  WS-PD-CLEARED                 VALUE 'C'.
                 10  WS-PD-CHECK-NUMBER PIC X(10).
                 10  WS-PD-ISSUE-DATE   PIC X(10).
         01  WS-SUB                     PIC 9(5)  COMP.
         01  WS-NEW-COUNT               PIC 9(7)       VALUE ZERO.
         01  WS-ISSUED-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-RETURNED-COUNT          PIC 9(7)       VALUE ZERO.
         01  WS-CLEARED-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-ESCHEAT-COUNT           PIC 9(7)       VALUE ZERO.
         01  WS-ISSUED-TOTAL            PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.

           PERFORM LOAD-CARRY-FORWARD.
           PERFORM APPLY-RETURNED-CHECKS.
           PERFORM APPLY-PAID-CHECKS.
           PERFORM LOAD-NEW-REFUNDS.

           OPEN OUTPUT RFND-PEND-OUT-FILE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PEND-COUNT
               IF NOT WS-PD-CLEARED(WS-SUB)
                   PERFORM CARRY-AND-AGE-ITEM
               END-IF
           END-PERFORM.

           PERFORM WRITE-TOTALS-LINE.
               WS-ISSUED-COUNT.
           DISPLAY 'COBERFND - RETURNED UNDELIV    = '
               WS-RETURNED-COUNT.
           DISPLAY 'COBERFND - CLEARED AND DROPPED = '
               WS-CLEARED-COUNT.
           DISPLAY 'COBERFND - ESCHEAT REVIEW FLAG = '
               WS-ESCHEAT-COUNT.

               END-IF
           END-PERFORM.

       APPLY-PAID-CHECKS.

           OPEN INPUT RFND-PAID-FILE.

      * No paid-check file arrives on a day nothing cleared.
           IF WS-PAID-STATUS = '35'
               MOVE 'Y' TO WS-PAID-EOF-SW
           ELSE
               IF WS-PAID-STATUS NOT = '00'
                   DISPLAY 'COBERFND - PAID-CHECK FILE OPEN FAILED'
                   DISPLAY 'COBERFND - STATUS = ' WS-PAID-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RFND-PAID-FILE
                   AT END MOVE 'Y' TO WS-PAID-EOF-SW
               END-READ
           END-IF.

           PERFORM UNTIL WS-PAID-EOF
               PERFORM MARK-ONE-PAID
               READ RFND-PAID-FILE
                   AT END MOVE 'Y' TO WS-PAID-EOF-SW
               END-READ
           END-PERFORM.

           IF WS-PAID-STATUS NOT = '35'
               CLOSE RFND-PAID-FILE
           END-IF.

       MARK-ONE-PAID.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PEND-COUNT
               IF WS-PD-CHECK-NUMBER(WS-SUB) = RPD-CHECK-NUMBER
                       AND WS-PD-ISSUED(WS-SUB)
                   MOVE 'C' TO WS-PD-STATUS(WS-SUB)
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE WS-PEND-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       LOAD-NEW-REFUNDS.

           OPEN INPUT ESCR-REFUND-FILE.
