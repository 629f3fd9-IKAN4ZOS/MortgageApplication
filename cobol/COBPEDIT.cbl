      * the raw lockbox/ACH transmission - detail items wrapped in the
      * bank's header and trailer control records - and:
      *   - validates every detail item (numeric amount, valid
      *     YYYY-MM-DD effective date, known source code, known
      *     payment type, loan-number format);
      *   - rejects any item ID already released to posting on a
      *     prior day, and any item ID duplicated within the file;
      *   - balances the file's detail item count and dollar total
      *            each 'HDR', check against each 'TRL', and any
      *            segment out of balance, missing its header, or
      *            never terminated fails the run.
      * 2026-10-15 Carry the one-byte payment-type directive on the
      *            detail item (44-byte record) and reject any item
      *            whose type isn't blank, 'R' regular, 'P' principal
      *            only or 'E' escrow only, so posting never guesses
      *            how to apply a check.
      * 2026-10-15 Record the run's items and dollars in and out on
      *            the stream control-total file for the payment-
      *            stream balancing step: one input total per HDR/TRL
      *            segment, named by the header's source ID, and the
      *            items released to posting and rejected.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-PMT-FILE
           RECORDING MODE IS F.
       01  RAW-PMT-RECORD             PIC X(44).

       FD  CLEAN-PMT-FILE
           RECORDING MODE IS F.
       01  CLEAN-PMT-RECORD           PIC X(44).

       FD  PMT-HIST-IN-FILE
           RECORDING MODE IS F.
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
         01  WS-PRED-JOB-NAME           PIC X(8)       VALUE SPACES.
         01  WS-PRED-DONE-SW            PIC X(1)       VALUE 'N'.
             88  WS-PRED-DONE                          VALUE 'Y'.
         01  WS-STRM-STATUS             PIC X(2).

           COPY PMTFILE.
           COPY PMTCTL.
         01  WS-SEG-SEEN-SW             PIC X(1)       VALUE 'N'.
             88  WS-SEG-SEEN                           VALUE 'Y'.

      * Items and dollars read per segment source - the header's
      * source ID, or RAWPMT for items ahead of any header - for the
      * stream control totals.  The autopay drafts segment is tied
      * to what the draft origination batch wrote.
         01  WS-SEG-SOURCE-ID           PIC X(8).
         01  WS-SRC-COUNT               PIC 9(3)  COMP VALUE ZERO.
         01  WS-SRC-TABLE.
             05  WS-SRC-ENTRY OCCURS 20.
                 10  WS-SRC-ID          PIC X(8).
                 10  WS-SRC-ITEMS       PIC 9(7).
                 10  WS-SRC-AMOUNT      PIC S9(11)V99  COMP-3.
         01  WS-SRC-SUB                 PIC 9(3)  COMP VALUE ZERO.

         01  WS-REJECT-SW               PIC X(1).
             88  WS-REJECTED                           VALUE 'Y'.
         01  WS-REJECT-REASON           PIC X(30).
             88  WS-KNOWN-SOURCE        VALUES 'LB' 'AC' 'WR' 'CK'
                                               'AD'.

         01  WS-VALID-PAYMENT-TYPE      PIC X(1).
             88  WS-KNOWN-PAYMENT-TYPE  VALUES ' ' 'R' 'P' 'E'.

      * Item IDs already released to posting on prior days, loaded
      * from the history file, plus the IDs accepted off today's file
      * so an in-file duplicate is caught the same way.
         01  WS-REJECT-COUNT            PIC 9(7)       VALUE ZERO.
         01  WS-DETAIL-TOTAL            PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-ACCEPT-TOTAL            PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-REJECT-TOTAL            PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
         01  WS-BALANCE-OK-SW           PIC X(1)       VALUE 'Y'.
             88  WS-BALANCE-OK                         VALUE 'Y'.

                       MOVE RAW-PMT-RECORD TO PMT-HEADER-REC
                       PERFORM START-NEW-SEGMENT
                       MOVE 'Y' TO WS-SEG-HDR-SW
                       IF PHR-SOURCE-ID NOT = SPACES
                           MOVE PHR-SOURCE-ID TO WS-SEG-SOURCE-ID
                       END-IF
                       PERFORM FIND-SEGMENT-SOURCE
                   WHEN 'TRL'
                       MOVE RAW-PMT-RECORD TO PMT-TRAILER-REC
                       PERFORM BALANCE-THE-SEGMENT
           DISPLAY 'COBPEDIT - ITEMS REJECTED = ' WS-REJECT-COUNT.

           IF WS-BALANCE-OK
               PERFORM WRITE-STREAM-TOTALS
               PERFORM RECORD-JOB-COMPLETE
               MOVE 0 TO RETURN-CODE
           ELSE
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-FILE-ITEM-COUNT.

           IF WS-SRC-SUB = ZERO
               PERFORM FIND-SEGMENT-SOURCE
           END-IF.
           ADD 1 TO WS-SRC-ITEMS(WS-SRC-SUB).

           IF PMT-AMOUNT NUMERIC
               ADD PMT-AMOUNT TO WS-DETAIL-TOTAL
               ADD PMT-AMOUNT TO WS-SRC-AMOUNT(WS-SRC-SUB)
           END-IF.

           MOVE 'N' TO WS-REJECT-SW.
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE PMT-SOURCE-CODE TO WS-VALID-SOURCE-CODE
                   MOVE PMT-PAYMENT-TYPE TO WS-VALID-PAYMENT-TYPE
                   IF NOT WS-KNOWN-SOURCE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'UNKNOWN SOURCE CODE'
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT WS-KNOWN-PAYMENT-TYPE
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE 'UNKNOWN PAYMENT TYPE'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM EDIT-EFFECTIVE-DATE
                       END-IF
                   END-IF
           END-EVALUATE.


           IF WS-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               IF PMT-AMOUNT NUMERIC
                   ADD PMT-AMOUNT TO WS-REJECT-TOTAL
               END-IF
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-ACCEPT-COUNT
               ADD PMT-AMOUNT TO WS-ACCEPT-TOTAL
               PERFORM RELEASE-CLEAN-ITEM
           END-IF.

           MOVE 'N' TO WS-SEG-HDR-SW.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-DETAIL-TOTAL.
           MOVE 'RAWPMT' TO WS-SEG-SOURCE-ID.
           MOVE ZERO TO WS-SRC-SUB.

       FIND-SEGMENT-SOURCE.

      * A source seen on an earlier segment keeps adding to the same
      * entry, so each source is one input total however it arrives.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT
               IF WS-SRC-ID(WS-SUB) = WS-SEG-SOURCE-ID
                   MOVE WS-SUB TO WS-SRC-SUB
               END-IF
           END-PERFORM.

           IF WS-SRC-SUB = ZERO
               IF WS-SRC-COUNT >= 20
                   DISPLAY 'COBPEDIT - SEGMENT SOURCE TABLE FULL AT 20'
                   DISPLAY 'COBPEDIT - INCREASE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT     TO WS-SRC-SUB
               MOVE WS-SEG-SOURCE-ID TO WS-SRC-ID(WS-SRC-SUB)
               MOVE ZERO             TO WS-SRC-ITEMS(WS-SRC-SUB)
               MOVE ZERO             TO WS-SRC-AMOUNT(WS-SRC-SUB)
           END-IF.

       FLAG-UNTERMINATED-SEGMENT.

           MOVE WS-HEADING-LINE TO PEDIT-REPORT-LINE.
           WRITE PEDIT-REPORT-LINE.

       WRITE-STREAM-TOTALS.

      * Every detail item read is either released to posting or
      * rejected; an amount that isn't numeric counts as an item
      * but adds no dollars on either side.
           OPEN EXTEND STREAM-CTL-FILE.
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-CTL-FILE
           END-IF.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'COBPEDIT - STREAM CONTROL OPEN FAILED'
               DISPLAY 'COBPEDIT - STATUS = ' WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES           TO STREAM-CTL-REC.
           MOVE 'H'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBPEDIT'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               MOVE 'I'                       TO SC-DIRECTION
               MOVE WS-SRC-ID(WS-SRC-SUB)     TO SC-FLOW-NAME
               MOVE WS-SRC-ITEMS(WS-SRC-SUB)  TO SC-ITEM-COUNT
               MOVE WS-SRC-AMOUNT(WS-SRC-SUB) TO SC-AMOUNT
               PERFORM WRITE-STREAM-FLOW
           END-PERFORM.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'PMTOUT'         TO SC-FLOW-NAME.
           MOVE WS-ACCEPT-COUNT  TO SC-ITEM-COUNT.
           MOVE WS-ACCEPT-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           MOVE 'O'              TO SC-DIRECTION.
           MOVE 'REJECTED'       TO SC-FLOW-NAME.
           MOVE WS-REJECT-COUNT  TO SC-ITEM-COUNT.
           MOVE WS-REJECT-TOTAL  TO SC-AMOUNT.
           PERFORM WRITE-STREAM-FLOW.

           CLOSE STREAM-CTL-FILE.

       WRITE-STREAM-FLOW.

           MOVE 'T'              TO SC-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE 'COBPEDIT'       TO SC-JOB-NAME.
           WRITE STREAM-CTL-IO-REC FROM STREAM-CTL-REC.

       GET-BUSINESS-DATE.

           OPEN INPUT RUN-CONTROL-FILE.
