      ******************************************************************
      *    BUGPNDP.CPY
      *    PROCEDURE DIVISION paragraphs for the maker side of the
      *    pending-change queue.  Requires BUGPNDW.CPY in WORKING-
      *    STORAGE and BUGPNDFD.CPY in the FILE SECTION.
      *
      *    9250-JUDGE-APPROVAL-NEEDED works out the detail-record
      *    amount the change in WS-PEND-BEFORE-IMAGE/WS-PEND-AFTER-
      *    IMAGE moves and sets WS-PEND-APPROVAL-NEEDED for a delete
      *    (blank after image) or a movement above the threshold.  A
      *    DT whose data bytes do not hold a valid packed amount
      *    cannot be judged, so it is sent for approval too - the
      *    safe failure is a second pair of eyes.
      *    9200-QUEUE-PENDING-CHANGE numbers the item one past the
      *    highest item on the queue, stamps it awaiting approval
      *    and appends it; the master is not touched.
      ******************************************************************
       9200-QUEUE-PENDING-CHANGE.
           MOVE ZERO TO WS-PEND-HIGH-ITEM-NUMBER
           MOVE 'N' TO WS-PENDING-EOF-SWITCH
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-OK
               PERFORM 9210-SCAN-ONE-PENDING-ITEM
                   UNTIL WS-END-OF-PENDING-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF
           ADD 1 TO WS-PEND-HIGH-ITEM-NUMBER
           MOVE WS-PEND-HIGH-ITEM-NUMBER TO WS-PEND-ITEM-NUMBER
           SET WS-PEND-AWAITING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-PEND-QUEUED-TIMESTAMP
           MOVE SPACES TO WS-PEND-CHECKER-ID
           MOVE SPACES TO WS-PEND-DECIDED-TIMESTAMP
           OPEN EXTEND PENDING-CHANGE-FILE
           IF NOT WS-PENDING-OK
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF NOT WS-PENDING-OK
               DISPLAY "BUGPNDP: UNABLE TO OPEN " WS-PENDING-FILE-NAME
                   " STATUS " WS-PENDING-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PENDING-RECORD TO FD-PENDING-RECORD
           WRITE FD-PENDING-RECORD
           CLOSE PENDING-CHANGE-FILE.

       9210-SCAN-ONE-PENDING-ITEM.
           READ PENDING-CHANGE-FILE
               AT END
                   SET WS-END-OF-PENDING-FILE TO TRUE
               NOT AT END
                   IF FD-PEND-ITEM-NUMBER > WS-PEND-HIGH-ITEM-NUMBER
                       MOVE FD-PEND-ITEM-NUMBER
                           TO WS-PEND-HIGH-ITEM-NUMBER
                   END-IF
           END-READ.

       9250-JUDGE-APPROVAL-NEEDED.
           MOVE 'N' TO WS-PEND-APPROVAL-SWITCH
           MOVE ZERO TO WS-PEND-AMOUNT-MOVED
           IF WS-PEND-AFTER-IMAGE = SPACES
               SET WS-PEND-APPROVAL-NEEDED TO TRUE
           END-IF
           IF WS-PA-FINANCIAL-TYPE
               IF WS-PA-AMOUNT NUMERIC
                   ADD WS-PA-AMOUNT TO WS-PEND-AMOUNT-MOVED
               ELSE
                   SET WS-PEND-APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF
           IF WS-PB-FINANCIAL-TYPE
               IF WS-PB-AMOUNT NUMERIC
                   SUBTRACT WS-PB-AMOUNT FROM WS-PEND-AMOUNT-MOVED
               ELSE
                   SET WS-PEND-APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF
           IF WS-PEND-AMOUNT-MOVED < ZERO
               MULTIPLY -1 BY WS-PEND-AMOUNT-MOVED
           END-IF
           IF WS-PEND-AMOUNT-MOVED > WS-PEND-APPROVAL-THRESHOLD
               SET WS-PEND-APPROVAL-NEEDED TO TRUE
           END-IF.
