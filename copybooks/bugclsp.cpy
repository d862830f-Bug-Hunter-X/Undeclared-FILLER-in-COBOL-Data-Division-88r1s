      ******************************************************************
      *    BUGCLSP.CPY
      *    PROCEDURE DIVISION paragraphs for the closed-period file.
      *    Requires BUGCLSW.CPY in WORKING-STORAGE and BUGCLSFD.CPY
      *    in the FILE SECTION.
      *
      *    0400-CHECK-PERIOD-CLOSED scans the file for WS-CLOSE-
      *    CHECK-PERIOD and sets WS-PERIOD-CLOSED, with the date of
      *    the latest close of that month in WS-CLOSE-CHECK-RUN-DATE.
      *    No file means no month has been closed yet.
      ******************************************************************
       0400-CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
           MOVE 'N' TO WS-CLOSE-EOF-SWITCH
           MOVE ZERO TO WS-CLOSE-CHECK-RUN-DATE
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-CLOSED-PERIOD-OK
                   DISPLAY "BUGCLSP: UNABLE TO OPEN "
                       WS-CLOSED-PERIOD-FILE-NAME " STATUS "
                       WS-CLOSED-PERIOD-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0450-SCAN-ONE-CLOSED-PERIOD
                   UNTIL WS-END-OF-CLOSE-FILE
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       0450-SCAN-ONE-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   SET WS-END-OF-CLOSE-FILE TO TRUE
               NOT AT END
                   IF FD-CLOSE-PERIOD = WS-CLOSE-CHECK-PERIOD
                       SET WS-PERIOD-CLOSED TO TRUE
                       MOVE FD-CLOSE-RUN-DATE
                           TO WS-CLOSE-CHECK-RUN-DATE
                   END-IF
           END-READ.
