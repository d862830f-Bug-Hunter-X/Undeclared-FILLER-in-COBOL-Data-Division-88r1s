      *    A missing control file refuses every sign-on: an
      *    unguarded maintenance session is the exposure this file
      *    exists to close, so the safe failure is no session at
      *    all.  A suspended id is refused the same way, with a
      *    console message saying so.  The caller judges
      *    WS-OPERATOR-VALID (and the allowed-actions conditions)
      *    after the perform.
      ******************************************************************
       0750-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-VALID-SWITCH
           MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH
           MOVE 'N' TO WS-OPERATOR-EOF-SWITCH
           MOVE SPACE TO WS-OPERATOR-ACTIONS-FLAG
           MOVE SPACE TO WS-OPERATOR-ADMIN-FLAG
           MOVE SPACE TO WS-OPERATOR-STATUS-FLAG
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           OPEN INPUT OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGOPRP: UNABLE TO OPEN "
           END-IF
           PERFORM 0760-SCAN-ONE-OPERATOR
               UNTIL WS-END-OF-OPERATOR-FILE
           CLOSE OPERATOR-CONTROL-FILE
           IF WS-OPERATOR-ON-FILE
              AND NOT WS-OPERATOR-IS-SUSPENDED
               SET WS-OPERATOR-VALID TO TRUE
           END-IF
           IF WS-OPERATOR-IS-SUSPENDED
               DISPLAY "BUGOPRP: OPERATOR ID '" WS-OPERATOR-ID
                   "' IS SUSPENDED - SEE THE SECURITY ADMINISTRATOR"
                   UPON CONSOLE
           END-IF.

       0760-SCAN-ONE-OPERATOR.
           READ OPERATOR-CONTROL-FILE
                   SET WS-END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF FD-OPERATOR-ID = WS-OPERATOR-ID
                       SET WS-OPERATOR-ON-FILE TO TRUE
                       MOVE FD-OPERATOR-ACTIONS-FLAG
                           TO WS-OPERATOR-ACTIONS-FLAG
                       MOVE FD-OPERATOR-NAME TO WS-OPERATOR-NAME
                       MOVE FD-OPERATOR-ADMIN-FLAG
                           TO WS-OPERATOR-ADMIN-FLAG
                       MOVE FD-OPERATOR-STATUS-FLAG
                           TO WS-OPERATOR-STATUS-FLAG
                       MOVE FD-OPERATOR-PASSWORD
                           TO WS-OPERATOR-PASSWORD
                   END-IF
           END-READ.
