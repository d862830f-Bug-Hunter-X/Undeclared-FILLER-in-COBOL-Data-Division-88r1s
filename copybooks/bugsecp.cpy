      ******************************************************************
      *    BUGSECP.CPY
      *    PROCEDURE DIVISION paragraphs for the sign-on password
      *    check and the security audit file.  Requires BUGSECW.CPY
      *    and BUGOPRW.CPY in WORKING-STORAGE and BUGSECFD.CPY and
      *    BUGOPRFD.CPY in the FILE SECTION.
      *
      *    0780-CHECK-SIGN-ON-PASSWORD is performed after 0750-
      *    VALIDATE-OPERATOR has found the id valid.  It rewrites the
      *    operator's record in place: a good password clears the
      *    failed-attempt count and stamps today as the last sign-on;
      *    a bad one adds to the count, suspends the id once the
      *    count reaches the limit, and is logged to the security
      *    audit file.  An id with no password on file takes a blank
      *    password.  The caller refuses the session unless
      *    WS-SIGN-ON-ACCEPTED is set.
      *
      *    9300-WRITE-SECURITY-AUDIT appends WS-SECURITY-AUDIT-RECORD
      *    with the timestamp stamped here and any password in the
      *    images masked.
      ******************************************************************
       0780-CHECK-SIGN-ON-PASSWORD.
           MOVE 'N' TO WS-SIGN-ON-SWITCH
           MOVE 'N' TO WS-OPERATOR-EOF-SWITCH
           MOVE ZERO TO WS-SIGN-ON-FAILED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIGN-ON-DATE
           OPEN I-O OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGSECP: UNABLE TO OPEN "
                   WS-OPERATOR-FILE-NAME " STATUS "
                   WS-OPERATOR-FILE-STATUS
                   " - SIGN-ON REFUSED" UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0785-SIGN-ON-ONE-OPERATOR
               UNTIL WS-END-OF-OPERATOR-FILE
           CLOSE OPERATOR-CONTROL-FILE
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGSECP: PASSWORD REFUSED FOR OPERATOR "
                   WS-OPERATOR-ID " - FAILED ATTEMPT "
                   WS-SIGN-ON-FAILED-COUNT " OF "
                   WS-SIGN-ON-ATTEMPT-LIMIT UPON CONSOLE
               IF WS-SIGN-ON-FAILED-COUNT NOT <
                  WS-SIGN-ON-ATTEMPT-LIMIT
                   DISPLAY "BUGSECP: OPERATOR ID " WS-OPERATOR-ID
                       " NOW SUSPENDED - SEE THE SECURITY "
                       "ADMINISTRATOR" UPON CONSOLE
               END-IF
           END-IF.

       0785-SIGN-ON-ONE-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   SET WS-END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF FD-OPERATOR-ID = WS-OPERATOR-ID
                       PERFORM 0790-RECORD-SIGN-ON-ATTEMPT
                   END-IF
           END-READ.

       0790-RECORD-SIGN-ON-ATTEMPT.
           MOVE FD-OPERATOR-RECORD TO WS-SEC-BEFORE-IMAGE
           IF FD-OPERATOR-FAILED-COUNT IS NOT NUMERIC
               MOVE ZERO TO FD-OPERATOR-FAILED-COUNT
           END-IF
           IF FD-OPERATOR-PASSWORD = WS-SIGN-ON-PASSWORD
               SET WS-SIGN-ON-ACCEPTED TO TRUE
               MOVE ZERO TO FD-OPERATOR-FAILED-COUNT
               MOVE WS-SIGN-ON-DATE TO FD-OPERATOR-LAST-SIGN-ON
               REWRITE FD-OPERATOR-RECORD
           ELSE
               ADD 1 TO FD-OPERATOR-FAILED-COUNT
               MOVE FD-OPERATOR-FAILED-COUNT
                   TO WS-SIGN-ON-FAILED-COUNT
               IF FD-OPERATOR-FAILED-COUNT NOT <
                  WS-SIGN-ON-ATTEMPT-LIMIT
                   SET FD-OPERATOR-SUSPENDED TO TRUE
                   MOVE WS-SIGN-ON-DATE TO FD-OPERATOR-CHANGED-DATE
                   MOVE WS-SIGN-ON-JOB-NAME TO FD-OPERATOR-CHANGED-BY
                   SET WS-SEC-LOCKED-OUT TO TRUE
               ELSE
                   SET WS-SEC-FAILED-SIGN-ON TO TRUE
               END-IF
               REWRITE FD-OPERATOR-RECORD
               MOVE FD-OPERATOR-RECORD  TO WS-SEC-AFTER-IMAGE
               MOVE WS-SIGN-ON-JOB-NAME TO WS-SEC-JOB-NAME
               MOVE WS-OPERATOR-ID      TO WS-SEC-OPERATOR-ID
               MOVE WS-OPERATOR-ID      TO WS-SEC-TARGET-ID
               PERFORM 9300-WRITE-SECURITY-AUDIT
           END-IF
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGSECP: OPERATOR RECORD NOT UPDATED, STATUS "
                   WS-OPERATOR-FILE-STATUS UPON CONSOLE
           END-IF.

       9300-WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-SEC-TIMESTAMP
           MOVE WS-SEC-BEFORE-IMAGE TO WS-SEC-IMAGE-VIEW
           IF WS-SEC-IMAGE-PASSWORD NOT = SPACES
               MOVE ALL '*' TO WS-SEC-IMAGE-PASSWORD
           END-IF
           MOVE WS-SEC-IMAGE-VIEW TO WS-SEC-BEFORE-IMAGE
           MOVE WS-SEC-AFTER-IMAGE TO WS-SEC-IMAGE-VIEW
           IF WS-SEC-IMAGE-PASSWORD NOT = SPACES
               MOVE ALL '*' TO WS-SEC-IMAGE-PASSWORD
           END-IF
           MOVE WS-SEC-IMAGE-VIEW TO WS-SEC-AFTER-IMAGE
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF NOT WS-SECURITY-AUDIT-OK
               OPEN OUTPUT SECURITY-AUDIT-FILE
           END-IF
           IF NOT WS-SECURITY-AUDIT-OK
               DISPLAY "BUGSECP: UNABLE TO WRITE "
                   WS-SECURITY-AUDIT-FILE-NAME " STATUS "
                   WS-SECURITY-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SECURITY-AUDIT-RECORD TO FD-SECURITY-AUDIT-RECORD
           WRITE FD-SECURITY-AUDIT-RECORD
           CLOSE SECURITY-AUDIT-FILE.
