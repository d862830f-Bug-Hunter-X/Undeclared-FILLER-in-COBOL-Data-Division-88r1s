      *    sequential master, and logs the restore to the audit trail
      *    with a blank before image, like a BUGMAINT add.  The
      *    appended sequential record is out of key order until the
      *    next BUGSYNC run reorders the file.  The restoring
      *    operator signs on with id and password like a BUGMAINT
      *    session, and failed passwords count toward suspending the
      *    id (BUGSECP.CPY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
       COPY "bugprmfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugdtew.cpy".
       COPY "buglokw.cpy".
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".

       01  WS-ARCHIVE-FILE-NAME        PIC X(40) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE SPACES.
      *    Parameters come off the scheduler's parameter card when
      *    one is staged (values columns: 1-8 archive date YYYYMMDD
      *    with blank for today, 10-15 record id to restore, 17
      *    stale-lock-token override Y, 19-26 operator id, 28-35
      *    operator password), so a scheduled restore runs lights-
      *    out; the console prompts stay as the fallback for a hand-
      *    run restore - except the lock override, which is
      *    honoured from the card only.  The operator id and
      *    password are checked against the operator control file
      *    and the id carried into the restore's audit-trail record,
      *    the same way a BUGMAINT session carries it.  The
      *    parameters in effect are echoed, password masked, so the
      *    run can be proven after the fact.
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           MOVE "BUGRSTOR" TO WS-PARAM-JOB-WANTED
                   SET WS-LOCK-OVERRIDE-WANTED TO TRUE
               END-IF
               MOVE WS-PARAM-VALUES(19:8) TO WS-OPERATOR-ID
               MOVE WS-PARAM-VALUES(28:8) TO WS-SIGN-ON-PASSWORD
               IF WS-SIGN-ON-PASSWORD NOT = SPACES
                   MOVE ALL '*' TO WS-PE-VALUES(28:8)
               END-IF
               DISPLAY "BUGRSTOR: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER ARCHIVE DATE YYYYMMDD (BLANK FOR "
               ACCEPT WS-RESTORE-RECORD-ID
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
               ACCEPT WS-SIGN-ON-PASSWORD
               DISPLAY "BUGRSTOR: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           PERFORM 0750-VALIDATE-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "BUGRSTOR" TO WS-SIGN-ON-JOB-NAME
           PERFORM 0780-CHECK-SIGN-ON-PASSWORD
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGRSTOR: OPERATOR ID '" WS-OPERATOR-ID
                   "' PASSWORD REFUSED - RESTORE REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           IF WS-RESTORE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RESTORE-DATE
       COPY "bugdtep.cpy".
       COPY "buglokp.cpy".
       COPY "bugoprp.cpy".
       COPY "bugsecp.cpy".
