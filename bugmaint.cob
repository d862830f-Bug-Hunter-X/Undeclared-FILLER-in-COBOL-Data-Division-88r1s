      *    CPY), an update-only id cannot take the delete action,
      *    and every audit record the session writes carries the id
      *    - so a bad correction names the operator who keyed it,
      *    not just this program.  The sign-on takes the operator's
      *    password too (BUGSECP.CPY): each wrong one counts against
      *    the id, which is suspended after the set number of
      *    failed attempts until the security administrator
      *    reinstates it (BUGSECAD).
      *    The session holds the master lock token (BUGLOKFD.CPY)
      *    from sign-on to exit, so the batch jobs that rewrite the
      *    masters refuse to start while an operator is keying
      *    updates; a token left by a crashed session can be
      *    overridden at the next sign-on.
      *    Maker-checker: a delete, and any add or rewrite that moves
      *    a detail-record amount by more than the approval threshold
      *    (this job's parameter card, BUGPNDW.CPY default without
      *    one), is not written to the master here.  It is queued on
      *    the pending-change file (BUGPNDFD.CPY) with the before
      *    image the operator saw and the after image keyed, and
      *    reaches the master and the audit trail only when a
      *    different operator approves it through BUGAPPRV.  An add
      *    sent for approval still takes its record id now, and the
      *    high key is persisted, so the id is held for the item.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDING-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugidxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".
       COPY "bugpndfd.cpy".
       COPY "bugprmfd.cpy".

       FD  HIGH-KEY-FILE
           LABEL RECORDS ARE STANDARD
       COPY "bugdtew.cpy".
       COPY "buglokw.cpy".
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".
       COPY "bugpndw.cpy".
       COPY "bugprmw.cpy".

       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
       01  WS-HIGH-KEY                 PIC 9(6) VALUE ZERO.
       01  WS-ID-ASSIGNED-SWITCH       PIC X VALUE 'N'.
           88  WS-ID-ASSIGNED               VALUE 'Y'.
       01  WS-EDITED-THRESHOLD         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       SCREEN SECTION.
       01  SCR-MAINT-SCREEN.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0800-SIGN-ON
           PERFORM 0900-LOAD-APPROVAL-THRESHOLD
           PERFORM 0700-TAKE-SESSION-LOCK
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAINTAIN-ONE-RECORD
           GOBACK.

      ******************************************************************
      *    Sign-on: no operator id and password, no session.  A
      *    valid id is carried into every audit-trail record the
      *    session writes via WS-AUDIT-OPERATOR-ID, and its allowed-
      *    actions flag decides whether the delete action is offered
      *    at all.
      ******************************************************************
       0800-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SIGN-ON-PASSWORD
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-SIGN-ON-PASSWORD
           MOVE "BUGMAINT" TO WS-SIGN-ON-JOB-NAME
           PERFORM 0780-CHECK-SIGN-ON-PASSWORD
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGMAINT: OPERATOR ID '" WS-OPERATOR-ID
                   "' PASSWORD REFUSED - SESSION REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           DISPLAY "BUGMAINT: OPERATOR " WS-OPERATOR-ID
               " SIGNED ON - " WS-OPERATOR-NAME.
           MOVE "BUGMAINT" TO WS-LOCK-TAKER-JOB
           PERFORM 0650-TAKE-LOCK-TOKEN.

      ******************************************************************
      *    The approval threshold comes off this job's parameter card
      *    (values columns: 1-18 threshold amount, e.g. 25000.00;
      *    blank = the BUGPNDW.CPY default).  There is deliberately no
      *    console prompt: the operator the control binds must not be
      *    the one who sets it.
      ******************************************************************
       0900-LOAD-APPROVAL-THRESHOLD.
           MOVE "BUGMAINT" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:18) TO WS-PEND-THRESHOLD-INPUT
               IF WS-PEND-THRESHOLD-INPUT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PEND-THRESHOLD-INPUT)
                       TO WS-PEND-APPROVAL-THRESHOLD
               END-IF
               DISPLAY "BUGMAINT: " WS-PARAM-ECHO-LINE UPON CONSOLE
           END-IF
           MOVE WS-PEND-APPROVAL-THRESHOLD TO WS-EDITED-THRESHOLD
           DISPLAY "BUGMAINT: AMOUNT MOVEMENTS OVER "
               WS-EDITED-THRESHOLD " AND ALL DELETES NEED A SECOND "
               "OPERATOR" UPON CONSOLE.

       1000-OPEN-FILES.
           OPEN I-O BUG-IDX-FILE
           IF NOT WS-IDX-OK
                   DISPLAY "BUGMAINT: REJECTED - " WS-AUDIT-MESSAGE
                       UPON CONSOLE
               ELSE
                   MOVE WS-AUDIT-BEFORE-IMAGE TO WS-PEND-BEFORE-IMAGE
                   MOVE WS-AUDIT-BEFORE-IMAGE TO WS-PEND-AFTER-IMAGE
                   MOVE WS-SCREEN-TYPE-CODE   TO WS-PA-TYPE-CODE
                   MOVE WS-SCREEN-DATA        TO WS-PA-DATA
                   PERFORM 9250-JUDGE-APPROVAL-NEEDED
                   IF WS-PEND-APPROVAL-NEEDED
                       SET WS-PEND-CHANGE TO TRUE
                       PERFORM 7000-QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM 4100-APPLY-REWRITE
                   END-IF
               END-IF
           END-IF.

       4100-APPLY-REWRITE.
           MOVE WS-SCREEN-TYPE-CODE TO FD-IDX-RECORD-TYPE-CODE
           MOVE WS-SCREEN-DATA      TO FD-IDX-RECORD-DATA
           PERFORM 6500-SET-ACTIVITY-STAMP
           MOVE WS-PADDING-FIELD    TO FD-IDX-PADDING-FIELD
           REWRITE FD-BUG-IDX-RECORD
               INVALID KEY
                   DISPLAY "BUGMAINT: REWRITE FAILED, STATUS "
                       WS-IDX-STATUS UPON CONSOLE
           END-REWRITE
           IF WS-IDX-OK
               STRING FD-IDX-PADDING-FIELD
                   FD-IDX-RECORD-TYPE-CODE
                   FD-IDX-RECORD-ID FD-IDX-RECORD-DATA
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER-IMAGE
               MOVE "BUGMAINT" TO WS-AUDIT-JOB-NAME
               PERFORM 9000-WRITE-AUDIT-RECORD
               DISPLAY "BUGMAINT: RECORD " WS-SCREEN-RECORD-ID
                   " UPDATED" UPON CONSOLE
           END-IF.

      ******************************************************************
      *    Add: the record id is never keyed by the operator - it
      *    comes off the persisted high-key control file, probed
                   "' IS NOT A VALID RECORD TYPE CODE" UPON CONSOLE
           ELSE
               PERFORM 6500-SET-ACTIVITY-STAMP
               MOVE SPACES TO WS-PEND-BEFORE-IMAGE
               STRING WS-PADDING-FIELD WS-SCREEN-TYPE-CODE
                   WS-SCREEN-RECORD-ID WS-SCREEN-DATA
                   DELIMITED BY SIZE
                   INTO WS-PEND-AFTER-IMAGE
               PERFORM 9250-JUDGE-APPROVAL-NEEDED
               IF WS-PEND-APPROVAL-NEEDED
                   SET WS-PEND-ADD TO TRUE
                   PERFORM 7000-QUEUE-FOR-APPROVAL
                   PERFORM 5600-PERSIST-HIGH-KEY
               ELSE
                   PERFORM 5200-APPLY-ADD
               END-IF
           END-IF.

       5200-APPLY-ADD.
           MOVE WS-PADDING-FIELD    TO FD-IDX-PADDING-FIELD
           MOVE WS-SCREEN-TYPE-CODE TO FD-IDX-RECORD-TYPE-CODE
           MOVE WS-SCREEN-RECORD-ID TO FD-IDX-RECORD-ID
           MOVE WS-SCREEN-DATA      TO FD-IDX-RECORD-DATA
           WRITE FD-BUG-IDX-RECORD
               INVALID KEY
                   DISPLAY "BUGMAINT: WRITE FAILED, STATUS "
                       WS-IDX-STATUS UPON CONSOLE
           END-WRITE
           IF WS-IDX-OK
               MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
               STRING FD-IDX-PADDING-FIELD
                   FD-IDX-RECORD-TYPE-CODE
                   FD-IDX-RECORD-ID FD-IDX-RECORD-DATA
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER-IMAGE
               MOVE "BUGMAINT" TO WS-AUDIT-JOB-NAME
               PERFORM 9000-WRITE-AUDIT-RECORD
               PERFORM 5600-PERSIST-HIGH-KEY
               DISPLAY "BUGMAINT: RECORD " WS-SCREEN-RECORD-ID
                   " ADDED" UPON CONSOLE
           END-IF.

       5500-ASSIGN-NEXT-RECORD-ID.
           MOVE ZERO TO WS-HIGH-KEY
           OPEN INPUT HIGH-KEY-FILE
                   WITH NO ADVANCING
               ACCEPT WS-SCREEN-CONFIRM
               IF WS-SCREEN-CONFIRM = 'Y' OR WS-SCREEN-CONFIRM = 'y'
                   PERFORM 6200-QUEUE-DELETE-REQUEST
               END-IF
           END-IF.

      *    Every delete needs a second operator, whatever the record
      *    type or amount: the record stays on the master until
      *    BUGAPPRV releases the queued request.
       6200-QUEUE-DELETE-REQUEST.
           STRING FD-IDX-PADDING-FIELD FD-IDX-RECORD-TYPE-CODE
               FD-IDX-RECORD-ID FD-IDX-RECORD-DATA
               DELIMITED BY SIZE
               INTO WS-PEND-BEFORE-IMAGE
           MOVE SPACES TO WS-PEND-AFTER-IMAGE
           SET WS-PEND-DELETE TO TRUE
           PERFORM 7000-QUEUE-FOR-APPROVAL.

      ******************************************************************
      *    The change goes onto the pending-change queue in place of
      *    the master: nothing is written to BUGIDX.DAT or the audit
      *    trail until a different operator approves the item.
      ******************************************************************
       7000-QUEUE-FOR-APPROVAL.
           MOVE "BUGMAINT"     TO WS-PEND-MAKER-JOB
           MOVE WS-OPERATOR-ID TO WS-PEND-MAKER-ID
           PERFORM 9200-QUEUE-PENDING-CHANGE
           DISPLAY "BUGMAINT: RECORD " WS-SCREEN-RECORD-ID
               " QUEUED AS ITEM " WS-PEND-ITEM-NUMBER
               " FOR A SECOND OPERATOR'S APPROVAL" UPON CONSOLE.

       9000-CLOSE-FILES.
           CLOSE BUG-IDX-FILE.
       COPY "bugdtep.cpy".
       COPY "buglokp.cpy".
       COPY "bugoprp.cpy".
       COPY "bugpndp.cpy".
       COPY "bugprmp.cpy".
       COPY "bugsecp.cpy".
