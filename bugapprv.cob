       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGAPPRV.
      ******************************************************************
      *    BUGAPPRV - online approval transaction for the pending-
      *    change queue (BUGPNDFD.CPY), the checker half of the
      *    maker-checker control on the indexed master.  BUGMAINT
      *    queues every delete, and every add or rewrite that moves
      *    a detail-record amount past the approval threshold,
      *    instead of writing it; this transaction lists the items
      *    still awaiting a decision, one at a time, and lets a
      *    second operator approve, decline or skip each.
      *    The approver signs on against the operator control file
      *    (BUGOPRFD.CPY) like any maintenance session, may never
      *    decide an item they keyed themselves, and - as in
      *    BUGMAINT - an update-only id cannot release a delete.
      *    An approved item is applied to BUGIDX.DAT only if the
      *    record still reads exactly as the maker saw it (the
      *    queued before image); a record changed since the item was
      *    queued leaves the item pending, to be declined and
      *    rekeyed.  The applied change is stamped with today's
      *    activity date and logged to the audit trail under the
      *    maker's job and operator id with this operator as the
      *    approver, so the entry names both.  A declined item never
      *    touches the master or the trail.  Either way the item is
      *    rewritten in place with the decision, the approver and
      *    the time, for the nightly BUGPNDRP report.
      *    The session holds the master lock token (BUGLOKFD.CPY)
      *    from sign-on to exit, exactly as a BUGMAINT session does.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUG-IDX-FILE ASSIGN TO WS-IDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-RECORD-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-TOKEN-FILE ASSIGN TO WS-LOCK-TOKEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDING-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugidxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".
       COPY "bugpndfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugaudw.cpy".
       COPY "bugdtew.cpy".
       COPY "buglokw.cpy".
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".
       COPY "bugpndw.cpy".

       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
           88  WS-IDX-NOT-FOUND             VALUE "23".
           88  WS-IDX-DUPLICATE-KEY         VALUE "22".
       01  WS-CONTINUE-SWITCH          PIC X VALUE 'Y'.
           88  WS-CONTINUE-REVIEW           VALUE 'Y'.
           88  WS-REVIEW-DONE               VALUE 'N'.
       01  WS-DECISION                 PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-APPLIED-SWITCH           PIC X VALUE 'N'.
           88  WS-CHANGE-APPLIED            VALUE 'Y'.
       01  WS-CURRENT-SWITCH           PIC X VALUE 'N'.
           88  WS-RECORD-STILL-CURRENT      VALUE 'Y'.
       01  WS-CURRENT-IMAGE            PIC X(20) VALUE SPACES.
       01  WS-ITEM-RECORD-ID           PIC X(6) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(6) VALUE SPACES.
       01  WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEMS-REVIEWED           PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-APPROVED           PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-DECLINED           PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-LEFT-PENDING       PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0800-SIGN-ON
           PERFORM 0700-TAKE-SESSION-LOCK
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-REVIEW-ONE-ITEM
               UNTIL WS-END-OF-PENDING-FILE OR WS-REVIEW-DONE
           PERFORM 9000-CLOSE-FILES
           PERFORM 0690-RELEASE-LOCK-TOKEN
           DISPLAY "BUGAPPRV: ITEMS REVIEWED     = " WS-ITEMS-REVIEWED
           DISPLAY "BUGAPPRV: ITEMS APPROVED     = " WS-ITEMS-APPROVED
           DISPLAY "BUGAPPRV: ITEMS DECLINED     = " WS-ITEMS-DECLINED
           DISPLAY "BUGAPPRV: ITEMS LEFT PENDING = "
               WS-ITEMS-LEFT-PENDING
           GOBACK.

      ******************************************************************
      *    Sign-on: no operator id and password, no session.  The
      *    password is what stops a maker approving their own change
      *    under a colleague's id.  The id is what the
      *    maker-checker rule is judged against - an item can only be
      *    decided by an id other than the one that queued it - and
      *    is carried into every audit-trail record the session
      *    writes as the approver.
      ******************************************************************
       0800-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           PERFORM 0750-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-VALID
               DISPLAY "BUGAPPRV: OPERATOR ID '" WS-OPERATOR-ID
                   "' NOT ON THE CONTROL FILE - SESSION REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SIGN-ON-PASSWORD
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-SIGN-ON-PASSWORD
           MOVE "BUGAPPRV" TO WS-SIGN-ON-JOB-NAME
           PERFORM 0780-CHECK-SIGN-ON-PASSWORD
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGAPPRV: OPERATOR ID '" WS-OPERATOR-ID
                   "' PASSWORD REFUSED - SESSION REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-APPROVER-ID
           DISPLAY "BUGAPPRV: OPERATOR " WS-OPERATOR-ID
               " SIGNED ON - " WS-OPERATOR-NAME.

      ******************************************************************
      *    Approving writes the indexed master, so the session owns
      *    the master lock token the way a BUGMAINT session does; a
      *    token already on file is overridden only on the
      *    operator's say-so.
      ******************************************************************
       0700-TAKE-SESSION-LOCK.
           PERFORM 0600-CHECK-LOCK-TOKEN
           IF WS-LOCK-HELD
               DISPLAY "BUGAPPRV: TOKEN HELD BY " WS-LOCK-HOLDER-JOB
                   " SINCE " WS-LOCK-START-TIMESTAMP UPON CONSOLE
               MOVE SPACE TO WS-CONFIRM
               DISPLAY "OVERRIDE STALE TOKEN FROM A CRASHED "
                   "SESSION (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   DISPLAY "BUGAPPRV: STALE TOKEN OVERRIDDEN"
                       UPON CONSOLE
               ELSE
                   DISPLAY "BUGAPPRV: SESSION REFUSED - MASTERS "
                       "LOCKED" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "BUGAPPRV" TO WS-LOCK-TAKER-JOB
           PERFORM 0650-TAKE-LOCK-TOKEN.

      *    No queue file at all simply means nothing has ever been
      *    sent for approval.
       1000-OPEN-FILES.
           OPEN I-O BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGAPPRV: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               PERFORM 0690-RELEASE-LOCK-TOKEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDING-ABSENT
               DISPLAY "BUGAPPRV: NO PENDING-CHANGE QUEUE - NOTHING "
                   "TO APPROVE" UPON CONSOLE
               SET WS-END-OF-PENDING-FILE TO TRUE
           ELSE
               IF NOT WS-PENDING-OK
                   DISPLAY "BUGAPPRV: UNABLE TO OPEN "
                       WS-PENDING-FILE-NAME " STATUS "
                       WS-PENDING-STATUS UPON CONSOLE
                   PERFORM 0690-RELEASE-LOCK-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-READ-PENDING-FILE
           END-IF.

       1100-READ-PENDING-FILE.
           READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
               AT END
                   SET WS-END-OF-PENDING-FILE TO TRUE
           END-READ.

       2000-REVIEW-ONE-ITEM.
           IF WS-PEND-AWAITING
               ADD 1 TO WS-ITEMS-REVIEWED
               PERFORM 2100-SHOW-ITEM
               IF WS-PEND-MAKER-ID = WS-OPERATOR-ID
                   DISPLAY "BUGAPPRV: ITEM " WS-PEND-ITEM-NUMBER
                       " WAS KEYED BY YOU - ANOTHER OPERATOR MUST "
                       "DECIDE IT" UPON CONSOLE
                   ADD 1 TO WS-ITEMS-LEFT-PENDING
               ELSE
                   PERFORM 2200-TAKE-DECISION
               END-IF
           END-IF
           IF WS-CONTINUE-REVIEW
               PERFORM 1100-READ-PENDING-FILE
           END-IF.

      ******************************************************************
      *    The item is shown the way the master layout reads it: a
      *    detail record's data as the edited amount, anything else
      *    as remarks - the record as it stands, then as wanted.
      ******************************************************************
       2100-SHOW-ITEM.
           EVALUATE TRUE
               WHEN WS-PEND-ADD
                   MOVE "ADD   " TO WS-ACTION-TEXT
                   MOVE WS-PA-RECORD-ID TO WS-ITEM-RECORD-ID
               WHEN WS-PEND-CHANGE
                   MOVE "CHANGE" TO WS-ACTION-TEXT
                   MOVE WS-PB-RECORD-ID TO WS-ITEM-RECORD-ID
               WHEN OTHER
                   MOVE "DELETE" TO WS-ACTION-TEXT
                   MOVE WS-PB-RECORD-ID TO WS-ITEM-RECORD-ID
           END-EVALUATE
           DISPLAY " "
           DISPLAY "ITEM " WS-PEND-ITEM-NUMBER " " WS-ACTION-TEXT
               " RECORD " WS-ITEM-RECORD-ID " KEYED BY "
               WS-PEND-MAKER-ID " (" WS-PEND-MAKER-JOB ") AT "
               WS-PEND-QUEUED-TIMESTAMP(1:14)
           IF WS-PEND-BEFORE-IMAGE = SPACES
               DISPLAY "   NOW    : NOT ON THE MASTER"
           ELSE
               IF WS-PB-FINANCIAL-TYPE AND WS-PB-AMOUNT NUMERIC
                   MOVE WS-PB-AMOUNT TO WS-EDITED-AMOUNT
                   DISPLAY "   NOW    : TYPE " WS-PB-TYPE-CODE
                       " AMOUNT  " WS-EDITED-AMOUNT
               ELSE
                   DISPLAY "   NOW    : TYPE " WS-PB-TYPE-CODE
                       " REMARKS " WS-PB-DATA
               END-IF
           END-IF
           IF WS-PEND-AFTER-IMAGE = SPACES
               DISPLAY "   WANTED : REMOVED FROM THE MASTER"
           ELSE
               IF WS-PA-FINANCIAL-TYPE AND WS-PA-AMOUNT NUMERIC
                   MOVE WS-PA-AMOUNT TO WS-EDITED-AMOUNT
                   DISPLAY "   WANTED : TYPE " WS-PA-TYPE-CODE
                       " AMOUNT  " WS-EDITED-AMOUNT
               ELSE
                   DISPLAY "   WANTED : TYPE " WS-PA-TYPE-CODE
                       " REMARKS " WS-PA-DATA
               END-IF
           END-IF.

       2200-TAKE-DECISION.
           MOVE SPACE TO WS-DECISION
           DISPLAY "APPROVE, DECLINE OR SKIP (A/D/S, X TO EXIT): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   IF WS-PEND-DELETE AND NOT WS-OPERATOR-MAY-DELETE
                       DISPLAY "BUGAPPRV: OPERATOR " WS-OPERATOR-ID
                           " IS UPDATE-ONLY - CANNOT RELEASE A DELETE"
                           UPON CONSOLE
                       ADD 1 TO WS-ITEMS-LEFT-PENDING
                   ELSE
                       PERFORM 3000-APPLY-APPROVED-CHANGE
                       IF WS-CHANGE-APPLIED
                           SET WS-PEND-APPROVED TO TRUE
                           PERFORM 2300-RECORD-DECISION
                           ADD 1 TO WS-ITEMS-APPROVED
                       ELSE
                           ADD 1 TO WS-ITEMS-LEFT-PENDING
                       END-IF
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   SET WS-PEND-DECLINED TO TRUE
                   PERFORM 2300-RECORD-DECISION
                   ADD 1 TO WS-ITEMS-DECLINED
                   DISPLAY "BUGAPPRV: ITEM " WS-PEND-ITEM-NUMBER
                       " DECLINED" UPON CONSOLE
               WHEN 'X'
               WHEN 'x'
                   SET WS-REVIEW-DONE TO TRUE
                   ADD 1 TO WS-ITEMS-LEFT-PENDING
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-LEFT-PENDING
           END-EVALUATE.

      *    The decision is written back over the item just read, so
      *    the queue keeps one record per item with its outcome.
       2300-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO WS-PEND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-PEND-DECIDED-TIMESTAMP
           MOVE WS-PENDING-RECORD TO FD-PENDING-RECORD
           REWRITE FD-PENDING-RECORD
           IF NOT WS-PENDING-OK
               DISPLAY "BUGAPPRV: DECISION ON ITEM "
                   WS-PEND-ITEM-NUMBER " NOT RECORDED, STATUS "
                   WS-PENDING-STATUS " - CHECK THE QUEUE BEFORE "
                   "DECIDING IT AGAIN" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    Applies an approved item to the indexed master and logs it.
      *    The trail entry carries the maker's job and operator id -
      *    the change is theirs - with this operator as the approver.
      ******************************************************************
       3000-APPLY-APPROVED-CHANGE.
           MOVE 'N' TO WS-APPLIED-SWITCH
           EVALUATE TRUE
               WHEN WS-PEND-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN WS-PEND-CHANGE
                   PERFORM 3200-APPLY-REWRITE
               WHEN WS-PEND-DELETE
                   PERFORM 3300-APPLY-DELETE
           END-EVALUATE
           IF WS-CHANGE-APPLIED
               MOVE WS-PEND-MAKER-JOB TO WS-AUDIT-JOB-NAME
               MOVE WS-PEND-MAKER-ID  TO WS-AUDIT-OPERATOR-ID
               PERFORM 9000-WRITE-AUDIT-RECORD
               DISPLAY "BUGAPPRV: ITEM " WS-PEND-ITEM-NUMBER
                   " APPROVED - RECORD " WS-ITEM-RECORD-ID " "
                   WS-ACTION-TEXT " APPLIED" UPON CONSOLE
           END-IF.

      *    The id was taken off the high-key file when the item was
      *    queued; a batch load may still have used it since, which
      *    the duplicate key reports.
       3100-APPLY-ADD.
           MOVE WS-PEND-AFTER-IMAGE TO WS-BUG-RECORD
           PERFORM 6500-SET-ACTIVITY-STAMP
           MOVE WS-BUG-RECORD TO FD-BUG-IDX-RECORD
           WRITE FD-BUG-IDX-RECORD
               INVALID KEY
                   DISPLAY "BUGAPPRV: RECORD ID " WS-RECORD-ID
                       " ALREADY ON THE MASTER, STATUS "
                       WS-IDX-STATUS " - DECLINE THE ITEM"
                       UPON CONSOLE
           END-WRITE
           IF WS-IDX-OK
               MOVE SPACES        TO WS-AUDIT-BEFORE-IMAGE
               MOVE WS-BUG-RECORD TO WS-AUDIT-AFTER-IMAGE
               SET WS-CHANGE-APPLIED TO TRUE
           END-IF.

       3200-APPLY-REWRITE.
           PERFORM 3500-CHECK-RECORD-UNCHANGED
           IF WS-RECORD-STILL-CURRENT
               MOVE WS-PEND-AFTER-IMAGE TO WS-BUG-RECORD
               PERFORM 6500-SET-ACTIVITY-STAMP
               MOVE WS-BUG-RECORD TO FD-BUG-IDX-RECORD
               REWRITE FD-BUG-IDX-RECORD
                   INVALID KEY
                       DISPLAY "BUGAPPRV: REWRITE FAILED, STATUS "
                           WS-IDX-STATUS UPON CONSOLE
               END-REWRITE
               IF WS-IDX-OK
                   MOVE WS-CURRENT-IMAGE TO WS-AUDIT-BEFORE-IMAGE
                   MOVE WS-BUG-RECORD    TO WS-AUDIT-AFTER-IMAGE
                   SET WS-CHANGE-APPLIED TO TRUE
               END-IF
           END-IF.

       3300-APPLY-DELETE.
           PERFORM 3500-CHECK-RECORD-UNCHANGED
           IF WS-RECORD-STILL-CURRENT
               DELETE BUG-IDX-FILE
                   INVALID KEY
                       DISPLAY "BUGAPPRV: DELETE FAILED, STATUS "
                           WS-IDX-STATUS UPON CONSOLE
               END-DELETE
               IF WS-IDX-OK
                   MOVE WS-CURRENT-IMAGE TO WS-AUDIT-BEFORE-IMAGE
                   MOVE SPACES           TO WS-AUDIT-AFTER-IMAGE
                   SET WS-CHANGE-APPLIED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    The maker approved a change against the record as it stood
      *    when the item was queued.  If the record has moved on since
      *    (another correction, a batch reload, a purge), releasing
      *    the item would silently overwrite that - so it is held
      *    back, and the item has to be declined and keyed again.
      ******************************************************************
       3500-CHECK-RECORD-UNCHANGED.
           MOVE 'N' TO WS-CURRENT-SWITCH
           MOVE WS-PB-RECORD-ID TO FD-IDX-RECORD-ID
           READ BUG-IDX-FILE
               INVALID KEY
                   DISPLAY "BUGAPPRV: RECORD ID " WS-PB-RECORD-ID
                       " NO LONGER ON THE MASTER - DECLINE THE ITEM"
                       UPON CONSOLE
           END-READ
           IF WS-IDX-OK
               MOVE FD-BUG-IDX-RECORD TO WS-CURRENT-IMAGE
               IF WS-CURRENT-IMAGE = WS-PEND-BEFORE-IMAGE
                   SET WS-RECORD-STILL-CURRENT TO TRUE
               ELSE
                   DISPLAY "BUGAPPRV: RECORD ID " WS-PB-RECORD-ID
                       " HAS CHANGED SINCE THE ITEM WAS QUEUED - "
                       "DECLINE IT AND REKEY" UPON CONSOLE
               END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE BUG-IDX-FILE
           IF NOT WS-PENDING-ABSENT
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       COPY "bugaudp.cpy".
       COPY "bugdtep.cpy".
       COPY "buglokp.cpy".
       COPY "bugoprp.cpy".
       COPY "bugsecp.cpy".
