      *    the BUG master record layout, keyed on WS-RECORD-ID, so ops
      *    can do direct-access lookups and single-record corrections
      *    instead of a full re-run against the sequential file.
      *    The rebuild replaces the indexed master wholesale, so what
      *    it changed would otherwise be on no audit trail: before
      *    the rebuild the prior indexed master is unloaded in key
      *    order to a work file, and afterwards the two are walked
      *    together by key and every difference is logged to the
      *    audit trail under this job's name - a record new to the
      *    index as an add (blank before image), a record gone from
      *    it as a delete (blank after image), a changed record as a
      *    rewrite - so the trail accounts for what the batch loads
      *    brought in and BUGASOF can undo it.  A first build (no
      *    prior index) logs every record as an add.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FD-IDX-RECORD-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT PRIOR-INDEX-FILE ASSIGN TO WS-PRIOR-INDEX-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-INDEX-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       COPY "bugrejfd.cpy".
       COPY "bugprmfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugaudfd.cpy".

       FD  PRIOR-INDEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  FD-PRIOR-INDEX-RECORD       PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugdtew.cpy".
       COPY "bugprmw.cpy".
       COPY "buglokw.cpy".
       COPY "bugaudw.cpy".

       01  WS-SEQ-FILE-NAME            PIC X(40) VALUE "BUGSEQ.DAT".
       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
           88  WS-END-OF-SEQ-FILE           VALUE 'Y'.
       01  WS-RECORDS-LOADED           PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-INDEX-FILE-NAME    PIC X(40) VALUE "BUGVSMPR.DAT".
       01  WS-PRIOR-INDEX-STATUS       PIC XX VALUE SPACES.
           88  WS-PRIOR-INDEX-OK            VALUE "00".
       01  WS-PRIOR-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-PRIOR-FILE         VALUE 'Y'.
       01  WS-IDX-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-IDX-FILE           VALUE 'Y'.
       01  WS-PRIOR-KEY                PIC X(6) VALUE SPACES.
       01  WS-NEW-KEY                  PIC X(6) VALUE SPACES.
       01  WS-NEW-IMAGE                PIC X(20) VALUE SPACES.
       01  WS-INDEX-ADDS-LOGGED        PIC 9(9) VALUE ZERO.
       01  WS-INDEX-DELETES-LOGGED     PIC 9(9) VALUE ZERO.
       01  WS-INDEX-REWRITES-LOGGED    PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-AUDIT-CHECK-UNINITIALIZED-FIELDS
           PERFORM 2000-BUILD-INDEXED-FILE UNTIL WS-END-OF-SEQ-FILE
           PERFORM 3000-CLOSE-FILES
           PERFORM 4000-LOG-INDEX-CHANGES
           DISPLAY "BUGVSAM: RECORDS LOADED   = " WS-RECORDS-LOADED
           DISPLAY "BUGVSAM: RECORDS REJECTED = " WS-RECORDS-REJECTED
           DISPLAY "BUGVSAM: ADDS LOGGED      = " WS-INDEX-ADDS-LOGGED
           DISPLAY "BUGVSAM: DELETES LOGGED   = "
               WS-INDEX-DELETES-LOGGED
           DISPLAY "BUGVSAM: REWRITES LOGGED  = "
               WS-INDEX-REWRITES-LOGGED
           GOBACK.

      ******************************************************************
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-UNLOAD-PRIOR-INDEX
           OPEN OUTPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGVSAM: UNABLE TO OPEN " WS-IDX-FILE-NAME
           END-IF
           PERFORM 1100-READ-SEQ-FILE.

      ******************************************************************
      *    The index about to be replaced is unloaded in key order so
      *    the rebuild's changes can be logged once it is done.  No
      *    prior index (a first build) leaves the work file empty.
      ******************************************************************
       1050-UNLOAD-PRIOR-INDEX.
           OPEN OUTPUT PRIOR-INDEX-FILE
           IF NOT WS-PRIOR-INDEX-OK
               DISPLAY "BUGVSAM: UNABLE TO OPEN "
                   WS-PRIOR-INDEX-FILE-NAME " STATUS "
                   WS-PRIOR-INDEX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUG-IDX-FILE
           IF WS-IDX-OK
               MOVE 'N' TO WS-IDX-EOF-SWITCH
               PERFORM 1060-START-IDX-FILE
               PERFORM 1070-UNLOAD-ONE-PRIOR-RECORD
                   UNTIL WS-END-OF-IDX-FILE
               CLOSE BUG-IDX-FILE
           ELSE
               DISPLAY "BUGVSAM: NO PRIOR " WS-IDX-FILE-NAME
                   " (STATUS " WS-IDX-STATUS ") - EVERY RECORD "
                   "LOADED IS LOGGED AS AN ADD" UPON CONSOLE
           END-IF
           CLOSE PRIOR-INDEX-FILE.

       1060-START-IDX-FILE.
           MOVE LOW-VALUES TO FD-IDX-RECORD-ID
           START BUG-IDX-FILE KEY IS NOT LESS THAN FD-IDX-RECORD-ID
               INVALID KEY
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-IDX-FILE
               PERFORM 1080-READ-IDX-NEXT
           END-IF.

       1070-UNLOAD-ONE-PRIOR-RECORD.
           MOVE FD-BUG-IDX-RECORD TO FD-PRIOR-INDEX-RECORD
           WRITE FD-PRIOR-INDEX-RECORD
           PERFORM 1080-READ-IDX-NEXT.

       1080-READ-IDX-NEXT.
           READ BUG-IDX-FILE NEXT
               AT END
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-READ.

       1100-READ-SEQ-FILE.
           READ BUG-SEQ-FILE INTO WS-BUG-RECORD
               AT END
           CLOSE BUG-SEQ-FILE
           CLOSE BUG-IDX-FILE.

      ******************************************************************
      *    The new index and the unloaded prior one are both in key
      *    order, so one matched walk finds every difference; an
      *    exhausted side reads as HIGH-VALUES so the other drains.
      ******************************************************************
       4000-LOG-INDEX-CHANGES.
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGVSAM: UNABLE TO REOPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRIOR-INDEX-FILE
           IF NOT WS-PRIOR-INDEX-OK
               DISPLAY "BUGVSAM: UNABLE TO REOPEN "
                   WS-PRIOR-INDEX-FILE-NAME " STATUS "
                   WS-PRIOR-INDEX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "BUGVSAM" TO WS-AUDIT-JOB-NAME
           MOVE 'N' TO WS-IDX-EOF-SWITCH
           PERFORM 1060-START-IDX-FILE
           PERFORM 4050-SET-NEW-KEY
           PERFORM 4060-READ-PRIOR-INDEX
           PERFORM 4100-COMPARE-ONE-KEY
               UNTIL WS-END-OF-IDX-FILE AND WS-END-OF-PRIOR-FILE
           CLOSE BUG-IDX-FILE
           CLOSE PRIOR-INDEX-FILE.

       4050-SET-NEW-KEY.
           IF WS-END-OF-IDX-FILE
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               MOVE FD-BUG-IDX-RECORD TO WS-NEW-IMAGE
               MOVE FD-IDX-RECORD-ID  TO WS-NEW-KEY
           END-IF.

       4060-READ-PRIOR-INDEX.
           READ PRIOR-INDEX-FILE
               AT END
                   SET WS-END-OF-PRIOR-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   MOVE FD-PRIOR-INDEX-RECORD(7:6) TO WS-PRIOR-KEY
           END-READ.

       4100-COMPARE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY < WS-NEW-KEY
                   MOVE FD-PRIOR-INDEX-RECORD TO WS-AUDIT-BEFORE-IMAGE
                   MOVE SPACES                TO WS-AUDIT-AFTER-IMAGE
                   PERFORM 9000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-INDEX-DELETES-LOGGED
                   PERFORM 4060-READ-PRIOR-INDEX
               WHEN WS-NEW-KEY < WS-PRIOR-KEY
                   MOVE SPACES                TO WS-AUDIT-BEFORE-IMAGE
                   MOVE WS-NEW-IMAGE          TO WS-AUDIT-AFTER-IMAGE
                   PERFORM 9000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-INDEX-ADDS-LOGGED
                   PERFORM 1080-READ-IDX-NEXT
                   PERFORM 4050-SET-NEW-KEY
               WHEN OTHER
                   IF FD-PRIOR-INDEX-RECORD NOT = WS-NEW-IMAGE
                       MOVE FD-PRIOR-INDEX-RECORD
                           TO WS-AUDIT-BEFORE-IMAGE
                       MOVE WS-NEW-IMAGE TO WS-AUDIT-AFTER-IMAGE
                       PERFORM 9000-WRITE-AUDIT-RECORD
                       ADD 1 TO WS-INDEX-REWRITES-LOGGED
                   END-IF
                   PERFORM 4060-READ-PRIOR-INDEX
                   PERFORM 1080-READ-IDX-NEXT
                   PERFORM 4050-SET-NEW-KEY
           END-EVALUATE.

       COPY "bugvalp.cpy".
       COPY "bugaudp.cpy".
       COPY "bugrejp.cpy".
       COPY "bugdtep.cpy".
       COPY "bugprmp.cpy".
