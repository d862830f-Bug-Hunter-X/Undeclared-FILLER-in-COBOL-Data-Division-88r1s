       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSTRM.
      ******************************************************************
      *    BUGSTRM - nightly stream controller.  The night's stages
      *    (BUGMERGE, BUGREBLD, BUGLOAD, BUGVSAM, BUGSYNC, BUGXTRCT,
      *    BUGAMTX, BUGAUIDX, BUGSNAP as shipped) are no longer
      *    strung together step by step in the scheduler: they are
      *    listed in order on the stage list (BUGSTLFD.CPY) and this
      *    job runs each in turn, with BUGGATE after every stage the
      *    list does not exempt.  A stage that ends with a return
      *    code of 8 or more, or a gate that decides HALT, stops the
      *    stream there.  Every stage start, end and return code and
      *    every gate decision goes onto the stream-status file
      *    (BUGSTSFD.CPY), so when the on-call operator resubmits the
      *    stream the same night it replays the night's history,
      *    skips every stage already completed, reruns a gate that
      *    halted before moving on, and resumes at the stage that
      *    failed.  A stage that took the whole run down with it
      *    shows a start with no end and is rerun the same way.  A
      *    stage that keeps a checkpoint (BUGLOAD's BUGCHKPT.DAT)
      *    restarts itself from it: the checkpoint is left exactly
      *    as the failed run left it, and the record it resumes
      *    after is noted on the stream-status file.  BUGSTRRP
      *    prints the morning summary from the same file.  The
      *    stream ends with the failed stage's return code, 8 for a
      *    gate halt, 4 when a gate or stage warned, else 0.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LIST-FILE ASSIGN TO WS-STREAM-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-LIST-STATUS.

           SELECT STREAM-STATUS-FILE
               ASSIGN TO WS-STREAM-STATUS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugstlfd.cpy".
       COPY "bugstsfd.cpy".
       COPY "bugchkfd.cpy".
       COPY "bugprmfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "bugstrw.cpy".
       COPY "bugchkw.cpy".
       COPY "bugprmw.cpy".

       01  WS-NIGHT-INPUT              PIC X(8) VALUE SPACES.
       01  WS-START-OVER-SWITCH        PIC X VALUE 'N'.
           88  WS-START-OVER-WANTED         VALUE 'Y'.
       01  WS-STREAM-STOP-SWITCH       PIC X VALUE 'N'.
           88  WS-STREAM-STOPPED            VALUE 'Y'.
       01  WS-CALL-PROGRAM             PIC X(8) VALUE SPACES.
       01  WS-GATE-PROGRAM             PIC X(8) VALUE "BUGGATE".
       01  WS-CALL-RETURN-CODE         PIC 9(4) VALUE ZERO.
       01  WS-STREAM-DECISION          PIC 9(4) VALUE ZERO.
       01  WS-CHECKPOINT-RECNO-FOUND   PIC 9(9) VALUE ZERO.
       01  WS-STOPPED-AT-PROGRAM       PIC X(8) VALUE SPACES.
       01  WS-STAGES-RUN               PIC 9(2) VALUE ZERO.
       01  WS-STAGES-SKIPPED           PIC 9(2) VALUE ZERO.
       01  WS-GATES-RUN                PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 0300-LOAD-STREAM-LIST
           IF WS-START-OVER-WANTED
               PERFORM 1100-RECORD-START-OVER
           ELSE
               PERFORM 0340-LOAD-STREAM-HISTORY
           END-IF
           PERFORM 2000-RUN-ONE-STAGE
               VARYING WS-SL-IX FROM 1 BY 1
               UNTIL WS-SL-IX > WS-STREAM-STAGE-COUNT
                  OR WS-STREAM-STOPPED
           DISPLAY "BUGSTRM: NIGHT " WS-STREAM-NIGHT
               " STAGES RUN " WS-STAGES-RUN
               " SKIPPED " WS-STAGES-SKIPPED
               " GATES RUN " WS-GATES-RUN
           IF WS-STREAM-STOPPED
               DISPLAY "BUGSTRM: STREAM STOPPED AT "
                   WS-STOPPED-AT-PROGRAM " - FIX AND RESUBMIT FOR "
                   "NIGHT " WS-STREAM-NIGHT UPON CONSOLE
           ELSE
               DISPLAY "BUGSTRM: STREAM COMPLETE FOR NIGHT "
                   WS-STREAM-NIGHT
           END-IF
           MOVE WS-STREAM-DECISION TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *    The night comes off the scheduler's parameter card when
      *    one is staged (values columns: 1-8 night YYYYMMDD, blank
      *    = today - key the night when resubmitting after midnight;
      *    10 start-over Y, which reruns every stage from the first
      *    whatever the night's history says); the console prompt
      *    for the night stays as the fallback for a hand-run
      *    stream.  Start-over is honoured from the card only - it
      *    reruns stages that already changed the master.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGSTRM " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:8) TO WS-NIGHT-INPUT
               IF WS-PARAM-VALUES(10:1) = 'Y'
                   SET WS-START-OVER-WANTED TO TRUE
               END-IF
               DISPLAY "BUGSTRM: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER NIGHT YYYYMMDD (BLANK FOR TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-NIGHT-INPUT
               DISPLAY "BUGSTRM: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-NIGHT-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STREAM-NIGHT
           ELSE
               IF WS-NIGHT-INPUT IS NOT NUMERIC
                   DISPLAY "BUGSTRM: NIGHT " WS-NIGHT-INPUT
                       " IS NOT YYYYMMDD - NOTHING RUN" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NIGHT-INPUT TO WS-STREAM-NIGHT
           END-IF.

       1100-RECORD-START-OVER.
           DISPLAY "BUGSTRM: STARTING NIGHT " WS-STREAM-NIGHT
               " OVER FROM THE FIRST STAGE" UPON CONSOLE
           MOVE SPACES TO WS-STREAM-EVENT-RECORD
           MOVE ZERO   TO WS-STRM-STAGE-SEQ
           MOVE ZERO   TO WS-STRM-RETURN-CODE
           MOVE ZERO   TO WS-STRM-RESTART-RECNO
           MOVE "BUGSTRM" TO WS-STRM-PROGRAM
           SET WS-STRM-START-OVER TO TRUE
           PERFORM 9400-WRITE-STREAM-EVENT.

      ******************************************************************
      *    A completed stage is skipped; anything else - never run,
      *    failed, or started and never ended - is run.  The gate
      *    after a stage runs unless the list exempts the stage, the
      *    stage is the last, or the gate already passed after this
      *    completion of the stage.
      ******************************************************************
       2000-RUN-ONE-STAGE.
           IF WS-SL-COMPLETED(WS-SL-IX)
               DISPLAY "BUGSTRM: " WS-SL-PROGRAM(WS-SL-IX)
                   " SKIPPED - COMPLETED "
                   WS-SL-END-TIMESTAMP(WS-SL-IX)(1:14)
                   " RC " WS-SL-RETURN-CODE(WS-SL-IX)
               ADD 1 TO WS-STAGES-SKIPPED
               IF WS-SL-RETURN-CODE(WS-SL-IX) > WS-STREAM-DECISION
                   MOVE WS-SL-RETURN-CODE(WS-SL-IX)
                       TO WS-STREAM-DECISION
               END-IF
           ELSE
               PERFORM 2100-RUN-STAGE-PROGRAM
           END-IF
           IF NOT WS-STREAM-STOPPED
              AND NOT WS-SL-NO-GATE-AFTER(WS-SL-IX)
              AND WS-SL-IX < WS-STREAM-STAGE-COUNT
               IF WS-SL-GATE-PASSED(WS-SL-IX)
                   DISPLAY "BUGSTRM: GATE AFTER "
                       WS-SL-PROGRAM(WS-SL-IX) " SKIPPED - PASSED RC "
                       WS-SL-GATE-RETURN-CODE(WS-SL-IX)
               ELSE
                   PERFORM 2300-RUN-GATE
               END-IF
           END-IF.

       2100-RUN-STAGE-PROGRAM.
           PERFORM 2150-FIND-STAGE-CHECKPOINT
           MOVE SPACES TO WS-STREAM-EVENT-RECORD
           MOVE WS-SL-IX TO WS-STRM-STAGE-SEQ
           MOVE WS-SL-PROGRAM(WS-SL-IX) TO WS-STRM-PROGRAM
           MOVE ZERO TO WS-STRM-RETURN-CODE
           MOVE WS-CHECKPOINT-RECNO-FOUND TO WS-STRM-RESTART-RECNO
           SET WS-STRM-STAGE-START TO TRUE
           PERFORM 9400-WRITE-STREAM-EVENT
           DISPLAY "BUGSTRM: STARTING " WS-SL-PROGRAM(WS-SL-IX)
               " AT " WS-STRM-TIMESTAMP(1:14)
           MOVE WS-SL-PROGRAM(WS-SL-IX) TO WS-CALL-PROGRAM
           PERFORM 2500-CALL-PROGRAM
           ADD 1 TO WS-STAGES-RUN
           MOVE WS-CALL-RETURN-CODE TO WS-STRM-RETURN-CODE
           SET WS-STRM-STAGE-END TO TRUE
           PERFORM 9400-WRITE-STREAM-EVENT
           DISPLAY "BUGSTRM: " WS-SL-PROGRAM(WS-SL-IX) " ENDED AT "
               WS-STRM-TIMESTAMP(1:14) " RC " WS-CALL-RETURN-CODE
           IF WS-CALL-RETURN-CODE > WS-STREAM-DECISION
               MOVE WS-CALL-RETURN-CODE TO WS-STREAM-DECISION
           END-IF
           IF WS-CALL-RETURN-CODE NOT < 8
               SET WS-STREAM-STOPPED TO TRUE
               MOVE WS-SL-PROGRAM(WS-SL-IX) TO WS-STOPPED-AT-PROGRAM
               DISPLAY "BUGSTRM: " WS-SL-PROGRAM(WS-SL-IX)
                   " FAILED RC " WS-CALL-RETURN-CODE UPON CONSOLE
           END-IF.

      *    Only read, never changed: the stage itself restarts from
      *    its checkpoint and clears it when it finishes.
       2150-FIND-STAGE-CHECKPOINT.
           MOVE ZERO TO WS-CHECKPOINT-RECNO-FOUND
           IF WS-SL-CHECKPOINT-NAME(WS-SL-IX) NOT = SPACES
               MOVE WS-SL-CHECKPOINT-NAME(WS-SL-IX)
                   TO WS-CHECKPOINT-FILE-NAME
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-OK
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE ZERO TO FD-CHECKPOINT-RECORD
                   END-READ
                   IF FD-CHECKPOINT-RECNO IS NUMERIC
                       MOVE FD-CHECKPOINT-RECNO
                           TO WS-CHECKPOINT-RECNO-FOUND
                   END-IF
                   CLOSE CHECKPOINT-FILE
               END-IF
               IF WS-CHECKPOINT-RECNO-FOUND > ZERO
                   DISPLAY "BUGSTRM: " WS-SL-PROGRAM(WS-SL-IX)
                       " RESUMES FROM ITS CHECKPOINT AFTER RECORD "
                       WS-CHECKPOINT-RECNO-FOUND UPON CONSOLE
               END-IF
           END-IF.

       2300-RUN-GATE.
           MOVE SPACES TO WS-STREAM-EVENT-RECORD
           MOVE WS-SL-IX TO WS-STRM-STAGE-SEQ
           MOVE WS-SL-PROGRAM(WS-SL-IX) TO WS-STRM-PROGRAM
           MOVE ZERO TO WS-STRM-RESTART-RECNO
           MOVE WS-GATE-PROGRAM TO WS-CALL-PROGRAM
           PERFORM 2500-CALL-PROGRAM
           ADD 1 TO WS-GATES-RUN
           MOVE WS-CALL-RETURN-CODE TO WS-STRM-RETURN-CODE
           SET WS-STRM-GATE-DECISION TO TRUE
           PERFORM 9400-WRITE-STREAM-EVENT
           DISPLAY "BUGSTRM: GATE AFTER " WS-SL-PROGRAM(WS-SL-IX)
               " RC " WS-CALL-RETURN-CODE
           IF WS-CALL-RETURN-CODE NOT < 8
               SET WS-STREAM-STOPPED TO TRUE
               MOVE WS-GATE-PROGRAM TO WS-STOPPED-AT-PROGRAM
               IF WS-STREAM-DECISION < 8
                   MOVE 8 TO WS-STREAM-DECISION
               END-IF
               DISPLAY "BUGSTRM: BUGGATE HALTED THE STREAM AFTER "
                   WS-SL-PROGRAM(WS-SL-IX) UPON CONSOLE
           ELSE
               IF WS-CALL-RETURN-CODE > WS-STREAM-DECISION
                   MOVE WS-CALL-RETURN-CODE TO WS-STREAM-DECISION
               END-IF
           END-IF.

      *    Each program is cancelled after its call, so a second
      *    call (BUGGATE between every stage) starts from fresh
      *    storage exactly as a separate job step would.
       2500-CALL-PROGRAM.
           MOVE ZERO TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY "BUGSTRM: PROGRAM " WS-CALL-PROGRAM
                       " NOT FOUND" UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
           CANCEL WS-CALL-PROGRAM
           MOVE ZERO TO RETURN-CODE.

       COPY "bugstrp.cpy".
       COPY "bugprmp.cpy".
