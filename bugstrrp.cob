       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSTRRP.
      ******************************************************************
      *    BUGSTRRP - morning summary of the nightly stream.  Reads
      *    the stage list and replays one night off the stream-
      *    status file that BUGSTRM keeps (BUGSTRW.CPY), then prints
      *    one line per listed stage: where it got to (complete,
      *    failed, started and never ended, or not run), its start
      *    and end time, how long it took, its return code, how many
      *    times it was started that night, and BUGGATE's decision
      *    after it; a stage that resumed from its own checkpoint
      *    says after which record.  The report closes with where
      *    the night stopped and why, or that it ran to the end.
      *    It runs on its own, so it still reports a night whose
      *    stream was taken down by a stage.  Nothing is changed.
      *    A night that did not run to the end returns code 4.
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

           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO WS-SUMMARY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugstlfd.cpy".
       COPY "bugstsfd.cpy".
       COPY "bugprmfd.cpy".

       FD  SUMMARY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-SUMMARY-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugstrw.cpy".
       COPY "bugprmw.cpy".

       01  WS-SUMMARY-REPORT-FILE-NAME PIC X(40) VALUE "BUGSTRRP.RPT".
       01  WS-SUMMARY-REPORT-STATUS    PIC XX VALUE SPACES.
           88  WS-SUMMARY-REPORT-OK         VALUE "00".

       01  WS-NIGHT-INPUT              PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-STOP-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-STOP-FOUND                VALUE 'Y'.
       01  WS-STOP-TEXT                PIC X(60) VALUE SPACES.
       01  WS-STAGES-COMPLETE          PIC 9(9) VALUE ZERO.
       01  WS-STAGES-FAILED            PIC 9(9) VALUE ZERO.
       01  WS-STAGES-NEVER-ENDED       PIC 9(9) VALUE ZERO.
       01  WS-STAGES-NOT-RUN           PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-SECONDS            PIC 9(9) VALUE ZERO.

      *    Elapsed time between two CURRENT-DATE timestamps.
       01  WS-TIMESTAMP-WORK.
           05  WS-TW-DATE              PIC 9(8).
           05  WS-TW-HOURS             PIC 9(2).
           05  WS-TW-MINUTES           PIC 9(2).
           05  WS-TW-SECONDS           PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-START-DAY                PIC 9(9) VALUE ZERO.
       01  WS-START-SECONDS            PIC 9(9) VALUE ZERO.
       01  WS-END-DAY                  PIC 9(9) VALUE ZERO.
       01  WS-END-SECONDS              PIC 9(9) VALUE ZERO.
       01  WS-ELAPSED-SECONDS          PIC 9(9) VALUE ZERO.
       01  WS-HMS-WORK                 PIC 9(9) VALUE ZERO.
       01  WS-HMS.
           05  WS-HMS-HOURS            PIC 9(2).
           05  FILLER PIC X(1)  VALUE ":".
           05  WS-HMS-MINUTES          PIC 9(2).
           05  FILLER PIC X(1)  VALUE ":".
           05  WS-HMS-SECONDS          PIC 9(2).

       01  WS-SUMMARY-HEADING.
           05  FILLER PIC X(20) VALUE "BUGSTRRP NIGHTLY STR".
           05  FILLER PIC X(20) VALUE "EAM MORNING SUMMARY ".
           05  FILLER PIC X(20) VALUE "          RUN       ".
           05  WS-SH-RUN-DATE          PIC 9(8).

       01  WS-NIGHT-LINE.
           05  FILLER PIC X(6)  VALUE "NIGHT ".
           05  WS-NL-NIGHT             PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER PIC X(20) VALUE "SQ PROGRAM  STATE   ".
           05  FILLER PIC X(20) VALUE "  START    END      ".
           05  FILLER PIC X(20) VALUE "ELAPSED    RC TR GAT".
           05  FILLER PIC X(20) VALUE "E   RC              ".

       01  WS-DETAIL-LINE.
           05  WS-DL-SEQ               PIC 9(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-PROGRAM           PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-STATE             PIC X(9).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-START             PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-END               PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-ELAPSED           PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-RC                PIC X(4).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-TRIES             PIC Z9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-GATE              PIC X(4).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-GATE-RC           PIC X(4).

       01  WS-RC-EDIT                  PIC ZZZ9.

       01  WS-RESTART-LINE.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "RESUMED FROM CHECKPO".
           05  FILLER PIC X(16) VALUE "INT AFTER RECORD".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RS-RECNO             PIC ZZZZZZZZ9.

       01  WS-STOP-LINE.
           05  FILLER PIC X(7)  VALUE "NIGHT: ".
           05  WS-SP-TEXT              PIC X(60).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       01  WS-ELAPSED-TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "TOTAL STAGE TIME    ".
           05  FILLER PIC X(17) VALUE SPACES.
           05  WS-ET-HMS               PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 0300-LOAD-STREAM-LIST
           PERFORM 0340-LOAD-STREAM-HISTORY
           PERFORM 2000-FIND-STOPPING-POINT
               VARYING WS-SL-IX FROM 1 BY 1
               UNTIL WS-SL-IX > WS-STREAM-STAGE-COUNT
                  OR WS-STOP-FOUND
           IF NOT WS-STOP-FOUND
               MOVE "RAN TO THE END - EVERY LISTED STAGE COMPLETE"
                   TO WS-STOP-TEXT
           END-IF
           PERFORM 3000-WRITE-SUMMARY
           DISPLAY "BUGSTRRP: NIGHT " WS-STREAM-NIGHT " "
               WS-STOP-TEXT
           IF WS-STOP-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The night comes off the scheduler's parameter card when
      *    one is staged (values columns: 1-8 night YYYYMMDD, blank
      *    = the latest night on the stream-status file, which is
      *    last night's stream when run in the morning); the console
      *    prompt stays as the fallback for a hand-run report.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGSTRRP" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:8) TO WS-NIGHT-INPUT
               DISPLAY "BUGSTRRP: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER NIGHT YYYYMMDD (BLANK FOR LATEST): "
                   WITH NO ADVANCING
               ACCEPT WS-NIGHT-INPUT
               DISPLAY "BUGSTRRP: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-NIGHT-INPUT = SPACES
               PERFORM 1000-FIND-LATEST-NIGHT
           ELSE
               IF WS-NIGHT-INPUT IS NOT NUMERIC
                   DISPLAY "BUGSTRRP: NIGHT " WS-NIGHT-INPUT
                       " IS NOT YYYYMMDD - NO SUMMARY" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NIGHT-INPUT TO WS-STREAM-NIGHT
           END-IF.

       1000-FIND-LATEST-NIGHT.
           MOVE ZERO TO WS-STREAM-NIGHT
           MOVE 'N' TO WS-STREAM-STATUS-EOF-SWITCH
           OPEN INPUT STREAM-STATUS-FILE
           IF NOT WS-STREAM-STATUS-OK
               DISPLAY "BUGSTRRP: NO STREAM HISTORY ON "
                   WS-STREAM-STATUS-FILE-NAME " STATUS "
                   WS-STREAM-STATUS-STATUS " - NO SUMMARY"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-ONE-NIGHT
               UNTIL WS-END-OF-STREAM-STATUS
           CLOSE STREAM-STATUS-FILE.

       1100-READ-ONE-NIGHT.
           READ STREAM-STATUS-FILE
               AT END
                   SET WS-END-OF-STREAM-STATUS TO TRUE
               NOT AT END
                   IF FD-STRM-NIGHT > WS-STREAM-NIGHT
                       MOVE FD-STRM-NIGHT TO WS-STREAM-NIGHT
                   END-IF
           END-READ.

      ******************************************************************
      *    The night stopped at the first stage that is not complete,
      *    or at a gate that halted after a complete one.
      ******************************************************************
       2000-FIND-STOPPING-POINT.
           EVALUATE TRUE
               WHEN WS-SL-FAILED(WS-SL-IX)
                   SET WS-STOP-FOUND TO TRUE
                   MOVE WS-SL-RETURN-CODE(WS-SL-IX) TO WS-RC-EDIT
                   STRING "STOPPED AT " WS-SL-PROGRAM(WS-SL-IX)
                       " - FAILED RC " WS-RC-EDIT
                       DELIMITED BY SIZE INTO WS-STOP-TEXT
               WHEN WS-SL-STARTED(WS-SL-IX)
                   SET WS-STOP-FOUND TO TRUE
                   STRING "STOPPED AT " WS-SL-PROGRAM(WS-SL-IX)
                       " - STARTED, NEVER ENDED"
                       DELIMITED BY SIZE INTO WS-STOP-TEXT
               WHEN WS-SL-NOT-RUN(WS-SL-IX)
                   SET WS-STOP-FOUND TO TRUE
                   STRING "STOPPED BEFORE " WS-SL-PROGRAM(WS-SL-IX)
                       " - NEVER STARTED"
                       DELIMITED BY SIZE INTO WS-STOP-TEXT
               WHEN WS-SL-GATE-HALTED(WS-SL-IX)
                   SET WS-STOP-FOUND TO TRUE
                   STRING "STOPPED BY BUGGATE HALT AFTER "
                       WS-SL-PROGRAM(WS-SL-IX)
                       DELIMITED BY SIZE INTO WS-STOP-TEXT
           END-EVALUATE.

       3000-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF NOT WS-SUMMARY-REPORT-OK
               DISPLAY "BUGSTRRP: UNABLE TO OPEN "
                   WS-SUMMARY-REPORT-FILE-NAME " STATUS "
                   WS-SUMMARY-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE
           MOVE WS-SUMMARY-HEADING TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-SUMMARY-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-SUMMARY-REPORT-LINE
           END-IF
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE WS-STREAM-NIGHT TO WS-NL-NIGHT
           MOVE WS-NIGHT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE SPACES TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           PERFORM 3100-WRITE-ONE-STAGE
               VARYING WS-SL-IX FROM 1 BY 1
               UNTIL WS-SL-IX > WS-STREAM-STAGE-COUNT
           PERFORM 3800-WRITE-TOTALS
           CLOSE SUMMARY-REPORT-FILE.

       3100-WRITE-ONE-STAGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SL-IX TO WS-DL-SEQ
           MOVE WS-SL-PROGRAM(WS-SL-IX) TO WS-DL-PROGRAM
           MOVE WS-SL-ATTEMPTS(WS-SL-IX) TO WS-DL-TRIES
           EVALUATE TRUE
               WHEN WS-SL-COMPLETED(WS-SL-IX)
                   MOVE "COMPLETE" TO WS-DL-STATE
                   ADD 1 TO WS-STAGES-COMPLETE
               WHEN WS-SL-FAILED(WS-SL-IX)
                   MOVE "FAILED" TO WS-DL-STATE
                   ADD 1 TO WS-STAGES-FAILED
               WHEN WS-SL-STARTED(WS-SL-IX)
                   MOVE "NO END" TO WS-DL-STATE
                   ADD 1 TO WS-STAGES-NEVER-ENDED
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-DL-STATE
                   ADD 1 TO WS-STAGES-NOT-RUN
           END-EVALUATE
           IF WS-SL-START-TIMESTAMP(WS-SL-IX) NOT = SPACES
               MOVE WS-SL-START-TIMESTAMP(WS-SL-IX)
                   TO WS-TIMESTAMP-WORK
               PERFORM 3500-FORMAT-TIME-OF-DAY
               MOVE WS-HMS TO WS-DL-START
           END-IF
           IF WS-SL-COMPLETED(WS-SL-IX) OR WS-SL-FAILED(WS-SL-IX)
               MOVE WS-SL-END-TIMESTAMP(WS-SL-IX)
                   TO WS-TIMESTAMP-WORK
               PERFORM 3500-FORMAT-TIME-OF-DAY
               MOVE WS-HMS TO WS-DL-END
               PERFORM 3600-COMPUTE-ELAPSED
               MOVE WS-ELAPSED-SECONDS TO WS-HMS-WORK
               PERFORM 3700-FORMAT-DURATION
               MOVE WS-HMS TO WS-DL-ELAPSED
               ADD WS-ELAPSED-SECONDS TO WS-TOTAL-SECONDS
               MOVE WS-SL-RETURN-CODE(WS-SL-IX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-DL-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-SL-GATE-PASSED(WS-SL-IX)
                   MOVE "PASS" TO WS-DL-GATE
                   MOVE WS-SL-GATE-RETURN-CODE(WS-SL-IX) TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO WS-DL-GATE-RC
               WHEN WS-SL-GATE-HALTED(WS-SL-IX)
                   MOVE "HALT" TO WS-DL-GATE
                   MOVE WS-SL-GATE-RETURN-CODE(WS-SL-IX) TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO WS-DL-GATE-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           IF WS-SL-RESTART-RECNO(WS-SL-IX) > ZERO
               MOVE WS-SL-RESTART-RECNO(WS-SL-IX) TO WS-RS-RECNO
               MOVE WS-RESTART-LINE TO FD-SUMMARY-REPORT-LINE
               WRITE FD-SUMMARY-REPORT-LINE
           END-IF.

       3500-FORMAT-TIME-OF-DAY.
           MOVE WS-TW-HOURS   TO WS-HMS-HOURS
           MOVE WS-TW-MINUTES TO WS-HMS-MINUTES
           MOVE WS-TW-SECONDS TO WS-HMS-SECONDS.

      *    Start and end may fall either side of midnight.
       3600-COMPUTE-ELAPSED.
           MOVE WS-SL-START-TIMESTAMP(WS-SL-IX) TO WS-TIMESTAMP-WORK
           COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE(WS-TW-DATE)
           COMPUTE WS-START-SECONDS = WS-TW-HOURS * 3600
               + WS-TW-MINUTES * 60 + WS-TW-SECONDS
           MOVE WS-SL-END-TIMESTAMP(WS-SL-IX) TO WS-TIMESTAMP-WORK
           COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(WS-TW-DATE)
           COMPUTE WS-END-SECONDS = WS-TW-HOURS * 3600
               + WS-TW-MINUTES * 60 + WS-TW-SECONDS
           IF (WS-END-DAY * 86400 + WS-END-SECONDS) <
              (WS-START-DAY * 86400 + WS-START-SECONDS)
               MOVE ZERO TO WS-ELAPSED-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   (WS-END-DAY - WS-START-DAY) * 86400
                   + WS-END-SECONDS - WS-START-SECONDS
           END-IF.

       3700-FORMAT-DURATION.
           DIVIDE WS-HMS-WORK BY 3600 GIVING WS-HMS-HOURS
               REMAINDER WS-HMS-WORK
           DIVIDE WS-HMS-WORK BY 60 GIVING WS-HMS-MINUTES
               REMAINDER WS-HMS-SECONDS.

       3800-WRITE-TOTALS.
           MOVE SPACES TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE WS-STOP-TEXT TO WS-SP-TEXT
           MOVE WS-STOP-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE SPACES TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE "STAGES LISTED" TO WS-CL-LABEL
           MOVE WS-STREAM-STAGE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE "STAGES COMPLETE" TO WS-CL-LABEL
           MOVE WS-STAGES-COMPLETE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE "STAGES FAILED" TO WS-CL-LABEL
           MOVE WS-STAGES-FAILED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE "STAGES STARTED, NEVER ENDED" TO WS-CL-LABEL
           MOVE WS-STAGES-NEVER-ENDED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE "STAGES NOT RUN" TO WS-CL-LABEL
           MOVE WS-STAGES-NOT-RUN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE
           MOVE WS-TOTAL-SECONDS TO WS-HMS-WORK
           PERFORM 3700-FORMAT-DURATION
           MOVE WS-HMS TO WS-ET-HMS
           MOVE WS-ELAPSED-TOTAL-LINE TO FD-SUMMARY-REPORT-LINE
           WRITE FD-SUMMARY-REPORT-LINE.

       COPY "bugstrp.cpy".
       COPY "bugprmp.cpy".
