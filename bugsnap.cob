      *    indexed master was rebuilt from a reloaded sequential
      *    master (BUGVSAM), the position moves wholesale and a
      *    difference is expected - rerun after the next quiet day.
      *    Once BUGMCLOS has closed a month its closing position is
      *    of record, so a snapshot dated in a closed month is not
      *    recorded (the report is still produced) and the run ends
      *    RETURN-CODE 8, unless the parameter card asks for the
      *    closed-period override.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-REPORT-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO WS-CLOSED-PERIOD-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugidxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "bugclsfd.cpy".
       COPY "bugprmfd.cpy".

       FD  SNAPSHOT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
       01  FD-SNAP-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugclsw.cpy".
       COPY "bugprmw.cpy".

       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
       01  WS-AMOUNT-EXPECTED          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-DIFFERENCE        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-SNAP-DECISION            PIC 9(2) VALUE ZERO.
       01  WS-SNAPSHOT-REFUSED-SWITCH  PIC X VALUE 'N'.
           88  WS-SNAPSHOT-REFUSED          VALUE 'Y'.

      *    One entry per record type of the master layout; actuals
      *    from today's walk of the indexed file, priors from the
               VALUE "MOVEMENT DOES NOT EXPLAIN THE POSITION -".
           05  FILLER PIC X(15) VALUE " HOLD AND LOOK ".

       01  WS-CLOSED-PERIOD-LINE.
           05  FILLER PIC X(7)  VALUE "PERIOD ".
           05  WS-CP-PERIOD            PIC 9(6).
           05  FILLER PIC X(11) VALUE " CLOSED ON ".
           05  WS-CP-CLOSE-DATE        PIC 9(8).
           05  FILLER PIC X(3)  VALUE " - ".
           05  WS-CP-ACTION            PIC X(40).

       01  WS-NO-PRIOR-LINE.
           05  FILLER PIC X(40)
               VALUE "NO PRIOR SNAPSHOT - MOVEMENT NOT JUDGED,".
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SNAP-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-CHECK-CLOSED-PERIOD
           PERFORM 1200-INITIALIZE-TYPE-TABLE
           PERFORM 2000-COUNT-POSITION
           PERFORM 3000-LOAD-PRIOR-SNAPSHOT
           PERFORM 4000-TALLY-AUDIT-MOVEMENT
           PERFORM 5000-WRITE-MOVEMENT-REPORT
           IF NOT WS-SNAPSHOT-REFUSED
               PERFORM 6000-APPEND-TODAY-SNAPSHOT
           END-IF
           CLOSE SNAP-REPORT-FILE
           DISPLAY "BUGSNAP: MASTER RECORDS READ = " WS-RECORDS-READ
           IF WS-SNAPSHOT-REFUSED
               DISPLAY "BUGSNAP: PERIOD " WS-CLOSE-CHECK-PERIOD
                   " IS CLOSED - SNAPSHOT NOT RECORDED" UPON CONSOLE
               MOVE 8 TO WS-SNAP-DECISION
               MOVE WS-SNAP-DECISION TO RETURN-CODE
           ELSE
               IF WS-SNAP-DECISION > ZERO
                   DISPLAY "BUGSNAP: MOVEMENT DOES NOT EXPLAIN THE "
                       "POSITION" UPON CONSOLE
                   MOVE WS-SNAP-DECISION TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      *    The only parameter is the closed-period override (values
      *    column 1: Y), honoured from the scheduler's parameter card
      *    only - a snapshot into a closed month is a deliberate act
      *    by whoever reopens it, never a default.  No card, no
      *    prompt: the nightly stream runs this job unattended.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGSNAP " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               IF WS-PARAM-VALUES(1:1) = 'Y'
                   SET WS-CLOSE-OVERRIDE-WANTED TO TRUE
               END-IF
               DISPLAY "BUGSNAP: " WS-PARAM-ECHO-LINE UPON CONSOLE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               STOP RUN
           END-IF
           MOVE WS-SNAP-HEADING TO FD-SNAP-REPORT-LINE
           WRITE FD-SNAP-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-SNAP-REPORT-LINE
               WRITE FD-SNAP-REPORT-LINE
           END-IF.

       1100-CHECK-CLOSED-PERIOD.
           MOVE WS-SNAP-RUN-DATE(1:6) TO WS-CLOSE-CHECK-PERIOD
           PERFORM 0400-CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED
               MOVE WS-CLOSE-CHECK-PERIOD   TO WS-CP-PERIOD
               MOVE WS-CLOSE-CHECK-RUN-DATE TO WS-CP-CLOSE-DATE
               IF WS-CLOSE-OVERRIDE-WANTED
                   MOVE "SNAPSHOT RECORDED UNDER CARD OVERRIDE"
                       TO WS-CP-ACTION
                   DISPLAY "BUGSNAP: PERIOD " WS-CLOSE-CHECK-PERIOD
                       " IS CLOSED - RECORDING UNDER OVERRIDE"
                       UPON CONSOLE
               ELSE
                   SET WS-SNAPSHOT-REFUSED TO TRUE
                   MOVE "SNAPSHOT NOT RECORDED" TO WS-CP-ACTION
               END-IF
               MOVE WS-CLOSED-PERIOD-LINE TO FD-SNAP-REPORT-LINE
               WRITE FD-SNAP-REPORT-LINE
           END-IF.

       1200-INITIALIZE-TYPE-TABLE.
           MOVE "HD" TO WS-TT-TYPE-CODE(1)
           MOVE WS-TT-ACTUAL-COUNT(WS-SNAP-IX) TO FD-SNAP-COUNT
           MOVE WS-TT-ACTUAL-AMOUNT(WS-SNAP-IX) TO FD-SNAP-AMOUNT
           WRITE FD-SNAPSHOT-RECORD.

       COPY "bugclsp.cpy".
       COPY "bugprmp.cpy".
