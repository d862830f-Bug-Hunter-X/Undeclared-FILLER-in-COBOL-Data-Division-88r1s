       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGMCLOS.
      ******************************************************************
      *    BUGMCLOS - month-end close and month-over-month position
      *    statement from the snapshot history.  BUGSNAP proves each
      *    day's position against the day before, but nothing stated
      *    a month: finance rebuilt opening and closing figures by
      *    hand from BUGSNAPH.DAT.  This job closes one month.  The
      *    opening position of each record type is the prior
      *    month's close off the closed-period file (BUGCLOSE.DAT);
      *    for the first month ever closed it is the latest snapshot
      *    before the month began.  The closing position is the last
      *    snapshot taken in the month.  Between the two, the audit
      *    trail's adds, deletes and DT amount movement are summed
      *    for every day after the opening snapshot up to and
      *    including the closing one, decoded exactly as BUGSNAP
      *    decodes a day.  The statement prints opening, movement
      *    and closing per record type with the month-over-month
      *    percentage change, and any part of the closing position
      *    the movement does not explain (RETURN-CODE 4).  The close
      *    is then recorded on the closed-period file, after which
      *    BUGSNAP refuses to snapshot into the month.  A month
      *    already closed is refused (RETURN-CODE 8) unless the
      *    parameter card asks for the override, which records the
      *    month again; so is a month not yet ended or one with no
      *    snapshot in it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-HISTORY-FILE
               ASSIGN TO WS-SNAP-HISTORY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO WS-CLOSED-PERIOD-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO WS-CLOSE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugaudfd.cpy".
       COPY "bugclsfd.cpy".
       COPY "bugprmfd.cpy".

      *    Same layout BUGSNAP appends.
       FD  SNAPSHOT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS.
       01  FD-SNAPSHOT-RECORD.
           05  FD-SNAP-DATE                PIC 9(8).
           05  FD-SNAP-TYPE-CODE           PIC X(2).
           05  FD-SNAP-COUNT               PIC 9(9).
           05  FD-SNAP-AMOUNT              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.

       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CLOSE-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugclsw.cpy".
       COPY "bugprmw.cpy".

       01  WS-SNAP-HISTORY-FILE-NAME   PIC X(40) VALUE "BUGSNAPH.DAT".
       01  WS-SNAP-HISTORY-STATUS      PIC XX VALUE SPACES.
           88  WS-SNAP-HISTORY-OK           VALUE "00".
           88  WS-SNAP-HISTORY-ABSENT       VALUE "35".
       01  WS-AUDIT-TRAIL-FILE-NAME    PIC X(40) VALUE "BUGAUDIT.DAT".
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           88  WS-AUDIT-FILE-OK             VALUE "00".
       01  WS-CLOSE-REPORT-FILE-NAME   PIC X(40) VALUE "BUGMCLOS.RPT".
       01  WS-CLOSE-REPORT-STATUS      PIC XX VALUE SPACES.
           88  WS-CLOSE-REPORT-OK           VALUE "00".

       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY-FILE       VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-FILE         VALUE 'Y'.
       01  WS-PRIOR-CLOSE-SWITCH       PIC X VALUE 'N'.
           88  WS-PRIOR-CLOSE-FOUND         VALUE 'Y'.

       01  WS-PERIOD-INPUT             PIC X(6) VALUE SPACES.
       01  WS-CLOSE-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR           PIC 9(4).
           05  WS-CLOSE-MONTH          PIC 9(2).
       01  WS-PRIOR-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR           PIC 9(4).
           05  WS-PRIOR-MONTH          PIC 9(2).
       01  WS-NEXT-PERIOD              PIC 9(6) VALUE ZERO.
       01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 9(2).
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-MONTH-START-DATE         PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-DATE           PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK                PIC 9(8) VALUE ZERO.
       01  WS-OPENING-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CLOSING-DATE             PIC 9(8) VALUE ZERO.
       01  WS-OPENING-SOURCE           PIC X(20) VALUE SPACES.
       01  WS-TRAIL-DATE               PIC 9(8) VALUE ZERO.

       01  WS-TYPE-IX                  PIC 9(4) VALUE ZERO.
       01  WS-FOUND-IX                 PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-TYPE              PIC X(2) VALUE SPACES.
       01  WS-ENTRIES-TALLIED          PIC 9(9) VALUE ZERO.
       01  WS-CLOSE-DECISION           PIC 9(2) VALUE ZERO.
       01  WS-COUNT-EXPECTED           PIC S9(9) VALUE ZERO.
       01  WS-COUNT-DIFFERENCE         PIC S9(9) VALUE ZERO.
       01  WS-AMOUNT-EXPECTED          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-DIFFERENCE        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CHANGE-BASE              PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CHANGE-NEW               PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CHANGE-PERCENT           PIC S9(5)V99 VALUE ZERO.
       01  WS-CHANGE-EDIT              PIC ZZZZ9.99-.
       01  WS-CHANGE-TEXT              PIC X(9) VALUE SPACES.

      *    One entry per record type of the master layout: the
      *    opening and closing positions and the month's movement
      *    between them.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-TT-TYPE-CODE         PIC X(2).
               10  WS-TT-OPENING-COUNT     PIC 9(9).
               10  WS-TT-OPENING-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-TT-OPENING-DATE      PIC 9(8).
               10  WS-TT-CLOSING-COUNT     PIC 9(9).
               10  WS-TT-CLOSING-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-TT-CLOSING-DATE      PIC 9(8).
               10  WS-TT-ADD-COUNT         PIC 9(9).
               10  WS-TT-DELETE-COUNT      PIC 9(9).
               10  WS-TT-AMOUNT-MOVEMENT   PIC S9(15)V99 COMP-3.

      *    The before/after work areas mirror the master record
      *    layout (copybooks/bugrec.cpy) field for field, the same
      *    decode BUGSNAP uses.
       01  WS-BEFORE-FIELDS.
           05  WS-BF-PADDING           PIC X(4).
           05  WS-BF-TYPE-CODE         PIC X(2).
               88  WS-BF-FINANCIAL-TYPE     VALUE 'DT'.
           05  WS-BF-RECORD-ID         PIC X(6).
           05  WS-BF-DATA              PIC X(8).
           05  WS-BF-AMOUNT REDEFINES WS-BF-DATA
                                       PIC S9(13)V99 COMP-3.

       01  WS-AFTER-FIELDS.
           05  WS-AF-PADDING           PIC X(4).
           05  WS-AF-TYPE-CODE         PIC X(2).
               88  WS-AF-FINANCIAL-TYPE     VALUE 'DT'.
           05  WS-AF-RECORD-ID         PIC X(6).
           05  WS-AF-DATA              PIC X(8).
           05  WS-AF-AMOUNT REDEFINES WS-AF-DATA
                                       PIC S9(13)V99 COMP-3.

       01  WS-CLOSE-HEADING.
           05  FILLER PIC X(20) VALUE "BUGMCLOS MONTH-END C".
           05  FILLER PIC X(20) VALUE "LOSE AND POSITION ST".
           05  FILLER PIC X(20) VALUE "ATEMENT   RUN       ".
           05  WS-CH-RUN-DATE          PIC 9(8).

       01  WS-PERIOD-LINE.
           05  FILLER PIC X(7)  VALUE "PERIOD ".
           05  WS-PL-PERIOD            PIC 9(6).
           05  FILLER PIC X(4)  VALUE "    ".
           05  WS-PL-START-DATE        PIC 9(8).
           05  FILLER PIC X(4)  VALUE " TO ".
           05  WS-PL-END-DATE          PIC 9(8).

       01  WS-OPENING-LINE.
           05  FILLER PIC X(20) VALUE "OPENING POSITION AT ".
           05  WS-OL-DATE              PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-OL-SOURCE            PIC X(20).

       01  WS-CLOSING-LINE.
           05  FILLER PIC X(20) VALUE "CLOSING POSITION AT ".
           05  WS-CL-DATE              PIC 9(8).
           05  FILLER PIC X(22) VALUE "  LAST SNAPSHOT OF MON".
           05  FILLER PIC X(2)  VALUE "TH".

       01  WS-COUNT-HEADING.
           05  FILLER PIC X(20) VALUE "TYPE    OPENING     ".
           05  FILLER PIC X(20) VALUE "  ADDS    DELETES   ".
           05  FILLER PIC X(20) VALUE " CLOSING  UNEXPLAINE".
           05  FILLER PIC X(20) VALUE "D  CHANGE %         ".

       01  WS-COUNT-STATEMENT-LINE.
           05  WS-CS-TYPE              PIC X(2).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-OPENING           PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-ADDS              PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-DELETES           PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-CLOSING           PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-UNEXPLAINED       PIC ZZZZZZZZ9-.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CS-CHANGE            PIC X(9).

       01  WS-AMOUNT-HEADING.
           05  FILLER PIC X(20) VALUE "DT AMOUNT STATEMENT ".

       01  WS-AMOUNT-STATEMENT-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-AS-LABEL             PIC X(20).
           05  WS-AS-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-AMOUNT-CHANGE-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE "CHANGE %            ".
           05  FILLER PIC X(12) VALUE SPACES.
           05  WS-AC-CHANGE            PIC X(9).

       01  WS-UNEXPLAINED-LINE.
           05  FILLER PIC X(40)
               VALUE "MOVEMENT DOES NOT EXPLAIN THE CLOSING PO".
           05  FILLER PIC X(20) VALUE "SITION - LOOK BEFORE".
           05  FILLER PIC X(20) VALUE " REPORTING          ".

       01  WS-RESULT-LINE.
           05  FILLER PIC X(7)  VALUE "PERIOD ".
           05  WS-RL-PERIOD            PIC 9(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RL-TEXT              PIC X(50).

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL             PIC X(36).
           05  WS-CT-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-CHECK-PERIOD
           PERFORM 1200-OPEN-REPORT
           PERFORM 1300-INITIALIZE-TYPE-TABLE
           PERFORM 2000-LOAD-PRIOR-CLOSE
           PERFORM 3000-LOAD-SNAPSHOTS
           PERFORM 4000-TALLY-AUDIT-MOVEMENT
           PERFORM 5000-WRITE-STATEMENT
           PERFORM 6000-RECORD-CLOSE
           CLOSE CLOSE-REPORT-FILE
           DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD " CLOSED AT "
               WS-CLOSING-DATE
           DISPLAY "BUGMCLOS: TRAIL ENTRIES TALLIED = "
               WS-ENTRIES-TALLIED
           IF WS-CLOSE-DECISION > ZERO
               DISPLAY "BUGMCLOS: MOVEMENT DOES NOT EXPLAIN THE "
                   "CLOSING POSITION - SEE " WS-CLOSE-REPORT-FILE-NAME
                   UPON CONSOLE
               MOVE WS-CLOSE-DECISION TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The period comes off the scheduler's parameter card when
      *    one is staged (values columns: 1-6 period yyyymm, blank =
      *    the month before the run date; 8 closed-period override
      *    Y); the console prompt for the period stays as the
      *    fallback for a hand-run job.  The override is honoured
      *    from the card only - closing a month again replaces
      *    figures already reported.  The parameters in effect are
      *    echoed to the report so the run can be proven after the
      *    fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGMCLOS" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:6) TO WS-PERIOD-INPUT
               IF WS-PARAM-VALUES(8:1) = 'Y'
                   SET WS-CLOSE-OVERRIDE-WANTED TO TRUE
               END-IF
               DISPLAY "BUGMCLOS: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER PERIOD TO CLOSE YYYYMM (BLANK = LAST "
                   "MONTH): " WITH NO ADVANCING
               ACCEPT WS-PERIOD-INPUT
               DISPLAY "BUGMCLOS: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF.

      ******************************************************************
      *    The period must be a real month that has ended, and may
      *    be closed only once without the override.  The month's
      *    first and last days bound the closing snapshot; the
      *    previous month names the close this one opens from.
      ******************************************************************
       1000-CHECK-PERIOD.
           IF WS-PERIOD-INPUT = SPACES
               MOVE WS-CURRENT-PERIOD TO WS-CLOSE-PERIOD
               PERFORM 1050-STEP-BACK-ONE-MONTH
               MOVE WS-PRIOR-PERIOD TO WS-CLOSE-PERIOD
           ELSE
               IF WS-PERIOD-INPUT IS NOT NUMERIC
                   DISPLAY "BUGMCLOS: PERIOD " WS-PERIOD-INPUT
                       " IS NOT YYYYMM - NOTHING CLOSED" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-INPUT TO WS-CLOSE-PERIOD
           END-IF
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
              OR WS-CLOSE-YEAR < 1601
               DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD
                   " IS NOT A MONTH - NOTHING CLOSED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSE-PERIOD > WS-CURRENT-PERIOD
               DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT BEGUN - NOTHING CLOSED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-STEP-BACK-ONE-MONTH
           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-MONTH-START-DATE = WS-CLOSE-PERIOD * 100 + 1
           COMPUTE WS-DATE-WORK = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           IF WS-RUN-DATE NOT > WS-MONTH-END-DATE
               DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT ENDED - NOTHING CLOSED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-CLOSE-CHECK-PERIOD
           PERFORM 0400-CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED
               IF WS-CLOSE-OVERRIDE-WANTED
                   DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD
                       " CLOSED ON " WS-CLOSE-CHECK-RUN-DATE
                       " - CLOSING AGAIN UNDER OVERRIDE" UPON CONSOLE
               ELSE
                   DISPLAY "BUGMCLOS: PERIOD " WS-CLOSE-PERIOD
                       " ALREADY CLOSED ON " WS-CLOSE-CHECK-RUN-DATE
                       " - NOTHING CLOSED" UPON CONSOLE
                   DISPLAY "BUGMCLOS: USE THE CARD OVERRIDE ONLY "
                       "TO REOPEN A REPORTED MONTH" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    WS-CLOSE-PERIOD's predecessor into WS-PRIOR-PERIOD.
       1050-STEP-BACK-ONE-MONTH.
           MOVE WS-CLOSE-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF NOT WS-CLOSE-REPORT-OK
               DISPLAY "BUGMCLOS: UNABLE TO OPEN "
                   WS-CLOSE-REPORT-FILE-NAME " STATUS "
                   WS-CLOSE-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE
           MOVE WS-CLOSE-HEADING TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-CLOSE-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-CLOSE-REPORT-LINE
           END-IF
           WRITE FD-CLOSE-REPORT-LINE
           MOVE WS-CLOSE-PERIOD     TO WS-PL-PERIOD
           MOVE WS-MONTH-START-DATE TO WS-PL-START-DATE
           MOVE WS-MONTH-END-DATE   TO WS-PL-END-DATE
           MOVE WS-PERIOD-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE.

       1300-INITIALIZE-TYPE-TABLE.
           MOVE "HD" TO WS-TT-TYPE-CODE(1)
           MOVE "DT" TO WS-TT-TYPE-CODE(2)
           MOVE "TR" TO WS-TT-TYPE-CODE(3)
           MOVE "CT" TO WS-TT-TYPE-CODE(4)
           PERFORM 1350-ZERO-ONE-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4.

       1350-ZERO-ONE-TYPE.
           MOVE ZERO TO WS-TT-OPENING-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-OPENING-AMOUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-OPENING-DATE(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-CLOSING-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-CLOSING-AMOUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-CLOSING-DATE(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-ADD-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-DELETE-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-AMOUNT-MOVEMENT(WS-TYPE-IX).

       1400-FIND-TYPE-INDEX.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM 1450-CHECK-ONE-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4.

       1450-CHECK-ONE-TYPE.
           IF WS-TT-TYPE-CODE(WS-TYPE-IX) = WS-LOOKUP-TYPE
               MOVE WS-TYPE-IX TO WS-FOUND-IX
           END-IF.

      ******************************************************************
      *    The opening position is the prior month's close - the
      *    later record when that month was closed again under the
      *    override.
      ******************************************************************
       2000-LOAD-PRIOR-CLOSE.
           MOVE 'N' TO WS-CLOSE-EOF-SWITCH
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-OK
               PERFORM 2100-READ-ONE-CLOSE UNTIL WS-END-OF-CLOSE-FILE
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       2100-READ-ONE-CLOSE.
           READ CLOSED-PERIOD-FILE
               AT END
                   SET WS-END-OF-CLOSE-FILE TO TRUE
               NOT AT END
                   IF FD-CLOSE-PERIOD = WS-PRIOR-PERIOD
                       SET WS-PRIOR-CLOSE-FOUND TO TRUE
                       MOVE FD-CLOSE-CLOSING-DATE TO WS-OPENING-DATE
                       PERFORM 2200-TAKE-ONE-OPENING-TYPE
                           VARYING WS-TYPE-IX FROM 1 BY 1
                           UNTIL WS-TYPE-IX > 4
                   END-IF
           END-READ.

      *    Type positions are the same on both layouts (HD, DT, TR,
      *    CT), as BUGMCLOS writes them.
       2200-TAKE-ONE-OPENING-TYPE.
           MOVE FD-CLOSE-COUNT(WS-TYPE-IX)
               TO WS-TT-OPENING-COUNT(WS-TYPE-IX)
           MOVE FD-CLOSE-AMOUNT(WS-TYPE-IX)
               TO WS-TT-OPENING-AMOUNT(WS-TYPE-IX)
           MOVE FD-CLOSE-CLOSING-DATE
               TO WS-TT-OPENING-DATE(WS-TYPE-IX).

      ******************************************************************
      *    One pass of the snapshot history: per type, the latest
      *    snapshot dated inside the month is the closing position
      *    (a rerun's second row for the same day wins, as it was
      *    taken later).  With no prior close, the latest snapshot
      *    before the month is the opening position.
      ******************************************************************
       3000-LOAD-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-HISTORY-FILE
           IF WS-SNAP-HISTORY-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-SNAP-HISTORY-OK
                   DISPLAY "BUGMCLOS: UNABLE TO OPEN "
                       WS-SNAP-HISTORY-FILE-NAME " STATUS "
                       WS-SNAP-HISTORY-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-HISTORY-FILE
               PERFORM 3200-BANK-ONE-SNAPSHOT
                   UNTIL WS-END-OF-HISTORY-FILE
               CLOSE SNAPSHOT-HISTORY-FILE
           END-IF
           PERFORM 3300-SETTLE-POSITION-DATES
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4
           IF WS-CLOSING-DATE = ZERO
               DISPLAY "BUGMCLOS: NO SNAPSHOT IN PERIOD "
                   WS-CLOSE-PERIOD " - NOTHING CLOSED" UPON CONSOLE
               CLOSE CLOSE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-CLOSE-FOUND
                   MOVE "PRIOR MONTH CLOSE"  TO WS-OPENING-SOURCE
               WHEN WS-OPENING-DATE > ZERO
                   MOVE "SNAPSHOT HISTORY"   TO WS-OPENING-SOURCE
               WHEN OTHER
                   MOVE "NO EARLIER POSITION" TO WS-OPENING-SOURCE
           END-EVALUATE.

       3100-READ-HISTORY-FILE.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   SET WS-END-OF-HISTORY-FILE TO TRUE
           END-READ.

       3200-BANK-ONE-SNAPSHOT.
           MOVE FD-SNAP-TYPE-CODE TO WS-LOOKUP-TYPE
           PERFORM 1400-FIND-TYPE-INDEX
           IF WS-FOUND-IX > ZERO
               IF FD-SNAP-DATE NOT < WS-MONTH-START-DATE
                  AND FD-SNAP-DATE NOT > WS-MONTH-END-DATE
                  AND FD-SNAP-DATE NOT <
                      WS-TT-CLOSING-DATE(WS-FOUND-IX)
                   MOVE FD-SNAP-DATE
                       TO WS-TT-CLOSING-DATE(WS-FOUND-IX)
                   MOVE FD-SNAP-COUNT
                       TO WS-TT-CLOSING-COUNT(WS-FOUND-IX)
                   MOVE FD-SNAP-AMOUNT
                       TO WS-TT-CLOSING-AMOUNT(WS-FOUND-IX)
               END-IF
               IF NOT WS-PRIOR-CLOSE-FOUND
                  AND FD-SNAP-DATE < WS-MONTH-START-DATE
                  AND FD-SNAP-DATE NOT <
                      WS-TT-OPENING-DATE(WS-FOUND-IX)
                   MOVE FD-SNAP-DATE
                       TO WS-TT-OPENING-DATE(WS-FOUND-IX)
                   MOVE FD-SNAP-COUNT
                       TO WS-TT-OPENING-COUNT(WS-FOUND-IX)
                   MOVE FD-SNAP-AMOUNT
                       TO WS-TT-OPENING-AMOUNT(WS-FOUND-IX)
               END-IF
           END-IF
           PERFORM 3100-READ-HISTORY-FILE.

      *    BUGSNAP writes all four types every run, so the type dates
      *    agree; the latest of them bounds the month's movement.
       3300-SETTLE-POSITION-DATES.
           IF WS-TT-CLOSING-DATE(WS-TYPE-IX) > WS-CLOSING-DATE
               MOVE WS-TT-CLOSING-DATE(WS-TYPE-IX) TO WS-CLOSING-DATE
           END-IF
           IF WS-TT-OPENING-DATE(WS-TYPE-IX) > WS-OPENING-DATE
               MOVE WS-TT-OPENING-DATE(WS-TYPE-IX) TO WS-OPENING-DATE
           END-IF.

      ******************************************************************
      *    The month's movement, from every audit-trail entry dated
      *    after the opening snapshot up to and including the
      *    closing one: a blank before image is an add, a blank
      *    after image a delete, a rewrite that changed the record
      *    type moves one count from the old type to the new, and a
      *    rewrite of a detail amount in place moves the amount.
      ******************************************************************
       4000-TALLY-AUDIT-MOVEMENT.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-OK
               PERFORM 4050-READ-AUDIT-FILE
               PERFORM 4100-TALLY-ONE-ENTRY
                   UNTIL WS-END-OF-AUDIT-FILE
               CLOSE AUDIT-TRAIL-FILE
           ELSE
               DISPLAY "BUGMCLOS: NO AUDIT TRAIL - MOVEMENT TAKEN "
                   "AS ZERO" UPON CONSOLE
           END-IF.

       4050-READ-AUDIT-FILE.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
           END-READ.

       4100-TALLY-ONE-ENTRY.
           MOVE ZERO TO WS-TRAIL-DATE
           IF FD-AUDIT-TIMESTAMP(1:8) IS NUMERIC
               MOVE FD-AUDIT-TIMESTAMP(1:8) TO WS-TRAIL-DATE
           END-IF
           IF WS-TRAIL-DATE > WS-OPENING-DATE
              AND WS-TRAIL-DATE NOT > WS-CLOSING-DATE
               ADD 1 TO WS-ENTRIES-TALLIED
               MOVE FD-AUDIT-BEFORE-IMAGE TO WS-BEFORE-FIELDS
               MOVE FD-AUDIT-AFTER-IMAGE  TO WS-AFTER-FIELDS
               EVALUATE TRUE
                   WHEN FD-AUDIT-BEFORE-IMAGE = SPACES
                       PERFORM 4200-TALLY-ADD
                   WHEN FD-AUDIT-AFTER-IMAGE = SPACES
                       PERFORM 4300-TALLY-DELETE
                   WHEN OTHER
                       PERFORM 4400-TALLY-REWRITE
               END-EVALUATE
           END-IF
           PERFORM 4050-READ-AUDIT-FILE.

       4200-TALLY-ADD.
           MOVE WS-AF-TYPE-CODE TO WS-LOOKUP-TYPE
           PERFORM 1400-FIND-TYPE-INDEX
           IF WS-FOUND-IX > ZERO
               ADD 1 TO WS-TT-ADD-COUNT(WS-FOUND-IX)
               IF WS-AF-FINANCIAL-TYPE
                   ADD WS-AF-AMOUNT
                       TO WS-TT-AMOUNT-MOVEMENT(WS-FOUND-IX)
               END-IF
           END-IF.

       4300-TALLY-DELETE.
           MOVE WS-BF-TYPE-CODE TO WS-LOOKUP-TYPE
           PERFORM 1400-FIND-TYPE-INDEX
           IF WS-FOUND-IX > ZERO
               ADD 1 TO WS-TT-DELETE-COUNT(WS-FOUND-IX)
               IF WS-BF-FINANCIAL-TYPE
                   SUBTRACT WS-BF-AMOUNT
                       FROM WS-TT-AMOUNT-MOVEMENT(WS-FOUND-IX)
               END-IF
           END-IF.

       4400-TALLY-REWRITE.
           IF WS-BF-TYPE-CODE NOT = WS-AF-TYPE-CODE
               PERFORM 4300-TALLY-DELETE
               PERFORM 4200-TALLY-ADD
           ELSE
               IF WS-BF-FINANCIAL-TYPE
                  AND WS-BF-DATA NOT = WS-AF-DATA
                   MOVE WS-BF-TYPE-CODE TO WS-LOOKUP-TYPE
                   PERFORM 1400-FIND-TYPE-INDEX
                   IF WS-FOUND-IX > ZERO
                       ADD WS-AF-AMOUNT
                           TO WS-TT-AMOUNT-MOVEMENT(WS-FOUND-IX)
                       SUBTRACT WS-BF-AMOUNT
                           FROM WS-TT-AMOUNT-MOVEMENT(WS-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Opening, movement and closing per record type, then the
      *    DT amount statement.  Closing less (opening plus adds
      *    less deletes) is what the trail does not explain.
      ******************************************************************
       5000-WRITE-STATEMENT.
           IF WS-OPENING-DATE > ZERO
               MOVE WS-OPENING-DATE TO WS-OL-DATE
           ELSE
               MOVE "NONE" TO WS-OL-DATE
           END-IF
           MOVE WS-OPENING-SOURCE TO WS-OL-SOURCE
           MOVE WS-OPENING-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           MOVE WS-CLOSING-DATE TO WS-CL-DATE
           MOVE WS-CLOSING-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           MOVE SPACES TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           MOVE WS-COUNT-HEADING TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           PERFORM 5100-STATE-ONE-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4
           MOVE SPACES TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           PERFORM 5200-STATE-DT-AMOUNT
           IF WS-CLOSE-DECISION > ZERO
               MOVE SPACES TO FD-CLOSE-REPORT-LINE
               WRITE FD-CLOSE-REPORT-LINE
               MOVE WS-UNEXPLAINED-LINE TO FD-CLOSE-REPORT-LINE
               WRITE FD-CLOSE-REPORT-LINE
           END-IF.

       5100-STATE-ONE-TYPE.
           COMPUTE WS-COUNT-EXPECTED =
               WS-TT-OPENING-COUNT(WS-TYPE-IX)
               + WS-TT-ADD-COUNT(WS-TYPE-IX)
               - WS-TT-DELETE-COUNT(WS-TYPE-IX)
           COMPUTE WS-COUNT-DIFFERENCE =
               WS-TT-CLOSING-COUNT(WS-TYPE-IX) - WS-COUNT-EXPECTED
           IF WS-COUNT-DIFFERENCE NOT = ZERO
               MOVE 4 TO WS-CLOSE-DECISION
           END-IF
           MOVE WS-TT-OPENING-COUNT(WS-TYPE-IX) TO WS-CHANGE-BASE
           MOVE WS-TT-CLOSING-COUNT(WS-TYPE-IX) TO WS-CHANGE-NEW
           PERFORM 5500-COMPUTE-CHANGE
           MOVE WS-TT-TYPE-CODE(WS-TYPE-IX)     TO WS-CS-TYPE
           MOVE WS-TT-OPENING-COUNT(WS-TYPE-IX) TO WS-CS-OPENING
           MOVE WS-TT-ADD-COUNT(WS-TYPE-IX)     TO WS-CS-ADDS
           MOVE WS-TT-DELETE-COUNT(WS-TYPE-IX)  TO WS-CS-DELETES
           MOVE WS-TT-CLOSING-COUNT(WS-TYPE-IX) TO WS-CS-CLOSING
           MOVE WS-COUNT-DIFFERENCE             TO WS-CS-UNEXPLAINED
           MOVE WS-CHANGE-TEXT                  TO WS-CS-CHANGE
           MOVE WS-COUNT-STATEMENT-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE.

      *    DT is slot 2 of the type table.
       5200-STATE-DT-AMOUNT.
           MOVE WS-AMOUNT-HEADING TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           COMPUTE WS-AMOUNT-EXPECTED =
               WS-TT-OPENING-AMOUNT(2) + WS-TT-AMOUNT-MOVEMENT(2)
           COMPUTE WS-AMOUNT-DIFFERENCE =
               WS-TT-CLOSING-AMOUNT(2) - WS-AMOUNT-EXPECTED
           IF WS-AMOUNT-DIFFERENCE NOT = ZERO
               MOVE 4 TO WS-CLOSE-DECISION
           END-IF
           MOVE "OPENING" TO WS-AS-LABEL
           MOVE WS-TT-OPENING-AMOUNT(2) TO WS-AS-AMOUNT
           PERFORM 5300-WRITE-AMOUNT-LINE
           MOVE "MOVEMENT" TO WS-AS-LABEL
           MOVE WS-TT-AMOUNT-MOVEMENT(2) TO WS-AS-AMOUNT
           PERFORM 5300-WRITE-AMOUNT-LINE
           MOVE "CLOSING" TO WS-AS-LABEL
           MOVE WS-TT-CLOSING-AMOUNT(2) TO WS-AS-AMOUNT
           PERFORM 5300-WRITE-AMOUNT-LINE
           MOVE "UNEXPLAINED" TO WS-AS-LABEL
           MOVE WS-AMOUNT-DIFFERENCE TO WS-AS-AMOUNT
           PERFORM 5300-WRITE-AMOUNT-LINE
           MOVE WS-TT-OPENING-AMOUNT(2) TO WS-CHANGE-BASE
           MOVE WS-TT-CLOSING-AMOUNT(2) TO WS-CHANGE-NEW
           PERFORM 5500-COMPUTE-CHANGE
           MOVE WS-CHANGE-TEXT TO WS-AC-CHANGE
           MOVE WS-AMOUNT-CHANGE-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE.

       5300-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-STATEMENT-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE.

      *    Month-over-month change of WS-CHANGE-NEW against
      *    WS-CHANGE-BASE, as printable text: N/A when there was
      *    nothing to change from, asterisks when it will not fit.
       5500-COMPUTE-CHANGE.
           IF WS-CHANGE-BASE = ZERO
               MOVE "      N/A" TO WS-CHANGE-TEXT
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   (WS-CHANGE-NEW - WS-CHANGE-BASE) * 100
                   / WS-CHANGE-BASE
                   ON SIZE ERROR
                       MOVE "*********" TO WS-CHANGE-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-CHANGE-PERCENT TO WS-CHANGE-EDIT
                       MOVE WS-CHANGE-EDIT TO WS-CHANGE-TEXT
               END-COMPUTE
           END-IF.

      ******************************************************************
      *    The closing position goes on the closed-period file; from
      *    here BUGSNAP will not snapshot into the month and next
      *    month's close opens from this record.
      ******************************************************************
       6000-RECORD-CLOSE.
           OPEN EXTEND CLOSED-PERIOD-FILE
           IF NOT WS-CLOSED-PERIOD-OK
               OPEN OUTPUT CLOSED-PERIOD-FILE
           END-IF
           IF NOT WS-CLOSED-PERIOD-OK
               DISPLAY "BUGMCLOS: UNABLE TO WRITE "
                   WS-CLOSED-PERIOD-FILE-NAME " STATUS "
                   WS-CLOSED-PERIOD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FD-CLOSED-PERIOD-RECORD
           MOVE WS-CLOSE-PERIOD TO FD-CLOSE-PERIOD
           MOVE WS-RUN-DATE     TO FD-CLOSE-RUN-DATE
           MOVE WS-OPENING-DATE TO FD-CLOSE-OPENING-DATE
           MOVE WS-CLOSING-DATE TO FD-CLOSE-CLOSING-DATE
           IF WS-PERIOD-CLOSED
               SET FD-CLOSE-UNDER-OVERRIDE TO TRUE
           ELSE
               MOVE 'N' TO FD-CLOSE-OVERRIDE-FLAG
           END-IF
           PERFORM 6100-MOVE-ONE-CLOSING-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4
           WRITE FD-CLOSED-PERIOD-RECORD
           CLOSE CLOSED-PERIOD-FILE
           MOVE WS-CLOSE-PERIOD TO WS-RL-PERIOD
           IF WS-PERIOD-CLOSED
               MOVE "CLOSED AGAIN UNDER CARD OVERRIDE" TO WS-RL-TEXT
           ELSE
               MOVE "CLOSED" TO WS-RL-TEXT
           END-IF
           MOVE SPACES TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           MOVE WS-RESULT-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE
           MOVE "AUDIT-TRAIL ENTRIES TALLIED" TO WS-CT-LABEL
           MOVE WS-ENTRIES-TALLIED TO WS-CT-COUNT
           MOVE WS-COUNT-LINE TO FD-CLOSE-REPORT-LINE
           WRITE FD-CLOSE-REPORT-LINE.

       6100-MOVE-ONE-CLOSING-TYPE.
           MOVE WS-TT-TYPE-CODE(WS-TYPE-IX)
               TO FD-CLOSE-TYPE-CODE(WS-TYPE-IX)
           MOVE WS-TT-CLOSING-COUNT(WS-TYPE-IX)
               TO FD-CLOSE-COUNT(WS-TYPE-IX)
           MOVE WS-TT-CLOSING-AMOUNT(WS-TYPE-IX)
               TO FD-CLOSE-AMOUNT(WS-TYPE-IX).

       COPY "bugclsp.cpy".
       COPY "bugprmp.cpy".
