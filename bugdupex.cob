       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGDUPEX.
      ******************************************************************
      *    BUGDUPEX - potential duplicate payment exception report off
      *    the amount cross-reference.  The same amount booked twice
      *    is the commonest way we overpay, and BUGAMTX.DAT already
      *    holds every DT record in absolute-amount order, so this
      *    job walks it and gathers runs of neighbouring entries
      *    whose amounts lie within the keyed tolerance of each other
      *    (a zero tolerance gathers only equal amounts).  Within a
      *    run two records are a suspect pair when their absolute
      *    amounts are equal, or when the amounts differ by no more
      *    than the tolerance and both last-activity stamps (the
      *    days-since-base stamp in WS-PADDING-FIELD, BUGDTEW.CPY)
      *    fall within the keyed number of days of each other; an
      *    unstamped record can only pair on an equal amount.  Each
      *    run with a suspect pair is printed as a group: record id,
      *    signed amount from the master, activity date and the job
      *    and operator of the latest audit-trail entry for the id
      *    (read off the keyed companion BUGAUIDX builds).  A run
      *    longer than the run table (an amount booked hundreds of
      *    times, a standing payment) slides through it: the oldest
      *    entries are reported and dropped and each later entry is
      *    still judged against every entry left in the table, so a
      *    group may print in continued pieces, and the totals count
      *    the runs that slid.
      *    A pair somebody has reviewed and cleared is kept on the
      *    cleared-pairs file (BUGDUPCL.DAT) with both absolute
      *    amounts as they stood when cleared, and is not reported
      *    again while both amounts are unchanged; a group whose
      *    pairs are all cleared drops off the report.  Clearances
      *    are keyed by the reviewer onto the clearance file
      *    (BUGDUPCX.DAT, one card per pair: columns 1-6 and 8-13 the
      *    two record ids, 15-22 the reviewing operator) and applied
      *    at the start of the run, after which the file is emptied
      *    so a card is never applied twice; a card naming an
      *    operator not on the control file, or an id that is not a
      *    DT record on the master, is refused on the report and the
      *    run ends RETURN-CODE 4.  Run after BUGAMTX and BUGAUIDX.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOUNT-XREF-FILE ASSIGN TO WS-AMXREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AMX-XREF-KEY
               FILE STATUS IS WS-AMXREF-STATUS.

           SELECT BUG-IDX-FILE ASSIGN TO WS-IDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-RECORD-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO WS-AUDIT-INDEX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AIX-ENTRY-KEY
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.

           SELECT CLEARED-PAIRS-FILE ASSIGN TO WS-CLEARED-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CLR-PAIR-KEY
               FILE STATUS IS WS-CLEARED-STATUS.

           SELECT CLEARANCE-CARD-FILE ASSIGN TO WS-CLEARANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-STATUS.

           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO WS-DUP-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugamxfd.cpy".
       COPY "bugidxfd.cpy".
       COPY "bugaixfd.cpy".
       COPY "bugoprfd.cpy".
       COPY "bugprmfd.cpy".

      *    One reviewed-and-cleared pair, keyed on the two record ids
      *    lower id first, with both absolute amounts as they stood
      *    when the pair was cleared.
       FD  CLEARED-PAIRS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FD-CLEARED-PAIR-RECORD.
           05  FD-CLR-PAIR-KEY.
               10  FD-CLR-LOW-ID           PIC X(6).
               10  FD-CLR-HIGH-ID          PIC X(6).
           05  FD-CLR-LOW-AMOUNT           PIC 9(13)V99.
           05  FD-CLR-HIGH-AMOUNT          PIC 9(13)V99.
           05  FD-CLR-CLEARED-DATE         PIC 9(8).
           05  FD-CLR-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2).

       FD  CLEARANCE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CLEARANCE-CARD.
           05  FD-CX-FIRST-ID              PIC X(6).
           05  FILLER                      PIC X(1).
           05  FD-CX-SECOND-ID             PIC X(6).
           05  FILLER                      PIC X(1).
           05  FD-CX-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(58).

       FD  DUP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-DUP-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugdtew.cpy".
       COPY "bugoprw.cpy".
       COPY "bugprmw.cpy".

       01  WS-AMXREF-FILE-NAME         PIC X(40) VALUE "BUGAMTX.DAT".
       01  WS-AMXREF-STATUS            PIC XX VALUE SPACES.
           88  WS-AMXREF-OK                 VALUE "00".
       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
       01  WS-AUDIT-INDEX-FILE-NAME    PIC X(40) VALUE "BUGAIDX.DAT".
       01  WS-AUDIT-INDEX-STATUS       PIC XX VALUE SPACES.
           88  WS-AUDIT-INDEX-OK            VALUE "00".
       01  WS-CLEARED-FILE-NAME        PIC X(40) VALUE "BUGDUPCL.DAT".
       01  WS-CLEARED-STATUS           PIC XX VALUE SPACES.
           88  WS-CLEARED-OK                VALUE "00".
           88  WS-CLEARED-ABSENT            VALUE "35".
       01  WS-CLEARANCE-FILE-NAME      PIC X(40) VALUE "BUGDUPCX.DAT".
       01  WS-CLEARANCE-STATUS         PIC XX VALUE SPACES.
           88  WS-CLEARANCE-OK              VALUE "00".
           88  WS-CLEARANCE-ABSENT          VALUE "35".
       01  WS-DUP-REPORT-FILE-NAME     PIC X(40) VALUE "BUGDUPEX.RPT".
       01  WS-DUP-REPORT-STATUS        PIC XX VALUE SPACES.
           88  WS-DUP-REPORT-OK             VALUE "00".

       01  WS-XREF-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-XREF-FILE          VALUE 'Y'.
       01  WS-CLEARANCE-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-END-OF-CLEARANCE-FILE     VALUE 'Y'.
       01  WS-TRAIL-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-ID-TRAIL           VALUE 'Y'.
       01  WS-PAIR-SWITCH              PIC X VALUE 'N'.
           88  WS-SUSPECT-PAIR              VALUE 'Y'.
       01  WS-CLEARED-SWITCH           PIC X VALUE 'N'.
           88  WS-PAIR-CLEARED              VALUE 'Y'.
       01  WS-CARD-SWITCH              PIC X VALUE 'N'.
           88  WS-CARD-ACCEPTED             VALUE 'Y'.

       01  WS-TOLERANCE-INPUT          PIC X(18) VALUE SPACES.
       01  WS-DAYS-INPUT               PIC X(3) VALUE SPACES.
       01  WS-DUP-TOLERANCE            PIC 9(13)V99 VALUE ZERO.
       01  WS-DUP-WINDOW-DAYS          PIC 9(3) VALUE 3.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.

      *    The run of neighbouring cross-reference entries in hand.
      *    When a run fills the table the oldest WS-RUN-SLIDE
      *    entries are dropped and the rest move up (see 2400).
       01  WS-RUN-LIMIT                PIC 9(4) VALUE 200.
       01  WS-RUN-SLIDE                PIC 9(4) VALUE 100.
       01  WS-RUN-KEEP                 PIC 9(4) VALUE ZERO.
       01  WS-RUN-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-WRITE-LIMIT              PIC 9(4) VALUE ZERO.
       01  WS-PIECE-FLAGGED            PIC 9(4) VALUE ZERO.
       01  WS-GROUP-OPEN-SWITCH        PIC X VALUE 'N'.
           88  WS-GROUP-OPEN                VALUE 'Y'.
       01  WS-LONG-RUN-SWITCH          PIC X VALUE 'N'.
           88  WS-LONG-RUN                  VALUE 'Y'.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 200 TIMES.
               10  WS-RN-RECORD-ID         PIC X(6).
               10  WS-RN-ABS-AMOUNT        PIC 9(13)V99.
               10  WS-RN-SIGNED-AMOUNT     PIC S9(13)V99 COMP-3.
               10  WS-RN-STAMP-SWITCH      PIC X.
                   88  WS-RN-STAMPED            VALUE 'Y'.
               10  WS-RN-STAMP             PIC 9(4).
               10  WS-RN-FLAG              PIC X.
                   88  WS-RN-FLAGGED            VALUE 'Y'.
       01  WS-DUP-I                    PIC 9(4) VALUE ZERO.
       01  WS-DUP-J                    PIC 9(4) VALUE ZERO.
       01  WS-AMOUNT-GAP               PIC 9(13)V99 VALUE ZERO.
       01  WS-STAMP-GAP                PIC S9(5) VALUE ZERO.
       01  WS-GROUP-PAIRS              PIC 9(7) VALUE ZERO.
       01  WS-GROUP-EXACT-PAIRS        PIC 9(7) VALUE ZERO.

       01  WS-PAIR-LOW-ID              PIC X(6) VALUE SPACES.
       01  WS-PAIR-HIGH-ID             PIC X(6) VALUE SPACES.
       01  WS-PAIR-LOW-AMOUNT          PIC 9(13)V99 VALUE ZERO.
       01  WS-PAIR-HIGH-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01  WS-ABSOLUTE-AMOUNT          PIC 9(13)V99 VALUE ZERO.
       01  WS-CARD-AMOUNT-1            PIC 9(13)V99 VALUE ZERO.
       01  WS-CARD-AMOUNT-2            PIC 9(13)V99 VALUE ZERO.

       01  WS-LAST-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-LAST-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01  WS-ACTIVITY-DAY-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-ACTIVITY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-XREF-ENTRIES-READ        PIC 9(9) VALUE ZERO.
       01  WS-GROUPS-REPORTED          PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-REPORTED         PIC 9(9) VALUE ZERO.
       01  WS-PAIRS-REPORTED           PIC 9(9) VALUE ZERO.
       01  WS-PAIRS-SUPPRESSED         PIC 9(9) VALUE ZERO.
       01  WS-LONG-RUNS                PIC 9(7) VALUE ZERO.
       01  WS-CARDS-READ               PIC 9(7) VALUE ZERO.
       01  WS-CARDS-APPLIED            PIC 9(7) VALUE ZERO.
       01  WS-CARDS-REFUSED            PIC 9(7) VALUE ZERO.
       01  WS-CARD-REFUSAL             PIC X(30) VALUE SPACES.

       01  WS-DUP-HEADING-1.
           05  FILLER PIC X(20) VALUE "BUGDUPEX POTENTIAL D".
           05  FILLER PIC X(20) VALUE "UPLICATE PAYMENT EXC".
           05  FILLER PIC X(15) VALUE "EPTIONS    RUN ".
           05  WS-DH-RUN-DATE          PIC 9(8).

       01  WS-RULE-LINE.
           05  FILLER PIC X(20) VALUE "EQUAL AMOUNTS, OR WI".
           05  FILLER PIC X(7)  VALUE "THIN   ".
           05  WS-RL-TOLERANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(20) VALUE " AND ACTIVITY WITHIN".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RL-DAYS              PIC ZZ9.
           05  FILLER PIC X(5)  VALUE " DAYS".

       01  WS-CLEARANCE-HEADING.
           05  FILLER PIC X(20) VALUE "CLEARANCES KEYED FOR".
           05  FILLER PIC X(20) VALUE " THIS RUN           ".

       01  WS-CLEARANCE-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CX-FIRST-ID          PIC X(6).
           05  FILLER PIC X(1)  VALUE "/".
           05  WS-CX-SECOND-ID         PIC X(6).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CX-OPERATOR-ID       PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-CX-RESULT            PIC X(30).

       01  WS-NO-CLEARANCES-LINE.
           05  FILLER PIC X(20) VALUE "  NONE              ".

       01  WS-GROUP-LINE.
           05  FILLER PIC X(6)  VALUE "GROUP ".
           05  WS-GL-GROUP-NUMBER      PIC ZZZZZZ9.
           05  FILLER PIC X(3)  VALUE SPACES.
           05  WS-GL-PAIRS             PIC ZZZZZZ9.
           05  FILLER PIC X(14) VALUE " SUSPECT PAIRS".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-GL-EXACT             PIC ZZZZZZ9.
           05  FILLER PIC X(13) VALUE " EQUAL AMOUNT".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-GL-CONTINUED         PIC X(11).

       01  WS-MEMBER-HEADING.
           05  FILLER PIC X(20) VALUE "  RECORD      SIGNED".
           05  FILLER PIC X(20) VALUE " AMOUNT  ACTIVITY  L".
           05  FILLER PIC X(20) VALUE "AST JOB  OPERATOR   ".

       01  WS-MEMBER-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-ML-RECORD-ID         PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-ML-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-ML-ACTIVITY-DATE     PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-ML-JOB-NAME          PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-ML-OPERATOR-ID       PIC X(8).

       01  WS-NO-GROUPS-LINE.
           05  FILLER PIC X(20) VALUE "NO POTENTIAL DUPLICA".
           05  FILLER PIC X(20) VALUE "TES TO REPORT       ".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-APPLY-CLEARANCES
           PERFORM 2000-SCAN-AMOUNT-XREF
           PERFORM 4000-WRITE-TOTALS
           PERFORM 4900-CLOSE-FILES
           DISPLAY "BUGDUPEX: XREF ENTRIES READ  = "
               WS-XREF-ENTRIES-READ
           DISPLAY "BUGDUPEX: GROUPS REPORTED    = " WS-GROUPS-REPORTED
           DISPLAY "BUGDUPEX: PAIRS SUPPRESSED   = "
               WS-PAIRS-SUPPRESSED
           IF WS-CARDS-REFUSED > ZERO
               DISPLAY "BUGDUPEX: " WS-CARDS-REFUSED
                   " CLEARANCE CARDS REFUSED - SEE "
                   WS-DUP-REPORT-FILE-NAME UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The tolerance and day window come off the scheduler's
      *    parameter card when one is staged (values columns: 1-18
      *    amount tolerance, blank = equal amounts only; 20-22 days
      *    between activity stamps, blank = 3); the console prompts
      *    stay as the fallback for a hand-run job.  The parameters
      *    in effect are echoed to the report so the run can be
      *    proven after the fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGDUPEX" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:18)  TO WS-TOLERANCE-INPUT
               MOVE WS-PARAM-VALUES(20:3)  TO WS-DAYS-INPUT
               DISPLAY "BUGDUPEX: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER AMOUNT TOLERANCE (BLANK = EQUAL ONLY): "
                   WITH NO ADVANCING
               ACCEPT WS-TOLERANCE-INPUT
               DISPLAY "ENTER DAYS BETWEEN ACTIVITY (BLANK = 3): "
                   WITH NO ADVANCING
               ACCEPT WS-DAYS-INPUT
               DISPLAY "BUGDUPEX: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-TOLERANCE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TOLERANCE-INPUT)
                   TO WS-DUP-TOLERANCE
           END-IF
           IF WS-DAYS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-INPUT)
                   TO WS-DUP-WINDOW-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

       1000-OPEN-FILES.
           OPEN INPUT AMOUNT-XREF-FILE
           IF NOT WS-AMXREF-OK
               DISPLAY "BUGDUPEX: UNABLE TO OPEN " WS-AMXREF-FILE-NAME
                   " STATUS " WS-AMXREF-STATUS
                   " - RUN BUGAMTX FIRST" UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGDUPEX: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-INDEX-FILE
           IF NOT WS-AUDIT-INDEX-OK
               DISPLAY "BUGDUPEX: UNABLE TO OPEN "
                   WS-AUDIT-INDEX-FILE-NAME " STATUS "
                   WS-AUDIT-INDEX-STATUS " - RUN BUGAUIDX FIRST"
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CLEARED-PAIRS-FILE
           IF WS-CLEARED-ABSENT
               OPEN OUTPUT CLEARED-PAIRS-FILE
               CLOSE CLEARED-PAIRS-FILE
               OPEN I-O CLEARED-PAIRS-FILE
           END-IF
           IF NOT WS-CLEARED-OK
               DISPLAY "BUGDUPEX: UNABLE TO OPEN "
                   WS-CLEARED-FILE-NAME " STATUS "
                   WS-CLEARED-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUP-REPORT-FILE
           IF NOT WS-DUP-REPORT-OK
               DISPLAY "BUGDUPEX: UNABLE TO OPEN "
                   WS-DUP-REPORT-FILE-NAME " STATUS "
                   WS-DUP-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DH-RUN-DATE
           MOVE WS-DUP-HEADING-1 TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-DUP-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-DUP-REPORT-LINE
           END-IF
           WRITE FD-DUP-REPORT-LINE
           MOVE WS-DUP-TOLERANCE   TO WS-RL-TOLERANCE
           MOVE WS-DUP-WINDOW-DAYS TO WS-RL-DAYS
           MOVE WS-RULE-LINE TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           MOVE SPACES TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE.

      ******************************************************************
      *    The reviewer's clearance cards are applied before the
      *    scan, so a pair cleared today is already off tonight's
      *    report.  No clearance file is not an error.  Once the
      *    cards are applied the file is emptied, so a card is only
      *    ever applied once; a pair whose amounts change after it
      *    is cleared comes back on the report until it is reviewed
      *    and cleared again.  A pair cleared again replaces its
      *    earlier clearance, picking up the amounts as they stand
      *    now.  A refused card is not kept - correct it and put it
      *    in again for the next run.
      ******************************************************************
       1500-APPLY-CLEARANCES.
           MOVE WS-CLEARANCE-HEADING TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           OPEN INPUT CLEARANCE-CARD-FILE
           IF WS-CLEARANCE-OK
               PERFORM 1550-READ-CLEARANCE-CARD
               PERFORM 1600-APPLY-ONE-CLEARANCE
                   UNTIL WS-END-OF-CLEARANCE-FILE
               CLOSE CLEARANCE-CARD-FILE
               OPEN OUTPUT CLEARANCE-CARD-FILE
               IF NOT WS-CLEARANCE-OK
                   DISPLAY "BUGDUPEX: UNABLE TO EMPTY "
                       WS-CLEARANCE-FILE-NAME " STATUS "
                       WS-CLEARANCE-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CLEARANCE-CARD-FILE
           ELSE
               IF NOT WS-CLEARANCE-ABSENT
                   DISPLAY "BUGDUPEX: UNABLE TO OPEN "
                       WS-CLEARANCE-FILE-NAME " STATUS "
                       WS-CLEARANCE-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CARDS-READ = ZERO
               MOVE WS-NO-CLEARANCES-LINE TO FD-DUP-REPORT-LINE
               WRITE FD-DUP-REPORT-LINE
           END-IF
           MOVE SPACES TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE.

       1550-READ-CLEARANCE-CARD.
           READ CLEARANCE-CARD-FILE
               AT END
                   SET WS-END-OF-CLEARANCE-FILE TO TRUE
           END-READ.

       1600-APPLY-ONE-CLEARANCE.
           ADD 1 TO WS-CARDS-READ
           SET WS-CARD-ACCEPTED TO TRUE
           MOVE SPACES TO WS-CARD-REFUSAL
           MOVE FD-CX-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM 0750-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-VALID
               MOVE 'N' TO WS-CARD-SWITCH
               MOVE "REFUSED - OPERATOR NOT ON FILE" TO WS-CARD-REFUSAL
           END-IF
           IF WS-CARD-ACCEPTED
              AND FD-CX-FIRST-ID = FD-CX-SECOND-ID
               MOVE 'N' TO WS-CARD-SWITCH
               MOVE "REFUSED - SAME ID TWICE" TO WS-CARD-REFUSAL
           END-IF
           IF WS-CARD-ACCEPTED
               MOVE FD-CX-FIRST-ID TO FD-IDX-RECORD-ID
               PERFORM 1700-READ-DT-AMOUNT
               MOVE WS-ABSOLUTE-AMOUNT TO WS-CARD-AMOUNT-1
           END-IF
           IF WS-CARD-ACCEPTED
               MOVE FD-CX-SECOND-ID TO FD-IDX-RECORD-ID
               PERFORM 1700-READ-DT-AMOUNT
               MOVE WS-ABSOLUTE-AMOUNT TO WS-CARD-AMOUNT-2
           END-IF
           IF WS-CARD-ACCEPTED
               IF FD-CX-FIRST-ID < FD-CX-SECOND-ID
                   MOVE FD-CX-FIRST-ID   TO FD-CLR-LOW-ID
                   MOVE WS-CARD-AMOUNT-1 TO FD-CLR-LOW-AMOUNT
                   MOVE FD-CX-SECOND-ID  TO FD-CLR-HIGH-ID
                   MOVE WS-CARD-AMOUNT-2 TO FD-CLR-HIGH-AMOUNT
               ELSE
                   MOVE FD-CX-SECOND-ID  TO FD-CLR-LOW-ID
                   MOVE WS-CARD-AMOUNT-2 TO FD-CLR-LOW-AMOUNT
                   MOVE FD-CX-FIRST-ID   TO FD-CLR-HIGH-ID
                   MOVE WS-CARD-AMOUNT-1 TO FD-CLR-HIGH-AMOUNT
               END-IF
               MOVE WS-RUN-DATE       TO FD-CLR-CLEARED-DATE
               MOVE FD-CX-OPERATOR-ID TO FD-CLR-OPERATOR-ID
               WRITE FD-CLEARED-PAIR-RECORD
                   INVALID KEY
                       REWRITE FD-CLEARED-PAIR-RECORD
               END-WRITE
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "CLEARED" TO WS-CARD-REFUSAL
           ELSE
               ADD 1 TO WS-CARDS-REFUSED
           END-IF
           MOVE FD-CX-FIRST-ID    TO WS-CX-FIRST-ID
           MOVE FD-CX-SECOND-ID   TO WS-CX-SECOND-ID
           MOVE FD-CX-OPERATOR-ID TO WS-CX-OPERATOR-ID
           MOVE WS-CARD-REFUSAL   TO WS-CX-RESULT
           MOVE WS-CLEARANCE-LINE TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           PERFORM 1550-READ-CLEARANCE-CARD.

      *    The id's absolute DT amount off the master.
       1700-READ-DT-AMOUNT.
           READ BUG-IDX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CARD-SWITCH
                   MOVE "REFUSED - ID NOT ON MASTER"
                       TO WS-CARD-REFUSAL
           END-READ
           IF WS-CARD-ACCEPTED
               MOVE FD-BUG-IDX-RECORD TO WS-BUG-RECORD
               IF WS-FINANCIAL-RECORD-TYPE
                   PERFORM 1750-SET-ABSOLUTE-AMOUNT
               ELSE
                   MOVE 'N' TO WS-CARD-SWITCH
                   MOVE "REFUSED - ID NOT A DT RECORD"
                       TO WS-CARD-REFUSAL
               END-IF
           END-IF.

       1750-SET-ABSOLUTE-AMOUNT.
           IF WS-RECORD-AMOUNT < ZERO
               COMPUTE WS-ABSOLUTE-AMOUNT = ZERO - WS-RECORD-AMOUNT
           ELSE
               MOVE WS-RECORD-AMOUNT TO WS-ABSOLUTE-AMOUNT
           END-IF.

      ******************************************************************
      *    The cross-reference in absolute-amount order: each entry
      *    within the tolerance of the one before it extends the run
      *    in hand and is judged against every entry already in it,
      *    anything further away closes the run and starts the next.
      ******************************************************************
       2000-SCAN-AMOUNT-XREF.
           MOVE WS-MEMBER-HEADING TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           MOVE LOW-VALUES TO FD-AMX-XREF-KEY
           START AMOUNT-XREF-FILE KEY IS NOT LESS THAN FD-AMX-XREF-KEY
               INVALID KEY
                   SET WS-END-OF-XREF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-XREF-FILE
               PERFORM 2100-READ-XREF-NEXT
           END-IF
           PERFORM 2200-TAKE-ONE-ENTRY UNTIL WS-END-OF-XREF-FILE
           IF WS-RUN-COUNT > ZERO
               PERFORM 3400-CLOSE-RUN
           END-IF
           IF WS-GROUPS-REPORTED = ZERO
               MOVE WS-NO-GROUPS-LINE TO FD-DUP-REPORT-LINE
               WRITE FD-DUP-REPORT-LINE
           END-IF.

       2100-READ-XREF-NEXT.
           READ AMOUNT-XREF-FILE NEXT
               AT END
                   SET WS-END-OF-XREF-FILE TO TRUE
           END-READ.

       2200-TAKE-ONE-ENTRY.
           ADD 1 TO WS-XREF-ENTRIES-READ
           IF WS-RUN-COUNT > ZERO
               COMPUTE WS-AMOUNT-GAP =
                   FD-AMX-AMOUNT - WS-RN-ABS-AMOUNT(WS-RUN-COUNT)
               IF WS-AMOUNT-GAP > WS-DUP-TOLERANCE
                   PERFORM 3400-CLOSE-RUN
               ELSE
                   IF WS-RUN-COUNT = WS-RUN-LIMIT
                       PERFORM 2400-SLIDE-RUN-TABLE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-RUN-COUNT
           PERFORM 2300-LOAD-RUN-ENTRY
           PERFORM 3000-JUDGE-NEW-ENTRY
           PERFORM 2100-READ-XREF-NEXT.

      *    The signed amount and activity stamp come off the master;
      *    an entry whose id has left the master since BUGAMTX ran
      *    keeps the cross-reference's amount and sign, unstamped.
       2300-LOAD-RUN-ENTRY.
           MOVE FD-AMX-RECORD-ID TO WS-RN-RECORD-ID(WS-RUN-COUNT)
           MOVE FD-AMX-AMOUNT    TO WS-RN-ABS-AMOUNT(WS-RUN-COUNT)
           IF FD-AMX-AMOUNT-SIGN = "-"
               COMPUTE WS-RN-SIGNED-AMOUNT(WS-RUN-COUNT) =
                   ZERO - FD-AMX-AMOUNT
           ELSE
               MOVE FD-AMX-AMOUNT
                   TO WS-RN-SIGNED-AMOUNT(WS-RUN-COUNT)
           END-IF
           MOVE 'N' TO WS-RN-STAMP-SWITCH(WS-RUN-COUNT)
           MOVE ZERO TO WS-RN-STAMP(WS-RUN-COUNT)
           MOVE 'N' TO WS-RN-FLAG(WS-RUN-COUNT)
           MOVE FD-AMX-RECORD-ID TO FD-IDX-RECORD-ID
           READ BUG-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-BUG-IDX-RECORD TO WS-BUG-RECORD
                   IF WS-FINANCIAL-RECORD-TYPE
                       MOVE WS-RECORD-AMOUNT
                           TO WS-RN-SIGNED-AMOUNT(WS-RUN-COUNT)
                   END-IF
                   IF WS-PADDING-FIELD NUMERIC
                       SET WS-RN-STAMPED(WS-RUN-COUNT) TO TRUE
                       MOVE WS-PADDING-FIELD
                           TO WS-RN-STAMP(WS-RUN-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      *    A full table with the run still going: the flagged
      *    records among the oldest WS-RUN-SLIDE entries are
      *    reported now, those entries are dropped, and the rest
      *    move to the front.  Every entry still gets judged against
      *    at least the WS-RUN-LIMIT - WS-RUN-SLIDE entries before
      *    it, so no equal amount in a long run goes unflagged.
      ******************************************************************
       2400-SLIDE-RUN-TABLE.
           IF NOT WS-LONG-RUN
               SET WS-LONG-RUN TO TRUE
               ADD 1 TO WS-LONG-RUNS
           END-IF
           MOVE WS-RUN-SLIDE TO WS-WRITE-LIMIT
           PERFORM 3450-WRITE-GROUP-PIECE
           COMPUTE WS-RUN-KEEP = WS-RUN-COUNT - WS-RUN-SLIDE
           PERFORM 2450-SHIFT-ONE-ENTRY
               VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I > WS-RUN-KEEP
           MOVE WS-RUN-KEEP TO WS-RUN-COUNT.

       2450-SHIFT-ONE-ENTRY.
           COMPUTE WS-DUP-J = WS-DUP-I + WS-RUN-SLIDE
           MOVE WS-RUN-ENTRY(WS-DUP-J) TO WS-RUN-ENTRY(WS-DUP-I).

      ******************************************************************
      *    The entry just taken is judged against every entry in the
      *    table before it; a suspect pair not on the cleared-pairs
      *    file flags both its records, and a run with at least one
      *    flagged record is reported as a group.
      ******************************************************************
       3000-JUDGE-NEW-ENTRY.
           MOVE WS-RUN-COUNT TO WS-DUP-J
           PERFORM 3100-JUDGE-ONE-PAIR
               VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I NOT < WS-DUP-J.

       3100-JUDGE-ONE-PAIR.
           IF WS-DUP-J > WS-DUP-I
               MOVE 'N' TO WS-PAIR-SWITCH
               COMPUTE WS-AMOUNT-GAP =
                   WS-RN-ABS-AMOUNT(WS-DUP-J)
                   - WS-RN-ABS-AMOUNT(WS-DUP-I)
               IF WS-AMOUNT-GAP = ZERO
                   SET WS-SUSPECT-PAIR TO TRUE
               ELSE
                   IF WS-AMOUNT-GAP NOT > WS-DUP-TOLERANCE
                      AND WS-RN-STAMPED(WS-DUP-I)
                      AND WS-RN-STAMPED(WS-DUP-J)
                       COMPUTE WS-STAMP-GAP =
                           WS-RN-STAMP(WS-DUP-J)
                           - WS-RN-STAMP(WS-DUP-I)
                       IF WS-STAMP-GAP < ZERO
                           COMPUTE WS-STAMP-GAP = ZERO - WS-STAMP-GAP
                       END-IF
                       IF WS-STAMP-GAP NOT > WS-DUP-WINDOW-DAYS
                           SET WS-SUSPECT-PAIR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-SUSPECT-PAIR
                   PERFORM 3200-CHECK-PAIR-CLEARED
                   IF WS-PAIR-CLEARED
                       ADD 1 TO WS-PAIRS-SUPPRESSED
                   ELSE
                       ADD 1 TO WS-GROUP-PAIRS
                       IF WS-AMOUNT-GAP = ZERO
                           ADD 1 TO WS-GROUP-EXACT-PAIRS
                       END-IF
                       SET WS-RN-FLAGGED(WS-DUP-I) TO TRUE
                       SET WS-RN-FLAGGED(WS-DUP-J) TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Cleared only while both amounts still stand as cleared.
       3200-CHECK-PAIR-CLEARED.
           MOVE 'N' TO WS-CLEARED-SWITCH
           IF WS-RN-RECORD-ID(WS-DUP-I) < WS-RN-RECORD-ID(WS-DUP-J)
               MOVE WS-RN-RECORD-ID(WS-DUP-I)  TO WS-PAIR-LOW-ID
               MOVE WS-RN-ABS-AMOUNT(WS-DUP-I) TO WS-PAIR-LOW-AMOUNT
               MOVE WS-RN-RECORD-ID(WS-DUP-J)  TO WS-PAIR-HIGH-ID
               MOVE WS-RN-ABS-AMOUNT(WS-DUP-J) TO WS-PAIR-HIGH-AMOUNT
           ELSE
               MOVE WS-RN-RECORD-ID(WS-DUP-J)  TO WS-PAIR-LOW-ID
               MOVE WS-RN-ABS-AMOUNT(WS-DUP-J) TO WS-PAIR-LOW-AMOUNT
               MOVE WS-RN-RECORD-ID(WS-DUP-I)  TO WS-PAIR-HIGH-ID
               MOVE WS-RN-ABS-AMOUNT(WS-DUP-I) TO WS-PAIR-HIGH-AMOUNT
           END-IF
           MOVE WS-PAIR-LOW-ID  TO FD-CLR-LOW-ID
           MOVE WS-PAIR-HIGH-ID TO FD-CLR-HIGH-ID
           READ CLEARED-PAIRS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CLR-LOW-AMOUNT = WS-PAIR-LOW-AMOUNT
                      AND FD-CLR-HIGH-AMOUNT = WS-PAIR-HIGH-AMOUNT
                       SET WS-PAIR-CLEARED TO TRUE
                   END-IF
           END-READ.

      *    The run has ended: whatever is left in the table is
      *    reported and the group counts start again.
       3400-CLOSE-RUN.
           MOVE WS-RUN-COUNT TO WS-WRITE-LIMIT
           PERFORM 3450-WRITE-GROUP-PIECE
           MOVE ZERO TO WS-RUN-COUNT
           MOVE ZERO TO WS-GROUP-PAIRS
           MOVE ZERO TO WS-GROUP-EXACT-PAIRS
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           MOVE 'N' TO WS-LONG-RUN-SWITCH.

      *    Table entries 1 to WS-WRITE-LIMIT are leaving the table;
      *    any flagged among them go on the report now.
       3450-WRITE-GROUP-PIECE.
           MOVE ZERO TO WS-PIECE-FLAGGED
           PERFORM 3460-COUNT-ONE-FLAGGED
               VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I > WS-WRITE-LIMIT
           IF WS-PIECE-FLAGGED > ZERO
               PERFORM 3500-WRITE-GROUP
           END-IF.

       3460-COUNT-ONE-FLAGGED.
           IF WS-RN-FLAGGED(WS-DUP-I)
               ADD 1 TO WS-PIECE-FLAGGED
           END-IF.

      *    The first piece of a run opens a new group; a later piece
      *    of the same run is marked as continuing it and carries
      *    the pairs found since the piece before.
       3500-WRITE-GROUP.
           IF WS-GROUP-OPEN
               MOVE "(CONTINUED)" TO WS-GL-CONTINUED
           ELSE
               SET WS-GROUP-OPEN TO TRUE
               ADD 1 TO WS-GROUPS-REPORTED
               MOVE SPACES TO WS-GL-CONTINUED
           END-IF
           ADD WS-GROUP-PAIRS TO WS-PAIRS-REPORTED
           MOVE WS-GROUPS-REPORTED   TO WS-GL-GROUP-NUMBER
           MOVE WS-GROUP-PAIRS       TO WS-GL-PAIRS
           MOVE WS-GROUP-EXACT-PAIRS TO WS-GL-EXACT
           MOVE WS-GROUP-LINE TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           PERFORM 3600-WRITE-ONE-MEMBER
               VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I > WS-WRITE-LIMIT
           MOVE ZERO TO WS-GROUP-PAIRS
           MOVE ZERO TO WS-GROUP-EXACT-PAIRS.

       3600-WRITE-ONE-MEMBER.
           IF WS-RN-FLAGGED(WS-DUP-I)
               ADD 1 TO WS-RECORDS-REPORTED
               MOVE WS-RN-RECORD-ID(WS-DUP-I)     TO WS-ML-RECORD-ID
               MOVE WS-RN-SIGNED-AMOUNT(WS-DUP-I) TO WS-ML-AMOUNT
               IF WS-RN-STAMPED(WS-DUP-I)
                   COMPUTE WS-ACTIVITY-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-BASE-DATE)
                       + WS-RN-STAMP(WS-DUP-I)
                   COMPUTE WS-ACTIVITY-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-ACTIVITY-DAY-NUMBER)
                   MOVE WS-ACTIVITY-DATE TO WS-ML-ACTIVITY-DATE
               ELSE
                   MOVE "UNSTAMPD" TO WS-ML-ACTIVITY-DATE
               END-IF
               PERFORM 3700-FIND-LAST-WRITER
               MOVE WS-LAST-JOB-NAME    TO WS-ML-JOB-NAME
               MOVE WS-LAST-OPERATOR-ID TO WS-ML-OPERATOR-ID
               MOVE WS-MEMBER-LINE TO FD-DUP-REPORT-LINE
               WRITE FD-DUP-REPORT-LINE
           END-IF.

      *    The id's entries sit together on the keyed companion in
      *    trail order, so the last one read is the latest writer.
       3700-FIND-LAST-WRITER.
           MOVE "NO TRAIL" TO WS-LAST-JOB-NAME
           MOVE SPACES     TO WS-LAST-OPERATOR-ID
           MOVE 'N' TO WS-TRAIL-EOF-SWITCH
           MOVE WS-RN-RECORD-ID(WS-DUP-I) TO FD-AIX-RECORD-ID
           MOVE ZERO TO FD-AIX-ENTRY-SEQ
           START AUDIT-INDEX-FILE
               KEY IS NOT LESS THAN FD-AIX-ENTRY-KEY
               INVALID KEY
                   SET WS-END-OF-ID-TRAIL TO TRUE
           END-START
           PERFORM 3750-READ-ID-TRAIL UNTIL WS-END-OF-ID-TRAIL.

       3750-READ-ID-TRAIL.
           READ AUDIT-INDEX-FILE NEXT
               AT END
                   SET WS-END-OF-ID-TRAIL TO TRUE
           END-READ
           IF NOT WS-END-OF-ID-TRAIL
               IF FD-AIX-RECORD-ID NOT = WS-RN-RECORD-ID(WS-DUP-I)
                   SET WS-END-OF-ID-TRAIL TO TRUE
               ELSE
                   MOVE FD-AIX-JOB-NAME    TO WS-LAST-JOB-NAME
                   MOVE FD-AIX-OPERATOR-ID TO WS-LAST-OPERATOR-ID
               END-IF
           END-IF.

       4000-WRITE-TOTALS.
           MOVE SPACES TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE
           MOVE "CROSS-REFERENCE ENTRIES READ" TO WS-CL-LABEL
           MOVE WS-XREF-ENTRIES-READ TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "GROUPS REPORTED" TO WS-CL-LABEL
           MOVE WS-GROUPS-REPORTED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "RECORDS REPORTED" TO WS-CL-LABEL
           MOVE WS-RECORDS-REPORTED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "SUSPECT PAIRS REPORTED" TO WS-CL-LABEL
           MOVE WS-PAIRS-REPORTED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "SUSPECT PAIRS ALREADY CLEARED" TO WS-CL-LABEL
           MOVE WS-PAIRS-SUPPRESSED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "RUNS LONGER THAN THE RUN TABLE" TO WS-CL-LABEL
           MOVE WS-LONG-RUNS TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "CLEARANCE CARDS APPLIED" TO WS-CL-LABEL
           MOVE WS-CARDS-APPLIED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "CLEARANCE CARDS REFUSED" TO WS-CL-LABEL
           MOVE WS-CARDS-REFUSED TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FD-DUP-REPORT-LINE
           WRITE FD-DUP-REPORT-LINE.

       4900-CLOSE-FILES.
           CLOSE AMOUNT-XREF-FILE
           CLOSE BUG-IDX-FILE
           CLOSE AUDIT-INDEX-FILE
           CLOSE CLEARED-PAIRS-FILE
           CLOSE DUP-REPORT-FILE.

       COPY "bugoprp.cpy".
       COPY "bugprmp.cpy".
