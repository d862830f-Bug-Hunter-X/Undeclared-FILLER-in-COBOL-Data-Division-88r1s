       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGXCHK.
      ******************************************************************
      *    BUGXCHK - cross-file integrity check.  The master now has a
      *    family of files that must agree - the sequential and
      *    indexed masters, the amount cross-reference (BUGAMTX), the
      *    audit trail and its keyed companion (BUGAIDX), the
      *    persisted high key and the lock token - and a stale one
      *    used to surface only as a wrong answer on somebody's
      *    screen.  This job reads them all, changes nothing, and
      *    checks them against each other:
      *      01 the sequential and indexed masters hold the same
      *         number of records;
      *      02 they hold the same DT count and DT amount total;
      *      03 every DT on the index has its amount cross-reference
      *         entry;
      *      04 no cross-reference entry disagrees with the DT it
      *         names (a second entry for one id always does, so 03
      *         and 04 together prove exactly one right entry each);
      *      05 no cross-reference entry names an id not on the
      *         index;
      *      06 the audit index holds as many entries as the trail;
      *      07 no live id (either master) is above the persisted
      *         high key;
      *      08 no id on an archive file (BUGPURGE's BUGAyyyymmdd
      *         files, over the range on the parameter card) is
      *         above the persisted high key;
      *      09 every CT on the indexed master cross-foots the DT
      *         amounts on the index since the prior control, the
      *         spans taken in the sequential master's batch order
      *         (the index is in id order, where generated batch
      *         records sort to the end);
      *      10 no lock token is older than the hours on the card.
      *    The high key is the last id handed out (BUGMAINT and
      *    BUGREBLD persist the id they just used), so an id equal to
      *    it is correct; an id above it is one the next add could
      *    collide with.  Each check prints PASS or FAIL with its
      *    figures, and the offending ids are listed ahead of the
      *    results.  The run ends with BUGGATE's codes: 0 every check
      *    passed, 8 any check failed (hold the schedule), 16 the
      *    masters could not be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUG-SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT BUG-IDX-FILE ASSIGN TO WS-IDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-RECORD-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT AMOUNT-XREF-FILE ASSIGN TO WS-AMXREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AMX-XREF-KEY
               FILE STATUS IS WS-AMXREF-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO WS-AUDIT-INDEX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AIX-ENTRY-KEY
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.

           SELECT HIGH-KEY-FILE ASSIGN TO WS-HIGH-KEY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIGH-KEY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LOCK-TOKEN-FILE ASSIGN TO WS-LOCK-TOKEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO WS-CHECK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugseqfd.cpy".
       COPY "bugidxfd.cpy".
       COPY "bugamxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "bugaixfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugprmfd.cpy".

       FD  HIGH-KEY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  FD-HIGH-KEY-RECORD          PIC 9(6).

      *    Same layout BUGPURGE archives: the master record as it
      *    stood when purged.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  FD-ARCHIVE-RECORD.
           05  FILLER                      PIC X(6).
           05  FD-ARCHIVE-RECORD-ID        PIC X(6).
           05  FILLER                      PIC X(8).

       FD  CHECK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CHECK-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "buglokw.cpy".
       COPY "bugprmw.cpy".

       01  WS-SEQ-FILE-NAME            PIC X(40) VALUE "BUGSEQ.DAT".
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
           88  WS-SEQ-OK                    VALUE "00".
       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
       01  WS-AMXREF-FILE-NAME         PIC X(40) VALUE "BUGAMTX.DAT".
       01  WS-AMXREF-STATUS            PIC XX VALUE SPACES.
           88  WS-AMXREF-OK                 VALUE "00".
       01  WS-AUDIT-TRAIL-FILE-NAME    PIC X(40) VALUE "BUGAUDIT.DAT".
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           88  WS-AUDIT-FILE-OK             VALUE "00".
           88  WS-AUDIT-FILE-ABSENT         VALUE "35".
       01  WS-AUDIT-INDEX-FILE-NAME    PIC X(40) VALUE "BUGAIDX.DAT".
       01  WS-AUDIT-INDEX-STATUS       PIC XX VALUE SPACES.
           88  WS-AUDIT-INDEX-OK            VALUE "00".
           88  WS-AUDIT-INDEX-ABSENT        VALUE "35".
       01  WS-HIGH-KEY-FILE-NAME       PIC X(40) VALUE "BUGHIKEY.DAT".
       01  WS-HIGH-KEY-STATUS          PIC XX VALUE SPACES.
           88  WS-HIGH-KEY-OK               VALUE "00".
       01  WS-ARCHIVE-FILE-NAME        PIC X(40) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE SPACES.
           88  WS-ARCHIVE-OK                VALUE "00".
       01  WS-CHECK-REPORT-FILE-NAME   PIC X(40) VALUE "BUGXCHK.RPT".
       01  WS-CHECK-REPORT-STATUS      PIC XX VALUE SPACES.
           88  WS-CHECK-REPORT-OK           VALUE "00".

       01  WS-SEQ-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-SEQ-FILE           VALUE 'Y'.
       01  WS-IDX-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-IDX-FILE           VALUE 'Y'.
       01  WS-AMXREF-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-END-OF-AMXREF-FILE        VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-FILE         VALUE 'Y'.
       01  WS-AUDIT-INDEX-EOF-SWITCH   PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-INDEX        VALUE 'Y'.
       01  WS-ARCHIVE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-END-OF-ARCHIVE-FILE       VALUE 'Y'.
       01  WS-AMXREF-OPEN-SWITCH       PIC X VALUE 'N'.
           88  WS-AMXREF-AVAILABLE          VALUE 'Y'.
       01  WS-ON-INDEX-SWITCH          PIC X VALUE 'N'.
           88  WS-RECORD-ON-INDEX           VALUE 'Y'.

       01  WS-LOCK-HOURS-INPUT         PIC X(3) VALUE SPACES.
       01  WS-LOCK-HOURS-LIMIT         PIC 9(3) VALUE 12.
       01  WS-ARCHIVE-FROM-INPUT       PIC X(8) VALUE SPACES.
       01  WS-ARCHIVE-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-DAY              PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-LAST-DAY         PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-DATE             PIC 9(8) VALUE ZERO.

       01  WS-HIGH-KEY                 PIC 9(6) VALUE ZERO.
       01  WS-CHECK-ID                 PIC X(6) VALUE SPACES.
       01  WS-NUMERIC-ID-WORK          PIC 9(6) VALUE ZERO.
       01  WS-ABSOLUTE-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-SIGN              PIC X VALUE SPACE.
       01  WS-SIGNED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Figures gathered by the passes.
       01  WS-SEQ-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-IDX-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SEQ-DT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-IDX-DT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-SEQ-DT-TOTAL             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-IDX-DT-TOTAL             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-SEQ-NOT-ON-INDEX         PIC 9(9) VALUE ZERO.
       01  WS-XREF-ENTRY-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-XREF-MISSING-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-XREF-WRONG-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-XREF-ORPHAN-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-TRAIL-ENTRY-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-AIDX-ENTRY-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LIVE-ABOVE-KEY-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-FILES-READ       PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVED-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-ABOVE-KEY-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CT-CHECKED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CT-OFF-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-SPAN-DT-TOTAL            PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CT-DIFFERENCE            PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LOCK-AGE-HOURS           PIC 9(9) VALUE ZERO.
       01  WS-LOCK-START-DAY           PIC 9(9) VALUE ZERO.
       01  WS-LOCK-START-SECONDS       PIC 9(9) VALUE ZERO.
       01  WS-LOCK-NOW-DAY             PIC 9(9) VALUE ZERO.
       01  WS-LOCK-NOW-SECONDS         PIC 9(9) VALUE ZERO.
       01  WS-TIMESTAMP-WORK.
           05  WS-TW-DATE              PIC 9(8).
           05  WS-TW-HOURS             PIC 9(2).
           05  WS-TW-MINUTES           PIC 9(2).
           05  WS-TW-SECONDS           PIC 9(2).
           05  FILLER                  PIC X(7).

      *    One check's outcome, set before 5900-WRITE-CHECK-LINE.
       01  WS-CHECK-NUMBER             PIC 9(2) VALUE ZERO.
       01  WS-CHECK-TEXT               PIC X(60) VALUE SPACES.
       01  WS-CHECK-FAILURES           PIC 9(9) VALUE ZERO.
       01  WS-CHECKS-PASSED            PIC 9(2) VALUE ZERO.
       01  WS-CHECKS-FAILED            PIC 9(2) VALUE ZERO.
       01  WS-EXCEPTIONS-LISTED        PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-LIMIT          PIC 9(9) VALUE 500.

       01  WS-CHECK-HEADING.
           05  FILLER PIC X(20) VALUE "BUGXCHK CROSS-FILE I".
           05  FILLER PIC X(20) VALUE "NTEGRITY CHECK      ".
           05  FILLER PIC X(20) VALUE "          RUN       ".
           05  WS-XH-RUN-DATE          PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT             PIC X(40).

       01  WS-EXCEPTION-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-EL-CHECK             PIC 9(2).
           05  FILLER PIC X(4)  VALUE "  ID".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-EL-ID                PIC X(6).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-EL-TEXT              PIC X(40).
           05  WS-EL-AMOUNT            PIC X(22).

       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RESULT-LINE.
           05  WS-RL-CHECK             PIC 9(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RL-RESULT            PIC X(4).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RL-TEXT              PIC X(60).

       01  WS-COUNT-LINE.
           05  FILLER PIC X(8)  VALUE SPACES.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER PIC X(8)  VALUE SPACES.
           05  WS-AL-LABEL             PIC X(28).
           05  WS-AL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-OPEN-REPORT
           PERFORM 1100-LOAD-HIGH-KEY
           PERFORM 2000-CHECK-SEQUENTIAL-MASTER
           PERFORM 2500-CHECK-INDEXED-MASTER
           PERFORM 3000-CHECK-AMOUNT-XREF
           CLOSE BUG-IDX-FILE
           PERFORM 3500-COUNT-AUDIT-FILES
           PERFORM 4000-CHECK-ARCHIVES
           PERFORM 4500-CHECK-LOCK-TOKEN-AGE
           PERFORM 5000-WRITE-RESULTS
           CLOSE CHECK-REPORT-FILE
           DISPLAY "BUGXCHK: CHECKS PASSED = " WS-CHECKS-PASSED
               " FAILED = " WS-CHECKS-FAILED
           IF WS-CHECKS-FAILED > ZERO
               DISPLAY "BUGXCHK: COMPANION FILES DISAGREE - SEE "
                   WS-CHECK-REPORT-FILE-NAME UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The limits come off the scheduler's parameter card when
      *    one is staged (values columns: 1-3 the age in hours a
      *    lock token may reach, blank = 12; 5-12 the first archive
      *    date YYYYMMDD to check, blank = a year before the run);
      *    the console prompts stay as the fallback for a hand run.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGXCHK " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:3) TO WS-LOCK-HOURS-INPUT
               MOVE WS-PARAM-VALUES(5:8) TO WS-ARCHIVE-FROM-INPUT
               DISPLAY "BUGXCHK: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER LOCK TOKEN AGE LIMIT IN HOURS (BLANK = "
                   "12): " WITH NO ADVANCING
               ACCEPT WS-LOCK-HOURS-INPUT
               DISPLAY "ENTER FIRST ARCHIVE DATE YYYYMMDD (BLANK = "
                   "ONE YEAR BACK): " WITH NO ADVANCING
               ACCEPT WS-ARCHIVE-FROM-INPUT
               DISPLAY "BUGXCHK: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-LOCK-HOURS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOCK-HOURS-INPUT)
                   TO WS-LOCK-HOURS-LIMIT
           END-IF
           IF WS-ARCHIVE-FROM-INPUT = SPACES
               COMPUTE WS-ARCHIVE-FROM-DATE = WS-RUN-DATE - 10000
      *        29 February a year back has no day of its own.
               IF WS-ARCHIVE-FROM-DATE(5:4) = "0229"
                   MOVE "0228" TO WS-ARCHIVE-FROM-DATE(5:4)
               END-IF
           ELSE
               IF WS-ARCHIVE-FROM-INPUT IS NOT NUMERIC
                   DISPLAY "BUGXCHK: ARCHIVE DATE "
                       WS-ARCHIVE-FROM-INPUT " IS NOT YYYYMMDD - "
                       "NO CHECK" UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARCHIVE-FROM-INPUT TO WS-ARCHIVE-FROM-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-FROM-DATE) = ZERO
                  OR WS-ARCHIVE-FROM-DATE > WS-RUN-DATE
                   DISPLAY "BUGXCHK: ARCHIVE DATE "
                       WS-ARCHIVE-FROM-INPUT " IS NOT A PAST DATE - "
                       "NO CHECK" UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1000-OPEN-REPORT.
           OPEN OUTPUT CHECK-REPORT-FILE
           IF NOT WS-CHECK-REPORT-OK
               DISPLAY "BUGXCHK: UNABLE TO OPEN "
                   WS-CHECK-REPORT-FILE-NAME " STATUS "
                   WS-CHECK-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-XH-RUN-DATE
           MOVE WS-CHECK-HEADING TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-CHECK-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-CHECK-REPORT-LINE
           END-IF
           WRITE FD-CHECK-REPORT-LINE
           MOVE SPACES TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           MOVE "EXCEPTIONS (CHECK NUMBER, RECORD ID)" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE.

      *    No high-key file is a high key of zero, as BUGMAINT
      *    reads it.
       1100-LOAD-HIGH-KEY.
           MOVE ZERO TO WS-HIGH-KEY
           OPEN INPUT HIGH-KEY-FILE
           IF WS-HIGH-KEY-OK
               READ HIGH-KEY-FILE
                   AT END
                       MOVE ZERO TO FD-HIGH-KEY-RECORD
               END-READ
               IF FD-HIGH-KEY-RECORD IS NUMERIC
                   MOVE FD-HIGH-KEY-RECORD TO WS-HIGH-KEY
               END-IF
               CLOSE HIGH-KEY-FILE
           END-IF.

      ******************************************************************
      *    The sequential pass counts the sequential master, checks
      *    its ids against the high key, and walks its batches in
      *    file order footing each CT as it now stands on the index
      *    against the DT amounts now on the index since the prior
      *    control - the same span rule BUGLOAD and BUGREBLD apply.
      *    A DT gone from the index adds nothing; a CT gone from the
      *    index is not on the indexed master to check, and closes
      *    its span.
      ******************************************************************
       2000-CHECK-SEQUENTIAL-MASTER.
           OPEN INPUT BUG-SEQ-FILE
           IF NOT WS-SEQ-OK
               DISPLAY "BUGXCHK: UNABLE TO OPEN " WS-SEQ-FILE-NAME
                   " STATUS " WS-SEQ-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGXCHK: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-SPAN-DT-TOTAL
           PERFORM 2050-READ-SEQ-FILE
           PERFORM 2100-CHECK-ONE-SEQ-RECORD
               UNTIL WS-END-OF-SEQ-FILE
           CLOSE BUG-SEQ-FILE.

       2050-READ-SEQ-FILE.
           READ BUG-SEQ-FILE INTO WS-BUG-RECORD
               AT END
                   SET WS-END-OF-SEQ-FILE TO TRUE
           END-READ.

       2100-CHECK-ONE-SEQ-RECORD.
           ADD 1 TO WS-SEQ-RECORD-COUNT
           IF WS-DETAIL-RECORD
               ADD 1 TO WS-SEQ-DT-COUNT
               ADD WS-RECORD-AMOUNT TO WS-SEQ-DT-TOTAL
           END-IF
           MOVE WS-RECORD-ID TO WS-CHECK-ID
           MOVE WS-RECORD-ID TO FD-IDX-RECORD-ID
           MOVE 'N' TO WS-ON-INDEX-SWITCH
           READ BUG-IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-SEQ-NOT-ON-INDEX
                   MOVE 01 TO WS-EL-CHECK
                   MOVE "ON SEQUENTIAL MASTER, NOT ON INDEX"
                       TO WS-EL-TEXT
                   MOVE SPACES TO WS-EL-AMOUNT
                   PERFORM 8000-WRITE-EXCEPTION
                   PERFORM 2200-CHECK-LIVE-ID-AGAINST-KEY
               NOT INVALID KEY
                   SET WS-RECORD-ON-INDEX TO TRUE
           END-READ
           PERFORM 2150-FOOT-ONE-SEQ-RECORD
           PERFORM 2050-READ-SEQ-FILE.

       2150-FOOT-ONE-SEQ-RECORD.
           EVALUATE TRUE
               WHEN WS-HEADER-RECORD
                   MOVE ZERO TO WS-SPAN-DT-TOTAL
               WHEN WS-DETAIL-RECORD
                   IF WS-RECORD-ON-INDEX
                      AND FD-IDX-RECORD-TYPE-CODE = "DT"
                       MOVE FD-IDX-RECORD-DATA TO WS-RECORD-DATA
                       ADD WS-RECORD-AMOUNT TO WS-SPAN-DT-TOTAL
                   END-IF
               WHEN WS-CONTROL-RECORD
                   IF WS-RECORD-ON-INDEX
                      AND FD-IDX-RECORD-TYPE-CODE = "CT"
                       ADD 1 TO WS-CT-CHECKED-COUNT
                       MOVE FD-IDX-RECORD-DATA TO WS-RECORD-DATA
                       IF WS-RECORD-AMOUNT NOT = WS-SPAN-DT-TOTAL
                           ADD 1 TO WS-CT-OFF-COUNT
                           COMPUTE WS-CT-DIFFERENCE =
                               WS-RECORD-AMOUNT - WS-SPAN-DT-TOTAL
                           MOVE 09 TO WS-EL-CHECK
                           MOVE "CT DOES NOT CROSS-FOOT, OFF BY"
                               TO WS-EL-TEXT
                           MOVE WS-CT-DIFFERENCE TO WS-AMOUNT-EDIT
                           MOVE WS-AMOUNT-EDIT TO WS-EL-AMOUNT
                           PERFORM 8000-WRITE-EXCEPTION
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-SPAN-DT-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-CHECK-LIVE-ID-AGAINST-KEY.
           IF WS-CHECK-ID IS NUMERIC
               MOVE WS-CHECK-ID TO WS-NUMERIC-ID-WORK
               IF WS-NUMERIC-ID-WORK > WS-HIGH-KEY
                   ADD 1 TO WS-LIVE-ABOVE-KEY-COUNT
                   MOVE 07 TO WS-EL-CHECK
                   MOVE "LIVE ID ABOVE THE PERSISTED HIGH KEY"
                       TO WS-EL-TEXT
                   MOVE SPACES TO WS-EL-AMOUNT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      *    The indexed pass counts the index in key order and looks
      *    each DT up on the amount cross-reference by the exact key
      *    BUGAMTX would have built for it.  An id on the index but
      *    not the sequential master shows as a count difference.
      *    Every id on the index is checked against the high key
      *    here; the sequential pass checks only the ids the index
      *    lacks, so no id is counted twice.
      ******************************************************************
       2500-CHECK-INDEXED-MASTER.
           OPEN INPUT AMOUNT-XREF-FILE
           IF WS-AMXREF-OK
               SET WS-AMXREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "BUGXCHK: UNABLE TO OPEN " WS-AMXREF-FILE-NAME
                   " STATUS " WS-AMXREF-STATUS UPON CONSOLE
           END-IF
           MOVE LOW-VALUES TO FD-IDX-RECORD-ID
           START BUG-IDX-FILE KEY IS NOT LESS THAN FD-IDX-RECORD-ID
               INVALID KEY
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-IDX-FILE
               PERFORM 2550-READ-IDX-NEXT
           END-IF
           PERFORM 2600-CHECK-ONE-IDX-RECORD
               UNTIL WS-END-OF-IDX-FILE.

       2550-READ-IDX-NEXT.
           READ BUG-IDX-FILE NEXT
               AT END
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-READ.

       2600-CHECK-ONE-IDX-RECORD.
           ADD 1 TO WS-IDX-RECORD-COUNT
           MOVE FD-IDX-RECORD-ID TO WS-CHECK-ID
           PERFORM 2200-CHECK-LIVE-ID-AGAINST-KEY
           MOVE FD-IDX-RECORD-TYPE-CODE TO WS-RECORD-TYPE-CODE
           MOVE FD-IDX-RECORD-DATA      TO WS-RECORD-DATA
           IF WS-FINANCIAL-RECORD-TYPE
               ADD 1 TO WS-IDX-DT-COUNT
               ADD WS-RECORD-AMOUNT TO WS-IDX-DT-TOTAL
               PERFORM 2650-LOOK-UP-XREF-ENTRY
           END-IF
           PERFORM 2550-READ-IDX-NEXT.

       2650-LOOK-UP-XREF-ENTRY.
           IF WS-RECORD-AMOUNT < ZERO
               COMPUTE WS-ABSOLUTE-AMOUNT = 0 - WS-RECORD-AMOUNT
           ELSE
               MOVE WS-RECORD-AMOUNT TO WS-ABSOLUTE-AMOUNT
           END-IF
           IF WS-AMXREF-AVAILABLE
               MOVE WS-ABSOLUTE-AMOUNT TO FD-AMX-AMOUNT
               MOVE FD-IDX-RECORD-ID   TO FD-AMX-RECORD-ID
               READ AMOUNT-XREF-FILE
                   INVALID KEY
                       PERFORM 2690-REPORT-MISSING-XREF
               END-READ
           ELSE
               PERFORM 2690-REPORT-MISSING-XREF
           END-IF.

       2690-REPORT-MISSING-XREF.
           ADD 1 TO WS-XREF-MISSING-COUNT
           MOVE 03 TO WS-EL-CHECK
           MOVE FD-IDX-RECORD-ID TO WS-CHECK-ID
           MOVE "DT HAS NO AMOUNT XREF ENTRY FOR" TO WS-EL-TEXT
           MOVE WS-RECORD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-EL-AMOUNT
           PERFORM 8000-WRITE-EXCEPTION.

      ******************************************************************
      *    Every cross-reference entry must name a DT on the index
      *    whose signed amount is the entry's.  A stale entry left
      *    by an amount change, or a second entry for one id, fails
      *    here; an entry whose id has gone fails as an orphan.
      ******************************************************************
       3000-CHECK-AMOUNT-XREF.
           IF WS-AMXREF-AVAILABLE
               MOVE LOW-VALUES TO FD-AMX-XREF-KEY
               START AMOUNT-XREF-FILE
                   KEY IS NOT LESS THAN FD-AMX-XREF-KEY
                   INVALID KEY
                       SET WS-END-OF-AMXREF-FILE TO TRUE
               END-START
               IF NOT WS-END-OF-AMXREF-FILE
                   PERFORM 3050-READ-AMXREF-NEXT
               END-IF
               PERFORM 3100-CHECK-ONE-XREF-ENTRY
                   UNTIL WS-END-OF-AMXREF-FILE
               CLOSE AMOUNT-XREF-FILE
           END-IF.

       3050-READ-AMXREF-NEXT.
           READ AMOUNT-XREF-FILE NEXT
               AT END
                   SET WS-END-OF-AMXREF-FILE TO TRUE
           END-READ.

       3100-CHECK-ONE-XREF-ENTRY.
           ADD 1 TO WS-XREF-ENTRY-COUNT
           MOVE FD-AMX-RECORD-ID TO WS-CHECK-ID
           IF FD-AMX-AMOUNT-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = 0 - FD-AMX-AMOUNT
           ELSE
               MOVE FD-AMX-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           MOVE FD-AMX-RECORD-ID TO FD-IDX-RECORD-ID
           READ BUG-IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-XREF-ORPHAN-COUNT
                   MOVE 05 TO WS-EL-CHECK
                   MOVE "XREF ENTRY FOR AN ID NOT ON THE INDEX"
                       TO WS-EL-TEXT
                   MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-EL-AMOUNT
                   PERFORM 8000-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 3150-COMPARE-XREF-TO-MASTER
           END-READ
           PERFORM 3050-READ-AMXREF-NEXT.

       3150-COMPARE-XREF-TO-MASTER.
           MOVE FD-IDX-RECORD-TYPE-CODE TO WS-RECORD-TYPE-CODE
           MOVE FD-IDX-RECORD-DATA      TO WS-RECORD-DATA
           MOVE 'N' TO WS-ON-INDEX-SWITCH
           IF WS-FINANCIAL-RECORD-TYPE
               IF WS-RECORD-AMOUNT = WS-SIGNED-AMOUNT
                   SET WS-RECORD-ON-INDEX TO TRUE
               END-IF
           END-IF
           IF NOT WS-RECORD-ON-INDEX
               ADD 1 TO WS-XREF-WRONG-COUNT
               MOVE 04 TO WS-EL-CHECK
               MOVE "XREF ENTRY DISAGREES WITH THE MASTER:"
                   TO WS-EL-TEXT
               MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EL-AMOUNT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      *    A file not there holds no entries; the two counts are
      *    still compared.
       3500-COUNT-AUDIT-FILES.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-OK
               PERFORM 3600-COUNT-ONE-TRAIL-ENTRY
                   UNTIL WS-END-OF-AUDIT-FILE
               CLOSE AUDIT-TRAIL-FILE
           ELSE
               IF NOT WS-AUDIT-FILE-ABSENT
                   DISPLAY "BUGXCHK: UNABLE TO OPEN "
                       WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                       WS-AUDIT-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDIT-INDEX-OK
               MOVE LOW-VALUES TO FD-AIX-ENTRY-KEY
               START AUDIT-INDEX-FILE
                   KEY IS NOT LESS THAN FD-AIX-ENTRY-KEY
                   INVALID KEY
                       SET WS-END-OF-AUDIT-INDEX TO TRUE
               END-START
               PERFORM 3700-COUNT-ONE-AIDX-ENTRY
                   UNTIL WS-END-OF-AUDIT-INDEX
               CLOSE AUDIT-INDEX-FILE
           ELSE
               IF NOT WS-AUDIT-INDEX-ABSENT
                   DISPLAY "BUGXCHK: UNABLE TO OPEN "
                       WS-AUDIT-INDEX-FILE-NAME " STATUS "
                       WS-AUDIT-INDEX-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3600-COUNT-ONE-TRAIL-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAIL-ENTRY-COUNT
           END-READ.

       3700-COUNT-ONE-AIDX-ENTRY.
           READ AUDIT-INDEX-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT-INDEX TO TRUE
               NOT AT END
                   ADD 1 TO WS-AIDX-ENTRY-COUNT
           END-READ.

      ******************************************************************
      *    BUGPURGE writes one archive file per purge day, named by
      *    the day; each day from the card's first archive date to
      *    today is tried, and a day with no purge has no file.
      ******************************************************************
       4000-CHECK-ARCHIVES.
           COMPUTE WS-ARCHIVE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-FROM-DATE)
           COMPUTE WS-ARCHIVE-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 4100-CHECK-ONE-ARCHIVE-DAY
               UNTIL WS-ARCHIVE-DAY > WS-ARCHIVE-LAST-DAY.

       4100-CHECK-ONE-ARCHIVE-DAY.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCHIVE-DAY)
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "BUGA" WS-ARCHIVE-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-OK
               ADD 1 TO WS-ARCHIVE-FILES-READ
               MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
               PERFORM 4200-CHECK-ONE-ARCHIVED-RECORD
                   UNTIL WS-END-OF-ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           ADD 1 TO WS-ARCHIVE-DAY.

       4200-CHECK-ONE-ARCHIVED-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-ARCHIVE-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVED-RECORD-COUNT
                   MOVE FD-ARCHIVE-RECORD-ID TO WS-CHECK-ID
                   IF WS-CHECK-ID IS NUMERIC
                       MOVE WS-CHECK-ID TO WS-NUMERIC-ID-WORK
                       IF WS-NUMERIC-ID-WORK > WS-HIGH-KEY
                           ADD 1 TO WS-ARCHIVE-ABOVE-KEY-COUNT
                           MOVE 08 TO WS-EL-CHECK
                           MOVE "ARCHIVED ID ABOVE THE HIGH KEY ON"
                               TO WS-EL-TEXT
                           MOVE WS-ARCHIVE-FILE-NAME TO WS-EL-AMOUNT
                           PERFORM 8000-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *    A token younger than the limit is a session in progress,
      *    not a fault; an unreadable start time cannot be aged and
      *    fails.
       4500-CHECK-LOCK-TOKEN-AGE.
           PERFORM 0600-CHECK-LOCK-TOKEN
           MOVE ZERO TO WS-LOCK-AGE-HOURS
           IF WS-LOCK-HELD
               MOVE WS-LOCK-START-TIMESTAMP TO WS-TIMESTAMP-WORK
               IF WS-LOCK-START-TIMESTAMP(1:14) IS NUMERIC
                   COMPUTE WS-LOCK-START-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-TW-DATE)
                   COMPUTE WS-LOCK-START-SECONDS = WS-TW-HOURS * 3600
                       + WS-TW-MINUTES * 60 + WS-TW-SECONDS
                   MOVE WS-RUN-TIMESTAMP TO WS-TIMESTAMP-WORK
                   COMPUTE WS-LOCK-NOW-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-TW-DATE)
                   COMPUTE WS-LOCK-NOW-SECONDS = WS-TW-HOURS * 3600
                       + WS-TW-MINUTES * 60 + WS-TW-SECONDS
                   IF (WS-LOCK-NOW-DAY * 86400 + WS-LOCK-NOW-SECONDS)
                      > (WS-LOCK-START-DAY * 86400
                         + WS-LOCK-START-SECONDS)
                       COMPUTE WS-LOCK-AGE-HOURS =
                           ((WS-LOCK-NOW-DAY - WS-LOCK-START-DAY)
                             * 86400 + WS-LOCK-NOW-SECONDS
                             - WS-LOCK-START-SECONDS) / 3600
                   END-IF
               ELSE
                   MOVE 999999999 TO WS-LOCK-AGE-HOURS
               END-IF
           END-IF.

      ******************************************************************
      *    One PASS/FAIL line per check with the figures behind it.
      ******************************************************************
       5000-WRITE-RESULTS.
           IF WS-EXCEPTIONS-LISTED = ZERO
               MOVE "  NONE" TO FD-CHECK-REPORT-LINE
               WRITE FD-CHECK-REPORT-LINE
           END-IF
           MOVE SPACES TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           MOVE "CHECK RESULTS" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           PERFORM 5100-RESULT-RECORD-COUNTS
           PERFORM 5200-RESULT-DT-TOTALS
           PERFORM 5300-RESULT-XREF-COVERAGE
           PERFORM 5400-RESULT-XREF-AGREEMENT
           PERFORM 5500-RESULT-XREF-ORPHANS
           PERFORM 5600-RESULT-AUDIT-INDEX
           PERFORM 5700-RESULT-LIVE-HIGH-KEY
           PERFORM 5750-RESULT-ARCHIVE-HIGH-KEY
           PERFORM 5800-RESULT-CT-CROSS-FOOT
           PERFORM 5850-RESULT-LOCK-TOKEN
           MOVE SPACES TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           MOVE "CHECKS PASSED" TO WS-TL-LABEL
           MOVE WS-CHECKS-PASSED TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE
           MOVE "CHECKS FAILED" TO WS-TL-LABEL
           MOVE WS-CHECKS-FAILED TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE.

       5100-RESULT-RECORD-COUNTS.
           MOVE 01 TO WS-CHECK-NUMBER
           MOVE "RECORD COUNTS AGREE, SEQUENTIAL VS INDEXED MASTER"
               TO WS-CHECK-TEXT
           MOVE ZERO TO WS-CHECK-FAILURES
           IF WS-SEQ-RECORD-COUNT NOT = WS-IDX-RECORD-COUNT
              OR WS-SEQ-NOT-ON-INDEX > ZERO
               MOVE 1 TO WS-CHECK-FAILURES
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "SEQUENTIAL MASTER RECORDS" TO WS-CL-LABEL
           MOVE WS-SEQ-RECORD-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "INDEXED MASTER RECORDS" TO WS-CL-LABEL
           MOVE WS-IDX-RECORD-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "SEQUENTIAL IDS NOT ON THE INDEX" TO WS-CL-LABEL
           MOVE WS-SEQ-NOT-ON-INDEX TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5200-RESULT-DT-TOTALS.
           MOVE 02 TO WS-CHECK-NUMBER
           MOVE "DT COUNTS AND TOTALS AGREE, SEQUENTIAL VS INDEXED"
               TO WS-CHECK-TEXT
           MOVE ZERO TO WS-CHECK-FAILURES
           IF WS-SEQ-DT-COUNT NOT = WS-IDX-DT-COUNT
              OR WS-SEQ-DT-TOTAL NOT = WS-IDX-DT-TOTAL
               MOVE 1 TO WS-CHECK-FAILURES
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "SEQUENTIAL DT RECORDS" TO WS-CL-LABEL
           MOVE WS-SEQ-DT-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "INDEXED DT RECORDS" TO WS-CL-LABEL
           MOVE WS-IDX-DT-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "SEQUENTIAL DT TOTAL" TO WS-AL-LABEL
           MOVE WS-SEQ-DT-TOTAL TO WS-AL-AMOUNT
           PERFORM 5960-WRITE-AMOUNT-FIGURE
           MOVE "INDEXED DT TOTAL" TO WS-AL-LABEL
           MOVE WS-IDX-DT-TOTAL TO WS-AL-AMOUNT
           PERFORM 5960-WRITE-AMOUNT-FIGURE.

       5300-RESULT-XREF-COVERAGE.
           MOVE 03 TO WS-CHECK-NUMBER
           MOVE "EVERY DT ON THE INDEX HAS ITS AMOUNT XREF ENTRY"
               TO WS-CHECK-TEXT
           MOVE WS-XREF-MISSING-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           IF NOT WS-AMXREF-AVAILABLE
               MOVE "AMOUNT XREF FILE COULD NOT BE OPENED"
                   TO WS-CL-LABEL
               MOVE ZERO TO WS-CL-COUNT
               PERFORM 5950-WRITE-COUNT-FIGURE
           END-IF
           MOVE "DT RECORDS WITH NO XREF ENTRY" TO WS-CL-LABEL
           MOVE WS-XREF-MISSING-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5400-RESULT-XREF-AGREEMENT.
           MOVE 04 TO WS-CHECK-NUMBER
           MOVE "EVERY AMOUNT XREF ENTRY MATCHES ITS DT (ONE EACH)"
               TO WS-CHECK-TEXT
           MOVE WS-XREF-WRONG-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "AMOUNT XREF ENTRIES" TO WS-CL-LABEL
           MOVE WS-XREF-ENTRY-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "ENTRIES DISAGREEING WITH THE MASTER" TO WS-CL-LABEL
           MOVE WS-XREF-WRONG-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5500-RESULT-XREF-ORPHANS.
           MOVE 05 TO WS-CHECK-NUMBER
           MOVE "NO AMOUNT XREF ENTRY POINTS AT A MISSING ID"
               TO WS-CHECK-TEXT
           MOVE WS-XREF-ORPHAN-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "ENTRIES FOR IDS NOT ON THE INDEX" TO WS-CL-LABEL
           MOVE WS-XREF-ORPHAN-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5600-RESULT-AUDIT-INDEX.
           MOVE 06 TO WS-CHECK-NUMBER
           MOVE "AUDIT INDEX ENTRIES EQUAL AUDIT TRAIL ENTRIES"
               TO WS-CHECK-TEXT
           MOVE ZERO TO WS-CHECK-FAILURES
           IF WS-TRAIL-ENTRY-COUNT NOT = WS-AIDX-ENTRY-COUNT
               MOVE 1 TO WS-CHECK-FAILURES
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "AUDIT TRAIL ENTRIES" TO WS-CL-LABEL
           MOVE WS-TRAIL-ENTRY-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "AUDIT INDEX ENTRIES" TO WS-CL-LABEL
           MOVE WS-AIDX-ENTRY-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5700-RESULT-LIVE-HIGH-KEY.
           MOVE 07 TO WS-CHECK-NUMBER
           MOVE "NO LIVE ID IS ABOVE THE PERSISTED HIGH KEY"
               TO WS-CHECK-TEXT
           MOVE WS-LIVE-ABOVE-KEY-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "PERSISTED HIGH KEY" TO WS-CL-LABEL
           MOVE WS-HIGH-KEY TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "LIVE IDS ABOVE IT" TO WS-CL-LABEL
           MOVE WS-LIVE-ABOVE-KEY-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5750-RESULT-ARCHIVE-HIGH-KEY.
           MOVE 08 TO WS-CHECK-NUMBER
           MOVE "NO ARCHIVED ID IS ABOVE THE PERSISTED HIGH KEY"
               TO WS-CHECK-TEXT
           MOVE WS-ARCHIVE-ABOVE-KEY-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "FIRST ARCHIVE DATE CHECKED" TO WS-CL-LABEL
           MOVE WS-ARCHIVE-FROM-DATE TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "ARCHIVE FILES READ" TO WS-CL-LABEL
           MOVE WS-ARCHIVE-FILES-READ TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "ARCHIVED RECORDS READ" TO WS-CL-LABEL
           MOVE WS-ARCHIVED-RECORD-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "ARCHIVED IDS ABOVE THE HIGH KEY" TO WS-CL-LABEL
           MOVE WS-ARCHIVE-ABOVE-KEY-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5800-RESULT-CT-CROSS-FOOT.
           MOVE 09 TO WS-CHECK-NUMBER
           MOVE "CT RECORDS ON THE INDEXED MASTER CROSS-FOOT"
               TO WS-CHECK-TEXT
           MOVE WS-CT-OFF-COUNT TO WS-CHECK-FAILURES
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "CT RECORDS FOOTED" TO WS-CL-LABEL
           MOVE WS-CT-CHECKED-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           MOVE "CT RECORDS NOT CROSS-FOOTING" TO WS-CL-LABEL
           MOVE WS-CT-OFF-COUNT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5850-RESULT-LOCK-TOKEN.
           MOVE 10 TO WS-CHECK-NUMBER
           MOVE "NO LOCK TOKEN OLDER THAN THE HOURS LIMIT"
               TO WS-CHECK-TEXT
           MOVE ZERO TO WS-CHECK-FAILURES
           IF WS-LOCK-HELD AND WS-LOCK-AGE-HOURS > WS-LOCK-HOURS-LIMIT
               MOVE 1 TO WS-CHECK-FAILURES
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           MOVE "HOURS LIMIT" TO WS-CL-LABEL
           MOVE WS-LOCK-HOURS-LIMIT TO WS-CL-COUNT
           PERFORM 5950-WRITE-COUNT-FIGURE
           IF WS-LOCK-HELD
               MOVE SPACES TO WS-CL-LABEL
               STRING "TOKEN HELD BY " WS-LOCK-HOLDER-JOB
                   " - AGE IN HOURS" DELIMITED BY SIZE
                   INTO WS-CL-LABEL
               MOVE WS-LOCK-AGE-HOURS TO WS-CL-COUNT
           ELSE
               MOVE "NO TOKEN HELD" TO WS-CL-LABEL
               MOVE ZERO TO WS-CL-COUNT
           END-IF
           PERFORM 5950-WRITE-COUNT-FIGURE.

       5900-WRITE-CHECK-LINE.
           MOVE WS-CHECK-NUMBER TO WS-RL-CHECK
           MOVE WS-CHECK-TEXT   TO WS-RL-TEXT
           IF WS-CHECK-FAILURES > ZERO
               MOVE "FAIL" TO WS-RL-RESULT
               ADD 1 TO WS-CHECKS-FAILED
               DISPLAY "BUGXCHK: CHECK " WS-CHECK-NUMBER " FAILED - "
                   WS-CHECK-TEXT UPON CONSOLE
           ELSE
               MOVE "PASS" TO WS-RL-RESULT
               ADD 1 TO WS-CHECKS-PASSED
           END-IF
           MOVE WS-RESULT-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE.

       5950-WRITE-COUNT-FIGURE.
           MOVE WS-COUNT-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE.

       5960-WRITE-AMOUNT-FIGURE.
           MOVE WS-AMOUNT-LINE TO FD-CHECK-REPORT-LINE
           WRITE FD-CHECK-REPORT-LINE.

      *    Every exception is counted by its check; the listing
      *    stops at the limit so one stale file cannot flood the
      *    report.
       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS-LISTED
           IF WS-EXCEPTIONS-LISTED NOT > WS-EXCEPTION-LIMIT
               MOVE WS-CHECK-ID TO WS-EL-ID
               MOVE WS-EXCEPTION-LINE TO FD-CHECK-REPORT-LINE
               WRITE FD-CHECK-REPORT-LINE
           END-IF
           IF WS-EXCEPTIONS-LISTED = WS-EXCEPTION-LIMIT
               MOVE "  EXCEPTION LISTING STOPS HERE - COUNTS CONTINUE"
                   TO FD-CHECK-REPORT-LINE
               WRITE FD-CHECK-REPORT-LINE
           END-IF.

       COPY "buglokp.cpy".
       COPY "bugprmp.cpy".
