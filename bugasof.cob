       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGASOF.
      ******************************************************************
      *    BUGASOF - as-of-date reconstruction of the master from the
      *    audit trail.  Auditors and partners ask what a record, or
      *    the whole book, looked like on a past date; the answer is
      *    the current indexed master with every audit-trail entry
      *    stamped after that date undone.  This job takes the as-of
      *    date, pulls the entries stamped after it off the trail
      *    (tagged with their position on the trail), sorts them by
      *    record id and newest first, and walks them backwards
      *    against BUGIDX.DAT in key order: each entry's before image
      *    replaces the record as the walk finds it, so a rewrite
      *    reverts, an add (blank before image) goes away and a
      *    delete or purge (blank after image) comes back.  The
      *    result is written as a 20-byte master file as of the date
      *    (BUGASOF.DAT), with a summary report of record counts and
      *    DT amount totals by record type, now and as of the date.
      *    Every entry's after image should match the record as the
      *    walk holds it at that point; one that does not means the
      *    trail does not fully explain the master (a change made
      *    outside the logging programs), so the break is listed and
      *    the run ends RETURN-CODE 4 - the picture is the trail's
      *    best account, not a proven one.
      *    The live trail only answers for dates BUGATRIM has not
      *    trimmed away: if the latest cutoff on the trim-control
      *    file (BUGTRMFD.CPY) is later than the day after the as-of
      *    date, entries the walk would need are archived, and the
      *    job refuses (RETURN-CODE 8) rather than print a wrong
      *    picture.  The job only reads the masters.
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

           SELECT TRIM-CONTROL-FILE
               ASSIGN TO WS-TRIM-CONTROL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIM-CONTROL-STATUS.

           SELECT UNDO-WORK-FILE ASSIGN TO WS-UNDO-WORK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDO-WORK-STATUS.

           SELECT SORTED-UNDO-FILE ASSIGN TO WS-SORTED-UNDO-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-UNDO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-FILE-NAME.

           SELECT ASOF-MASTER-FILE ASSIGN TO WS-ASOF-MASTER-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASOF-MASTER-STATUS.

           SELECT ASOF-REPORT-FILE ASSIGN TO WS-ASOF-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugidxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "bugtrmfd.cpy".
       COPY "bugprmfd.cpy".

      *    One trail entry stamped after the as-of date, tagged with
      *    the record id its images carry and its position on the
      *    trail so the sort can put each id's entries newest first.
       FD  UNDO-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS.
       01  FD-UNDO-WORK-RECORD.
           05  FD-UW-RECORD-ID             PIC X(6).
           05  FD-UW-ENTRY-SEQ             PIC 9(9).
           05  FD-UW-TIMESTAMP             PIC X(21).
           05  FD-UW-JOB-NAME              PIC X(8).
           05  FD-UW-BEFORE-IMAGE          PIC X(20).
           05  FD-UW-AFTER-IMAGE           PIC X(20).

       FD  SORTED-UNDO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS.
       01  FD-SORTED-UNDO-RECORD.
           05  FD-SU-RECORD-ID             PIC X(6).
           05  FD-SU-ENTRY-SEQ             PIC 9(9).
           05  FD-SU-TIMESTAMP             PIC X(21).
           05  FD-SU-JOB-NAME              PIC X(8).
           05  FD-SU-BEFORE-IMAGE          PIC X(20).
           05  FD-SU-AFTER-IMAGE           PIC X(20).

       SD  SORT-WORK-FILE.
       01  SD-UNDO-RECORD.
           05  SD-UNDO-RECORD-ID           PIC X(6).
           05  SD-UNDO-ENTRY-SEQ           PIC 9(9).
           05  FILLER                      PIC X(69).

       FD  ASOF-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  FD-ASOF-MASTER-RECORD       PIC X(20).

       FD  ASOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-ASOF-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugaudw.cpy".
       COPY "bugtrmw.cpy".
       COPY "bugprmw.cpy".

       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
       01  WS-UNDO-WORK-FILE-NAME      PIC X(40) VALUE "BUGASOFW.DAT".
       01  WS-UNDO-WORK-STATUS         PIC XX VALUE SPACES.
           88  WS-UNDO-WORK-OK              VALUE "00".
       01  WS-SORTED-UNDO-FILE-NAME    PIC X(40) VALUE "BUGASOFS.DAT".
       01  WS-SORTED-UNDO-STATUS       PIC XX VALUE SPACES.
           88  WS-SORTED-UNDO-OK            VALUE "00".
       01  WS-SORT-WORK-FILE-NAME      PIC X(40) VALUE "BUGASOFR.TMP".
       01  WS-ASOF-MASTER-FILE-NAME    PIC X(40) VALUE "BUGASOF.DAT".
       01  WS-ASOF-MASTER-STATUS       PIC XX VALUE SPACES.
           88  WS-ASOF-MASTER-OK            VALUE "00".
       01  WS-ASOF-REPORT-FILE-NAME    PIC X(40) VALUE "BUGASOF.RPT".
       01  WS-ASOF-REPORT-STATUS       PIC XX VALUE SPACES.
           88  WS-ASOF-REPORT-OK            VALUE "00".

       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-FILE         VALUE 'Y'.
       01  WS-IDX-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-IDX-FILE           VALUE 'Y'.
       01  WS-UNDO-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-UNDO-FILE          VALUE 'Y'.

       01  WS-ASOF-DATE-INPUT          PIC X(8) VALUE SPACES.
       01  WS-ASOF-DATE                PIC 9(8) VALUE ZERO.
       01  WS-ASOF-DAY-NUMBER          PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DAY-NUMBER        PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-SEQ                PIC 9(9) VALUE ZERO.
       01  WS-IDX-KEY                  PIC X(6) VALUE SPACES.
       01  WS-UNDO-KEY                 PIC X(6) VALUE SPACES.
       01  WS-UNDO-GROUP-ID            PIC X(6) VALUE SPACES.

      *    The record the backward walk holds for the id in hand:
      *    spaces while the id is not on the master at that point.
       01  WS-WORKING-IMAGE            PIC X(20) VALUE SPACES.
       01  WS-WORKING-FIELDS REDEFINES WS-WORKING-IMAGE.
           05  WS-WK-PADDING               PIC X(4).
           05  WS-WK-TYPE-CODE             PIC X(2).
               88  WS-WK-FINANCIAL-TYPE         VALUE 'DT'.
           05  WS-WK-RECORD-ID             PIC X(6).
           05  WS-WK-DATA                  PIC X(8).
           05  WS-WK-AMOUNT REDEFINES WS-WK-DATA
                                           PIC S9(13)V99 COMP-3.

      *    The current master record as read, for the "now" column.
       01  WS-CURRENT-IMAGE            PIC X(20) VALUE SPACES.
       01  WS-CURRENT-FIELDS REDEFINES WS-CURRENT-IMAGE.
           05  FILLER                      PIC X(4).
           05  WS-CU-TYPE-CODE             PIC X(2).
               88  WS-CU-FINANCIAL-TYPE         VALUE 'DT'.
           05  FILLER                      PIC X(6).
           05  WS-CU-AMOUNT                PIC S9(13)V99 COMP-3.
       01  WS-SLOT-TYPE-CODE           PIC X(2) VALUE SPACES.

       01  WS-TRAIL-ENTRIES-READ       PIC 9(9) VALUE ZERO.
       01  WS-ENTRIES-TO-UNDO          PIC 9(9) VALUE ZERO.
       01  WS-ADDS-UNDONE              PIC 9(9) VALUE ZERO.
       01  WS-DELETES-UNDONE           PIC 9(9) VALUE ZERO.
       01  WS-REWRITES-UNDONE          PIC 9(9) VALUE ZERO.
       01  WS-CHAIN-BREAKS             PIC 9(9) VALUE ZERO.
       01  WS-ASOF-RECORDS-WRITTEN     PIC 9(9) VALUE ZERO.

      *    Counts and DT amount totals by record type, now and as of
      *    the date; slot 5 takes any type code that is not one of
      *    the four the layout recognises.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TT-TYPE-CODE         PIC X(2).
               10  WS-TT-CURRENT-COUNT     PIC 9(9).
               10  WS-TT-CURRENT-AMOUNT    PIC S9(15)V99 COMP-3.
               10  WS-TT-ASOF-COUNT        PIC 9(9).
               10  WS-TT-ASOF-AMOUNT       PIC S9(15)V99 COMP-3.
       01  WS-TYPE-IX                  PIC 9(4) VALUE ZERO.
       01  WS-GRAND-CURRENT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-GRAND-ASOF-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-ASOF-HEADING-1.
           05  FILLER PIC X(20) VALUE "BUGASOF MASTER RECON".
           05  FILLER PIC X(20) VALUE "STRUCTED AS OF      ".
           05  WS-AH-ASOF-DATE         PIC 9(8).

       01  WS-TRIM-LINE.
           05  FILLER PIC X(30)
               VALUE "AUDIT TRAIL TRIMMED TO CUTOFF ".
           05  WS-TM-CUTOFF-DATE       PIC 9(8).

       01  WS-NEVER-TRIMMED-LINE.
           05  FILLER PIC X(28)
               VALUE "AUDIT TRAIL NEVER TRIMMED   ".

       01  WS-BREAK-HEADING.
           05  FILLER PIC X(20) VALUE "ENTRIES THE MASTER D".
           05  FILLER PIC X(20) VALUE "OES NOT CHAIN TO (TR".
           05  FILLER PIC X(20) VALUE "AIL GAPS)           ".

       01  WS-BREAK-LINE.
           05  FILLER PIC X(10) VALUE "RECORD ID ".
           05  WS-BK-RECORD-ID         PIC X(6).
           05  FILLER PIC X(7)  VALUE " ENTRY ".
           05  WS-BK-TIMESTAMP         PIC X(14).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-BK-JOB-NAME          PIC X(8).
           05  FILLER PIC X(30)
               VALUE " AFTER IMAGE NOT AS WALK HELD ".

       01  WS-NO-BREAKS-LINE.
           05  FILLER PIC X(20) VALUE "NONE - TRAIL CHAINS ".
           05  FILLER PIC X(20) VALUE "TO THE CURRENT MASTE".
           05  FILLER PIC X(1)  VALUE "R".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       01  WS-TYPE-HEADING.
           05  FILLER PIC X(20) VALUE "TYPE  CURRENT COUNT ".
           05  FILLER PIC X(20) VALUE "      CURRENT DT AMO".
           05  FILLER PIC X(20) VALUE "UNT  AS-OF COUNT    ".
           05  FILLER PIC X(20) VALUE "  AS-OF DT AMOUNT   ".

       01  WS-TYPE-LINE.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-TL-TYPE-CODE         PIC X(2).
           05  FILLER PIC X(5)  VALUE SPACES.
           05  WS-TL-CURRENT-COUNT     PIC ZZZZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-TL-CURRENT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  WS-TL-ASOF-COUNT        PIC ZZZZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-TL-ASOF-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TYPE-TOTAL-LINE.
           05  FILLER PIC X(8)  VALUE "TOTAL   ".
           05  WS-TT-LINE-CURRENT      PIC ZZZZZZZZ9.
           05  FILLER PIC X(26) VALUE SPACES.
           05  WS-TT-LINE-ASOF         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-CHECK-TRIM-CUTOFF
           PERFORM 1500-OPEN-REPORT
           PERFORM 2000-SELECT-LATER-ENTRIES
           PERFORM 2500-SORT-LATER-ENTRIES
           PERFORM 3000-REBUILD-AS-OF-MASTER
           PERFORM 4000-WRITE-SUMMARY
           CLOSE ASOF-REPORT-FILE
           DISPLAY "BUGASOF: AS-OF DATE          = " WS-ASOF-DATE
           DISPLAY "BUGASOF: ENTRIES UNDONE      = " WS-ENTRIES-TO-UNDO
           DISPLAY "BUGASOF: RECORDS AS OF DATE  = "
               WS-ASOF-RECORDS-WRITTEN
           IF WS-CHAIN-BREAKS > ZERO
               DISPLAY "BUGASOF: " WS-CHAIN-BREAKS " TRAIL ENTRIES "
                   "DO NOT CHAIN TO THE MASTER - SEE "
                   WS-ASOF-REPORT-FILE-NAME UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The as-of date comes off the scheduler's parameter card
      *    when one is staged (values columns: 1-8 as-of date
      *    YYYYMMDD - the master as it stood at the end of that
      *    day); the console prompt stays as the fallback for a
      *    hand-run request.  The parameters in effect are echoed
      *    to the report so the run can be proven after the fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGASOF " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:8) TO WS-ASOF-DATE-INPUT
               DISPLAY "BUGASOF: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER AS-OF DATE YYYYMMDD: "
                   WITH NO ADVANCING
               ACCEPT WS-ASOF-DATE-INPUT
               DISPLAY "BUGASOF: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-ASOF-DATE-INPUT NOT NUMERIC
               DISPLAY "BUGASOF: AS-OF DATE '" WS-ASOF-DATE-INPUT
                   "' IS NOT YYYYMMDD - NOTHING RECONSTRUCTED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ASOF-DATE-INPUT TO WS-ASOF-DATE.

      ******************************************************************
      *    Every entry stamped after the as-of date must still be on
      *    the live trail.  BUGATRIM archives the entries stamped
      *    before its cutoff, so the trail is complete for the walk
      *    only while the latest cutoff is no later than the day
      *    after the as-of date.
      ******************************************************************
       1000-CHECK-TRIM-CUTOFF.
           MOVE ZERO TO WS-TRIM-LATEST-CUTOFF
           OPEN INPUT TRIM-CONTROL-FILE
           IF WS-TRIM-CONTROL-OK
               PERFORM 1100-SCAN-ONE-TRIM-RECORD
                   UNTIL WS-END-OF-TRIM-FILE
               CLOSE TRIM-CONTROL-FILE
           ELSE
               IF NOT WS-TRIM-CONTROL-ABSENT
                   DISPLAY "BUGASOF: UNABLE TO OPEN "
                       WS-TRIM-CONTROL-FILE-NAME " STATUS "
                       WS-TRIM-CONTROL-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-TRIM-LATEST-CUTOFF > ZERO
               COMPUTE WS-ASOF-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               COMPUTE WS-CUTOFF-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-TRIM-LATEST-CUTOFF)
               IF WS-CUTOFF-DAY-NUMBER > WS-ASOF-DAY-NUMBER + 1
                   DISPLAY "BUGASOF: AUDIT TRAIL TRIMMED TO "
                       WS-TRIM-LATEST-CUTOFF " - ENTRIES AFTER "
                       WS-ASOF-DATE " ARE ARCHIVED" UPON CONSOLE
                   DISPLAY "BUGASOF: CANNOT RECONSTRUCT AS OF "
                       WS-ASOF-DATE " - RUN REFUSED" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-SCAN-ONE-TRIM-RECORD.
           READ TRIM-CONTROL-FILE
               AT END
                   SET WS-END-OF-TRIM-FILE TO TRUE
               NOT AT END
                   IF FD-TRIM-CUTOFF-DATE > WS-TRIM-LATEST-CUTOFF
                       MOVE FD-TRIM-CUTOFF-DATE
                           TO WS-TRIM-LATEST-CUTOFF
                   END-IF
           END-READ.

       1500-OPEN-REPORT.
           OPEN OUTPUT ASOF-REPORT-FILE
           IF NOT WS-ASOF-REPORT-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN "
                   WS-ASOF-REPORT-FILE-NAME " STATUS "
                   WS-ASOF-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ASOF-DATE TO WS-AH-ASOF-DATE
           MOVE WS-ASOF-HEADING-1 TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-ASOF-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-ASOF-REPORT-LINE
           END-IF
           WRITE FD-ASOF-REPORT-LINE
           IF WS-TRIM-LATEST-CUTOFF > ZERO
               MOVE WS-TRIM-LATEST-CUTOFF TO WS-TM-CUTOFF-DATE
               MOVE WS-TRIM-LINE TO FD-ASOF-REPORT-LINE
           ELSE
               MOVE WS-NEVER-TRIMMED-LINE TO FD-ASOF-REPORT-LINE
           END-IF
           WRITE FD-ASOF-REPORT-LINE
           MOVE SPACES TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE
           MOVE WS-BREAK-HEADING TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE.

      ******************************************************************
      *    Pass one over the trail: every entry stamped after the
      *    as-of date is one to undo.  The record id comes from the
      *    after image, or the before image for a delete, as the
      *    audit index keys it (BUGAIXFD.CPY).
      ******************************************************************
       2000-SELECT-LATER-ENTRIES.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN "
                   WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                   WS-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UNDO-WORK-FILE
           IF NOT WS-UNDO-WORK-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN "
                   WS-UNDO-WORK-FILE-NAME " STATUS "
                   WS-UNDO-WORK-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-AUDIT-FILE
           PERFORM 2200-SELECT-ONE-ENTRY UNTIL WS-END-OF-AUDIT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE UNDO-WORK-FILE.

       2100-READ-AUDIT-FILE.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2200-SELECT-ONE-ENTRY.
           ADD 1 TO WS-TRAIL-ENTRIES-READ
           ADD 1 TO WS-ENTRY-SEQ
           IF FD-AUDIT-TIMESTAMP(1:8) > WS-ASOF-DATE-INPUT
              AND (FD-AUDIT-BEFORE-IMAGE NOT = SPACES
                   OR FD-AUDIT-AFTER-IMAGE NOT = SPACES)
               IF FD-AUDIT-AFTER-IMAGE = SPACES
                   MOVE FD-AUDIT-BEFORE-IMAGE(7:6) TO FD-UW-RECORD-ID
               ELSE
                   MOVE FD-AUDIT-AFTER-IMAGE(7:6) TO FD-UW-RECORD-ID
               END-IF
               MOVE WS-ENTRY-SEQ          TO FD-UW-ENTRY-SEQ
               MOVE FD-AUDIT-TIMESTAMP    TO FD-UW-TIMESTAMP
               MOVE FD-AUDIT-JOB-NAME     TO FD-UW-JOB-NAME
               MOVE FD-AUDIT-BEFORE-IMAGE TO FD-UW-BEFORE-IMAGE
               MOVE FD-AUDIT-AFTER-IMAGE  TO FD-UW-AFTER-IMAGE
               WRITE FD-UNDO-WORK-RECORD
               ADD 1 TO WS-ENTRIES-TO-UNDO
           END-IF
           PERFORM 2100-READ-AUDIT-FILE.

      *    Each id's entries together, newest first: the order the
      *    backward walk undoes them in.
       2500-SORT-LATER-ENTRIES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-UNDO-RECORD-ID
               ON DESCENDING KEY SD-UNDO-ENTRY-SEQ
               USING UNDO-WORK-FILE
               GIVING SORTED-UNDO-FILE.

      ******************************************************************
      *    Pass two: the current indexed master and the sorted undo
      *    entries are walked together in key order.  An id with no
      *    later entry is written as it stands; an id with later
      *    entries starts from its current image (spaces if it is
      *    not on the master now) and has each entry undone in turn.
      *    An exhausted side reads as HIGH-VALUES so the other
      *    drains.
      ******************************************************************
       3000-REBUILD-AS-OF-MASTER.
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SORTED-UNDO-FILE
           IF NOT WS-SORTED-UNDO-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN "
                   WS-SORTED-UNDO-FILE-NAME " STATUS "
                   WS-SORTED-UNDO-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASOF-MASTER-FILE
           IF NOT WS-ASOF-MASTER-OK
               DISPLAY "BUGASOF: UNABLE TO OPEN "
                   WS-ASOF-MASTER-FILE-NAME " STATUS "
                   WS-ASOF-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "HD" TO WS-TT-TYPE-CODE(1)
           MOVE "DT" TO WS-TT-TYPE-CODE(2)
           MOVE "TR" TO WS-TT-TYPE-CODE(3)
           MOVE "CT" TO WS-TT-TYPE-CODE(4)
           MOVE "??" TO WS-TT-TYPE-CODE(5)
           PERFORM 3050-ZERO-ONE-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 5
           MOVE LOW-VALUES TO FD-IDX-RECORD-ID
           START BUG-IDX-FILE KEY IS NOT LESS THAN FD-IDX-RECORD-ID
               INVALID KEY
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-START
           PERFORM 3100-READ-IDX-NEXT
           PERFORM 3150-READ-SORTED-UNDO
           PERFORM 3200-REBUILD-ONE-KEY
               UNTIL WS-END-OF-IDX-FILE AND WS-END-OF-UNDO-FILE
           IF WS-CHAIN-BREAKS = ZERO
               MOVE WS-NO-BREAKS-LINE TO FD-ASOF-REPORT-LINE
               WRITE FD-ASOF-REPORT-LINE
           END-IF
           CLOSE BUG-IDX-FILE
           CLOSE SORTED-UNDO-FILE
           CLOSE ASOF-MASTER-FILE.

       3050-ZERO-ONE-TYPE.
           MOVE ZERO TO WS-TT-CURRENT-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-CURRENT-AMOUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-ASOF-COUNT(WS-TYPE-IX)
           MOVE ZERO TO WS-TT-ASOF-AMOUNT(WS-TYPE-IX).

      *    Every current record is counted into the "now" column as
      *    it is read, whether or not the walk changes it.
       3100-READ-IDX-NEXT.
           IF WS-END-OF-IDX-FILE
               MOVE HIGH-VALUES TO WS-IDX-KEY
           ELSE
               READ BUG-IDX-FILE NEXT
                   AT END
                       SET WS-END-OF-IDX-FILE TO TRUE
               END-READ
               IF WS-END-OF-IDX-FILE
                   MOVE HIGH-VALUES TO WS-IDX-KEY
               ELSE
                   MOVE FD-IDX-RECORD-ID TO WS-IDX-KEY
                   MOVE FD-BUG-IDX-RECORD TO WS-CURRENT-IMAGE
                   MOVE WS-CU-TYPE-CODE TO WS-SLOT-TYPE-CODE
                   PERFORM 4500-LOCATE-TYPE-SLOT
                   ADD 1 TO WS-TT-CURRENT-COUNT(WS-TYPE-IX)
                   IF WS-CU-FINANCIAL-TYPE AND WS-CU-AMOUNT NUMERIC
                       ADD WS-CU-AMOUNT
                           TO WS-TT-CURRENT-AMOUNT(WS-TYPE-IX)
                   END-IF
               END-IF
           END-IF.

       3150-READ-SORTED-UNDO.
           READ SORTED-UNDO-FILE
               AT END
                   SET WS-END-OF-UNDO-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-UNDO-KEY
               NOT AT END
                   MOVE FD-SU-RECORD-ID TO WS-UNDO-KEY
           END-READ.

       3200-REBUILD-ONE-KEY.
           IF WS-IDX-KEY < WS-UNDO-KEY
               MOVE WS-CURRENT-IMAGE TO WS-WORKING-IMAGE
               PERFORM 3400-WRITE-AS-OF-RECORD
               PERFORM 3100-READ-IDX-NEXT
           ELSE
               IF WS-IDX-KEY = WS-UNDO-KEY
                   MOVE WS-CURRENT-IMAGE TO WS-WORKING-IMAGE
                   PERFORM 3100-READ-IDX-NEXT
               ELSE
                   MOVE SPACES TO WS-WORKING-IMAGE
               END-IF
               MOVE WS-UNDO-KEY TO WS-UNDO-GROUP-ID
               PERFORM 3300-UNDO-ONE-ENTRY
                   UNTIL WS-UNDO-KEY NOT = WS-UNDO-GROUP-ID
               IF WS-WORKING-IMAGE NOT = SPACES
                   PERFORM 3400-WRITE-AS-OF-RECORD
               END-IF
           END-IF.

      *    The entry's after image is what the walk should be holding
      *    for the id; its before image is what the id held before
      *    the entry was made.
       3300-UNDO-ONE-ENTRY.
           IF FD-SU-AFTER-IMAGE NOT = WS-WORKING-IMAGE
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE FD-SU-RECORD-ID      TO WS-BK-RECORD-ID
               MOVE FD-SU-TIMESTAMP(1:14) TO WS-BK-TIMESTAMP
               MOVE FD-SU-JOB-NAME       TO WS-BK-JOB-NAME
               MOVE WS-BREAK-LINE TO FD-ASOF-REPORT-LINE
               WRITE FD-ASOF-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN FD-SU-BEFORE-IMAGE = SPACES
                   ADD 1 TO WS-ADDS-UNDONE
               WHEN FD-SU-AFTER-IMAGE = SPACES
                   ADD 1 TO WS-DELETES-UNDONE
               WHEN OTHER
                   ADD 1 TO WS-REWRITES-UNDONE
           END-EVALUATE
           MOVE FD-SU-BEFORE-IMAGE TO WS-WORKING-IMAGE
           PERFORM 3150-READ-SORTED-UNDO.

       3400-WRITE-AS-OF-RECORD.
           MOVE WS-WORKING-IMAGE TO FD-ASOF-MASTER-RECORD
           WRITE FD-ASOF-MASTER-RECORD
           ADD 1 TO WS-ASOF-RECORDS-WRITTEN
           MOVE WS-WK-TYPE-CODE TO WS-SLOT-TYPE-CODE
           PERFORM 4500-LOCATE-TYPE-SLOT
           ADD 1 TO WS-TT-ASOF-COUNT(WS-TYPE-IX)
           IF WS-WK-FINANCIAL-TYPE AND WS-WK-AMOUNT NUMERIC
               ADD WS-WK-AMOUNT TO WS-TT-ASOF-AMOUNT(WS-TYPE-IX)
           END-IF.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE
           MOVE "AUDIT-TRAIL ENTRIES READ" TO WS-CL-LABEL
           MOVE WS-TRAIL-ENTRIES-READ TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "ENTRIES STAMPED AFTER THE DATE" TO WS-CL-LABEL
           MOVE WS-ENTRIES-TO-UNDO TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "  ADDS UNDONE (RECORD REMOVED)" TO WS-CL-LABEL
           MOVE WS-ADDS-UNDONE TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "  DELETES/PURGES UNDONE (RESTORED)" TO WS-CL-LABEL
           MOVE WS-DELETES-UNDONE TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "  REWRITES UNDONE (REVERTED)" TO WS-CL-LABEL
           MOVE WS-REWRITES-UNDONE TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE "ENTRIES NOT CHAINING TO THE MASTER" TO WS-CL-LABEL
           MOVE WS-CHAIN-BREAKS TO WS-CL-COUNT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE SPACES TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE
           MOVE WS-TYPE-HEADING TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE
           PERFORM 4200-WRITE-TYPE-LINE
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 5
           MOVE WS-GRAND-CURRENT-COUNT TO WS-TT-LINE-CURRENT
           MOVE WS-GRAND-ASOF-COUNT    TO WS-TT-LINE-ASOF
           MOVE WS-TYPE-TOTAL-LINE TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FD-ASOF-REPORT-LINE
           WRITE FD-ASOF-REPORT-LINE.

      *    The unrecognised-type slot is printed only when something
      *    landed in it.
       4200-WRITE-TYPE-LINE.
           ADD WS-TT-CURRENT-COUNT(WS-TYPE-IX) TO WS-GRAND-CURRENT-COUNT
           ADD WS-TT-ASOF-COUNT(WS-TYPE-IX)    TO WS-GRAND-ASOF-COUNT
           IF WS-TYPE-IX < 5
              OR WS-TT-CURRENT-COUNT(WS-TYPE-IX) > ZERO
              OR WS-TT-ASOF-COUNT(WS-TYPE-IX) > ZERO
               MOVE WS-TT-TYPE-CODE(WS-TYPE-IX) TO WS-TL-TYPE-CODE
               MOVE WS-TT-CURRENT-COUNT(WS-TYPE-IX)
                   TO WS-TL-CURRENT-COUNT
               MOVE WS-TT-CURRENT-AMOUNT(WS-TYPE-IX)
                   TO WS-TL-CURRENT-AMOUNT
               MOVE WS-TT-ASOF-COUNT(WS-TYPE-IX) TO WS-TL-ASOF-COUNT
               MOVE WS-TT-ASOF-AMOUNT(WS-TYPE-IX)
                   TO WS-TL-ASOF-AMOUNT
               MOVE WS-TYPE-LINE TO FD-ASOF-REPORT-LINE
               WRITE FD-ASOF-REPORT-LINE
           END-IF.

       4500-LOCATE-TYPE-SLOT.
           EVALUATE WS-SLOT-TYPE-CODE
               WHEN "HD"
                   MOVE 1 TO WS-TYPE-IX
               WHEN "DT"
                   MOVE 2 TO WS-TYPE-IX
               WHEN "TR"
                   MOVE 3 TO WS-TYPE-IX
               WHEN "CT"
                   MOVE 4 TO WS-TYPE-IX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IX
           END-EVALUATE.

       COPY "bugprmp.cpy".
