       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGGLFD.
      ******************************************************************
      *    BUGGLFD - daily general-ledger journal feed from the day's
      *    detail-amount movements.  Accounting re-keyed our money
      *    movements into the ledger off the BUGREGST register; this
      *    job builds the ledger interface file instead.  It reads
      *    the day's audit-trail entries that moved a DT amount -
      *    BUGMAINT, BUGBATMN and BUGAPPRV adds, rewrites and
      *    deletes, BUGPURGE purges, BUGRSTOR restores and the batch
      *    loads BUGVSAM logs when it rebuilds the indexed master -
      *    and decodes each one the way BUGSNAP tallies the day's
      *    movement: an add moves the after amount in, a delete or
      *    purge moves the before amount out, a rewrite moves the
      *    difference, and a rewrite that changed the record type to
      *    or from DT moves the whole amount.  The movements are
      *    sorted and summarised by record-id prefix (the first two
      *    characters, the grouping BUGREGST subtotals on), and each
      *    prefix with a net movement becomes one balanced pair of
      *    journal lines: the DT position account and the clearing
      *    account, debit and credit as the sign falls.  The file
      *    carries a header and a trailer with the line count, the
      *    net movement and the debit and credit totals.
      *    Before the file is released the net movement is tied to
      *    the DT position movement BUGSNAP recorded on the snapshot
      *    history file for the same day (that day's DT amount less
      *    the latest earlier one).  When the two agree the journal
      *    is written to BUGGLJNL.DAT for transmission; when they do
      *    not, or the day has no snapshot to tie to, it is written
      *    to the hold file BUGGLHLD.DAT instead, the control report
      *    flags the difference and the job ends RETURN-CODE 8 so
      *    nothing is sent until somebody looks.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SNAPSHOT-HISTORY-FILE
               ASSIGN TO WS-SNAP-HISTORY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-HISTORY-STATUS.

           SELECT MOVEMENT-WORK-FILE
               ASSIGN TO WS-MOVEMENT-WORK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-WORK-STATUS.

           SELECT SORTED-MOVEMENT-FILE
               ASSIGN TO WS-SORTED-MOVEMENT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-MOVEMENT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-FILE-NAME.

           SELECT GL-JOURNAL-FILE ASSIGN TO WS-GL-JOURNAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT GL-REPORT-FILE ASSIGN TO WS-GL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugaudfd.cpy".
       COPY "bugprmfd.cpy".

      *    Same layout BUGSNAP writes.
       FD  SNAPSHOT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS.
       01  FD-SNAPSHOT-RECORD.
           05  FD-SNAP-DATE                PIC 9(8).
           05  FD-SNAP-TYPE-CODE           PIC X(2).
           05  FD-SNAP-COUNT               PIC 9(9).
           05  FD-SNAP-AMOUNT              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.

      *    One DT amount movement off the day's trail.
       FD  MOVEMENT-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  FD-MOVEMENT-WORK-RECORD.
           05  FD-MW-ID-PREFIX             PIC X(2).
           05  FD-MW-RECORD-ID             PIC X(6).
           05  FD-MW-AMOUNT                PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FD-MW-JOB-NAME              PIC X(8).

       FD  SORTED-MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  FD-SORTED-MOVEMENT-RECORD.
           05  FD-SM-ID-PREFIX             PIC X(2).
           05  FD-SM-RECORD-ID             PIC X(6).
           05  FD-SM-AMOUNT                PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FD-SM-JOB-NAME              PIC X(8).

       SD  SORT-WORK-FILE.
       01  SD-MOVEMENT-RECORD.
           05  SD-MOVEMENT-ID-PREFIX       PIC X(2).
           05  SD-MOVEMENT-RECORD-ID       PIC X(6).
           05  FILLER                      PIC X(24).

      *    Ledger interface record, fixed 80 bytes: one header, a
      *    debit/credit pair of detail lines per record-id prefix
      *    with a net movement, and one trailer.  Amounts on the
      *    detail lines are unsigned - the debit/credit indicator
      *    carries the direction; the trailer's net movement is
      *    signed (an increase in the DT position is positive).
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-GL-JOURNAL-RECORD.
           05  FD-GL-RECORD-TYPE           PIC X(1).
               88  FD-GL-HEADER                 VALUE 'H'.
               88  FD-GL-DETAIL                 VALUE 'D'.
               88  FD-GL-TRAILER                VALUE 'T'.
           05  FD-GL-JOURNAL-DATE          PIC 9(8).
           05  FD-GL-BODY                  PIC X(71).
           05  FD-GL-HEADER-BODY REDEFINES FD-GL-BODY.
               10  FD-GL-SOURCE-SYSTEM     PIC X(8).
               10  FD-GL-CREATED-STAMP     PIC X(14).
               10  FILLER                  PIC X(49).
           05  FD-GL-DETAIL-BODY REDEFINES FD-GL-BODY.
               10  FD-GL-ACCOUNT           PIC X(10).
               10  FD-GL-DR-CR             PIC X(1).
                   88  FD-GL-DEBIT              VALUE 'D'.
                   88  FD-GL-CREDIT             VALUE 'C'.
               10  FD-GL-AMOUNT            PIC 9(13)V99.
               10  FD-GL-ID-PREFIX         PIC X(2).
               10  FD-GL-MOVEMENT-COUNT    PIC 9(7).
               10  FD-GL-DESCRIPTION       PIC X(30).
               10  FILLER                  PIC X(6).
           05  FD-GL-TRAILER-BODY REDEFINES FD-GL-BODY.
               10  FD-GL-LINE-COUNT        PIC 9(7).
               10  FD-GL-NET-MOVEMENT      PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
               10  FD-GL-DEBIT-TOTAL       PIC 9(15)V99.
               10  FD-GL-CREDIT-TOTAL      PIC 9(15)V99.
               10  FILLER                  PIC X(12).

       FD  GL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-GL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugaudw.cpy".
       COPY "bugprmw.cpy".

       01  WS-SNAP-HISTORY-FILE-NAME   PIC X(40) VALUE "BUGSNAPH.DAT".
       01  WS-SNAP-HISTORY-STATUS      PIC XX VALUE SPACES.
           88  WS-SNAP-HISTORY-OK           VALUE "00".
           88  WS-SNAP-HISTORY-ABSENT       VALUE "35".
       01  WS-MOVEMENT-WORK-FILE-NAME  PIC X(40) VALUE "BUGGLFDW.DAT".
       01  WS-MOVEMENT-WORK-STATUS     PIC XX VALUE SPACES.
           88  WS-MOVEMENT-WORK-OK          VALUE "00".
       01  WS-SORTED-MOVEMENT-FILE-NAME
                                       PIC X(40) VALUE "BUGGLFDS.DAT".
       01  WS-SORTED-MOVEMENT-STATUS   PIC XX VALUE SPACES.
           88  WS-SORTED-MOVEMENT-OK        VALUE "00".
       01  WS-SORT-WORK-FILE-NAME      PIC X(40) VALUE "BUGGLFDR.TMP".
       01  WS-GL-RELEASE-FILE-NAME     PIC X(40) VALUE "BUGGLJNL.DAT".
       01  WS-GL-HOLD-FILE-NAME        PIC X(40) VALUE "BUGGLHLD.DAT".
       01  WS-GL-JOURNAL-FILE-NAME     PIC X(40) VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS        PIC XX VALUE SPACES.
           88  WS-GL-JOURNAL-OK             VALUE "00".
       01  WS-GL-REPORT-FILE-NAME      PIC X(40) VALUE "BUGGLFD.RPT".
       01  WS-GL-REPORT-STATUS         PIC XX VALUE SPACES.
           88  WS-GL-REPORT-OK              VALUE "00".

       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-FILE         VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY-FILE       VALUE 'Y'.
       01  WS-MOVEMENT-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-END-OF-MOVEMENT-FILE      VALUE 'Y'.
       01  WS-TODAY-SNAP-SWITCH        PIC X VALUE 'N'.
           88  WS-TODAY-SNAPSHOT-FOUND      VALUE 'Y'.
       01  WS-PRIOR-SNAP-SWITCH        PIC X VALUE 'N'.
           88  WS-PRIOR-SNAPSHOT-FOUND      VALUE 'Y'.
       01  WS-RELEASE-SWITCH           PIC X VALUE 'N'.
           88  WS-JOURNAL-RELEASED          VALUE 'Y'.

       01  WS-JOURNAL-DATE-INPUT       PIC X(8) VALUE SPACES.
       01  WS-JOURNAL-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CREATED-STAMP            PIC X(14) VALUE SPACES.
       01  WS-GL-POSITION-ACCOUNT      PIC X(10) VALUE "1500000000".
       01  WS-GL-CLEARING-ACCOUNT      PIC X(10) VALUE "2950000000".

      *    The before/after work areas mirror the master record
      *    layout (copybooks/bugrec.cpy) field for field, the same
      *    decode BUGSNAP uses; two live copies are needed at once.
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

       01  WS-MOVE-RECORD-ID           PIC X(6) VALUE SPACES.
       01  WS-MOVE-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TRAIL-ENTRIES-READ       PIC 9(9) VALUE ZERO.
       01  WS-DAY-ENTRIES              PIC 9(9) VALUE ZERO.
       01  WS-MOVEMENTS-WRITTEN        PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-NET              PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PREFIX-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-PREFIX           PIC X(2) VALUE SPACES.
       01  WS-PREFIX-NET               PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-PREFIX-MOVEMENTS         PIC 9(7) VALUE ZERO.
       01  WS-LINE-AMOUNT              PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-TODAY-DT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-DT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-SNAP-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SNAP-MOVEMENT            PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-TIE-DIFFERENCE           PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-GL-HEADING-1.
           05  FILLER PIC X(20) VALUE "BUGGLFD GENERAL-LEDG".
           05  FILLER PIC X(20) VALUE "ER JOURNAL FEED FOR ".
           05  WS-GH-JOURNAL-DATE      PIC 9(8).

       01  WS-ACCOUNT-LINE.
           05  FILLER PIC X(20) VALUE "DT POSITION ACCOUNT ".
           05  WS-AC-POSITION          PIC X(10).
           05  FILLER PIC X(20) VALUE "   CLEARING ACCOUNT ".
           05  WS-AC-CLEARING          PIC X(10).

       01  WS-GL-HEADING-2.
           05  FILLER PIC X(20) VALUE "PFX MOVES ACCOUNT   ".
           05  FILLER PIC X(20) VALUE "DR/CR          AMOUN".
           05  FILLER PIC X(1)  VALUE "T".

       01  WS-GL-DETAIL-LINE.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-GD-ID-PREFIX         PIC X(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-GD-MOVEMENTS         PIC ZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-GD-ACCOUNT           PIC X(10).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-GD-DR-CR             PIC X(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-GD-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NO-MOVEMENT-LINE.
           05  FILLER PIC X(20) VALUE "NO DT AMOUNT MOVEMEN".
           05  FILLER PIC X(20) VALUE "T ON THE TRAIL FOR T".
           05  FILLER PIC X(7)  VALUE "HE DAY ".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL             PIC X(36).
           05  WS-AL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-PRIOR-DATE-LINE.
           05  FILLER PIC X(36)
               VALUE "PRIOR SNAPSHOT DATE".
           05  WS-PD-DATE              PIC 9(8).

       01  WS-TIED-LINE.
           05  FILLER PIC X(20) VALUE "JOURNAL TIES TO THE ".
           05  FILLER PIC X(20) VALUE "SNAPSHOT MOVEMENT - ".
           05  FILLER PIC X(20) VALUE "RELEASED TO         ".
           05  WS-TD-FILE-NAME         PIC X(20).

       01  WS-NOT-TIED-LINE.
           05  FILLER PIC X(20) VALUE "*** JOURNAL DOES NOT".
           05  FILLER PIC X(20) VALUE " TIE - HELD ON      ".
           05  WS-NT-FILE-NAME         PIC X(20).

       01  WS-NO-SNAPSHOT-LINE.
           05  FILLER PIC X(20) VALUE "*** NO SNAPSHOT TO T".
           05  FILLER PIC X(20) VALUE "IE TO - HELD ON     ".
           05  WS-NS-FILE-NAME         PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-OPEN-REPORT
           PERFORM 2000-EXTRACT-DAY-MOVEMENTS
           PERFORM 3000-LOAD-SNAPSHOT-MOVEMENT
           PERFORM 3500-JUDGE-RELEASE
           PERFORM 4000-SORT-MOVEMENTS
           PERFORM 5000-WRITE-JOURNAL
           PERFORM 6000-WRITE-CONTROL-REPORT
           CLOSE GL-REPORT-FILE
           DISPLAY "BUGGLFD: JOURNAL DATE        = " WS-JOURNAL-DATE
           DISPLAY "BUGGLFD: DT MOVEMENTS        = "
               WS-MOVEMENTS-WRITTEN
           DISPLAY "BUGGLFD: JOURNAL LINES       = " WS-LINE-COUNT
           DISPLAY "BUGGLFD: JOURNAL WRITTEN TO  = "
               WS-GL-JOURNAL-FILE-NAME
           IF NOT WS-JOURNAL-RELEASED
               DISPLAY "BUGGLFD: JOURNAL DOES NOT TIE TO THE "
                   "SNAPSHOT MOVEMENT - HELD, SEE "
                   WS-GL-REPORT-FILE-NAME UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The journal date and ledger accounts come off the
      *    scheduler's parameter card when one is staged (values
      *    columns: 1-8 journal date YYYYMMDD, blank for today;
      *    10-19 DT position account; 21-30 clearing account - a
      *    blank account keeps the standard one); the console
      *    prompt for the date stays as the fallback for a hand-run
      *    job.  The parameters in effect are echoed to the report
      *    so the run can be proven after the fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGGLFD " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:8) TO WS-JOURNAL-DATE-INPUT
               IF WS-PARAM-VALUES(10:10) NOT = SPACES
                   MOVE WS-PARAM-VALUES(10:10)
                       TO WS-GL-POSITION-ACCOUNT
               END-IF
               IF WS-PARAM-VALUES(21:10) NOT = SPACES
                   MOVE WS-PARAM-VALUES(21:10)
                       TO WS-GL-CLEARING-ACCOUNT
               END-IF
               DISPLAY "BUGGLFD: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER JOURNAL DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-JOURNAL-DATE-INPUT
               DISPLAY "BUGGLFD: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CREATED-STAMP
           IF WS-JOURNAL-DATE-INPUT = SPACES
               MOVE WS-CREATED-STAMP(1:8) TO WS-JOURNAL-DATE-INPUT
           END-IF
           IF WS-JOURNAL-DATE-INPUT NOT NUMERIC
               DISPLAY "BUGGLFD: JOURNAL DATE '" WS-JOURNAL-DATE-INPUT
                   "' IS NOT YYYYMMDD - NO JOURNAL BUILT"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-JOURNAL-DATE-INPUT TO WS-JOURNAL-DATE.

       1000-OPEN-REPORT.
           OPEN OUTPUT GL-REPORT-FILE
           IF NOT WS-GL-REPORT-OK
               DISPLAY "BUGGLFD: UNABLE TO OPEN "
                   WS-GL-REPORT-FILE-NAME " STATUS "
                   WS-GL-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-JOURNAL-DATE TO WS-GH-JOURNAL-DATE
           MOVE WS-GL-HEADING-1 TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-GL-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-GL-REPORT-LINE
           END-IF
           WRITE FD-GL-REPORT-LINE
           MOVE WS-GL-POSITION-ACCOUNT TO WS-AC-POSITION
           MOVE WS-GL-CLEARING-ACCOUNT TO WS-AC-CLEARING
           MOVE WS-ACCOUNT-LINE TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE
           MOVE SPACES TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE
           MOVE WS-GL-HEADING-2 TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE.

      ******************************************************************
      *    Pass one over the trail: every entry stamped on the
      *    journal date that moved a DT amount becomes one movement
      *    record, signed the way it moved the DT position.
      ******************************************************************
       2000-EXTRACT-DAY-MOVEMENTS.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "BUGGLFD: UNABLE TO OPEN "
                   WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                   WS-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MOVEMENT-WORK-FILE
           IF NOT WS-MOVEMENT-WORK-OK
               DISPLAY "BUGGLFD: UNABLE TO OPEN "
                   WS-MOVEMENT-WORK-FILE-NAME " STATUS "
                   WS-MOVEMENT-WORK-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-AUDIT-FILE
           PERFORM 2200-DECODE-ONE-ENTRY UNTIL WS-END-OF-AUDIT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE MOVEMENT-WORK-FILE.

       2100-READ-AUDIT-FILE.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2200-DECODE-ONE-ENTRY.
           ADD 1 TO WS-TRAIL-ENTRIES-READ
           IF FD-AUDIT-TIMESTAMP(1:8) = WS-JOURNAL-DATE-INPUT
               ADD 1 TO WS-DAY-ENTRIES
               MOVE FD-AUDIT-BEFORE-IMAGE TO WS-BEFORE-FIELDS
               MOVE FD-AUDIT-AFTER-IMAGE  TO WS-AFTER-FIELDS
               EVALUATE TRUE
                   WHEN FD-AUDIT-BEFORE-IMAGE = SPACES
                       PERFORM 2300-DECODE-ADD
                   WHEN FD-AUDIT-AFTER-IMAGE = SPACES
                       PERFORM 2400-DECODE-DELETE
                   WHEN OTHER
                       PERFORM 2500-DECODE-REWRITE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-AUDIT-FILE.

       2300-DECODE-ADD.
           IF WS-AF-FINANCIAL-TYPE
               MOVE WS-AF-RECORD-ID TO WS-MOVE-RECORD-ID
               MOVE WS-AF-AMOUNT    TO WS-MOVE-AMOUNT
               PERFORM 2600-WRITE-MOVEMENT
           END-IF.

       2400-DECODE-DELETE.
           IF WS-BF-FINANCIAL-TYPE
               MOVE WS-BF-RECORD-ID TO WS-MOVE-RECORD-ID
               COMPUTE WS-MOVE-AMOUNT = ZERO - WS-BF-AMOUNT
               PERFORM 2600-WRITE-MOVEMENT
           END-IF.

       2500-DECODE-REWRITE.
           IF WS-BF-TYPE-CODE NOT = WS-AF-TYPE-CODE
               PERFORM 2400-DECODE-DELETE
               PERFORM 2300-DECODE-ADD
           ELSE
               IF WS-BF-FINANCIAL-TYPE
                  AND WS-BF-DATA NOT = WS-AF-DATA
                   MOVE WS-AF-RECORD-ID TO WS-MOVE-RECORD-ID
                   COMPUTE WS-MOVE-AMOUNT =
                       WS-AF-AMOUNT - WS-BF-AMOUNT
                   PERFORM 2600-WRITE-MOVEMENT
               END-IF
           END-IF.

       2600-WRITE-MOVEMENT.
           MOVE WS-MOVE-RECORD-ID(1:2) TO FD-MW-ID-PREFIX
           MOVE WS-MOVE-RECORD-ID      TO FD-MW-RECORD-ID
           MOVE WS-MOVE-AMOUNT         TO FD-MW-AMOUNT
           MOVE FD-AUDIT-JOB-NAME      TO FD-MW-JOB-NAME
           WRITE FD-MOVEMENT-WORK-RECORD
           ADD 1 TO WS-MOVEMENTS-WRITTEN
           ADD WS-MOVE-AMOUNT TO WS-JOURNAL-NET.

      ******************************************************************
      *    The DT position movement BUGSNAP recorded for the day:
      *    the day's DT snapshot amount (the last one, should the
      *    snapshot have been rerun) less the latest DT snapshot
      *    before the day.
      ******************************************************************
       3000-LOAD-SNAPSHOT-MOVEMENT.
           OPEN INPUT SNAPSHOT-HISTORY-FILE
           IF WS-SNAP-HISTORY-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-SNAP-HISTORY-OK
                   DISPLAY "BUGGLFD: UNABLE TO OPEN "
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
           COMPUTE WS-SNAP-MOVEMENT =
               WS-TODAY-DT-AMOUNT - WS-PRIOR-DT-AMOUNT
           COMPUTE WS-TIE-DIFFERENCE =
               WS-JOURNAL-NET - WS-SNAP-MOVEMENT.

       3100-READ-HISTORY-FILE.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   SET WS-END-OF-HISTORY-FILE TO TRUE
           END-READ.

       3200-BANK-ONE-SNAPSHOT.
           IF FD-SNAP-TYPE-CODE = "DT"
               IF FD-SNAP-DATE = WS-JOURNAL-DATE
                   SET WS-TODAY-SNAPSHOT-FOUND TO TRUE
                   MOVE FD-SNAP-AMOUNT TO WS-TODAY-DT-AMOUNT
               END-IF
               IF FD-SNAP-DATE < WS-JOURNAL-DATE
                  AND FD-SNAP-DATE NOT < WS-PRIOR-SNAP-DATE
                   SET WS-PRIOR-SNAPSHOT-FOUND TO TRUE
                   MOVE FD-SNAP-DATE   TO WS-PRIOR-SNAP-DATE
                   MOVE FD-SNAP-AMOUNT TO WS-PRIOR-DT-AMOUNT
               END-IF
           END-IF
           PERFORM 3100-READ-HISTORY-FILE.

       3500-JUDGE-RELEASE.
           IF WS-TODAY-SNAPSHOT-FOUND
              AND WS-PRIOR-SNAPSHOT-FOUND
              AND WS-TIE-DIFFERENCE = ZERO
               SET WS-JOURNAL-RELEASED TO TRUE
               MOVE WS-GL-RELEASE-FILE-NAME TO WS-GL-JOURNAL-FILE-NAME
           ELSE
               MOVE WS-GL-HOLD-FILE-NAME TO WS-GL-JOURNAL-FILE-NAME
           END-IF.

      *    The day's movements together by record-id prefix.
       4000-SORT-MOVEMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-MOVEMENT-ID-PREFIX
               ON ASCENDING KEY SD-MOVEMENT-RECORD-ID
               USING MOVEMENT-WORK-FILE
               GIVING SORTED-MOVEMENT-FILE.

      ******************************************************************
      *    Pass two: a control break on the record-id prefix, as
      *    BUGREGST subtotals, writes the prefix's debit/credit pair
      *    once its net movement is known.  A prefix whose movements
      *    net to zero posts nothing.
      ******************************************************************
       5000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-GL-JOURNAL-OK
               DISPLAY "BUGGLFD: UNABLE TO OPEN "
                   WS-GL-JOURNAL-FILE-NAME " STATUS "
                   WS-GL-JOURNAL-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SORTED-MOVEMENT-FILE
           IF NOT WS-SORTED-MOVEMENT-OK
               DISPLAY "BUGGLFD: UNABLE TO OPEN "
                   WS-SORTED-MOVEMENT-FILE-NAME " STATUS "
                   WS-SORTED-MOVEMENT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FD-GL-JOURNAL-RECORD
           SET FD-GL-HEADER TO TRUE
           MOVE WS-JOURNAL-DATE  TO FD-GL-JOURNAL-DATE
           MOVE "BUGSYS  "       TO FD-GL-SOURCE-SYSTEM
           MOVE WS-CREATED-STAMP TO FD-GL-CREATED-STAMP
           WRITE FD-GL-JOURNAL-RECORD
           PERFORM 5100-READ-SORTED-MOVEMENT
           IF WS-END-OF-MOVEMENT-FILE
               MOVE WS-NO-MOVEMENT-LINE TO FD-GL-REPORT-LINE
               WRITE FD-GL-REPORT-LINE
           ELSE
               MOVE FD-SM-ID-PREFIX TO WS-CURRENT-PREFIX
           END-IF
           PERFORM 5200-POST-ONE-MOVEMENT
               UNTIL WS-END-OF-MOVEMENT-FILE
           IF WS-PREFIX-MOVEMENTS > ZERO
               PERFORM 5300-WRITE-PREFIX-PAIR
           END-IF
           MOVE SPACES TO FD-GL-JOURNAL-RECORD
           SET FD-GL-TRAILER TO TRUE
           MOVE WS-JOURNAL-DATE TO FD-GL-JOURNAL-DATE
           MOVE WS-LINE-COUNT   TO FD-GL-LINE-COUNT
           MOVE WS-JOURNAL-NET  TO FD-GL-NET-MOVEMENT
           MOVE WS-DEBIT-TOTAL  TO FD-GL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO FD-GL-CREDIT-TOTAL
           WRITE FD-GL-JOURNAL-RECORD
           CLOSE SORTED-MOVEMENT-FILE
           CLOSE GL-JOURNAL-FILE.

       5100-READ-SORTED-MOVEMENT.
           READ SORTED-MOVEMENT-FILE
               AT END
                   SET WS-END-OF-MOVEMENT-FILE TO TRUE
           END-READ.

       5200-POST-ONE-MOVEMENT.
           IF FD-SM-ID-PREFIX NOT = WS-CURRENT-PREFIX
               PERFORM 5300-WRITE-PREFIX-PAIR
               MOVE FD-SM-ID-PREFIX TO WS-CURRENT-PREFIX
           END-IF
           ADD FD-SM-AMOUNT TO WS-PREFIX-NET
           ADD 1 TO WS-PREFIX-MOVEMENTS
           PERFORM 5100-READ-SORTED-MOVEMENT.

      *    An increase in the DT position debits the position account
      *    and credits clearing; a decrease the other way round.
       5300-WRITE-PREFIX-PAIR.
           IF WS-PREFIX-NET NOT = ZERO
               ADD 1 TO WS-PREFIX-COUNT
               IF WS-PREFIX-NET > ZERO
                   MOVE WS-PREFIX-NET TO WS-LINE-AMOUNT
                   MOVE SPACES TO FD-GL-JOURNAL-RECORD
                   MOVE WS-GL-POSITION-ACCOUNT TO FD-GL-ACCOUNT
                   PERFORM 5400-WRITE-DEBIT-LINE
                   MOVE SPACES TO FD-GL-JOURNAL-RECORD
                   MOVE WS-GL-CLEARING-ACCOUNT TO FD-GL-ACCOUNT
                   PERFORM 5500-WRITE-CREDIT-LINE
               ELSE
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-PREFIX-NET
                   MOVE SPACES TO FD-GL-JOURNAL-RECORD
                   MOVE WS-GL-CLEARING-ACCOUNT TO FD-GL-ACCOUNT
                   PERFORM 5400-WRITE-DEBIT-LINE
                   MOVE SPACES TO FD-GL-JOURNAL-RECORD
                   MOVE WS-GL-POSITION-ACCOUNT TO FD-GL-ACCOUNT
                   PERFORM 5500-WRITE-CREDIT-LINE
               END-IF
           END-IF
           MOVE ZERO TO WS-PREFIX-NET
           MOVE ZERO TO WS-PREFIX-MOVEMENTS.

       5400-WRITE-DEBIT-LINE.
           SET FD-GL-DEBIT TO TRUE
           MOVE "DR" TO WS-GD-DR-CR
           ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           PERFORM 5600-WRITE-DETAIL-LINE.

       5500-WRITE-CREDIT-LINE.
           SET FD-GL-CREDIT TO TRUE
           MOVE "CR" TO WS-GD-DR-CR
           ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
           PERFORM 5600-WRITE-DETAIL-LINE.

      *    The caller has set the account and the debit/credit
      *    indicator in the detail body; the rest is filled here.
       5600-WRITE-DETAIL-LINE.
           SET FD-GL-DETAIL         TO TRUE
           MOVE WS-JOURNAL-DATE     TO FD-GL-JOURNAL-DATE
           MOVE WS-LINE-AMOUNT      TO FD-GL-AMOUNT
           MOVE WS-CURRENT-PREFIX   TO FD-GL-ID-PREFIX
           MOVE WS-PREFIX-MOVEMENTS TO FD-GL-MOVEMENT-COUNT
           MOVE SPACES              TO FD-GL-DESCRIPTION
           STRING "BUG DT MOVEMENT PREFIX " DELIMITED BY SIZE
                  WS-CURRENT-PREFIX DELIMITED BY SIZE
               INTO FD-GL-DESCRIPTION
           END-STRING
           WRITE FD-GL-JOURNAL-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CURRENT-PREFIX   TO WS-GD-ID-PREFIX
           MOVE WS-PREFIX-MOVEMENTS TO WS-GD-MOVEMENTS
           MOVE FD-GL-ACCOUNT       TO WS-GD-ACCOUNT
           MOVE WS-LINE-AMOUNT      TO WS-GD-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE.

       6000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE
           MOVE "AUDIT-TRAIL ENTRIES READ" TO WS-CL-LABEL
           MOVE WS-TRAIL-ENTRIES-READ TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "ENTRIES STAMPED ON THE JOURNAL DATE" TO WS-CL-LABEL
           MOVE WS-DAY-ENTRIES TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DT AMOUNT MOVEMENTS" TO WS-CL-LABEL
           MOVE WS-MOVEMENTS-WRITTEN TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "PREFIXES POSTED" TO WS-CL-LABEL
           MOVE WS-PREFIX-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "JOURNAL LINES (TRAILER COUNT)" TO WS-CL-LABEL
           MOVE WS-LINE-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "TOTAL DEBITS" TO WS-AL-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-AL-AMOUNT
           PERFORM 6200-WRITE-AMOUNT-LINE
           MOVE "TOTAL CREDITS" TO WS-AL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-AL-AMOUNT
           PERFORM 6200-WRITE-AMOUNT-LINE
           MOVE "JOURNAL NET DT MOVEMENT" TO WS-AL-LABEL
           MOVE WS-JOURNAL-NET TO WS-AL-AMOUNT
           PERFORM 6200-WRITE-AMOUNT-LINE
           MOVE SPACES TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE
           IF WS-TODAY-SNAPSHOT-FOUND AND WS-PRIOR-SNAPSHOT-FOUND
               MOVE WS-PRIOR-SNAP-DATE TO WS-PD-DATE
               MOVE WS-PRIOR-DATE-LINE TO FD-GL-REPORT-LINE
               WRITE FD-GL-REPORT-LINE
               MOVE "SNAPSHOT DT AMOUNT PRIOR" TO WS-AL-LABEL
               MOVE WS-PRIOR-DT-AMOUNT TO WS-AL-AMOUNT
               PERFORM 6200-WRITE-AMOUNT-LINE
               MOVE "SNAPSHOT DT AMOUNT FOR THE DAY" TO WS-AL-LABEL
               MOVE WS-TODAY-DT-AMOUNT TO WS-AL-AMOUNT
               PERFORM 6200-WRITE-AMOUNT-LINE
               MOVE "SNAPSHOT DT MOVEMENT" TO WS-AL-LABEL
               MOVE WS-SNAP-MOVEMENT TO WS-AL-AMOUNT
               PERFORM 6200-WRITE-AMOUNT-LINE
               MOVE "DIFFERENCE (JOURNAL - SNAPSHOT)" TO WS-AL-LABEL
               MOVE WS-TIE-DIFFERENCE TO WS-AL-AMOUNT
               PERFORM 6200-WRITE-AMOUNT-LINE
               IF WS-JOURNAL-RELEASED
                   MOVE WS-GL-JOURNAL-FILE-NAME TO WS-TD-FILE-NAME
                   MOVE WS-TIED-LINE TO FD-GL-REPORT-LINE
               ELSE
                   MOVE WS-GL-JOURNAL-FILE-NAME TO WS-NT-FILE-NAME
                   MOVE WS-NOT-TIED-LINE TO FD-GL-REPORT-LINE
               END-IF
           ELSE
               MOVE WS-GL-JOURNAL-FILE-NAME TO WS-NS-FILE-NAME
               MOVE WS-NO-SNAPSHOT-LINE TO FD-GL-REPORT-LINE
           END-IF
           WRITE FD-GL-REPORT-LINE.

       6100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE.

       6200-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO FD-GL-REPORT-LINE
           WRITE FD-GL-REPORT-LINE.

       COPY "bugprmp.cpy".
