       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSAMPL.
      ******************************************************************
      *    BUGSAMPL - external-audit sample and confirmation-request
      *    file over the DT records on the indexed master.  The
      *    auditors' yearly sample was pulled by hand off the BUGREGST
      *    printout; this job draws it by monetary-unit sampling, so
      *    every currency unit of the population has the same chance
      *    and a record's chance grows with its amount (absolute
      *    amount - a credit is as open to confirmation as a debit;
      *    a zero amount carries no units and is never drawn).
      *    Every DT whose absolute amount is above the key-item
      *    threshold is taken whole as a key item and left out of
      *    the sampled population.  The rest is sampled in one
      *    stratum, or - when the card asks for it - in amount bands
      *    kept on the band file (BUGSMPBD.DAT, one card per band:
      *    columns 1-18 the band's upper absolute amount, ascending;
      *    amounts above the last card fall in a final open band;
      *    '*' in column 1 is a comment).  The sample size is shared
      *    out over the bands in proportion to their value, at least
      *    one to a band with value.  Within a stratum the selection
      *    is systematic: interval = stratum value / sample size, a
      *    random start inside the first interval, and every record
      *    whose units hold a selection point is drawn once (a record
      *    larger than the interval can hold several - the hits are
      *    kept on the sample file for the auditors' evaluation).
      *    The random starts come from a fixed-formula generator
      *    seeded off the card, and the master is walked in key
      *    order, so the same card over the same master draws the
      *    same sample.
      *    Output: the sample file (BUGSAMPL.DAT) with each record's
      *    id, signed amount, activity date and the operator of the
      *    latest audit-trail entry for it (off the keyed companion
      *    BUGAUIDX builds); the confirmation-request file for the
      *    mailing vendor (BUGCONFR.DAT, fixed 100 bytes, header /
      *    one detail per sampled record / trailer); and the summary
      *    report (BUGSAMPL.RPT) with population count and value,
      *    sample count and value and coverage per stratum.
      *    Run after BUGAUIDX.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT BAND-CARD-FILE ASSIGN TO WS-BAND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO WS-SAMPLE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT CONFIRMATION-FILE ASSIGN TO WS-CONFIRM-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT SAMPLE-REPORT-FILE
               ASSIGN TO WS-SAMPLE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugidxfd.cpy".
       COPY "bugaixfd.cpy".
       COPY "bugprmfd.cpy".

       FD  BAND-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-BAND-CARD.
           05  FD-BAND-UPPER-LIMIT         PIC X(18).
           05  FILLER                      PIC X(62).

      *    One sampled record, fixed 60 bytes.  Stratum 00 is the
      *    key items; the hits are the selection points the record
      *    held (zero for a key item, taken whole).
       FD  SAMPLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FD-SAMPLE-RECORD.
           05  FD-SMP-STRATUM              PIC 9(2).
           05  FD-SMP-SELECTION            PIC X(1).
               88  FD-SMP-KEY-ITEM              VALUE 'K'.
               88  FD-SMP-MONETARY-UNIT         VALUE 'M'.
           05  FD-SMP-RECORD-ID            PIC X(6).
           05  FD-SMP-AMOUNT               PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FD-SMP-ACTIVITY-DATE        PIC 9(8).
           05  FD-SMP-OPERATOR-ID          PIC X(8).
           05  FD-SMP-HITS                 PIC 9(5).
           05  FD-SMP-CONFIRM-SEQ          PIC 9(6).
           05  FILLER                      PIC X(8).

      *    Confirmation-request interface record for the mailing
      *    vendor, fixed 100 bytes: one header, one detail per
      *    sampled record and one trailer.  The vendor matches its
      *    counterparty addresses on the record id; the reference
      *    (run date and sequence) comes back on the reply.  The
      *    detail amount is signed; activity date zero is a record
      *    not stamped since stamping began.
       FD  CONFIRMATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  FD-CONFIRM-RECORD.
           05  FD-CNF-RECORD-TYPE          PIC X(1).
               88  FD-CNF-HEADER                VALUE 'H'.
               88  FD-CNF-DETAIL                VALUE 'D'.
               88  FD-CNF-TRAILER               VALUE 'T'.
           05  FD-CNF-RUN-DATE             PIC 9(8).
           05  FD-CNF-BODY                 PIC X(91).
           05  FD-CNF-HEADER-BODY REDEFINES FD-CNF-BODY.
               10  FD-CNF-SOURCE-SYSTEM    PIC X(8).
               10  FD-CNF-CREATED-STAMP    PIC X(14).
               10  FD-CNF-AS-OF-DATE       PIC 9(8).
               10  FD-CNF-REPLY-BY-DATE    PIC 9(8).
               10  FILLER                  PIC X(53).
           05  FD-CNF-DETAIL-BODY REDEFINES FD-CNF-BODY.
               10  FD-CNF-SEQUENCE         PIC 9(6).
               10  FD-CNF-RECORD-ID        PIC X(6).
               10  FD-CNF-AMOUNT           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
               10  FD-CNF-ACTIVITY-DATE    PIC 9(8).
               10  FD-CNF-AS-OF            PIC 9(8).
               10  FD-CNF-REPLY-BY         PIC 9(8).
               10  FD-CNF-STRATUM          PIC 9(2).
               10  FD-CNF-SELECTION        PIC X(1).
               10  FILLER                  PIC X(36).
           05  FD-CNF-TRAILER-BODY REDEFINES FD-CNF-BODY.
               10  FD-CNF-REQUEST-COUNT    PIC 9(7).
               10  FD-CNF-NET-AMOUNT       PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
               10  FD-CNF-ABSOLUTE-TOTAL   PIC 9(15)V99.
               10  FILLER                  PIC X(49).

       FD  SAMPLE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-SAMPLE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugdtew.cpy".
       COPY "bugprmw.cpy".

       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
       01  WS-AUDIT-INDEX-FILE-NAME    PIC X(40) VALUE "BUGAIDX.DAT".
       01  WS-AUDIT-INDEX-STATUS       PIC XX VALUE SPACES.
           88  WS-AUDIT-INDEX-OK            VALUE "00".
       01  WS-BAND-FILE-NAME           PIC X(40) VALUE "BUGSMPBD.DAT".
       01  WS-BAND-STATUS              PIC XX VALUE SPACES.
           88  WS-BAND-OK                   VALUE "00".
       01  WS-SAMPLE-FILE-NAME         PIC X(40) VALUE "BUGSAMPL.DAT".
       01  WS-SAMPLE-STATUS            PIC XX VALUE SPACES.
           88  WS-SAMPLE-OK                 VALUE "00".
       01  WS-CONFIRM-FILE-NAME        PIC X(40) VALUE "BUGCONFR.DAT".
       01  WS-CONFIRM-STATUS           PIC XX VALUE SPACES.
           88  WS-CONFIRM-OK                VALUE "00".
       01  WS-SAMPLE-REPORT-FILE-NAME  PIC X(40) VALUE "BUGSAMPL.RPT".
       01  WS-SAMPLE-REPORT-STATUS     PIC XX VALUE SPACES.
           88  WS-SAMPLE-REPORT-OK          VALUE "00".

       01  WS-IDX-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-IDX-FILE           VALUE 'Y'.
       01  WS-BAND-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-BAND-FILE          VALUE 'Y'.
       01  WS-TRAIL-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-ID-TRAIL           VALUE 'Y'.
       01  WS-STRATIFY-SWITCH          PIC X VALUE 'N'.
           88  WS-STRATIFY-BY-BAND          VALUE 'Y'.
       01  WS-KEY-ITEM-SWITCH          PIC X VALUE 'N'.
           88  WS-KEY-ITEMS-WANTED          VALUE 'Y'.
       01  WS-RECORD-KEY-SWITCH        PIC X VALUE 'N'.
           88  WS-RECORD-IS-KEY-ITEM        VALUE 'Y'.

      *    Parameters as keyed, then as taken.
       01  WS-SAMPLE-SIZE-INPUT        PIC X(5) VALUE SPACES.
       01  WS-SEED-INPUT               PIC X(9) VALUE SPACES.
       01  WS-THRESHOLD-INPUT          PIC X(18) VALUE SPACES.
       01  WS-STRATIFY-INPUT           PIC X(1) VALUE SPACE.
       01  WS-REPLY-DAYS-INPUT         PIC X(3) VALUE SPACES.
       01  WS-SAMPLE-SIZE              PIC 9(5) VALUE ZERO.
       01  WS-SEED                     PIC 9(9) VALUE ZERO.
       01  WS-KEY-ITEM-THRESHOLD       PIC 9(13)V99 VALUE ZERO.
       01  WS-REPLY-DAYS               PIC 9(3) VALUE 30.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-REPLY-BY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CREATED-STAMP            PIC X(14) VALUE SPACES.

      *    Park-Miller minimal standard generator: the next seed is
      *    the last times 16807 modulo 2**31 - 1, and the seed over
      *    the modulus is a fraction between zero and one.
       01  WS-RANDOM-SEED              PIC 9(10) VALUE ZERO.
       01  WS-RANDOM-PRODUCT           PIC 9(18) VALUE ZERO.
       01  WS-RANDOM-QUOTIENT          PIC 9(18) VALUE ZERO.
       01  WS-RANDOM-MODULUS           PIC 9(10) VALUE 2147483647.
       01  WS-RANDOM-MULTIPLIER        PIC 9(5) VALUE 16807.
       01  WS-RANDOM-FRACTION          PIC V9(9) VALUE ZERO.

      *    The strata below the key-item threshold.  The last band
      *    is always open at the top; without banding it is the only
      *    one.
       01  WS-STRATUM-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-STRATUM-MAX              PIC 9(2) VALUE 9.
       01  WS-ST-IX                    PIC 9(2) VALUE ZERO.
       01  WS-STRATUM-TABLE.
           05  WS-ST-ENTRY OCCURS 9 TIMES.
               10  WS-ST-UPPER-LIMIT       PIC 9(13)V99 COMP-3.
               10  WS-ST-POP-COUNT         PIC 9(9).
               10  WS-ST-POP-VALUE         PIC 9(15)V99 COMP-3.
               10  WS-ST-SAMPLE-SIZE       PIC 9(5).
               10  WS-ST-INTERVAL          PIC 9(15)V9(4) COMP-3.
               10  WS-ST-START             PIC 9(15)V9(4) COMP-3.
               10  WS-ST-NEXT-POINT        PIC 9(15)V9(4) COMP-3.
               10  WS-ST-CUMULATIVE        PIC 9(15)V99 COMP-3.
               10  WS-ST-POINTS-USED       PIC 9(5).
               10  WS-ST-SAMPLE-COUNT      PIC 9(9).
               10  WS-ST-SAMPLE-VALUE      PIC 9(15)V99 COMP-3.

       01  WS-KEY-POP-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-KEY-POP-VALUE            PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-UNITS-POP-VALUE          PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-ALLOCATED-TOTAL          PIC 9(7) VALUE ZERO.
       01  WS-BAND-LIMIT               PIC 9(13)V99 VALUE ZERO.
       01  WS-BAND-CARDS-READ          PIC 9(5) VALUE ZERO.

       01  WS-ABSOLUTE-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RECORD-HITS              PIC 9(5) VALUE ZERO.
       01  WS-DT-RECORDS-READ          PIC 9(9) VALUE ZERO.
       01  WS-ZERO-AMOUNT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CONFIRM-SEQ              PIC 9(6) VALUE ZERO.
       01  WS-CONFIRM-NET              PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CONFIRM-ABSOLUTE         PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-ACTIVITY-DAY-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-ACTIVITY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LAST-OPERATOR-ID         PIC X(8) VALUE SPACES.

      *    Figures for one coverage line, set before 5300.
       01  WS-CV-POP-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-CV-POP-VALUE             PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-CV-SAMPLE-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CV-SAMPLE-VALUE          PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-POP-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-POP-VALUE          PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-SAMPLE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-SAMPLE-VALUE       PIC 9(15)V99 COMP-3 VALUE ZERO.

       01  WS-SAMPLE-HEADING.
           05  FILLER PIC X(20) VALUE "BUGSAMPL EXTERNAL-AU".
           05  FILLER PIC X(20) VALUE "DIT SAMPLE AND CONFI".
           05  FILLER PIC X(20) VALUE "RMATIONS        RUN ".
           05  WS-SH-RUN-DATE          PIC 9(8).

       01  WS-SETTING-LINE.
           05  WS-SE-LABEL             PIC X(36).
           05  WS-SE-VALUE             PIC X(30).

       01  WS-NUMBER-EDIT              PIC ZZZZZZZZ9.
       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-STRATA-HEADING.
           05  FILLER PIC X(20) VALUE "ST          UPPER LI".
           05  FILLER PIC X(20) VALUE "MIT  SIZE           ".
           05  FILLER PIC X(20) VALUE "INTERVAL       RANDO".
           05  FILLER PIC X(7)  VALUE "M START".

       01  WS-STRATA-LINE.
           05  WS-SL-STRATUM           PIC 9(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-SL-UPPER-LIMIT       PIC X(20).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-SL-SAMPLE-SIZE       PIC ZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-SL-INTERVAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-SL-START             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COVERAGE-HEADING-1.
           05  FILLER PIC X(20) VALUE "   -------- POPULATI".
           05  FILLER PIC X(20) VALUE "ON -------- --------".
           05  FILLER PIC X(20) VALUE "- SAMPLE --------  C".
           05  FILLER PIC X(4)  VALUE "OVER".

       01  WS-COVERAGE-HEADING-2.
           05  FILLER PIC X(20) VALUE "       COUNT        ".
           05  FILLER PIC X(20) VALUE "      VALUE COUNT   ".
           05  FILLER PIC X(20) VALUE "            VALUE   ".
           05  FILLER PIC X(4)  VALUE "   %".

       01  WS-COVERAGE-LINE.
           05  WS-CV-STRATUM           PIC X(2).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-CV-POP-COUNT-ED      PIC ZZZZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-CV-POP-VALUE-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-CV-SAMPLE-COUNT-ED   PIC ZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-CV-SAMPLE-VALUE-ED   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-CV-COVERAGE          PIC ZZ9.99.

       01  WS-COVERAGE-PERCENT         PIC 9(3)V99 VALUE ZERO.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CREATED-STAMP
           MOVE WS-CREATED-STAMP(1:8) TO WS-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-OPEN-REPORT
           PERFORM 1100-SET-UP-STRATA
           PERFORM 1500-OPEN-MASTER-FILES
           PERFORM 2000-MEASURE-POPULATION
           PERFORM 2500-ALLOCATE-SAMPLE
           PERFORM 3000-DRAW-SAMPLE
           PERFORM 5000-WRITE-SUMMARY
           CLOSE BUG-IDX-FILE
           CLOSE AUDIT-INDEX-FILE
           CLOSE SAMPLE-REPORT-FILE
           DISPLAY "BUGSAMPL: DT RECORDS READ     = " WS-DT-RECORDS-READ
           DISPLAY "BUGSAMPL: KEY ITEMS TAKEN     = " WS-KEY-POP-COUNT
           DISPLAY "BUGSAMPL: CONFIRMATIONS       = " WS-CONFIRM-SEQ
           IF WS-UNITS-POP-VALUE = ZERO AND WS-SAMPLE-SIZE > ZERO
               DISPLAY "BUGSAMPL: NO VALUE BELOW THE KEY-ITEM "
                   "THRESHOLD TO SAMPLE - SEE "
                   WS-SAMPLE-REPORT-FILE-NAME UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The sample comes off the scheduler's parameter card when
      *    one is staged (values columns: 1-5 sample size; 7-15 seed,
      *    1 to 999999999; 17-34 key-item threshold, blank = no key
      *    items; 36 Y = stratify by the bands on the band file;
      *    38-40 days the counterparty has to reply, blank = 30);
      *    the console prompts stay as the fallback for a hand-run
      *    job.  The size and seed must be keyed - a sample the
      *    auditors cannot reproduce is no use to them - and the
      *    run is refused without them.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGSAMPL" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:5)   TO WS-SAMPLE-SIZE-INPUT
               MOVE WS-PARAM-VALUES(7:9)   TO WS-SEED-INPUT
               MOVE WS-PARAM-VALUES(17:18) TO WS-THRESHOLD-INPUT
               MOVE WS-PARAM-VALUES(36:1)  TO WS-STRATIFY-INPUT
               MOVE WS-PARAM-VALUES(38:3)  TO WS-REPLY-DAYS-INPUT
               DISPLAY "BUGSAMPL: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER SAMPLE SIZE: " WITH NO ADVANCING
               ACCEPT WS-SAMPLE-SIZE-INPUT
               DISPLAY "ENTER SEED (1 TO 999999999): "
                   WITH NO ADVANCING
               ACCEPT WS-SEED-INPUT
               DISPLAY "ENTER KEY-ITEM THRESHOLD (BLANK = NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-THRESHOLD-INPUT
               DISPLAY "STRATIFY BY AMOUNT BAND (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-STRATIFY-INPUT
               DISPLAY "ENTER DAYS TO REPLY (BLANK = 30): "
                   WITH NO ADVANCING
               ACCEPT WS-REPLY-DAYS-INPUT
               DISPLAY "BUGSAMPL: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-SAMPLE-SIZE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SAMPLE-SIZE-INPUT)
                   TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SEED-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SEED-INPUT) TO WS-SEED
           END-IF
           IF WS-SAMPLE-SIZE = ZERO OR WS-SEED = ZERO
               DISPLAY "BUGSAMPL: SAMPLE SIZE AND SEED MUST BOTH BE "
                   "KEYED - NO SAMPLE DRAWN" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-THRESHOLD-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-INPUT)
                   TO WS-KEY-ITEM-THRESHOLD
               SET WS-KEY-ITEMS-WANTED TO TRUE
           END-IF
           IF WS-STRATIFY-INPUT = 'Y' OR WS-STRATIFY-INPUT = 'y'
               SET WS-STRATIFY-BY-BAND TO TRUE
           END-IF
           IF WS-REPLY-DAYS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY-DAYS-INPUT)
                   TO WS-REPLY-DAYS
           END-IF
           COMPUTE WS-ACTIVITY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-REPLY-DAYS
           COMPUTE WS-REPLY-BY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ACTIVITY-DAY-NUMBER)
           MOVE WS-SEED TO WS-RANDOM-SEED.

       1000-OPEN-REPORT.
           OPEN OUTPUT SAMPLE-REPORT-FILE
           IF NOT WS-SAMPLE-REPORT-OK
               DISPLAY "BUGSAMPL: UNABLE TO OPEN "
                   WS-SAMPLE-REPORT-FILE-NAME " STATUS "
                   WS-SAMPLE-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE
           MOVE WS-SAMPLE-HEADING TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-SAMPLE-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-SAMPLE-REPORT-LINE
           END-IF
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE SPACES TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE "SAMPLE SIZE (MONETARY UNITS)" TO WS-SE-LABEL
           MOVE WS-SAMPLE-SIZE TO WS-NUMBER-EDIT
           MOVE WS-NUMBER-EDIT TO WS-SE-VALUE
           PERFORM 1050-WRITE-SETTING-LINE
           MOVE "SEED" TO WS-SE-LABEL
           MOVE WS-SEED TO WS-NUMBER-EDIT
           MOVE WS-NUMBER-EDIT TO WS-SE-VALUE
           PERFORM 1050-WRITE-SETTING-LINE
           MOVE "KEY ITEMS - ABSOLUTE AMOUNT OVER" TO WS-SE-LABEL
           IF WS-KEY-ITEMS-WANTED
               MOVE WS-KEY-ITEM-THRESHOLD TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-SE-VALUE
           ELSE
               MOVE "NO KEY ITEMS" TO WS-SE-VALUE
           END-IF
           PERFORM 1050-WRITE-SETTING-LINE
           MOVE "STRATIFIED BY AMOUNT BAND" TO WS-SE-LABEL
           IF WS-STRATIFY-BY-BAND
               MOVE "YES" TO WS-SE-VALUE
           ELSE
               MOVE "NO" TO WS-SE-VALUE
           END-IF
           PERFORM 1050-WRITE-SETTING-LINE
           MOVE "CONFIRMATIONS AS OF" TO WS-SE-LABEL
           MOVE WS-RUN-DATE TO WS-SE-VALUE
           PERFORM 1050-WRITE-SETTING-LINE
           MOVE "REPLIES DUE BY" TO WS-SE-LABEL
           MOVE WS-REPLY-BY-DATE TO WS-SE-VALUE
           PERFORM 1050-WRITE-SETTING-LINE.

       1050-WRITE-SETTING-LINE.
           MOVE WS-SETTING-LINE TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE.

      ******************************************************************
      *    Without banding there is one open stratum.  With it each
      *    band card closes a stratum at its limit and an open one
      *    follows the last; limits out of order, or no band cards,
      *    refuse the run - a band file is never guessed at.
      ******************************************************************
       1100-SET-UP-STRATA.
           MOVE ZERO TO WS-STRATUM-COUNT
           IF WS-STRATIFY-BY-BAND
               OPEN INPUT BAND-CARD-FILE
               IF NOT WS-BAND-OK
                   DISPLAY "BUGSAMPL: UNABLE TO OPEN "
                       WS-BAND-FILE-NAME " STATUS " WS-BAND-STATUS
                       " - NO BANDS TO STRATIFY BY" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1200-LOAD-ONE-BAND-CARD
                   UNTIL WS-END-OF-BAND-FILE
               CLOSE BAND-CARD-FILE
               IF WS-STRATUM-COUNT = ZERO
                   DISPLAY "BUGSAMPL: " WS-BAND-FILE-NAME
                       " HOLDS NO BANDS - NO SAMPLE DRAWN"
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-STRATUM-COUNT
           MOVE WS-STRATUM-COUNT TO WS-ST-IX
           PERFORM 1300-CLEAR-ONE-STRATUM
           MOVE ZERO TO WS-ST-UPPER-LIMIT(WS-ST-IX).

       1200-LOAD-ONE-BAND-CARD.
           READ BAND-CARD-FILE
               AT END
                   SET WS-END-OF-BAND-FILE TO TRUE
               NOT AT END
                   IF FD-BAND-UPPER-LIMIT(1:1) NOT = '*'
                      AND FD-BAND-UPPER-LIMIT NOT = SPACES
                       PERFORM 1250-TAKE-ONE-BAND
                   END-IF
           END-READ.

       1250-TAKE-ONE-BAND.
           ADD 1 TO WS-BAND-CARDS-READ
           MOVE FUNCTION NUMVAL(FD-BAND-UPPER-LIMIT) TO WS-BAND-LIMIT
           IF WS-STRATUM-COUNT NOT < WS-STRATUM-MAX - 1
               DISPLAY "BUGSAMPL: MORE THAN 8 BANDS ON "
                   WS-BAND-FILE-NAME " - NO SAMPLE DRAWN" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAND-LIMIT = ZERO
              OR (WS-STRATUM-COUNT > ZERO
                  AND WS-BAND-LIMIT NOT >
                      WS-ST-UPPER-LIMIT(WS-STRATUM-COUNT))
               DISPLAY "BUGSAMPL: BAND CARD " WS-BAND-CARDS-READ
                   " LIMIT " FD-BAND-UPPER-LIMIT " IS NOT ABOVE THE "
                   "BAND BEFORE IT - NO SAMPLE DRAWN" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STRATUM-COUNT
           MOVE WS-STRATUM-COUNT TO WS-ST-IX
           PERFORM 1300-CLEAR-ONE-STRATUM
           MOVE WS-BAND-LIMIT TO WS-ST-UPPER-LIMIT(WS-ST-IX).

       1300-CLEAR-ONE-STRATUM.
           MOVE ZERO TO WS-ST-POP-COUNT(WS-ST-IX)
           MOVE ZERO TO WS-ST-POP-VALUE(WS-ST-IX)
           MOVE ZERO TO WS-ST-SAMPLE-SIZE(WS-ST-IX)
           MOVE ZERO TO WS-ST-INTERVAL(WS-ST-IX)
           MOVE ZERO TO WS-ST-START(WS-ST-IX)
           MOVE ZERO TO WS-ST-NEXT-POINT(WS-ST-IX)
           MOVE ZERO TO WS-ST-CUMULATIVE(WS-ST-IX)
           MOVE ZERO TO WS-ST-POINTS-USED(WS-ST-IX)
           MOVE ZERO TO WS-ST-SAMPLE-COUNT(WS-ST-IX)
           MOVE ZERO TO WS-ST-SAMPLE-VALUE(WS-ST-IX).

       1500-OPEN-MASTER-FILES.
           OPEN INPUT BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGSAMPL: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-INDEX-FILE
           IF NOT WS-AUDIT-INDEX-OK
               DISPLAY "BUGSAMPL: UNABLE TO OPEN "
                   WS-AUDIT-INDEX-FILE-NAME " STATUS "
                   WS-AUDIT-INDEX-STATUS " - RUN BUGAUIDX FIRST"
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    Pass one: count and value every DT into its stratum - the
      *    key items apart - so the intervals can be set.
      ******************************************************************
       2000-MEASURE-POPULATION.
           PERFORM 2050-START-IDX-WALK
           PERFORM 2100-MEASURE-ONE-RECORD
               UNTIL WS-END-OF-IDX-FILE.

       2050-START-IDX-WALK.
           MOVE 'N' TO WS-IDX-EOF-SWITCH
           MOVE LOW-VALUES TO FD-IDX-RECORD-ID
           START BUG-IDX-FILE KEY IS NOT LESS THAN FD-IDX-RECORD-ID
               INVALID KEY
                   SET WS-END-OF-IDX-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-IDX-FILE
               PERFORM 2060-READ-IDX-NEXT
           END-IF.

      *    Only DT records are in the population; the walk moves on
      *    past anything else.
       2060-READ-IDX-NEXT.
           MOVE SPACES TO WS-RECORD-TYPE-CODE
           PERFORM 2065-READ-ONE-IDX-RECORD
               UNTIL WS-END-OF-IDX-FILE
                  OR WS-FINANCIAL-RECORD-TYPE.

       2065-READ-ONE-IDX-RECORD.
           READ BUG-IDX-FILE NEXT
               AT END
                   SET WS-END-OF-IDX-FILE TO TRUE
               NOT AT END
                   MOVE FD-BUG-IDX-RECORD TO WS-BUG-RECORD
           END-READ.

       2100-MEASURE-ONE-RECORD.
           ADD 1 TO WS-DT-RECORDS-READ
           PERFORM 2200-CLASSIFY-RECORD
           IF WS-RECORD-IS-KEY-ITEM
               ADD 1 TO WS-KEY-POP-COUNT
               ADD WS-ABSOLUTE-AMOUNT TO WS-KEY-POP-VALUE
           ELSE
               ADD 1 TO WS-ST-POP-COUNT(WS-ST-IX)
               ADD WS-ABSOLUTE-AMOUNT TO WS-ST-POP-VALUE(WS-ST-IX)
               ADD WS-ABSOLUTE-AMOUNT TO WS-UNITS-POP-VALUE
               IF WS-ABSOLUTE-AMOUNT = ZERO
                   ADD 1 TO WS-ZERO-AMOUNT-COUNT
               END-IF
           END-IF
           PERFORM 2060-READ-IDX-NEXT.

      *    Sets the absolute amount and either the key-item switch
      *    or the record's stratum in WS-ST-IX.
       2200-CLASSIFY-RECORD.
           IF WS-RECORD-AMOUNT < ZERO
               COMPUTE WS-ABSOLUTE-AMOUNT = ZERO - WS-RECORD-AMOUNT
           ELSE
               MOVE WS-RECORD-AMOUNT TO WS-ABSOLUTE-AMOUNT
           END-IF
           MOVE 'N' TO WS-RECORD-KEY-SWITCH
           IF WS-KEY-ITEMS-WANTED
              AND WS-ABSOLUTE-AMOUNT > WS-KEY-ITEM-THRESHOLD
               SET WS-RECORD-IS-KEY-ITEM TO TRUE
           ELSE
               MOVE 1 TO WS-ST-IX
               PERFORM 2250-STEP-TO-NEXT-BAND
                   UNTIL WS-ST-IX = WS-STRATUM-COUNT
                      OR WS-ABSOLUTE-AMOUNT NOT >
                         WS-ST-UPPER-LIMIT(WS-ST-IX)
           END-IF.

       2250-STEP-TO-NEXT-BAND.
           ADD 1 TO WS-ST-IX.

      ******************************************************************
      *    The sample size is shared over the strata by value, at
      *    least one to a stratum with value; each stratum then gets
      *    its interval and a random start inside the first one,
      *    drawn in stratum order so the seed fixes every start.
      ******************************************************************
       2500-ALLOCATE-SAMPLE.
           MOVE ZERO TO WS-ALLOCATED-TOTAL
           PERFORM 2600-ALLOCATE-ONE-STRATUM
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-STRATUM-COUNT
           MOVE SPACES TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE WS-STRATA-HEADING TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           PERFORM 2700-WRITE-STRATUM-SETTINGS
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-STRATUM-COUNT.

       2600-ALLOCATE-ONE-STRATUM.
           IF WS-ST-POP-VALUE(WS-ST-IX) > ZERO
               IF WS-STRATUM-COUNT = 1
                   MOVE WS-SAMPLE-SIZE TO WS-ST-SAMPLE-SIZE(WS-ST-IX)
               ELSE
                   COMPUTE WS-ST-SAMPLE-SIZE(WS-ST-IX) ROUNDED =
                       WS-SAMPLE-SIZE * WS-ST-POP-VALUE(WS-ST-IX)
                       / WS-UNITS-POP-VALUE
                   IF WS-ST-SAMPLE-SIZE(WS-ST-IX) = ZERO
                       MOVE 1 TO WS-ST-SAMPLE-SIZE(WS-ST-IX)
                   END-IF
               END-IF
               ADD WS-ST-SAMPLE-SIZE(WS-ST-IX) TO WS-ALLOCATED-TOTAL
               COMPUTE WS-ST-INTERVAL(WS-ST-IX) =
                   WS-ST-POP-VALUE(WS-ST-IX)
                   / WS-ST-SAMPLE-SIZE(WS-ST-IX)
               PERFORM 2650-NEXT-RANDOM-FRACTION
               COMPUTE WS-ST-START(WS-ST-IX) =
                   WS-ST-INTERVAL(WS-ST-IX) * WS-RANDOM-FRACTION
               MOVE WS-ST-START(WS-ST-IX)
                   TO WS-ST-NEXT-POINT(WS-ST-IX)
           END-IF.

       2650-NEXT-RANDOM-FRACTION.
           COMPUTE WS-RANDOM-PRODUCT =
               WS-RANDOM-SEED * WS-RANDOM-MULTIPLIER
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-SEED
           COMPUTE WS-RANDOM-FRACTION =
               WS-RANDOM-SEED / WS-RANDOM-MODULUS.

       2700-WRITE-STRATUM-SETTINGS.
           MOVE WS-ST-IX TO WS-SL-STRATUM
           IF WS-ST-IX = WS-STRATUM-COUNT
               IF WS-KEY-ITEMS-WANTED
                   MOVE WS-KEY-ITEM-THRESHOLD TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-SL-UPPER-LIMIT
               ELSE
                   MOVE "          (NO LIMIT)" TO WS-SL-UPPER-LIMIT
               END-IF
           ELSE
               MOVE WS-ST-UPPER-LIMIT(WS-ST-IX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-SL-UPPER-LIMIT
           END-IF
           MOVE WS-ST-SAMPLE-SIZE(WS-ST-IX) TO WS-SL-SAMPLE-SIZE
           MOVE WS-ST-INTERVAL(WS-ST-IX)    TO WS-SL-INTERVAL
           MOVE WS-ST-START(WS-ST-IX)       TO WS-SL-START
           MOVE WS-STRATA-LINE TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE.

      ******************************************************************
      *    Pass two walks the master in the same order.  A key item
      *    is always drawn; any other record is drawn when one or
      *    more of its stratum's selection points fall inside its
      *    units, i.e. at or past the stratum's running total before
      *    it and short of the total after it.
      ******************************************************************
       3000-DRAW-SAMPLE.
           OPEN OUTPUT SAMPLE-FILE
           IF NOT WS-SAMPLE-OK
               DISPLAY "BUGSAMPL: UNABLE TO OPEN " WS-SAMPLE-FILE-NAME
                   " STATUS " WS-SAMPLE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONFIRMATION-FILE
           IF NOT WS-CONFIRM-OK
               DISPLAY "BUGSAMPL: UNABLE TO OPEN " WS-CONFIRM-FILE-NAME
                   " STATUS " WS-CONFIRM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FD-CONFIRM-RECORD
           SET FD-CNF-HEADER TO TRUE
           MOVE WS-RUN-DATE      TO FD-CNF-RUN-DATE
           MOVE "BUGSYS  "       TO FD-CNF-SOURCE-SYSTEM
           MOVE WS-CREATED-STAMP TO FD-CNF-CREATED-STAMP
           MOVE WS-RUN-DATE      TO FD-CNF-AS-OF-DATE
           MOVE WS-REPLY-BY-DATE TO FD-CNF-REPLY-BY-DATE
           WRITE FD-CONFIRM-RECORD
           PERFORM 2050-START-IDX-WALK
           PERFORM 3100-DRAW-ONE-RECORD
               UNTIL WS-END-OF-IDX-FILE
           MOVE SPACES TO FD-CONFIRM-RECORD
           SET FD-CNF-TRAILER TO TRUE
           MOVE WS-RUN-DATE         TO FD-CNF-RUN-DATE
           MOVE WS-CONFIRM-SEQ      TO FD-CNF-REQUEST-COUNT
           MOVE WS-CONFIRM-NET      TO FD-CNF-NET-AMOUNT
           MOVE WS-CONFIRM-ABSOLUTE TO FD-CNF-ABSOLUTE-TOTAL
           WRITE FD-CONFIRM-RECORD
           CLOSE SAMPLE-FILE
           CLOSE CONFIRMATION-FILE.

       3100-DRAW-ONE-RECORD.
           PERFORM 2200-CLASSIFY-RECORD
           MOVE ZERO TO WS-RECORD-HITS
           IF WS-RECORD-IS-KEY-ITEM
               PERFORM 3400-WRITE-SAMPLED-RECORD
           ELSE
               ADD WS-ABSOLUTE-AMOUNT TO WS-ST-CUMULATIVE(WS-ST-IX)
               IF WS-ST-SAMPLE-SIZE(WS-ST-IX) > ZERO
                   PERFORM 3200-TAKE-ONE-POINT
                       UNTIL WS-ST-NEXT-POINT(WS-ST-IX) NOT <
                             WS-ST-CUMULATIVE(WS-ST-IX)
                          OR WS-ST-POINTS-USED(WS-ST-IX) NOT <
                             WS-ST-SAMPLE-SIZE(WS-ST-IX)
               END-IF
               IF WS-RECORD-HITS > ZERO
                   ADD 1 TO WS-ST-SAMPLE-COUNT(WS-ST-IX)
                   ADD WS-ABSOLUTE-AMOUNT
                       TO WS-ST-SAMPLE-VALUE(WS-ST-IX)
                   PERFORM 3400-WRITE-SAMPLED-RECORD
               END-IF
           END-IF
           PERFORM 2060-READ-IDX-NEXT.

       3200-TAKE-ONE-POINT.
           ADD 1 TO WS-RECORD-HITS
           ADD 1 TO WS-ST-POINTS-USED(WS-ST-IX)
           ADD WS-ST-INTERVAL(WS-ST-IX) TO WS-ST-NEXT-POINT(WS-ST-IX).

       3400-WRITE-SAMPLED-RECORD.
           ADD 1 TO WS-CONFIRM-SEQ
           ADD WS-RECORD-AMOUNT   TO WS-CONFIRM-NET
           ADD WS-ABSOLUTE-AMOUNT TO WS-CONFIRM-ABSOLUTE
           IF WS-PADDING-FIELD NUMERIC
               MOVE WS-PADDING-FIELD TO WS-ACTIVITY-STAMP
               COMPUTE WS-ACTIVITY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-BASE-DATE)
                   + WS-ACTIVITY-STAMP
               COMPUTE WS-ACTIVITY-DATE = FUNCTION
                   DATE-OF-INTEGER(WS-ACTIVITY-DAY-NUMBER)
           ELSE
               MOVE ZERO TO WS-ACTIVITY-DATE
           END-IF
           PERFORM 3700-FIND-LAST-OPERATOR
           MOVE SPACES TO FD-SAMPLE-RECORD
           IF WS-RECORD-IS-KEY-ITEM
               MOVE ZERO TO FD-SMP-STRATUM
               SET FD-SMP-KEY-ITEM TO TRUE
           ELSE
               MOVE WS-ST-IX TO FD-SMP-STRATUM
               SET FD-SMP-MONETARY-UNIT TO TRUE
           END-IF
           MOVE WS-RECORD-ID        TO FD-SMP-RECORD-ID
           MOVE WS-RECORD-AMOUNT    TO FD-SMP-AMOUNT
           MOVE WS-ACTIVITY-DATE    TO FD-SMP-ACTIVITY-DATE
           MOVE WS-LAST-OPERATOR-ID TO FD-SMP-OPERATOR-ID
           MOVE WS-RECORD-HITS      TO FD-SMP-HITS
           MOVE WS-CONFIRM-SEQ      TO FD-SMP-CONFIRM-SEQ
           WRITE FD-SAMPLE-RECORD
           MOVE SPACES TO FD-CONFIRM-RECORD
           SET FD-CNF-DETAIL TO TRUE
           MOVE WS-RUN-DATE         TO FD-CNF-RUN-DATE
           MOVE WS-CONFIRM-SEQ      TO FD-CNF-SEQUENCE
           MOVE WS-RECORD-ID        TO FD-CNF-RECORD-ID
           MOVE WS-RECORD-AMOUNT    TO FD-CNF-AMOUNT
           MOVE WS-ACTIVITY-DATE    TO FD-CNF-ACTIVITY-DATE
           MOVE WS-RUN-DATE         TO FD-CNF-AS-OF
           MOVE WS-REPLY-BY-DATE    TO FD-CNF-REPLY-BY
           MOVE FD-SMP-STRATUM      TO FD-CNF-STRATUM
           MOVE FD-SMP-SELECTION    TO FD-CNF-SELECTION
           WRITE FD-CONFIRM-RECORD.

      *    The id's entries sit together on the keyed companion in
      *    trail order, so the last one read is the latest change;
      *    an id with no trail entry is left with a blank operator.
       3700-FIND-LAST-OPERATOR.
           MOVE SPACES TO WS-LAST-OPERATOR-ID
           MOVE 'N' TO WS-TRAIL-EOF-SWITCH
           MOVE WS-RECORD-ID TO FD-AIX-RECORD-ID
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
               IF FD-AIX-RECORD-ID NOT = WS-RECORD-ID
                   SET WS-END-OF-ID-TRAIL TO TRUE
               ELSE
                   MOVE FD-AIX-OPERATOR-ID TO WS-LAST-OPERATOR-ID
               END-IF
           END-IF.

      ******************************************************************
      *    Coverage per stratum: the share of the stratum's value
      *    the drawn records hold.  Values are absolute amounts.
      ******************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE WS-COVERAGE-HEADING-1 TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE WS-COVERAGE-HEADING-2 TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           IF WS-KEY-ITEMS-WANTED
               MOVE "KI" TO WS-CV-STRATUM
               MOVE WS-KEY-POP-COUNT TO WS-CV-POP-COUNT
               MOVE WS-KEY-POP-VALUE TO WS-CV-POP-VALUE
               MOVE WS-KEY-POP-COUNT TO WS-CV-SAMPLE-COUNT
               MOVE WS-KEY-POP-VALUE TO WS-CV-SAMPLE-VALUE
               PERFORM 5300-WRITE-COVERAGE-LINE
           END-IF
           PERFORM 5100-WRITE-STRATUM-COVERAGE
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-STRATUM-COUNT
           MOVE "TL" TO WS-CV-STRATUM
           MOVE WS-TOTAL-POP-COUNT    TO WS-CV-POP-COUNT
           MOVE WS-TOTAL-POP-VALUE    TO WS-CV-POP-VALUE
           MOVE WS-TOTAL-SAMPLE-COUNT TO WS-CV-SAMPLE-COUNT
           MOVE WS-TOTAL-SAMPLE-VALUE TO WS-CV-SAMPLE-VALUE
           PERFORM 5300-WRITE-COVERAGE-LINE
           MOVE SPACES TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE
           MOVE "DT RECORDS ON THE INDEXED MASTER" TO WS-CL-LABEL
           MOVE WS-DT-RECORDS-READ TO WS-CL-COUNT
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "KEY ITEMS TAKEN WHOLE" TO WS-CL-LABEL
           MOVE WS-KEY-POP-COUNT TO WS-CL-COUNT
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "ZERO AMOUNTS (NEVER DRAWN)" TO WS-CL-LABEL
           MOVE WS-ZERO-AMOUNT-COUNT TO WS-CL-COUNT
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "SAMPLE SIZE ALLOCATED TO STRATA" TO WS-CL-LABEL
           MOVE WS-ALLOCATED-TOTAL TO WS-CL-COUNT
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "CONFIRMATION REQUESTS WRITTEN" TO WS-CL-LABEL
           MOVE WS-CONFIRM-SEQ TO WS-CL-COUNT
           PERFORM 5400-WRITE-COUNT-LINE.

       5100-WRITE-STRATUM-COVERAGE.
           MOVE WS-ST-IX TO WS-CV-STRATUM
           MOVE WS-ST-POP-COUNT(WS-ST-IX)    TO WS-CV-POP-COUNT
           MOVE WS-ST-POP-VALUE(WS-ST-IX)    TO WS-CV-POP-VALUE
           MOVE WS-ST-SAMPLE-COUNT(WS-ST-IX) TO WS-CV-SAMPLE-COUNT
           MOVE WS-ST-SAMPLE-VALUE(WS-ST-IX) TO WS-CV-SAMPLE-VALUE
           PERFORM 5300-WRITE-COVERAGE-LINE.

       5300-WRITE-COVERAGE-LINE.
           IF WS-CV-POP-VALUE > ZERO
               COMPUTE WS-COVERAGE-PERCENT ROUNDED =
                   WS-CV-SAMPLE-VALUE * 100 / WS-CV-POP-VALUE
           ELSE
               MOVE ZERO TO WS-COVERAGE-PERCENT
           END-IF
           IF WS-CV-STRATUM NOT = "TL"
               ADD WS-CV-POP-COUNT    TO WS-TOTAL-POP-COUNT
               ADD WS-CV-POP-VALUE    TO WS-TOTAL-POP-VALUE
               ADD WS-CV-SAMPLE-COUNT TO WS-TOTAL-SAMPLE-COUNT
               ADD WS-CV-SAMPLE-VALUE TO WS-TOTAL-SAMPLE-VALUE
           END-IF
           MOVE WS-CV-POP-COUNT     TO WS-CV-POP-COUNT-ED
           MOVE WS-CV-POP-VALUE     TO WS-CV-POP-VALUE-ED
           MOVE WS-CV-SAMPLE-COUNT  TO WS-CV-SAMPLE-COUNT-ED
           MOVE WS-CV-SAMPLE-VALUE  TO WS-CV-SAMPLE-VALUE-ED
           MOVE WS-COVERAGE-PERCENT TO WS-CV-COVERAGE
           MOVE WS-COVERAGE-LINE TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE.

       5400-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FD-SAMPLE-REPORT-LINE
           WRITE FD-SAMPLE-REPORT-LINE.

       COPY "bugprmp.cpy".
