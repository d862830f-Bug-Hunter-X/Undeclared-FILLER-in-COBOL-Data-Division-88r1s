       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGACKIN.
      ******************************************************************
      *    BUGACKIN - partner acknowledgment intake and outstanding-
      *    extract tracking for BUGXTRCT.  We acknowledge every
      *    partner file we import (BUGIMPRT's BUGIMACK.DAT), and the
      *    partners now send the same acknowledgment back for the
      *    extracts we send them: RJ records carrying the image and
      *    reason code of each record their intake refused, then one
      *    AK summary with their accepted and rejected counts, run
      *    date and trailer verdict.  This job keeps an extract-
      *    tracking file (BUGXTRAK.DAT), one record per extract sent,
      *    keyed on partner code and extract date.  Each run first
      *    registers the extracts on the stage-control file: an
      *    EXTRACT-Pn row names the n-th partner on the profile file
      *    (BUGPPROF.DAT, in the order BUGXTRCT numbers them), the
      *    profile-less EXTRACT row partner ALL, and the row's output
      *    count is the count our trailer carried.  It then reads each
      *    profile partner's returned acknowledgment, BUGAK<partner
      *    code>.DAT, where one has been staged, and matches it to the
      *    partner's latest still-outstanding extract dated on or
      *    before the acknowledgment's run date.  The partner's
      *    accepted plus rejected count must equal our trailer count;
      *    their RJ records are loaded onto our reject file under job
      *    name PTNR<partner code> so they can be corrected and put
      *    through BUGRECYC.  An acknowledgment already taken (the
      *    same partner and run date on the tracking file) is not
      *    taken twice, so the file can stay staged across reruns.
      *    The status report lists every extract by partner and date
      *    as acknowledged, acknowledged with rejects, count mismatch
      *    (including a file the partner refused outright), awaiting
      *    acknowledgment, or outstanding once it is older than the
      *    keyed number of days.  A count mismatch or an overdue
      *    extract ends the run RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT STAGE-CONTROL-FILE
               ASSIGN TO WS-STAGE-CONTROL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT EXTRACT-TRACKING-FILE
               ASSIGN TO WS-TRACKING-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TRK-KEY
               FILE STATUS IS WS-TRACKING-STATUS.

           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO WS-ACK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugstgfd.cpy".
       COPY "bugrejfd.cpy".
       COPY "bugprmfd.cpy".

      *    Same layout BUGXTRCT reads.
       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  FD-PROFILE-RECORD.
           05  FD-PROFILE-PARTNER-CODE    PIC X(4).
           05  FD-PROFILE-OUTPUT-FILE     PIC X(40).
           05  FD-PROFILE-TYPE-FILTER     PIC X(2).
           05  FD-PROFILE-ID-FROM         PIC X(6).
           05  FD-PROFILE-ID-TO           PIC X(6).

      *    One extract sent, and what the partner said about it.
       FD  EXTRACT-TRACKING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FD-TRACKING-RECORD.
           05  FD-TRK-KEY.
               10  FD-TRK-PARTNER-CODE     PIC X(4).
               10  FD-TRK-EXTRACT-DATE     PIC 9(8).
           05  FD-TRK-STAGE-NAME           PIC X(10).
           05  FD-TRK-RECORD-COUNT         PIC 9(9).
           05  FD-TRK-STATUS               PIC X(1).
               88  FD-TRK-OUTSTANDING           VALUE 'O'.
               88  FD-TRK-ACKNOWLEDGED          VALUE 'A'.
               88  FD-TRK-ACK-WITH-REJECTS      VALUE 'R'.
               88  FD-TRK-COUNT-MISMATCH        VALUE 'M'.
           05  FD-TRK-ACK-RUN-DATE         PIC 9(8).
           05  FD-TRK-ACCEPTED-COUNT       PIC 9(9).
           05  FD-TRK-REJECTED-COUNT       PIC 9(9).
           05  FILLER                      PIC X(2).

      *    Same layout BUGIMPRT writes.
       FD  ACKNOWLEDGMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FD-ACK-REJECT-RECORD.
           05  FD-ACK-RJ-CODE              PIC X(2).
           05  FD-ACK-RJ-IMAGE             PIC X(20).
           05  FD-ACK-RJ-REASON-CODE       PIC X(2).
           05  FILLER                      PIC X(16).
       01  FD-ACK-SUMMARY-RECORD.
           05  FD-ACK-AK-CODE              PIC X(2).
           05  FD-ACK-AK-RUN-DATE          PIC 9(8).
           05  FD-ACK-AK-ACCEPTED-COUNT    PIC 9(9).
           05  FD-ACK-AK-REJECTED-COUNT    PIC 9(9).
           05  FD-ACK-AK-VERDICT           PIC X(8).
           05  FILLER                      PIC X(4).

       FD  ACK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-ACK-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugstgw.cpy".
       COPY "bugrejw.cpy".
       COPY "bugprmw.cpy".

       01  WS-PROFILE-FILE-NAME        PIC X(40) VALUE "BUGPPROF.DAT".
       01  WS-PROFILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PROFILE-OK                VALUE "00".
           88  WS-PROFILE-ABSENT            VALUE "35".
       01  WS-TRACKING-FILE-NAME       PIC X(40) VALUE "BUGXTRAK.DAT".
       01  WS-TRACKING-STATUS          PIC XX VALUE SPACES.
           88  WS-TRACKING-OK               VALUE "00".
           88  WS-TRACKING-ABSENT           VALUE "35".
       01  WS-ACK-FILE-NAME            PIC X(40) VALUE SPACES.
       01  WS-ACK-STATUS               PIC XX VALUE SPACES.
           88  WS-ACK-OK                    VALUE "00".
           88  WS-ACK-ABSENT                VALUE "35".
       01  WS-ACK-REPORT-FILE-NAME     PIC X(40) VALUE "BUGACKIN.RPT".
       01  WS-ACK-REPORT-STATUS        PIC XX VALUE SPACES.
           88  WS-ACK-REPORT-OK             VALUE "00".

       01  WS-PROFILE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-END-OF-PROFILE-FILE       VALUE 'Y'.
       01  WS-STAGE-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-STAGE-FILE         VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-ACK-FILE           VALUE 'Y'.
       01  WS-TRACKING-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-END-OF-TRACKING-FILE      VALUE 'Y'.
       01  WS-AK-SWITCH                PIC X VALUE 'N'.
           88  WS-AK-SUMMARY-SEEN           VALUE 'Y'.
       01  WS-ALREADY-TAKEN-SWITCH     PIC X VALUE 'N'.
           88  WS-ACK-ALREADY-TAKEN         VALUE 'Y'.

       01  WS-DAYS-INPUT               PIC X(3) VALUE SPACES.
       01  WS-OVERDUE-DAYS             PIC 9(3) VALUE 3.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER           PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-AGE              PIC S9(7) VALUE ZERO.

      *    Partner codes in profile-file order: slot n is the
      *    partner of stage EXTRACT-Pn.  Slot 10 is the profile-less
      *    full extract.
       01  WS-PARTNER-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-CODE OCCURS 10 TIMES PIC X(4).
       01  WS-PARTNER-IX               PIC 9(2) VALUE ZERO.

       01  WS-STAGE-NAME-VIEW.
           05  WS-SV-PREFIX            PIC X(9).
           05  WS-SV-PARTNER-DIGIT     PIC X(1).

      *    The acknowledgment in hand and the extract it matched.
       01  WS-AK-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-AK-ACCEPTED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-AK-REJECTED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-AK-VERDICT               PIC X(8) VALUE SPACES.
       01  WS-AK-COUNT-TOTAL           PIC 9(10) VALUE ZERO.
       01  WS-RJ-RECORDS-READ          PIC 9(9) VALUE ZERO.
       01  WS-RJ-RECORDS-LOADED        PIC 9(9) VALUE ZERO.
       01  WS-MATCH-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ACK-RESULT               PIC X(34) VALUE SPACES.

       01  WS-PARTNER-JOB-NAME.
           05  FILLER                  PIC X(4) VALUE "PTNR".
           05  WS-PJ-PARTNER-CODE      PIC X(4).

       01  WS-STAGE-ROWS-READ          PIC 9(9) VALUE ZERO.
       01  WS-EXTRACTS-REGISTERED      PIC 9(7) VALUE ZERO.
       01  WS-ACKS-TAKEN               PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RJ-LOADED          PIC 9(9) VALUE ZERO.
       01  WS-ACKNOWLEDGED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-WITH-REJECTS-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-AWAITING-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-ACK-HEADING-1.
           05  FILLER PIC X(20) VALUE "BUGACKIN PARTNER ACK".
           05  FILLER PIC X(20) VALUE "NOWLEDGMENT INTAKE  ".
           05  FILLER PIC X(4)  VALUE "RUN ".
           05  WS-AH-RUN-DATE          PIC 9(8).

       01  WS-OVERDUE-RULE-LINE.
           05  FILLER PIC X(20) VALUE "EXTRACTS UNACKNOWLED".
           05  FILLER PIC X(20) VALUE "GED AFTER           ".
           05  WS-OR-DAYS              PIC ZZ9.
           05  FILLER PIC X(24) VALUE " DAYS ARE OUTSTANDING   ".

       01  WS-INTAKE-HEADING.
           05  FILLER PIC X(20) VALUE "ACKNOWLEDGMENTS TAKE".
           05  FILLER PIC X(20) VALUE "N THIS RUN          ".

       01  WS-INTAKE-COLUMNS.
           05  FILLER PIC X(20) VALUE "PTNR  ACK DATE  EXTR".
           05  FILLER PIC X(20) VALUE "ACT    ACCEPTED  REJ".
           05  FILLER PIC X(20) VALUE "ECTED  RESULT       ".

       01  WS-INTAKE-LINE.
           05  WS-IL-PARTNER-CODE      PIC X(4).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-IL-ACK-DATE          PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-IL-EXTRACT-DATE      PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-IL-ACCEPTED          PIC ZZZZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-IL-REJECTED          PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-IL-RESULT            PIC X(34).

       01  WS-NO-ACKS-LINE.
           05  FILLER PIC X(20) VALUE "  NO ACKNOWLEDGMENTS".
           05  FILLER PIC X(20) VALUE " STAGED             ".

       01  WS-STATUS-HEADING.
           05  FILLER PIC X(20) VALUE "EXTRACT STATUS BY PA".
           05  FILLER PIC X(20) VALUE "RTNER AND DATE      ".

       01  WS-STATUS-COLUMNS.
           05  FILLER PIC X(20) VALUE "PTNR  EXTRACT   STAG".
           05  FILLER PIC X(20) VALUE "E        OUR COUNT  ".
           05  FILLER PIC X(20) VALUE "THEIR COUNT  STATUS ".

       01  WS-STATUS-LINE.
           05  WS-SL-PARTNER-CODE      PIC X(4).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-SL-EXTRACT-DATE      PIC 9(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-SL-STAGE-NAME        PIC X(10).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-SL-OUR-COUNT         PIC ZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-SL-THEIR-COUNT       PIC ZZZZZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-SL-STATUS            PIC X(30).

       01  WS-AGE-TEXT.
           05  FILLER PIC X(12) VALUE "OUTSTANDING ".
           05  WS-AT-DAYS              PIC ZZZ9.
           05  FILLER PIC X(5)  VALUE " DAYS".

       01  WS-NO-EXTRACTS-LINE.
           05  FILLER PIC X(20) VALUE "  NO EXTRACTS ON THE".
           05  FILLER PIC X(20) VALUE " TRACKING FILE      ".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-LOAD-PARTNER-TABLE
           PERFORM 1200-OPEN-FILES
           PERFORM 2000-REGISTER-EXTRACTS
           PERFORM 3000-TAKE-ACKNOWLEDGMENTS
           PERFORM 5000-WRITE-STATUS-REPORT
           PERFORM 6000-WRITE-TOTALS
           CLOSE EXTRACT-TRACKING-FILE
           CLOSE ACK-REPORT-FILE
           DISPLAY "BUGACKIN: EXTRACTS REGISTERED    = "
               WS-EXTRACTS-REGISTERED
           DISPLAY "BUGACKIN: ACKNOWLEDGMENTS TAKEN  = " WS-ACKS-TAKEN
           DISPLAY "BUGACKIN: PARTNER REJECTS LOADED = "
               WS-TOTAL-RJ-LOADED
           IF WS-MISMATCH-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
               DISPLAY "BUGACKIN: " WS-MISMATCH-COUNT
                   " COUNT MISMATCHES, " WS-OVERDUE-COUNT
                   " EXTRACTS OUTSTANDING - SEE "
                   WS-ACK-REPORT-FILE-NAME UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The overdue age comes off the scheduler's parameter card
      *    when one is staged (values columns: 1-3 days an extract
      *    may go unacknowledged before it is reported outstanding,
      *    blank = 3); the console prompt stays as the fallback for
      *    a hand-run job.  The parameters in effect are echoed to
      *    the report so the run can be proven after the fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGACKIN" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:3) TO WS-DAYS-INPUT
               DISPLAY "BUGACKIN: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER DAYS BEFORE AN EXTRACT IS OUTSTANDING "
                   "(BLANK = 3): " WITH NO ADVANCING
               ACCEPT WS-DAYS-INPUT
               DISPLAY "BUGACKIN: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-DAYS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO WS-OVERDUE-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      ******************************************************************
      *    The profile file numbers the partners exactly as BUGXTRCT
      *    does - the first nine profiles, in file order.  No
      *    profile file means BUGXTRCT ran its single full extract.
      ******************************************************************
       1000-LOAD-PARTNER-TABLE.
           MOVE SPACES TO WS-PARTNER-TABLE
           MOVE "ALL " TO WS-PARTNER-CODE(10)
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-OK
               PERFORM 1100-LOAD-ONE-PARTNER
                   UNTIL WS-END-OF-PROFILE-FILE
               CLOSE PROFILE-FILE
           ELSE
               IF NOT WS-PROFILE-ABSENT
                   DISPLAY "BUGACKIN: UNABLE TO OPEN "
                       WS-PROFILE-FILE-NAME " STATUS "
                       WS-PROFILE-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-LOAD-ONE-PARTNER.
           READ PROFILE-FILE
               AT END
                   SET WS-END-OF-PROFILE-FILE TO TRUE
               NOT AT END
                   IF WS-PARTNER-COUNT < 9
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE FD-PROFILE-PARTNER-CODE
                           TO WS-PARTNER-CODE(WS-PARTNER-COUNT)
                   END-IF
           END-READ.

       1200-OPEN-FILES.
           OPEN I-O EXTRACT-TRACKING-FILE
           IF WS-TRACKING-ABSENT
               OPEN OUTPUT EXTRACT-TRACKING-FILE
               CLOSE EXTRACT-TRACKING-FILE
               OPEN I-O EXTRACT-TRACKING-FILE
           END-IF
           IF NOT WS-TRACKING-OK
               DISPLAY "BUGACKIN: UNABLE TO OPEN "
                   WS-TRACKING-FILE-NAME " STATUS "
                   WS-TRACKING-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           IF NOT WS-ACK-REPORT-OK
               DISPLAY "BUGACKIN: UNABLE TO OPEN "
                   WS-ACK-REPORT-FILE-NAME " STATUS "
                   WS-ACK-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE
           MOVE WS-ACK-HEADING-1 TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-ACK-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-ACK-REPORT-LINE
           END-IF
           WRITE FD-ACK-REPORT-LINE
           MOVE WS-OVERDUE-DAYS TO WS-OR-DAYS
           MOVE WS-OVERDUE-RULE-LINE TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           MOVE SPACES TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE.

      ******************************************************************
      *    Every extract stage row becomes a tracking record.  A
      *    rerun of the same night's extract appends a second row for
      *    the same partner and date; while the extract is still
      *    unacknowledged its count is taken from the later row,
      *    which is the file the partner actually received.
      ******************************************************************
       2000-REGISTER-EXTRACTS.
           OPEN INPUT STAGE-CONTROL-FILE
           IF WS-STAGE-OK
               PERFORM 2100-READ-STAGE-FILE
               PERFORM 2200-REGISTER-ONE-ROW
                   UNTIL WS-END-OF-STAGE-FILE
               CLOSE STAGE-CONTROL-FILE
           ELSE
               DISPLAY "BUGACKIN: NO STAGE-CONTROL FILE - NO NEW "
                   "EXTRACTS REGISTERED" UPON CONSOLE
           END-IF.

       2100-READ-STAGE-FILE.
           READ STAGE-CONTROL-FILE
               AT END
                   SET WS-END-OF-STAGE-FILE TO TRUE
           END-READ.

       2200-REGISTER-ONE-ROW.
           ADD 1 TO WS-STAGE-ROWS-READ
           MOVE ZERO TO WS-PARTNER-IX
           MOVE FD-STAGE-NAME TO WS-STAGE-NAME-VIEW
           IF FD-STAGE-NAME = "EXTRACT"
               MOVE 10 TO WS-PARTNER-IX
           ELSE
               IF WS-SV-PREFIX = "EXTRACT-P"
                  AND WS-SV-PARTNER-DIGIT IS NUMERIC
                   MOVE WS-SV-PARTNER-DIGIT TO WS-PARTNER-IX
                   IF WS-PARTNER-IX = ZERO
                      OR WS-PARTNER-IX > WS-PARTNER-COUNT
                       DISPLAY "BUGACKIN: STAGE " FD-STAGE-NAME
                           " OF " FD-STAGE-RUN-DATE
                           " HAS NO PARTNER ON THE PROFILE FILE"
                           UPON CONSOLE
                       MOVE ZERO TO WS-PARTNER-IX
                   END-IF
               END-IF
           END-IF
           IF WS-PARTNER-IX > ZERO
               PERFORM 2300-REGISTER-EXTRACT
           END-IF
           PERFORM 2100-READ-STAGE-FILE.

       2300-REGISTER-EXTRACT.
           MOVE WS-PARTNER-CODE(WS-PARTNER-IX) TO FD-TRK-PARTNER-CODE
           MOVE FD-STAGE-RUN-DATE TO FD-TRK-EXTRACT-DATE
           READ EXTRACT-TRACKING-FILE
               INVALID KEY
                   MOVE FD-STAGE-NAME         TO FD-TRK-STAGE-NAME
                   MOVE FD-STAGE-OUTPUT-COUNT TO FD-TRK-RECORD-COUNT
                   SET FD-TRK-OUTSTANDING TO TRUE
                   MOVE ZERO TO FD-TRK-ACK-RUN-DATE
                   MOVE ZERO TO FD-TRK-ACCEPTED-COUNT
                   MOVE ZERO TO FD-TRK-REJECTED-COUNT
                   WRITE FD-TRACKING-RECORD
                   ADD 1 TO WS-EXTRACTS-REGISTERED
               NOT INVALID KEY
                   IF FD-TRK-OUTSTANDING
                       MOVE FD-STAGE-NAME TO FD-TRK-STAGE-NAME
                       MOVE FD-STAGE-OUTPUT-COUNT
                           TO FD-TRK-RECORD-COUNT
                       REWRITE FD-TRACKING-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      *    One returned acknowledgment per profile partner (or for
      *    the full extract), where the partner has staged one.
      ******************************************************************
       3000-TAKE-ACKNOWLEDGMENTS.
           MOVE WS-INTAKE-HEADING TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           MOVE WS-INTAKE-COLUMNS TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           PERFORM 3100-TAKE-ONE-PARTNER
               VARYING WS-PARTNER-IX FROM 1 BY 1
               UNTIL WS-PARTNER-IX > 10
           IF WS-ACKS-TAKEN = ZERO
              AND WS-ACK-RESULT = SPACES
               MOVE WS-NO-ACKS-LINE TO FD-ACK-REPORT-LINE
               WRITE FD-ACK-REPORT-LINE
           END-IF
           MOVE SPACES TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE.

       3100-TAKE-ONE-PARTNER.
           IF WS-PARTNER-CODE(WS-PARTNER-IX) NOT = SPACES
               MOVE SPACES TO WS-ACK-FILE-NAME
               STRING "BUGAK" DELIMITED BY SIZE
                      WS-PARTNER-CODE(WS-PARTNER-IX)
                          DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-ACK-FILE-NAME
               END-STRING
               OPEN INPUT ACKNOWLEDGMENT-FILE
               IF WS-ACK-OK
                   PERFORM 3200-SCAN-ACKNOWLEDGMENT
                   CLOSE ACKNOWLEDGMENT-FILE
                   PERFORM 3400-MATCH-ACKNOWLEDGMENT
               ELSE
                   IF NOT WS-ACK-ABSENT
                       DISPLAY "BUGACKIN: UNABLE TO OPEN "
                           WS-ACK-FILE-NAME " STATUS "
                           WS-ACK-STATUS UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *    First pass: the AK summary (the last one, should the
      *    partner have sent two) and a count of the RJ records.
       3200-SCAN-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-ACK-EOF-SWITCH
           MOVE 'N' TO WS-AK-SWITCH
           MOVE ZERO TO WS-RJ-RECORDS-READ
           MOVE ZERO TO WS-RJ-RECORDS-LOADED
           PERFORM 3250-SCAN-ONE-ACK-RECORD UNTIL WS-END-OF-ACK-FILE.

       3250-SCAN-ONE-ACK-RECORD.
           READ ACKNOWLEDGMENT-FILE
               AT END
                   SET WS-END-OF-ACK-FILE TO TRUE
               NOT AT END
                   EVALUATE FD-ACK-AK-CODE
                       WHEN "AK"
                           SET WS-AK-SUMMARY-SEEN TO TRUE
                           MOVE FD-ACK-AK-RUN-DATE
                               TO WS-AK-RUN-DATE
                           MOVE FD-ACK-AK-ACCEPTED-COUNT
                               TO WS-AK-ACCEPTED-COUNT
                           MOVE FD-ACK-AK-REJECTED-COUNT
                               TO WS-AK-REJECTED-COUNT
                           MOVE FD-ACK-AK-VERDICT TO WS-AK-VERDICT
                       WHEN "RJ"
                           ADD 1 TO WS-RJ-RECORDS-READ
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    The partner's tracking records are walked in date order:
      *    an earlier record carrying this acknowledgment's run date
      *    means it was taken on an earlier run; otherwise the latest
      *    outstanding extract dated on or before the run date is
      *    the one acknowledged.
      ******************************************************************
       3400-MATCH-ACKNOWLEDGMENT.
           MOVE SPACES TO WS-ACK-RESULT
           MOVE ZERO   TO WS-MATCH-DATE
           MOVE 'N'    TO WS-ALREADY-TAKEN-SWITCH
           IF NOT WS-AK-SUMMARY-SEEN
               MOVE ZERO TO WS-AK-RUN-DATE
               MOVE ZERO TO WS-AK-ACCEPTED-COUNT
               MOVE ZERO TO WS-AK-REJECTED-COUNT
               MOVE "NOT TAKEN - NO AK SUMMARY" TO WS-ACK-RESULT
           ELSE
               PERFORM 3500-FIND-MATCHING-EXTRACT
               EVALUATE TRUE
                   WHEN WS-ACK-ALREADY-TAKEN
                       MOVE ZERO TO WS-MATCH-DATE
                       MOVE "ALREADY TAKEN ON AN EARLIER RUN"
                           TO WS-ACK-RESULT
                   WHEN WS-MATCH-DATE = ZERO
                       MOVE "NOT TAKEN - NO OUTSTANDING EXTRACT"
                           TO WS-ACK-RESULT
                   WHEN OTHER
                       PERFORM 3600-APPLY-ACKNOWLEDGMENT
               END-EVALUATE
           END-IF
           PERFORM 3900-WRITE-INTAKE-LINE.

       3500-FIND-MATCHING-EXTRACT.
           MOVE 'N' TO WS-TRACKING-EOF-SWITCH
           MOVE WS-PARTNER-CODE(WS-PARTNER-IX) TO FD-TRK-PARTNER-CODE
           MOVE ZERO TO FD-TRK-EXTRACT-DATE
           START EXTRACT-TRACKING-FILE
               KEY IS NOT LESS THAN FD-TRK-KEY
               INVALID KEY
                   SET WS-END-OF-TRACKING-FILE TO TRUE
           END-START
           PERFORM 3550-JUDGE-ONE-EXTRACT
               UNTIL WS-END-OF-TRACKING-FILE.

       3550-JUDGE-ONE-EXTRACT.
           READ EXTRACT-TRACKING-FILE NEXT
               AT END
                   SET WS-END-OF-TRACKING-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-TRACKING-FILE
               IF FD-TRK-PARTNER-CODE
                   NOT = WS-PARTNER-CODE(WS-PARTNER-IX)
                   SET WS-END-OF-TRACKING-FILE TO TRUE
               ELSE
                   IF FD-TRK-ACK-RUN-DATE = WS-AK-RUN-DATE
                       SET WS-ACK-ALREADY-TAKEN TO TRUE
                   END-IF
                   IF FD-TRK-OUTSTANDING
                      AND FD-TRK-EXTRACT-DATE NOT > WS-AK-RUN-DATE
                       MOVE FD-TRK-EXTRACT-DATE TO WS-MATCH-DATE
                   END-IF
               END-IF
           END-IF.

      *    A partner that refused the file outright counts as a
      *    mismatch whatever its counts say.
       3600-APPLY-ACKNOWLEDGMENT.
           MOVE WS-PARTNER-CODE(WS-PARTNER-IX) TO FD-TRK-PARTNER-CODE
           MOVE WS-MATCH-DATE TO FD-TRK-EXTRACT-DATE
           READ EXTRACT-TRACKING-FILE
               INVALID KEY
                   DISPLAY "BUGACKIN: TRACKING RECORD "
                       FD-TRK-KEY " VANISHED" UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           COMPUTE WS-AK-COUNT-TOTAL =
               WS-AK-ACCEPTED-COUNT + WS-AK-REJECTED-COUNT
           MOVE WS-AK-RUN-DATE       TO FD-TRK-ACK-RUN-DATE
           MOVE WS-AK-ACCEPTED-COUNT TO FD-TRK-ACCEPTED-COUNT
           MOVE WS-AK-REJECTED-COUNT TO FD-TRK-REJECTED-COUNT
           EVALUATE TRUE
               WHEN WS-AK-VERDICT = "REJECTED"
                   SET FD-TRK-COUNT-MISMATCH TO TRUE
                   MOVE "TAKEN - PARTNER REFUSED FILE"
                       TO WS-ACK-RESULT
               WHEN WS-AK-COUNT-TOTAL NOT = FD-TRK-RECORD-COUNT
                   SET FD-TRK-COUNT-MISMATCH TO TRUE
                   MOVE "TAKEN - COUNT MISMATCH" TO WS-ACK-RESULT
               WHEN WS-AK-REJECTED-COUNT > ZERO
                   SET FD-TRK-ACK-WITH-REJECTS TO TRUE
                   MOVE "TAKEN - WITH REJECTS" TO WS-ACK-RESULT
               WHEN OTHER
                   SET FD-TRK-ACKNOWLEDGED TO TRUE
                   MOVE "TAKEN - ACKNOWLEDGED" TO WS-ACK-RESULT
           END-EVALUATE
           REWRITE FD-TRACKING-RECORD
           ADD 1 TO WS-ACKS-TAKEN
           IF WS-RJ-RECORDS-READ > ZERO
               PERFORM 3700-LOAD-PARTNER-REJECTS
           END-IF.

      *    Second pass: the partner's RJ records onto our reject
      *    file, charged to the partner.
       3700-LOAD-PARTNER-REJECTS.
           MOVE WS-PARTNER-CODE(WS-PARTNER-IX) TO WS-PJ-PARTNER-CODE
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF NOT WS-ACK-OK
               DISPLAY "BUGACKIN: UNABLE TO REOPEN " WS-ACK-FILE-NAME
                   " STATUS " WS-ACK-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ACK-EOF-SWITCH
           PERFORM 3750-LOAD-ONE-ACK-RECORD UNTIL WS-END-OF-ACK-FILE
           CLOSE ACKNOWLEDGMENT-FILE
           ADD WS-RJ-RECORDS-LOADED TO WS-TOTAL-RJ-LOADED.

       3750-LOAD-ONE-ACK-RECORD.
           READ ACKNOWLEDGMENT-FILE
               AT END
                   SET WS-END-OF-ACK-FILE TO TRUE
               NOT AT END
                   IF FD-ACK-RJ-CODE = "RJ"
                       MOVE FD-ACK-RJ-IMAGE TO WS-REJECT-IMAGE
                       MOVE FD-ACK-RJ-REASON-CODE
                           TO WS-REJECT-REASON-CODE
                       MOVE WS-PARTNER-JOB-NAME TO WS-REJECT-JOB-NAME
                       PERFORM 9100-WRITE-REJECT-RECORD
                       ADD 1 TO WS-RJ-RECORDS-LOADED
                   END-IF
           END-READ.

       3900-WRITE-INTAKE-LINE.
           MOVE WS-PARTNER-CODE(WS-PARTNER-IX) TO WS-IL-PARTNER-CODE
           IF WS-AK-SUMMARY-SEEN
               MOVE WS-AK-RUN-DATE TO WS-IL-ACK-DATE
           ELSE
               MOVE "NONE" TO WS-IL-ACK-DATE
           END-IF
           IF WS-MATCH-DATE > ZERO
               MOVE WS-MATCH-DATE TO WS-IL-EXTRACT-DATE
           ELSE
               MOVE SPACES TO WS-IL-EXTRACT-DATE
           END-IF
           MOVE WS-AK-ACCEPTED-COUNT TO WS-IL-ACCEPTED
           MOVE WS-AK-REJECTED-COUNT TO WS-IL-REJECTED
           MOVE WS-ACK-RESULT        TO WS-IL-RESULT
           MOVE WS-INTAKE-LINE TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE.

      ******************************************************************
      *    Every extract on the tracking file, partner by partner in
      *    date order.
      ******************************************************************
       5000-WRITE-STATUS-REPORT.
           MOVE WS-STATUS-HEADING TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           MOVE WS-STATUS-COLUMNS TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           MOVE 'N' TO WS-TRACKING-EOF-SWITCH
           MOVE LOW-VALUES TO FD-TRK-KEY
           START EXTRACT-TRACKING-FILE
               KEY IS NOT LESS THAN FD-TRK-KEY
               INVALID KEY
                   SET WS-END-OF-TRACKING-FILE TO TRUE
           END-START
           IF WS-END-OF-TRACKING-FILE
               MOVE WS-NO-EXTRACTS-LINE TO FD-ACK-REPORT-LINE
               WRITE FD-ACK-REPORT-LINE
           END-IF
           PERFORM 5100-REPORT-ONE-EXTRACT
               UNTIL WS-END-OF-TRACKING-FILE.

       5100-REPORT-ONE-EXTRACT.
           READ EXTRACT-TRACKING-FILE NEXT
               AT END
                   SET WS-END-OF-TRACKING-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-TRACKING-FILE
               MOVE FD-TRK-PARTNER-CODE TO WS-SL-PARTNER-CODE
               MOVE FD-TRK-EXTRACT-DATE TO WS-SL-EXTRACT-DATE
               MOVE FD-TRK-STAGE-NAME   TO WS-SL-STAGE-NAME
               MOVE FD-TRK-RECORD-COUNT TO WS-SL-OUR-COUNT
               COMPUTE WS-AK-COUNT-TOTAL =
                   FD-TRK-ACCEPTED-COUNT + FD-TRK-REJECTED-COUNT
               MOVE WS-AK-COUNT-TOTAL   TO WS-SL-THEIR-COUNT
               EVALUATE TRUE
                   WHEN FD-TRK-ACKNOWLEDGED
                       ADD 1 TO WS-ACKNOWLEDGED-COUNT
                       MOVE "ACKNOWLEDGED" TO WS-SL-STATUS
                   WHEN FD-TRK-ACK-WITH-REJECTS
                       ADD 1 TO WS-WITH-REJECTS-COUNT
                       MOVE "ACKNOWLEDGED WITH REJECTS"
                           TO WS-SL-STATUS
                   WHEN FD-TRK-COUNT-MISMATCH
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE "*** COUNT MISMATCH" TO WS-SL-STATUS
                   WHEN OTHER
                       PERFORM 5200-AGE-OUTSTANDING-EXTRACT
               END-EVALUATE
               MOVE WS-STATUS-LINE TO FD-ACK-REPORT-LINE
               WRITE FD-ACK-REPORT-LINE
           END-IF.

       5200-AGE-OUTSTANDING-EXTRACT.
           MOVE ZERO TO WS-SL-THEIR-COUNT
           COMPUTE WS-EXTRACT-AGE = WS-RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(FD-TRK-EXTRACT-DATE)
           IF WS-EXTRACT-AGE > WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-EXTRACT-AGE TO WS-AT-DAYS
               MOVE SPACES TO WS-SL-STATUS
               STRING "*** " DELIMITED BY SIZE
                      WS-AGE-TEXT DELIMITED BY SIZE
                   INTO WS-SL-STATUS
               END-STRING
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               MOVE "AWAITING ACKNOWLEDGMENT" TO WS-SL-STATUS
           END-IF.

       6000-WRITE-TOTALS.
           MOVE SPACES TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE
           MOVE "STAGE-CONTROL ROWS READ" TO WS-CL-LABEL
           MOVE WS-STAGE-ROWS-READ TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "NEW EXTRACTS REGISTERED" TO WS-CL-LABEL
           MOVE WS-EXTRACTS-REGISTERED TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "ACKNOWLEDGMENTS TAKEN" TO WS-CL-LABEL
           MOVE WS-ACKS-TAKEN TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "PARTNER REJECTS LOADED" TO WS-CL-LABEL
           MOVE WS-TOTAL-RJ-LOADED TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "EXTRACTS ACKNOWLEDGED" TO WS-CL-LABEL
           MOVE WS-ACKNOWLEDGED-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "EXTRACTS ACKNOWLEDGED WITH REJECTS" TO WS-CL-LABEL
           MOVE WS-WITH-REJECTS-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "EXTRACTS WITH A COUNT MISMATCH" TO WS-CL-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "EXTRACTS AWAITING ACKNOWLEDGMENT" TO WS-CL-LABEL
           MOVE WS-AWAITING-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "EXTRACTS OUTSTANDING" TO WS-CL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE.

       6100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FD-ACK-REPORT-LINE
           WRITE FD-ACK-REPORT-LINE.

       COPY "bugrejp.cpy".
       COPY "bugprmp.cpy".
