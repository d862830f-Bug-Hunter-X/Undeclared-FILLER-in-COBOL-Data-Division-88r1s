       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGACCRV.
      ******************************************************************
      *    BUGACCRV - quarterly access-review report over the operator
      *    control file.  Every operator on file is listed with the
      *    rights held (all actions or update only, security
      *    administrator or not), whether the id is active or
      *    suspended and its count of failed sign-on attempts, the
      *    last successful sign-on stamped by the sign-on password
      *    check (BUGSECP.CPY), and the last date the id appears on
      *    the audit trail as operator or as approver.
      *    The later of the two is the id's last activity; an id
      *    with none inside the review window (parameter card,
      *    default 90 days) or none at all is flagged INACTIVE for
      *    the reviewer to suspend or remove through BUGSECAD, and
      *    the run ends RETURN-CODE 4.  Nothing is changed by this
      *    job.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO WS-REVIEW-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugoprfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "bugprmfd.cpy".

       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-REVIEW-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugoprw.cpy".
       COPY "bugprmw.cpy".

       01  WS-AUDIT-TRAIL-FILE-NAME    PIC X(40) VALUE "BUGAUDIT.DAT".
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           88  WS-AUDIT-FILE-OK             VALUE "00".
           88  WS-AUDIT-FILE-ABSENT         VALUE "35".
       01  WS-REVIEW-REPORT-FILE-NAME  PIC X(40) VALUE "BUGACCRV.RPT".
       01  WS-REVIEW-REPORT-STATUS     PIC XX VALUE SPACES.
           88  WS-REVIEW-REPORT-OK          VALUE "00".

       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT-FILE         VALUE 'Y'.

       01  WS-INACTIVE-DAYS-INPUT      PIC X(3) VALUE SPACES.
       01  WS-INACTIVE-DAYS            PIC 9(3) VALUE 90.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TRAIL-DATE               PIC 9(8) VALUE ZERO.
       01  WS-LOOKUP-ID                PIC X(8) VALUE SPACES.
       01  WS-LAST-ACTIVITY            PIC 9(8) VALUE ZERO.

      *    The control file held whole, with the latest trail date
      *    found for each id.
       01  WS-OPERATOR-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OPERATOR-MAX             PIC 9(4) VALUE 500.
       01  WS-OT-IX                    PIC 9(4) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05  WS-OT-ENTRY OCCURS 500 TIMES.
               10  WS-OT-ID                PIC X(8).
               10  WS-OT-NAME              PIC X(21).
               10  WS-OT-ACTIONS-FLAG      PIC X(1).
                   88  WS-OT-ALL-ACTIONS        VALUE 'A'.
               10  WS-OT-ADMIN-FLAG        PIC X(1).
                   88  WS-OT-ADMINISTRATOR      VALUE 'Y'.
               10  WS-OT-STATUS-FLAG       PIC X(1).
                   88  WS-OT-SUSPENDED          VALUE 'S'.
               10  WS-OT-FAILED-COUNT      PIC 9(2).
               10  WS-OT-LAST-SIGN-ON      PIC 9(8).
               10  WS-OT-LAST-TRAIL        PIC 9(8).

       01  WS-TRAIL-ENTRIES-READ       PIC 9(9) VALUE ZERO.
       01  WS-ADMINISTRATOR-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ALL-ACTIONS-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SUSPENDED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(9) VALUE ZERO.

       01  WS-REVIEW-HEADING.
           05  FILLER PIC X(20) VALUE "BUGACCRV OPERATOR AC".
           05  FILLER PIC X(20) VALUE "CESS REVIEW         ".
           05  FILLER PIC X(20) VALUE "          RUN       ".
           05  WS-RH-RUN-DATE          PIC 9(8).

       01  WS-WINDOW-LINE.
           05  FILLER PIC X(20) VALUE "INACTIVE = NO ACTIVI".
           05  FILLER PIC X(8)  VALUE "TY SINCE".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-WL-CUTOFF-DATE       PIC 9(8).
           05  FILLER PIC X(2)  VALUE " (".
           05  WS-WL-DAYS              PIC ZZ9.
           05  FILLER PIC X(6)  VALUE " DAYS)".

       01  WS-COLUMN-HEADING.
           05  FILLER PIC X(20) VALUE "ID       NAME       ".
           05  FILLER PIC X(20) VALUE "           RIGHTS A ".
           05  FILLER PIC X(20) VALUE "STAT FL SIGN-ON  TRA".
           05  FILLER PIC X(20) VALUE "IL    REVIEW        ".

       01  WS-DETAIL-LINE.
           05  WS-DL-ID                PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-NAME              PIC X(21).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-RIGHTS            PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-ADMIN             PIC X(1).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-STATUS            PIC X(4).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-FAILED            PIC Z9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-SIGN-ON           PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-TRAIL             PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-REVIEW            PIC X(8).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 1000-LOAD-OPERATOR-TABLE
           PERFORM 2000-SCAN-AUDIT-TRAIL
           PERFORM 3000-WRITE-REVIEW
           DISPLAY "BUGACCRV: OPERATORS REVIEWED = " WS-OPERATOR-COUNT
           DISPLAY "BUGACCRV: INACTIVE IDS       = " WS-INACTIVE-COUNT
           IF WS-INACTIVE-COUNT > ZERO
               DISPLAY "BUGACCRV: INACTIVE OPERATOR IDS ON FILE - SEE "
                   WS-REVIEW-REPORT-FILE-NAME UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    The review window comes off the scheduler's parameter
      *    card when one is staged (values columns: 1-3 days without
      *    activity before an id is flagged, blank = 90); the
      *    console prompt stays as the fallback for a hand-run job.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGACCRV" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:3) TO WS-INACTIVE-DAYS-INPUT
               DISPLAY "BUGACCRV: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER INACTIVITY DAYS (BLANK = 90): "
                   WITH NO ADVANCING
               ACCEPT WS-INACTIVE-DAYS-INPUT
               DISPLAY "BUGACCRV: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           IF WS-INACTIVE-DAYS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INACTIVE-DAYS-INPUT)
                   TO WS-INACTIVE-DAYS
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-INACTIVE-DAYS).

      ******************************************************************
      *    The control file is in the 70-byte layout (an old 30-byte
      *    file is converted by BUGCONV first).  Sign-on figures that
      *    are not numeric read as never signed on with no failed
      *    attempts.
      ******************************************************************
       1000-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-OPERATOR-EOF-SWITCH
           OPEN INPUT OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGACCRV: UNABLE TO OPEN "
                   WS-OPERATOR-FILE-NAME " STATUS "
                   WS-OPERATOR-FILE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-OPERATOR
               UNTIL WS-END-OF-OPERATOR-FILE
           CLOSE OPERATOR-CONTROL-FILE.

       1100-LOAD-ONE-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   SET WS-END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF WS-OPERATOR-COUNT < WS-OPERATOR-MAX
                       ADD 1 TO WS-OPERATOR-COUNT
                       PERFORM 1200-STORE-OPERATOR
                   ELSE
                       DISPLAY "BUGACCRV: CONTROL FILE HOLDS MORE "
                           "THAN " WS-OPERATOR-MAX " OPERATORS"
                           UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1200-STORE-OPERATOR.
           MOVE WS-OPERATOR-COUNT TO WS-OT-IX
           MOVE FD-OPERATOR-ID           TO WS-OT-ID(WS-OT-IX)
           MOVE FD-OPERATOR-NAME         TO WS-OT-NAME(WS-OT-IX)
           MOVE FD-OPERATOR-ACTIONS-FLAG TO WS-OT-ACTIONS-FLAG(WS-OT-IX)
           MOVE FD-OPERATOR-ADMIN-FLAG   TO WS-OT-ADMIN-FLAG(WS-OT-IX)
           MOVE FD-OPERATOR-STATUS-FLAG  TO WS-OT-STATUS-FLAG(WS-OT-IX)
           IF FD-OPERATOR-FAILED-COUNT IS NUMERIC
               MOVE FD-OPERATOR-FAILED-COUNT
                   TO WS-OT-FAILED-COUNT(WS-OT-IX)
           ELSE
               MOVE ZERO TO WS-OT-FAILED-COUNT(WS-OT-IX)
           END-IF
           IF FD-OPERATOR-LAST-SIGN-ON IS NUMERIC
               MOVE FD-OPERATOR-LAST-SIGN-ON
                   TO WS-OT-LAST-SIGN-ON(WS-OT-IX)
           ELSE
               MOVE ZERO TO WS-OT-LAST-SIGN-ON(WS-OT-IX)
           END-IF
           MOVE ZERO TO WS-OT-LAST-TRAIL(WS-OT-IX).

      ******************************************************************
      *    Every trail entry dates the work of the operator who made
      *    it and of the operator who approved it.  A missing trail
      *    leaves the review to sign-on dates alone.
      ******************************************************************
       2000-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-ABSENT
               DISPLAY "BUGACCRV: NO AUDIT TRAIL - REVIEW FROM "
                   "SIGN-ON DATES ONLY" UPON CONSOLE
           ELSE
               IF NOT WS-AUDIT-FILE-OK
                   DISPLAY "BUGACCRV: UNABLE TO OPEN "
                       WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                       WS-AUDIT-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-ONE-AUDIT-ENTRY
                   UNTIL WS-END-OF-AUDIT-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       2100-READ-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAIL-ENTRIES-READ
                   IF FD-AUDIT-TIMESTAMP(1:8) IS NUMERIC
                       MOVE FD-AUDIT-TIMESTAMP(1:8) TO WS-TRAIL-DATE
                       IF FD-AUDIT-OPERATOR-ID NOT = SPACES
                           MOVE FD-AUDIT-OPERATOR-ID TO WS-LOOKUP-ID
                           PERFORM 2200-DATE-OPERATOR
                       END-IF
                       IF FD-AUDIT-APPROVER-ID NOT = SPACES
                           MOVE FD-AUDIT-APPROVER-ID TO WS-LOOKUP-ID
                           PERFORM 2200-DATE-OPERATOR
                       END-IF
                   END-IF
           END-READ.

       2200-DATE-OPERATOR.
           PERFORM 2250-DATE-ONE-ENTRY
               VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OPERATOR-COUNT.

       2250-DATE-ONE-ENTRY.
           IF WS-OT-ID(WS-OT-IX) = WS-LOOKUP-ID
              AND WS-TRAIL-DATE > WS-OT-LAST-TRAIL(WS-OT-IX)
               MOVE WS-TRAIL-DATE TO WS-OT-LAST-TRAIL(WS-OT-IX)
           END-IF.

       3000-WRITE-REVIEW.
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF NOT WS-REVIEW-REPORT-OK
               DISPLAY "BUGACCRV: UNABLE TO OPEN "
                   WS-REVIEW-REPORT-FILE-NAME " STATUS "
                   WS-REVIEW-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           MOVE WS-REVIEW-HEADING TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-REVIEW-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-REVIEW-REPORT-LINE
           END-IF
           WRITE FD-REVIEW-REPORT-LINE
           MOVE WS-CUTOFF-DATE   TO WS-WL-CUTOFF-DATE
           MOVE WS-INACTIVE-DAYS TO WS-WL-DAYS
           MOVE WS-WINDOW-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE SPACES TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           PERFORM 3100-WRITE-ONE-OPERATOR
               VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OPERATOR-COUNT
           PERFORM 3500-WRITE-TOTALS
           CLOSE REVIEW-REPORT-FILE.

       3100-WRITE-ONE-OPERATOR.
           MOVE WS-OT-ID(WS-OT-IX)   TO WS-DL-ID
           MOVE WS-OT-NAME(WS-OT-IX) TO WS-DL-NAME
           IF WS-OT-ALL-ACTIONS(WS-OT-IX)
               MOVE "ALL"    TO WS-DL-RIGHTS
               ADD 1 TO WS-ALL-ACTIONS-COUNT
           ELSE
               MOVE "UPDATE" TO WS-DL-RIGHTS
           END-IF
           IF WS-OT-ADMINISTRATOR(WS-OT-IX)
               MOVE 'Y' TO WS-DL-ADMIN
               ADD 1 TO WS-ADMINISTRATOR-COUNT
           ELSE
               MOVE 'N' TO WS-DL-ADMIN
           END-IF
           IF WS-OT-SUSPENDED(WS-OT-IX)
               MOVE "SUSP" TO WS-DL-STATUS
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               MOVE "ACT " TO WS-DL-STATUS
           END-IF
           MOVE WS-OT-FAILED-COUNT(WS-OT-IX) TO WS-DL-FAILED
           IF WS-OT-LAST-SIGN-ON(WS-OT-IX) = ZERO
               MOVE "NEVER" TO WS-DL-SIGN-ON
           ELSE
               MOVE WS-OT-LAST-SIGN-ON(WS-OT-IX) TO WS-DL-SIGN-ON
           END-IF
           IF WS-OT-LAST-TRAIL(WS-OT-IX) = ZERO
               MOVE "NONE" TO WS-DL-TRAIL
           ELSE
               MOVE WS-OT-LAST-TRAIL(WS-OT-IX) TO WS-DL-TRAIL
           END-IF
           MOVE WS-OT-LAST-SIGN-ON(WS-OT-IX) TO WS-LAST-ACTIVITY
           IF WS-OT-LAST-TRAIL(WS-OT-IX) > WS-LAST-ACTIVITY
               MOVE WS-OT-LAST-TRAIL(WS-OT-IX) TO WS-LAST-ACTIVITY
           END-IF
           IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               MOVE "INACTIVE" TO WS-DL-REVIEW
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               MOVE SPACES TO WS-DL-REVIEW
           END-IF
           MOVE WS-DETAIL-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE.

       3500-WRITE-TOTALS.
           MOVE SPACES TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "OPERATORS ON FILE" TO WS-CL-LABEL
           MOVE WS-OPERATOR-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "WITH ALL ACTIONS (MAY DELETE)" TO WS-CL-LABEL
           MOVE WS-ALL-ACTIONS-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "SECURITY ADMINISTRATORS" TO WS-CL-LABEL
           MOVE WS-ADMINISTRATOR-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "SUSPENDED" TO WS-CL-LABEL
           MOVE WS-SUSPENDED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "INACTIVE IN REVIEW WINDOW" TO WS-CL-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE
           MOVE "AUDIT TRAIL ENTRIES READ" TO WS-CL-LABEL
           MOVE WS-TRAIL-ENTRIES-READ TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO FD-REVIEW-REPORT-LINE
           WRITE FD-REVIEW-REPORT-LINE.

       COPY "bugprmp.cpy".
