       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGCONV.
      ******************************************************************
      *    BUGCONV - one-time conversion of the audit-trail file and
      *    the operator control file to their widened layouts.  The
      *    audit trail grew from 77 to 85 bytes when the approver id
      *    was added for changes released off the pending-change
      *    queue (BUGAUDFD.CPY); the operator control file grew from
      *    30 to 70 bytes when the administrator flag, status,
      *    password and sign-on figures were added (BUGOPRFD.CPY).
      *    Neither file can be read by the current programs until it
      *    has been through this job.
      *
      *    Before the run, ops rename the live files to the
      *    conversion-input names - BUGAUDIT.DAT to BUGAUD77.DAT and
      *    BUGOPERS.DAT to BUGOPR30.DAT - so the live names are free
      *    for the converted files.  The job refuses (RETURN-CODE 8)
      *    while either live name still exists, so it can never be
      *    run over a file that has already been converted.
      *
      *    The old file has no administrator flag, so nobody could
      *    sign on to BUGSECAD after the conversion unless the run
      *    names the first administrator.  A "BUGCONV " card on the
      *    parameter-card file is required: values columns 1-8 hold
      *    that operator id, which must be on the old operator file.
      *    No card, a blank id or an id not on file is refused
      *    (RETURN-CODE 8) before anything is written.
      *
      *    Every audit entry is copied as it stands with a blank
      *    approver id: no entry written under the old layout went
      *    through the queue.  Every operator keeps id, rights and
      *    name, and comes across active, not an administrator, with
      *    no password, no failed attempts and no sign-on on record,
      *    stamped as changed today by this job.  The id on the card
      *    alone comes across as an administrator, and the grant is
      *    logged to the security audit file (BUGSECFD.CPY) as a
      *    change by this job, so the first grant is on record like
      *    every later one.  That administrator then signs on to
      *    BUGSECAD, sets the passwords and grants any further
      *    administrators before the ids are used.  Run BUGAUIDX
      *    afterwards to rebuild the audit-trail index (BUGAIDX.DAT)
      *    off the converted trail.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO WS-OLD-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OLD-OPERATOR-FILE ASSIGN TO WS-OLD-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-OPERATOR-STATUS.

           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 77 CHARACTERS.
       01  FD-OLD-AUDIT-RECORD.
           05  FD-OLD-AUDIT-TIMESTAMP      PIC X(21).
           05  FD-OLD-AUDIT-JOB-NAME       PIC X(8).
           05  FD-OLD-AUDIT-OPERATOR-ID    PIC X(8).
           05  FD-OLD-AUDIT-BEFORE-IMAGE   PIC X(20).
           05  FD-OLD-AUDIT-AFTER-IMAGE    PIC X(20).

       COPY "bugaudfd.cpy".

       FD  OLD-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  FD-OLD-OPERATOR-RECORD.
           05  FD-OLD-OPERATOR-ID          PIC X(8).
           05  FD-OLD-OPERATOR-ACTIONS     PIC X(1).
           05  FD-OLD-OPERATOR-NAME        PIC X(21).

       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".
       COPY "bugprmfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "bugaudw.cpy".
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".
       COPY "bugprmw.cpy".

       01  WS-OLD-AUDIT-FILE-NAME      PIC X(40) VALUE "BUGAUD77.DAT".
       01  WS-OLD-AUDIT-STATUS         PIC XX VALUE SPACES.
           88  WS-OLD-AUDIT-OK              VALUE "00".
       01  WS-OLD-OPERATOR-FILE-NAME   PIC X(40) VALUE "BUGOPR30.DAT".
       01  WS-OLD-OPERATOR-STATUS      PIC XX VALUE SPACES.
           88  WS-OLD-OPERATOR-OK           VALUE "00".
       01  WS-OLD-AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-END-OF-OLD-AUDIT-FILE     VALUE 'Y'.
       01  WS-OLD-OPERATOR-EOF-SWITCH  PIC X VALUE 'N'.
           88  WS-END-OF-OLD-OPERATOR-FILE  VALUE 'Y'.
       01  WS-CONV-RUN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-AUDIT-ENTRIES-CONVERTED  PIC 9(9) VALUE ZERO.
       01  WS-OPERATORS-CONVERTED      PIC 9(9) VALUE ZERO.
       01  WS-FIRST-ADMIN-ID           PIC X(8) VALUE SPACES.
       01  WS-FIRST-ADMIN-SWITCH       PIC X VALUE 'N'.
           88  WS-FIRST-ADMIN-ON-FILE       VALUE 'Y'.
       01  WS-ADMIN-GRANT-SWITCH       PIC X VALUE 'N'.
           88  WS-ADMIN-GRANTED             VALUE 'Y'.
       01  WS-GRANT-RECORD-SWITCH      PIC X VALUE 'N'.
           88  WS-GRANT-THIS-RECORD         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONV-RUN-DATE
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 0600-REFUSE-IF-CONVERTED
           PERFORM 0700-CHECK-FIRST-ADMINISTRATOR
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-CONVERT-ONE-AUDIT-ENTRY
               UNTIL WS-END-OF-OLD-AUDIT-FILE
           PERFORM 3000-CONVERT-ONE-OPERATOR
               UNTIL WS-END-OF-OLD-OPERATOR-FILE
           PERFORM 4000-CLOSE-FILES
           DISPLAY "BUGCONV: AUDIT ENTRIES CONVERTED = "
               WS-AUDIT-ENTRIES-CONVERTED
           DISPLAY "BUGCONV: OPERATORS CONVERTED     = "
               WS-OPERATORS-CONVERTED
           DISPLAY "BUGCONV: FIRST ADMINISTRATOR     = "
               WS-FIRST-ADMIN-ID
           DISPLAY "BUGCONV: RUN BUGAUIDX TO REBUILD BUGAIDX.DAT"
               UPON CONSOLE
           GOBACK.

      ******************************************************************
      *    A live file under the new name means the rename was not
      *    done, or the conversion has already run; either way
      *    writing over it would lose the file, so nothing is done.
      ******************************************************************
       0600-REFUSE-IF-CONVERTED.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-OK
               CLOSE AUDIT-TRAIL-FILE
               DISPLAY "BUGCONV: " WS-AUDIT-TRAIL-FILE-NAME
                   " ALREADY EXISTS - RENAME IT TO "
                   WS-OLD-AUDIT-FILE-NAME UPON CONSOLE
               DISPLAY "BUGCONV: NOTHING CONVERTED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-CONTROL-FILE
           IF WS-OPERATOR-FILE-OK
               CLOSE OPERATOR-CONTROL-FILE
               DISPLAY "BUGCONV: " WS-OPERATOR-FILE-NAME
                   " ALREADY EXISTS - RENAME IT TO "
                   WS-OLD-OPERATOR-FILE-NAME UPON CONSOLE
               DISPLAY "BUGCONV: NOTHING CONVERTED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    The first administrator must be one of the operators being
      *    converted; the old file is read through once to make sure
      *    before any output is opened.
      ******************************************************************
       0700-CHECK-FIRST-ADMINISTRATOR.
           OPEN INPUT OLD-OPERATOR-FILE
           IF NOT WS-OLD-OPERATOR-OK
               DISPLAY "BUGCONV: UNABLE TO OPEN "
                   WS-OLD-OPERATOR-FILE-NAME " STATUS "
                   WS-OLD-OPERATOR-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0750-CHECK-ONE-OLD-OPERATOR
               UNTIL WS-END-OF-OLD-OPERATOR-FILE
           CLOSE OLD-OPERATOR-FILE
           MOVE 'N' TO WS-OLD-OPERATOR-EOF-SWITCH
           IF NOT WS-FIRST-ADMIN-ON-FILE
               DISPLAY "BUGCONV: FIRST ADMINISTRATOR "
                   WS-FIRST-ADMIN-ID " IS NOT ON "
                   WS-OLD-OPERATOR-FILE-NAME UPON CONSOLE
               DISPLAY "BUGCONV: NOTHING CONVERTED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0750-CHECK-ONE-OLD-OPERATOR.
           READ OLD-OPERATOR-FILE
               AT END
                   SET WS-END-OF-OLD-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF FD-OLD-OPERATOR-ID = WS-FIRST-ADMIN-ID
                       SET WS-FIRST-ADMIN-ON-FILE TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      *    The parameter card is the only record of who was made the
      *    first administrator, so there is no console fallback: a
      *    hand run stages the card the same as the scheduler does.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGCONV " TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF NOT WS-PARAM-CARD-PRESENT
               DISPLAY "BUGCONV: NO BUGCONV CARD NAMING THE FIRST "
                   "ADMINISTRATOR" UPON CONSOLE
               DISPLAY "BUGCONV: NOTHING CONVERTED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "BUGCONV: " WS-PARAM-ECHO-LINE UPON CONSOLE
           MOVE WS-PARAM-VALUES(1:8) TO WS-FIRST-ADMIN-ID
           IF WS-FIRST-ADMIN-ID = SPACES
               DISPLAY "BUGCONV: NO FIRST ADMINISTRATOR ON THE "
                   "BUGCONV CARD" UPON CONSOLE
               DISPLAY "BUGCONV: NOTHING CONVERTED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT OLD-AUDIT-FILE
           IF NOT WS-OLD-AUDIT-OK
               DISPLAY "BUGCONV: UNABLE TO OPEN "
                   WS-OLD-AUDIT-FILE-NAME " STATUS "
                   WS-OLD-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-OPERATOR-FILE
           IF NOT WS-OLD-OPERATOR-OK
               DISPLAY "BUGCONV: UNABLE TO OPEN "
                   WS-OLD-OPERATOR-FILE-NAME " STATUS "
                   WS-OLD-OPERATOR-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "BUGCONV: UNABLE TO OPEN "
                   WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                   WS-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGCONV: UNABLE TO OPEN "
                   WS-OPERATOR-FILE-NAME " STATUS "
                   WS-OPERATOR-FILE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-OLD-AUDIT-FILE
           PERFORM 3100-READ-OLD-OPERATOR-FILE.

      ******************************************************************
      *    Trail order is kept: the entries go across one for one, so
      *    BUGAUIDX numbers them exactly as it did before.
      ******************************************************************
       2000-CONVERT-ONE-AUDIT-ENTRY.
           MOVE SPACES                     TO FD-AUDIT-RECORD
           MOVE FD-OLD-AUDIT-TIMESTAMP     TO FD-AUDIT-TIMESTAMP
           MOVE FD-OLD-AUDIT-JOB-NAME      TO FD-AUDIT-JOB-NAME
           MOVE FD-OLD-AUDIT-OPERATOR-ID   TO FD-AUDIT-OPERATOR-ID
           MOVE FD-OLD-AUDIT-BEFORE-IMAGE  TO FD-AUDIT-BEFORE-IMAGE
           MOVE FD-OLD-AUDIT-AFTER-IMAGE   TO FD-AUDIT-AFTER-IMAGE
           WRITE FD-AUDIT-RECORD
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "BUGCONV: UNABLE TO WRITE "
                   WS-AUDIT-TRAIL-FILE-NAME " STATUS "
                   WS-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AUDIT-ENTRIES-CONVERTED
           PERFORM 2100-READ-OLD-AUDIT-FILE.

       2100-READ-OLD-AUDIT-FILE.
           READ OLD-AUDIT-FILE
               AT END
                   SET WS-END-OF-OLD-AUDIT-FILE TO TRUE
           END-READ.

      ******************************************************************
      *    The numeric sign-on figures are zeroed rather than left
      *    blank so BUGSECP.CPY can add to the failed-attempt count
      *    and BUGACCRV can print the figures without a NUMERIC test.
      *    The first administrator's record is logged with the flag
      *    as it would have come across (before) and as granted
      *    (after); only the first record for the id is granted.
      ******************************************************************
       3000-CONVERT-ONE-OPERATOR.
           MOVE SPACES                  TO FD-OPERATOR-RECORD
           MOVE FD-OLD-OPERATOR-ID      TO FD-OPERATOR-ID
           MOVE FD-OLD-OPERATOR-ACTIONS TO FD-OPERATOR-ACTIONS-FLAG
           MOVE FD-OLD-OPERATOR-NAME    TO FD-OPERATOR-NAME
           MOVE 'N'                     TO FD-OPERATOR-ADMIN-FLAG
           MOVE 'A'                     TO FD-OPERATOR-STATUS-FLAG
           MOVE ZERO                    TO FD-OPERATOR-FAILED-COUNT
           MOVE ZERO                    TO FD-OPERATOR-LAST-SIGN-ON
           MOVE WS-CONV-RUN-DATE        TO FD-OPERATOR-CHANGED-DATE
           MOVE "BUGCONV"               TO FD-OPERATOR-CHANGED-BY
           MOVE 'N' TO WS-GRANT-RECORD-SWITCH
           IF FD-OPERATOR-ID = WS-FIRST-ADMIN-ID
              AND NOT WS-ADMIN-GRANTED
               SET WS-GRANT-THIS-RECORD TO TRUE
               SET WS-ADMIN-GRANTED TO TRUE
               MOVE FD-OPERATOR-RECORD TO WS-SEC-BEFORE-IMAGE
               SET FD-OPERATOR-ADMINISTRATOR TO TRUE
               MOVE FD-OPERATOR-RECORD TO WS-SEC-AFTER-IMAGE
           END-IF
           WRITE FD-OPERATOR-RECORD
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGCONV: UNABLE TO WRITE "
                   WS-OPERATOR-FILE-NAME " STATUS "
                   WS-OPERATOR-FILE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GRANT-THIS-RECORD
               MOVE "BUGCONV"          TO WS-SEC-JOB-NAME
               MOVE SPACES             TO WS-SEC-OPERATOR-ID
               SET WS-SEC-CHANGE       TO TRUE
               MOVE WS-FIRST-ADMIN-ID  TO WS-SEC-TARGET-ID
               PERFORM 9300-WRITE-SECURITY-AUDIT
               DISPLAY "BUGCONV: OPERATOR " WS-FIRST-ADMIN-ID
                   " GRANTED ADMINISTRATOR - LOGGED TO "
                   WS-SECURITY-AUDIT-FILE-NAME UPON CONSOLE
           END-IF
           ADD 1 TO WS-OPERATORS-CONVERTED
           PERFORM 3100-READ-OLD-OPERATOR-FILE.

       3100-READ-OLD-OPERATOR-FILE.
           READ OLD-OPERATOR-FILE
               AT END
                   SET WS-END-OF-OLD-OPERATOR-FILE TO TRUE
           END-READ.

       4000-CLOSE-FILES.
           CLOSE OLD-AUDIT-FILE
           CLOSE OLD-OPERATOR-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE OPERATOR-CONTROL-FILE.

       COPY "bugprmp.cpy".
       COPY "bugsecp.cpy".
