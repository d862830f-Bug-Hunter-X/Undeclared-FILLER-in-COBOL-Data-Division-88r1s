       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSECAD.
      ******************************************************************
      *    BUGSECAD - online security administration transaction for
      *    the operator control file (BUGOPRFD.CPY).  The file that
      *    decides who may sign on to BUGMAINT, BUGRSTOR and
      *    BUGAPPRV, and who may delete, was edited by hand; now it
      *    is kept only through this transaction.  An administrator
      *    signs on with id and password - only an id flagged as a
      *    security administrator gets a session, and a wrong
      *    password counts toward suspending the id exactly as it
      *    does at any other sign-on (BUGSECP.CPY) - then adds an
      *    operator (id, name, all-actions or update-only flag,
      *    administrator flag, first password), changes one (any of
      *    name, flags and password; blank keeps the value),
      *    suspends one, reinstates a suspended one (which clears
      *    its failed-attempt count), or removes one.  No
      *    administrator can change their own id: a second
      *    administrator must, so nobody can raise their own rights
      *    and the last administrator cannot lock the file away.
      *    Each change is confirmed, written to the control file at
      *    once (the file is reread before every transaction, so a
      *    sign-on recorded meanwhile is never lost), stamped with
      *    the date and the administrator's id, and logged to the
      *    security audit file (BUGSECFD.CPY) with the record before
      *    and after, passwords masked.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".

       01  WS-CONTINUE-SWITCH          PIC X VALUE 'Y'.
           88  WS-CONTINUE-ADMINISTRATION   VALUE 'Y'.
           88  WS-ADMINISTRATION-DONE       VALUE 'N'.
       01  WS-ADMIN-ID                 PIC X(8) VALUE SPACES.
       01  WS-ADMIN-ACTION             PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-TARGET-ID                PIC X(8) VALUE SPACES.
       01  WS-KEYED-NAME               PIC X(21) VALUE SPACES.
       01  WS-KEYED-ACTIONS-FLAG       PIC X VALUE SPACE.
       01  WS-KEYED-ADMIN-FLAG         PIC X VALUE SPACE.
       01  WS-KEYED-PASSWORD           PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-KEYED-OK-SWITCH          PIC X VALUE 'N'.
           88  WS-KEYED-VALUES-OK           VALUE 'Y'.

      *    The whole control file, reread before each transaction
      *    and written back whole after each change.
       01  WS-OPERATOR-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OPERATOR-MAX             PIC 9(4) VALUE 500.
       01  WS-OPERATOR-TABLE.
           05  WS-OT-ENTRY OCCURS 500 TIMES PIC X(70).
       01  WS-OT-IX                    PIC 9(4) VALUE ZERO.
       01  WS-TARGET-IX                PIC 9(4) VALUE ZERO.

      *    One operator record, laid out as BUGOPRFD.CPY.
       01  WS-OPERATOR-WORK.
           05  WS-OW-ID                    PIC X(8).
           05  WS-OW-ACTIONS-FLAG          PIC X(1).
               88  WS-OW-ALL-ACTIONS            VALUE 'A'.
           05  WS-OW-NAME                  PIC X(21).
           05  WS-OW-ADMIN-FLAG            PIC X(1).
               88  WS-OW-ADMINISTRATOR          VALUE 'Y'.
           05  WS-OW-STATUS-FLAG           PIC X(1).
               88  WS-OW-ACTIVE                 VALUE 'A'.
               88  WS-OW-SUSPENDED              VALUE 'S'.
           05  WS-OW-PASSWORD              PIC X(8).
           05  WS-OW-FAILED-COUNT          PIC 9(2).
           05  WS-OW-LAST-SIGN-ON          PIC 9(8).
           05  WS-OW-CHANGED-DATE          PIC 9(8).
           05  WS-OW-CHANGED-BY            PIC X(8).
           05  FILLER                      PIC X(4).

       01  WS-OW-RIGHTS-TEXT           PIC X(11) VALUE SPACES.
       01  WS-OW-STATE-TEXT            PIC X(9) VALUE SPACES.

       01  WS-CHANGES-MADE             PIC 9(7) VALUE ZERO.
       01  WS-CHANGES-REFUSED          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0800-SIGN-ON
           PERFORM 2000-PROCESS-ONE-TRANSACTION
               UNTIL WS-ADMINISTRATION-DONE
           DISPLAY "BUGSECAD: CHANGES MADE    = " WS-CHANGES-MADE
           DISPLAY "BUGSECAD: CHANGES REFUSED = " WS-CHANGES-REFUSED
           GOBACK.

      ******************************************************************
      *    Sign-on: an administrator id and its password, or no
      *    session.  A refused administrator attempt is a failed
      *    sign-on like any other.
      ******************************************************************
       0800-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY "ENTER ADMINISTRATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           PERFORM 0750-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-VALID
               DISPLAY "BUGSECAD: OPERATOR ID '" WS-OPERATOR-ID
                   "' NOT ON THE CONTROL FILE - SESSION REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-OPERATOR-IS-ADMINISTRATOR
               DISPLAY "BUGSECAD: OPERATOR ID '" WS-OPERATOR-ID
                   "' IS NOT A SECURITY ADMINISTRATOR - SESSION "
                   "REFUSED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SIGN-ON-PASSWORD
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-SIGN-ON-PASSWORD
           MOVE "BUGSECAD" TO WS-SIGN-ON-JOB-NAME
           PERFORM 0780-CHECK-SIGN-ON-PASSWORD
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGSECAD: OPERATOR ID '" WS-OPERATOR-ID
                   "' PASSWORD REFUSED - SESSION REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-ADMIN-ID
           DISPLAY "BUGSECAD: ADMINISTRATOR " WS-ADMIN-ID
               " SIGNED ON - " WS-OPERATOR-NAME.

      ******************************************************************
      *    The control file is read whole into the table.  It must
      *    already be in the 70-byte layout: an old 30-byte file is
      *    converted by BUGCONV before this job is run.
      ******************************************************************
       1000-LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPERATOR-COUNT
           MOVE 'N' TO WS-OPERATOR-EOF-SWITCH
           OPEN INPUT OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGSECAD: UNABLE TO OPEN "
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
                       MOVE FD-OPERATOR-RECORD
                           TO WS-OT-ENTRY(WS-OPERATOR-COUNT)
                   ELSE
                       DISPLAY "BUGSECAD: CONTROL FILE HOLDS MORE "
                           "THAN " WS-OPERATOR-MAX " OPERATORS"
                           UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1200-FIND-TARGET.
           MOVE ZERO TO WS-TARGET-IX
           PERFORM 1250-CHECK-ONE-ENTRY
               VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OPERATOR-COUNT.

       1250-CHECK-ONE-ENTRY.
           IF WS-OT-ENTRY(WS-OT-IX)(1:8) = WS-TARGET-ID
               MOVE WS-OT-IX TO WS-TARGET-IX
           END-IF.

      *    The table is written back whole, in the order read with
      *    any new id at the end.
       1500-SAVE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-CONTROL-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "BUGSECAD: UNABLE TO REWRITE "
                   WS-OPERATOR-FILE-NAME " STATUS "
                   WS-OPERATOR-FILE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1550-SAVE-ONE-OPERATOR
               VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OPERATOR-COUNT
           CLOSE OPERATOR-CONTROL-FILE.

       1550-SAVE-ONE-OPERATOR.
           MOVE WS-OT-ENTRY(WS-OT-IX) TO FD-OPERATOR-RECORD
           WRITE FD-OPERATOR-RECORD.

       2000-PROCESS-ONE-TRANSACTION.
           MOVE SPACE TO WS-ADMIN-ACTION
           DISPLAY " "
           DISPLAY "A=ADD C=CHANGE S=SUSPEND U=REINSTATE R=REMOVE "
               "X=EXIT: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-ACTION
           EVALUATE WS-ADMIN-ACTION
               WHEN 'X'
               WHEN 'x'
                   SET WS-ADMINISTRATION-DONE TO TRUE
               WHEN 'A'
               WHEN 'a'
               WHEN 'C'
               WHEN 'c'
               WHEN 'S'
               WHEN 's'
               WHEN 'U'
               WHEN 'u'
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2100-TAKE-TARGET-ID
               WHEN OTHER
                   DISPLAY "BUGSECAD: ACTION '" WS-ADMIN-ACTION
                       "' NOT RECOGNISED" UPON CONSOLE
           END-EVALUATE.

       2100-TAKE-TARGET-ID.
           MOVE SPACES TO WS-TARGET-ID
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           EVALUATE TRUE
               WHEN WS-TARGET-ID = SPACES
                   DISPLAY "BUGSECAD: NO OPERATOR ID KEYED"
                       UPON CONSOLE
               WHEN WS-TARGET-ID = WS-ADMIN-ID
                   DISPLAY "BUGSECAD: ANOTHER ADMINISTRATOR MUST "
                       "CHANGE YOUR OWN ID" UPON CONSOLE
                   ADD 1 TO WS-CHANGES-REFUSED
               WHEN OTHER
                   PERFORM 1000-LOAD-OPERATOR-TABLE
                   PERFORM 1200-FIND-TARGET
                   PERFORM 2200-APPLY-ACTION
           END-EVALUATE.

       2200-APPLY-ACTION.
           IF WS-ADMIN-ACTION = 'A' OR WS-ADMIN-ACTION = 'a'
               IF WS-TARGET-IX > ZERO
                   DISPLAY "BUGSECAD: OPERATOR " WS-TARGET-ID
                       " IS ALREADY ON THE CONTROL FILE" UPON CONSOLE
                   ADD 1 TO WS-CHANGES-REFUSED
               ELSE
                   PERFORM 3000-ADD-OPERATOR
               END-IF
           ELSE
               IF WS-TARGET-IX = ZERO
                   DISPLAY "BUGSECAD: OPERATOR " WS-TARGET-ID
                       " IS NOT ON THE CONTROL FILE" UPON CONSOLE
                   ADD 1 TO WS-CHANGES-REFUSED
               ELSE
                   MOVE WS-OT-ENTRY(WS-TARGET-IX) TO WS-OPERATOR-WORK
                   MOVE WS-OPERATOR-WORK TO WS-SEC-BEFORE-IMAGE
                   PERFORM 2300-SHOW-OPERATOR
                   EVALUATE WS-ADMIN-ACTION
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM 4000-CHANGE-OPERATOR
                       WHEN 'S'
                       WHEN 's'
                           PERFORM 5000-SUSPEND-OPERATOR
                       WHEN 'U'
                       WHEN 'u'
                           PERFORM 6000-REINSTATE-OPERATOR
                       WHEN OTHER
                           PERFORM 7000-REMOVE-OPERATOR
                   END-EVALUATE
               END-IF
           END-IF.

       2300-SHOW-OPERATOR.
           IF WS-OW-ALL-ACTIONS
               MOVE "ALL ACTIONS" TO WS-OW-RIGHTS-TEXT
           ELSE
               MOVE "UPDATE ONLY" TO WS-OW-RIGHTS-TEXT
           END-IF
           IF WS-OW-SUSPENDED
               MOVE "SUSPENDED" TO WS-OW-STATE-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-OW-STATE-TEXT
           END-IF
           IF WS-OW-FAILED-COUNT IS NOT NUMERIC
               MOVE ZERO TO WS-OW-FAILED-COUNT
           END-IF
           DISPLAY "   " WS-OW-ID " " WS-OW-NAME " " WS-OW-RIGHTS-TEXT
               " ADMIN " WS-OW-ADMIN-FLAG " " WS-OW-STATE-TEXT
               " FAILED ATTEMPTS " WS-OW-FAILED-COUNT.

      ******************************************************************
      *    A new id needs every field: a name, A or U rights, Y or N
      *    for administrator, and a first password.
      ******************************************************************
       3000-ADD-OPERATOR.
           IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-MAX
               DISPLAY "BUGSECAD: CONTROL FILE FULL - " WS-TARGET-ID
                   " NOT ADDED" UPON CONSOLE
               ADD 1 TO WS-CHANGES-REFUSED
           ELSE
               PERFORM 3100-KEY-OPERATOR-FIELDS
               MOVE 'N' TO WS-KEYED-OK-SWITCH
               IF WS-KEYED-NAME NOT = SPACES
                  AND (WS-KEYED-ACTIONS-FLAG = 'A'
                       OR WS-KEYED-ACTIONS-FLAG = 'U')
                  AND (WS-KEYED-ADMIN-FLAG = 'Y'
                       OR WS-KEYED-ADMIN-FLAG = 'N')
                  AND WS-KEYED-PASSWORD NOT = SPACES
                   SET WS-KEYED-VALUES-OK TO TRUE
               END-IF
               IF NOT WS-KEYED-VALUES-OK
                   DISPLAY "BUGSECAD: A NEW OPERATOR NEEDS A NAME, "
                       "RIGHTS A OR U, ADMIN Y OR N AND A PASSWORD"
                       UPON CONSOLE
                   ADD 1 TO WS-CHANGES-REFUSED
               ELSE
                   MOVE SPACES TO WS-OPERATOR-WORK
                   MOVE WS-TARGET-ID          TO WS-OW-ID
                   MOVE WS-KEYED-ACTIONS-FLAG TO WS-OW-ACTIONS-FLAG
                   MOVE WS-KEYED-NAME         TO WS-OW-NAME
                   MOVE WS-KEYED-ADMIN-FLAG   TO WS-OW-ADMIN-FLAG
                   SET WS-OW-ACTIVE TO TRUE
                   MOVE WS-KEYED-PASSWORD     TO WS-OW-PASSWORD
                   MOVE ZERO TO WS-OW-FAILED-COUNT
                   MOVE ZERO TO WS-OW-LAST-SIGN-ON
                   MOVE SPACES TO WS-SEC-BEFORE-IMAGE
                   SET WS-SEC-ADD TO TRUE
                   PERFORM 8000-CONFIRM-AND-SAVE
               END-IF
           END-IF.

       3100-KEY-OPERATOR-FIELDS.
           MOVE SPACES TO WS-KEYED-NAME
           MOVE SPACE  TO WS-KEYED-ACTIONS-FLAG
           MOVE SPACE  TO WS-KEYED-ADMIN-FLAG
           MOVE SPACES TO WS-KEYED-PASSWORD
           DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
           ACCEPT WS-KEYED-NAME
           DISPLAY "RIGHTS (A=ALL ACTIONS, U=UPDATE ONLY): "
               WITH NO ADVANCING
           ACCEPT WS-KEYED-ACTIONS-FLAG
           DISPLAY "SECURITY ADMINISTRATOR (Y/N): " WITH NO ADVANCING
           ACCEPT WS-KEYED-ADMIN-FLAG
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-KEYED-PASSWORD.

      *    Blank keeps the value on file.
       4000-CHANGE-OPERATOR.
           DISPLAY "BLANK KEEPS THE VALUE ON FILE"
           PERFORM 3100-KEY-OPERATOR-FIELDS
           MOVE 'Y' TO WS-KEYED-OK-SWITCH
           IF WS-KEYED-ACTIONS-FLAG NOT = SPACE
              AND WS-KEYED-ACTIONS-FLAG NOT = 'A'
              AND WS-KEYED-ACTIONS-FLAG NOT = 'U'
               MOVE 'N' TO WS-KEYED-OK-SWITCH
           END-IF
           IF WS-KEYED-ADMIN-FLAG NOT = SPACE
              AND WS-KEYED-ADMIN-FLAG NOT = 'Y'
              AND WS-KEYED-ADMIN-FLAG NOT = 'N'
               MOVE 'N' TO WS-KEYED-OK-SWITCH
           END-IF
           IF NOT WS-KEYED-VALUES-OK
               DISPLAY "BUGSECAD: RIGHTS MUST BE A OR U, ADMIN Y OR "
                   "N" UPON CONSOLE
               ADD 1 TO WS-CHANGES-REFUSED
           ELSE
               IF WS-KEYED-NAME NOT = SPACES
                   MOVE WS-KEYED-NAME TO WS-OW-NAME
               END-IF
               IF WS-KEYED-ACTIONS-FLAG NOT = SPACE
                   MOVE WS-KEYED-ACTIONS-FLAG TO WS-OW-ACTIONS-FLAG
               END-IF
               IF WS-KEYED-ADMIN-FLAG NOT = SPACE
                   MOVE WS-KEYED-ADMIN-FLAG TO WS-OW-ADMIN-FLAG
               END-IF
               IF WS-KEYED-PASSWORD NOT = SPACES
                   MOVE WS-KEYED-PASSWORD TO WS-OW-PASSWORD
               END-IF
               IF WS-OPERATOR-WORK = WS-SEC-BEFORE-IMAGE
                   DISPLAY "BUGSECAD: NOTHING CHANGED" UPON CONSOLE
               ELSE
                   SET WS-SEC-CHANGE TO TRUE
                   PERFORM 8000-CONFIRM-AND-SAVE
               END-IF
           END-IF.

       5000-SUSPEND-OPERATOR.
           IF WS-OW-SUSPENDED
               DISPLAY "BUGSECAD: OPERATOR " WS-TARGET-ID
                   " IS ALREADY SUSPENDED" UPON CONSOLE
               ADD 1 TO WS-CHANGES-REFUSED
           ELSE
               SET WS-OW-SUSPENDED TO TRUE
               SET WS-SEC-SUSPEND TO TRUE
               PERFORM 8000-CONFIRM-AND-SAVE
           END-IF.

      *    Reinstating also clears the failed-attempt count, so an
      *    id locked out by bad passwords starts afresh.
       6000-REINSTATE-OPERATOR.
           IF NOT WS-OW-SUSPENDED AND WS-OW-FAILED-COUNT = ZERO
               DISPLAY "BUGSECAD: OPERATOR " WS-TARGET-ID
                   " IS NOT SUSPENDED" UPON CONSOLE
               ADD 1 TO WS-CHANGES-REFUSED
           ELSE
               SET WS-OW-ACTIVE TO TRUE
               MOVE ZERO TO WS-OW-FAILED-COUNT
               SET WS-SEC-REINSTATE TO TRUE
               PERFORM 8000-CONFIRM-AND-SAVE
           END-IF.

       7000-REMOVE-OPERATOR.
           SET WS-SEC-REMOVE TO TRUE
           PERFORM 8000-CONFIRM-AND-SAVE.

      ******************************************************************
      *    Every change is confirmed, then written to the control
      *    file and logged.  A removal closes the gap in the table;
      *    an add goes on the end.
      ******************************************************************
       8000-CONFIRM-AND-SAVE.
           MOVE SPACE TO WS-CONFIRM
           DISPLAY "APPLY THIS CHANGE TO " WS-TARGET-ID " (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "BUGSECAD: CHANGE ABANDONED" UPON CONSOLE
           ELSE
               MOVE WS-TODAY    TO WS-OW-CHANGED-DATE
               MOVE WS-ADMIN-ID TO WS-OW-CHANGED-BY
               EVALUATE TRUE
                   WHEN WS-SEC-ADD
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE WS-OPERATOR-WORK
                           TO WS-OT-ENTRY(WS-OPERATOR-COUNT)
                       MOVE WS-OPERATOR-WORK TO WS-SEC-AFTER-IMAGE
                   WHEN WS-SEC-REMOVE
                       PERFORM 8100-CLOSE-TABLE-GAP
                           VARYING WS-OT-IX FROM WS-TARGET-IX BY 1
                           UNTIL WS-OT-IX NOT < WS-OPERATOR-COUNT
                       SUBTRACT 1 FROM WS-OPERATOR-COUNT
                       MOVE SPACES TO WS-SEC-AFTER-IMAGE
                   WHEN OTHER
                       MOVE WS-OPERATOR-WORK
                           TO WS-OT-ENTRY(WS-TARGET-IX)
                       MOVE WS-OPERATOR-WORK TO WS-SEC-AFTER-IMAGE
               END-EVALUATE
               PERFORM 1500-SAVE-OPERATOR-TABLE
               MOVE "BUGSECAD"   TO WS-SEC-JOB-NAME
               MOVE WS-ADMIN-ID  TO WS-SEC-OPERATOR-ID
               MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
               PERFORM 9300-WRITE-SECURITY-AUDIT
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "BUGSECAD: OPERATOR " WS-TARGET-ID " "
                   WS-SEC-ACTION-CODE " RECORDED" UPON CONSOLE
           END-IF.

       8100-CLOSE-TABLE-GAP.
           MOVE WS-OT-ENTRY(WS-OT-IX + 1) TO WS-OT-ENTRY(WS-OT-IX).

       COPY "bugoprp.cpy".
       COPY "bugsecp.cpy".
