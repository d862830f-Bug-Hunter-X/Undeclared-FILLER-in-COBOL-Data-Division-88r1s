       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGBATMN.
      ******************************************************************
      *    BUGBATMN - batch maintenance transaction job for the
      *    indexed master.  BUGMAINT takes one record id at a time;
      *    a partner's list of corrected amounts or a region closing
      *    down needs hundreds or thousands of changes at once.  This
      *    job reads a transaction file of add (A), change (U) and
      *    delete (D) requests, each keyed by record id and carrying
      *    the new type code and amount or remarks, and applies them
      *    to BUGIDX.DAT under the same rules BUGMAINT enforces:
      *      - an add never uses the id on the transaction - the id
      *        comes off the persisted high-key control file, probed
      *        forward past ids already in use, and is persisted back
      *        after every add;
      *      - a change with a blank type code keeps the record's
      *        current type; the amount (DT) or remarks (any other
      *        type) is replaced from the transaction;
      *      - every resulting record passes the type-code check and
      *        8100-VALIDATE-FIELD-OVERLAP before it is written, and
      *        takes today's last-activity stamp when it is;
      *      - every applied change is logged to the audit trail
      *        under this job's name and the operator on the
      *        parameter card, who must be on the operator control
      *        file, must give that id's password (BUGSECP.CPY) so
      *        the maker cannot be named by anybody else, and must
      *        hold the A (all actions) flag for a delete to be
      *        accepted at all;
      *      - a delete, and any add or change moving a detail-record
      *        amount by more than the approval threshold (BUGMAINT's
      *        own parameter card, so one setting governs both), goes
      *        onto the pending-change queue (BUGPNDFD.CPY) instead
      *        of the master, to be released by a second operator
      *        through BUGAPPRV.
      *    The job refuses to start while the master lock token is
      *    held (BUGLOKFD.CPY), and holds the token itself for the
      *    run so no BUGMAINT session can key over it.  A transaction
      *    that cannot be applied goes to the job's own reject file
      *    (BUGBMREJ.DAT, BUGREJFD.CPY layout) with a reason code
      *    (BUGREJW.CPY) and the run carries on; those images are
      *    requests, not master records, so they are kept out of
      *    BUGREJCT.DAT, which BUGRECYC feeds back to BUGLOAD, and
      *    are corrected and sent again on a later transaction
      *    file.  A before/after listing of
      *    every transaction applied, queued or refused is printed,
      *    and a stage summary is appended for BUGRECON and BUGGATE
      *    (output = transactions applied or queued).  The sequential
      *    master picks the changes up at the next BUGSYNC, the same
      *    as an online correction.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TRANSACTION-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT BUG-IDX-FILE ASSIGN TO WS-IDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-RECORD-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-AUDIT-TRAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HIGH-KEY-FILE ASSIGN TO WS-HIGH-KEY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIGH-KEY-STATUS.

           SELECT LOCK-TOKEN-FILE ASSIGN TO WS-LOCK-TOKEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPERATOR-CONTROL-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO WS-SECURITY-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-AUDIT-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDING-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT STAGE-CONTROL-FILE
               ASSIGN TO WS-STAGE-CONTROL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT LISTING-REPORT-FILE
               ASSIGN TO WS-LISTING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One 40-byte request per record.  The data area holds a
      *    signed display amount (leading separate sign, two implied
      *    decimals) when the resulting record is a DT, otherwise
      *    the eight-byte remark in its first eight positions.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FD-TRANSACTION-RECORD.
           05  FD-TXN-ACTION               PIC X(1).
               88  FD-TXN-ADD                   VALUE 'A'.
               88  FD-TXN-CHANGE                VALUE 'U'.
               88  FD-TXN-DELETE                VALUE 'D'.
           05  FD-TXN-RECORD-ID            PIC X(6).
           05  FD-TXN-TYPE-CODE            PIC X(2).
           05  FD-TXN-DATA                 PIC X(16).
           05  FD-TXN-AMOUNT REDEFINES FD-TXN-DATA
                                           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FD-TXN-REMARKS-AREA REDEFINES FD-TXN-DATA.
               10  FD-TXN-REMARKS          PIC X(8).
               10  FILLER                  PIC X(8).
           05  FILLER                      PIC X(15).

       COPY "bugidxfd.cpy".
       COPY "bugaudfd.cpy".
       COPY "buglokfd.cpy".
       COPY "bugoprfd.cpy".
       COPY "bugsecfd.cpy".
       COPY "bugpndfd.cpy".
       COPY "bugprmfd.cpy".
       COPY "bugstgfd.cpy".
       COPY "bugrejfd.cpy".

       FD  HIGH-KEY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  FD-HIGH-KEY-RECORD          PIC 9(6).

       FD  LISTING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-LISTING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugrec.cpy".
       COPY "bugvalw.cpy".
       COPY "bugaudw.cpy".
       COPY "bugdtew.cpy".
       COPY "buglokw.cpy".
       COPY "bugoprw.cpy".
       COPY "bugsecw.cpy".
       COPY "bugpndw.cpy".
       COPY "bugprmw.cpy".
       COPY "bugstgw.cpy".
       COPY "bugtalw.cpy".
       COPY "bugrejw.cpy".

       01  WS-TRANSACTION-FILE-NAME    PIC X(40) VALUE "BUGBATTX.DAT".
       01  WS-TRANSACTION-STATUS       PIC XX VALUE SPACES.
           88  WS-TRANSACTION-OK            VALUE "00".
       01  WS-TXN-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-TRANSACTION-FILE   VALUE 'Y'.
       01  WS-TXN-EDIT-SWITCH          PIC X VALUE 'Y'.
           88  WS-TXN-ACCEPTED              VALUE 'Y'.
           88  WS-TXN-REFUSED               VALUE 'N'.
       01  WS-IDX-FILE-NAME            PIC X(40) VALUE "BUGIDX.DAT".
       01  WS-IDX-STATUS               PIC XX VALUE SPACES.
           88  WS-IDX-OK                    VALUE "00".
           88  WS-IDX-NOT-FOUND             VALUE "23".
       01  WS-HIGH-KEY-FILE-NAME       PIC X(40) VALUE "BUGHIKEY.DAT".
       01  WS-HIGH-KEY-STATUS          PIC XX VALUE SPACES.
           88  WS-HIGH-KEY-OK               VALUE "00".
           88  WS-HIGH-KEY-NOT-FOUND        VALUE "35".
       01  WS-HIGH-KEY                 PIC 9(6) VALUE ZERO.
       01  WS-ID-ASSIGNED-SWITCH       PIC X VALUE 'N'.
           88  WS-ID-ASSIGNED               VALUE 'Y'.
       01  WS-LISTING-REPORT-FILE-NAME PIC X(40) VALUE "BUGBATMN.RPT".
       01  WS-LISTING-REPORT-STATUS    PIC XX VALUE SPACES.
           88  WS-LISTING-REPORT-OK         VALUE "00".
       01  WS-BATMN-CARD-SWITCH        PIC X VALUE 'N'.
           88  WS-BATMN-CARD-PRESENT        VALUE 'Y'.
       01  WS-EDITED-THRESHOLD         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TRANSACTIONS-READ        PIC 9(9) VALUE ZERO.
       01  WS-ADDS-APPLIED             PIC 9(9) VALUE ZERO.
       01  WS-CHANGES-APPLIED          PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-QUEUED             PIC 9(9) VALUE ZERO.
       01  WS-TRANSACTIONS-REJECTED    PIC 9(9) VALUE ZERO.

      *    The before and after images the listing prints for the
      *    transaction in hand (spaces where there is none - no
      *    before image on an add, no after image on a delete).
       01  WS-LIST-BEFORE-IMAGE        PIC X(20) VALUE SPACES.
       01  WS-LIST-AFTER-IMAGE         PIC X(20) VALUE SPACES.
       01  WS-LIST-RESULT              PIC X(16) VALUE SPACES.
       01  WS-LIST-IMAGE               PIC X(20) VALUE SPACES.
       01  WS-LIST-IMAGE-FIELDS REDEFINES WS-LIST-IMAGE.
           05  WS-LI-PADDING               PIC X(4).
           05  WS-LI-TYPE-CODE             PIC X(2).
               88  WS-LI-FINANCIAL-TYPE         VALUE 'DT'.
           05  WS-LI-RECORD-ID             PIC X(6).
           05  WS-LI-DATA                  PIC X(8).
           05  WS-LI-AMOUNT REDEFINES WS-LI-DATA
                                           PIC S9(13)V99 COMP-3.

       01  WS-LISTING-HEADING-1.
           05  FILLER PIC X(20) VALUE "BUGBATMN BATCH MAINT".
           05  FILLER PIC X(20) VALUE "ENANCE - BEFORE/AFTE".
           05  FILLER PIC X(9)  VALUE "R LISTING".

       01  WS-LISTING-HEADING-2.
           05  FILLER PIC X(20) VALUE "   TXN  A  RECORD  I".
           05  FILLER PIC X(20) VALUE "MAGE   TY  AMOUNT/RE".
           05  FILLER PIC X(20) VALUE "MARKS         RESULT".

       01  WS-LISTING-DETAIL-LINE.
           05  WS-LD-TXN-NUMBER        PIC ZZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-ACTION            PIC X(1).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-RECORD-ID         PIC X(6).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-IMAGE-LABEL       PIC X(6).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-TYPE-CODE         PIC X(2).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-DATA-AREA         PIC X(21).
           05  WS-LD-AMOUNT REDEFINES WS-LD-DATA-AREA
                                       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-LD-RESULT            PIC X(16).

       01  WS-THRESHOLD-LINE.
           05  FILLER PIC X(20) VALUE "APPROVAL THRESHOLD  ".
           05  WS-TL-THRESHOLD         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(12) VALUE "  OPERATOR  ".
           05  WS-TL-OPERATOR-ID       PIC X(8).

       01  WS-LISTING-TOTAL-LINE.
           05  WS-LT-LABEL             PIC X(30).
           05  WS-LT-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0900-ACCEPT-PARAMETERS
           PERFORM 0620-REFUSE-IF-LOCKED
           MOVE "BUGBATMN" TO WS-LOCK-TAKER-JOB
           PERFORM 0650-TAKE-LOCK-TOKEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-PROCESS-ONE-TRANSACTION
               UNTIL WS-END-OF-TRANSACTION-FILE
           PERFORM 2900-WRITE-LISTING-TOTALS
           PERFORM 3000-CLOSE-FILES
           PERFORM 0690-RELEASE-LOCK-TOKEN
           MOVE "BATCHMAINT"            TO WS-STAGE-NAME
           MOVE WS-TRANSACTIONS-READ    TO WS-STAGE-INPUT-COUNT
           COMPUTE WS-STAGE-OUTPUT-COUNT =
               WS-ADDS-APPLIED + WS-CHANGES-APPLIED + WS-ITEMS-QUEUED
           MOVE WS-TRANSACTIONS-REJECTED TO WS-STAGE-REJECTED-COUNT
           PERFORM 6100-WRITE-STAGE-SUMMARY
           DISPLAY "BUGBATMN: TRANSACTIONS READ     = "
               WS-TRANSACTIONS-READ
           DISPLAY "BUGBATMN: ADDS APPLIED          = "
               WS-ADDS-APPLIED
           DISPLAY "BUGBATMN: CHANGES APPLIED       = "
               WS-CHANGES-APPLIED
           DISPLAY "BUGBATMN: QUEUED FOR APPROVAL   = "
               WS-ITEMS-QUEUED
           DISPLAY "BUGBATMN: TRANSACTIONS REJECTED = "
               WS-TRANSACTIONS-REJECTED
           GOBACK.

      ******************************************************************
      *    The approval threshold is read off BUGMAINT's parameter
      *    card (values columns 1-18; blank = the BUGPNDW.CPY
      *    default), so the online and batch makers are held to the
      *    one figure.  This job's own card (values columns: 1-8
      *    maker operator id, 10 stale-lock-token override Y, 12-19
      *    the maker's password, masked in the echo) names the
      *    operator the run's audit entries and queued items are
      *    charged to; without a card the operator id and password
      *    are prompted for, but the lock override is honoured from
      *    the card only.  The maker signs on exactly as at BUGMAINT:
      *    a wrong password counts towards suspension, and a bad
      *    password or a suspended id refuses the run, so the
      *    maker-checker test at BUGAPPRV is made against an id that
      *    was proven.  The parameters in effect are echoed to the
      *    listing so the run can be proven after the fact.
      ******************************************************************
       0900-ACCEPT-PARAMETERS.
           MOVE "BUGMAINT" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:18) TO WS-PEND-THRESHOLD-INPUT
               IF WS-PEND-THRESHOLD-INPUT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PEND-THRESHOLD-INPUT)
                       TO WS-PEND-APPROVAL-THRESHOLD
               END-IF
           END-IF
           MOVE "BUGBATMN" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               SET WS-BATMN-CARD-PRESENT TO TRUE
               MOVE WS-PARAM-VALUES(1:8) TO WS-OPERATOR-ID
               IF WS-PARAM-VALUES(10:1) = 'Y'
                   SET WS-LOCK-OVERRIDE-WANTED TO TRUE
               END-IF
               MOVE WS-PARAM-VALUES(12:8) TO WS-SIGN-ON-PASSWORD
               IF WS-SIGN-ON-PASSWORD NOT = SPACES
                   MOVE ALL '*' TO WS-PE-VALUES(12:8)
               END-IF
               DISPLAY "BUGBATMN: " WS-PARAM-ECHO-LINE UPON CONSOLE
           ELSE
               DISPLAY "ENTER MAKER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
               ACCEPT WS-SIGN-ON-PASSWORD
               DISPLAY "BUGBATMN: " WS-PARAM-CONSOLE-LINE UPON CONSOLE
           END-IF
           PERFORM 0750-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-VALID
               DISPLAY "BUGBATMN: OPERATOR ID '" WS-OPERATOR-ID
                   "' NOT ON THE CONTROL FILE - RUN REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "BUGBATMN" TO WS-SIGN-ON-JOB-NAME
           PERFORM 0780-CHECK-SIGN-ON-PASSWORD
           IF NOT WS-SIGN-ON-ACCEPTED
               DISPLAY "BUGBATMN: OPERATOR ID '" WS-OPERATOR-ID
                   "' PASSWORD REFUSED - RUN REFUSED"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE WS-PEND-APPROVAL-THRESHOLD TO WS-EDITED-THRESHOLD
           DISPLAY "BUGBATMN: AMOUNT MOVEMENTS OVER "
               WS-EDITED-THRESHOLD " AND ALL DELETES NEED A SECOND "
               "OPERATOR" UPON CONSOLE.

      *    Refused transactions go to the job's own reject file:
      *    they are requests, not master records, and must never be
      *    fed to BUGLOAD by BUGRECYC from the shared reject file.
       1000-OPEN-FILES.
           MOVE "BUGBMREJ.DAT" TO WS-REJECT-FILE-NAME
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRANSACTION-OK
               DISPLAY "BUGBATMN: UNABLE TO OPEN "
                   WS-TRANSACTION-FILE-NAME " STATUS "
                   WS-TRANSACTION-STATUS UPON CONSOLE
               PERFORM 0690-RELEASE-LOCK-TOKEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUG-IDX-FILE
           IF NOT WS-IDX-OK
               DISPLAY "BUGBATMN: UNABLE TO OPEN " WS-IDX-FILE-NAME
                   " STATUS " WS-IDX-STATUS UPON CONSOLE
               PERFORM 0690-RELEASE-LOCK-TOKEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-REPORT-FILE
           IF NOT WS-LISTING-REPORT-OK
               DISPLAY "BUGBATMN: UNABLE TO OPEN "
                   WS-LISTING-REPORT-FILE-NAME " STATUS "
                   WS-LISTING-REPORT-STATUS UPON CONSOLE
               PERFORM 0690-RELEASE-LOCK-TOKEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LISTING-HEADING-1 TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           IF WS-BATMN-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-LISTING-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-LISTING-REPORT-LINE
           END-IF
           WRITE FD-LISTING-REPORT-LINE
           MOVE WS-PEND-APPROVAL-THRESHOLD TO WS-TL-THRESHOLD
           MOVE WS-OPERATOR-ID             TO WS-TL-OPERATOR-ID
           MOVE WS-THRESHOLD-LINE TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           MOVE SPACES TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           MOVE WS-LISTING-HEADING-2 TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           PERFORM 1100-READ-TRANSACTION-FILE.

       1100-READ-TRANSACTION-FILE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-END-OF-TRANSACTION-FILE TO TRUE
           END-READ.

      ******************************************************************
      *    One transaction per pass.  WS-BUG-RECORD is built up as
      *    the record the transaction asks for, so whatever the
      *    outcome it holds the image the listing, the reject file
      *    or the queue needs.
      ******************************************************************
       2000-PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRANSACTIONS-READ
           MOVE SPACES TO WS-LIST-BEFORE-IMAGE
           MOVE SPACES TO WS-LIST-AFTER-IMAGE
           MOVE SPACES TO WS-BUG-RECORD
           MOVE FD-TXN-TYPE-CODE TO WS-RECORD-TYPE-CODE
           MOVE FD-TXN-RECORD-ID TO WS-RECORD-ID
           MOVE FD-TXN-DATA(1:8) TO WS-RECORD-DATA
           EVALUATE TRUE
               WHEN FD-TXN-ADD
                   PERFORM 2100-ADD-TRANSACTION
               WHEN FD-TXN-CHANGE
                   PERFORM 2200-CHANGE-TRANSACTION
               WHEN FD-TXN-DELETE
                   PERFORM 2300-DELETE-TRANSACTION
               WHEN OTHER
                   SET WS-REJECT-INVALID-ACTION TO TRUE
                   PERFORM 8500-REJECT-TRANSACTION
           END-EVALUATE
           PERFORM 1100-READ-TRANSACTION-FILE.

      ******************************************************************
      *    Add: the transaction's record id is ignored - the id comes
      *    off the high-key control file exactly as a BUGMAINT add
      *    takes it, and is persisted back once the record is on the
      *    master or the queue holds it.
      ******************************************************************
       2100-ADD-TRANSACTION.
           PERFORM 2500-EDIT-PROPOSED-RECORD
           IF WS-TXN-REFUSED
               PERFORM 8500-REJECT-TRANSACTION
           ELSE
               PERFORM 5500-ASSIGN-NEXT-RECORD-ID
               IF NOT WS-ID-ASSIGNED
                   DISPLAY "BUGBATMN: NO FREE RECORD ID LEFT BELOW "
                       "999999" UPON CONSOLE
                   SET WS-REJECT-NO-FREE-ID TO TRUE
                   PERFORM 8500-REJECT-TRANSACTION
               ELSE
                   MOVE WS-HIGH-KEY TO WS-RECORD-ID
                   PERFORM 6500-SET-ACTIVITY-STAMP
                   MOVE SPACES        TO WS-PEND-BEFORE-IMAGE
                   MOVE WS-BUG-RECORD TO WS-PEND-AFTER-IMAGE
                   MOVE WS-BUG-RECORD TO WS-LIST-AFTER-IMAGE
                   PERFORM 9250-JUDGE-APPROVAL-NEEDED
                   IF WS-PEND-APPROVAL-NEEDED
                       SET WS-PEND-ADD TO TRUE
                       PERFORM 7000-QUEUE-FOR-APPROVAL
                       PERFORM 5600-PERSIST-HIGH-KEY
                   ELSE
                       PERFORM 2150-APPLY-ADD
                   END-IF
               END-IF
           END-IF.

       2150-APPLY-ADD.
           MOVE WS-BUG-RECORD TO FD-BUG-IDX-RECORD
           WRITE FD-BUG-IDX-RECORD
               INVALID KEY
                   DISPLAY "BUGBATMN: WRITE FAILED FOR "
                       WS-RECORD-ID ", STATUS " WS-IDX-STATUS
                       UPON CONSOLE
           END-WRITE
           IF WS-IDX-OK
               MOVE SPACES        TO WS-AUDIT-BEFORE-IMAGE
               MOVE WS-BUG-RECORD TO WS-AUDIT-AFTER-IMAGE
               MOVE "BUGBATMN"    TO WS-AUDIT-JOB-NAME
               PERFORM 9000-WRITE-AUDIT-RECORD
               PERFORM 5600-PERSIST-HIGH-KEY
               PERFORM 6000-ACCUMULATE-HASH-TOTAL
               ADD 1 TO WS-ADDS-APPLIED
               MOVE "APPLIED" TO WS-LIST-RESULT
               PERFORM 4000-LIST-TRANSACTION
           ELSE
               SET WS-REJECT-DUPLICATE-KEY TO TRUE
               PERFORM 8500-REJECT-TRANSACTION
           END-IF.

      ******************************************************************
      *    Change: only the type code and the amount/remarks are
      *    replaced - the record id is the RECORD KEY and stays as
      *    read, as in BUGMAINT.  A blank type code on the
      *    transaction keeps the record's current type.
      ******************************************************************
       2200-CHANGE-TRANSACTION.
           MOVE FD-TXN-RECORD-ID TO FD-IDX-RECORD-ID
           READ BUG-IDX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-IDX-OK
               SET WS-REJECT-NOT-ON-MASTER TO TRUE
               PERFORM 8500-REJECT-TRANSACTION
           ELSE
               MOVE FD-BUG-IDX-RECORD TO WS-AUDIT-BEFORE-IMAGE
               MOVE FD-BUG-IDX-RECORD TO WS-LIST-BEFORE-IMAGE
               MOVE FD-BUG-IDX-RECORD TO WS-BUG-RECORD
               IF FD-TXN-TYPE-CODE NOT = SPACES
                   MOVE FD-TXN-TYPE-CODE TO WS-RECORD-TYPE-CODE
               END-IF
               PERFORM 2500-EDIT-PROPOSED-RECORD
               IF WS-TXN-REFUSED
                   PERFORM 8500-REJECT-TRANSACTION
               ELSE
                   MOVE WS-AUDIT-BEFORE-IMAGE TO WS-PEND-BEFORE-IMAGE
                   MOVE WS-BUG-RECORD         TO WS-PEND-AFTER-IMAGE
                   MOVE WS-BUG-RECORD         TO WS-LIST-AFTER-IMAGE
                   PERFORM 9250-JUDGE-APPROVAL-NEEDED
                   IF WS-PEND-APPROVAL-NEEDED
                       SET WS-PEND-CHANGE TO TRUE
                       PERFORM 7000-QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM 2250-APPLY-REWRITE
                   END-IF
               END-IF
           END-IF.

       2250-APPLY-REWRITE.
           PERFORM 6500-SET-ACTIVITY-STAMP
           MOVE WS-BUG-RECORD TO FD-BUG-IDX-RECORD
           MOVE WS-BUG-RECORD TO WS-LIST-AFTER-IMAGE
           REWRITE FD-BUG-IDX-RECORD
               INVALID KEY
                   DISPLAY "BUGBATMN: REWRITE FAILED FOR "
                       WS-RECORD-ID ", STATUS " WS-IDX-STATUS
                       UPON CONSOLE
           END-REWRITE
           IF WS-IDX-OK
               MOVE WS-BUG-RECORD TO WS-AUDIT-AFTER-IMAGE
               MOVE "BUGBATMN"    TO WS-AUDIT-JOB-NAME
               PERFORM 9000-WRITE-AUDIT-RECORD
               PERFORM 6000-ACCUMULATE-HASH-TOTAL
               ADD 1 TO WS-CHANGES-APPLIED
               MOVE "APPLIED" TO WS-LIST-RESULT
               PERFORM 4000-LIST-TRANSACTION
           ELSE
               SET WS-REJECT-NOT-ON-MASTER TO TRUE
               PERFORM 8500-REJECT-TRANSACTION
           END-IF.

      ******************************************************************
      *    Delete: refused outright for an update-only operator, as
      *    BUGMAINT refuses the action; otherwise the record is
      *    looked up for its before image and the request always
      *    goes to the queue - every delete needs a second operator.
      ******************************************************************
       2300-DELETE-TRANSACTION.
           IF NOT WS-OPERATOR-MAY-DELETE
               SET WS-REJECT-NOT-AUTHORIZED TO TRUE
               PERFORM 8500-REJECT-TRANSACTION
           ELSE
               MOVE FD-TXN-RECORD-ID TO FD-IDX-RECORD-ID
               READ BUG-IDX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-IDX-OK
                   SET WS-REJECT-NOT-ON-MASTER TO TRUE
                   PERFORM 8500-REJECT-TRANSACTION
               ELSE
                   MOVE FD-BUG-IDX-RECORD TO WS-BUG-RECORD
                   MOVE FD-BUG-IDX-RECORD TO WS-PEND-BEFORE-IMAGE
                   MOVE FD-BUG-IDX-RECORD TO WS-LIST-BEFORE-IMAGE
                   MOVE SPACES TO WS-PEND-AFTER-IMAGE
                   SET WS-PEND-DELETE TO TRUE
                   PERFORM 7000-QUEUE-FOR-APPROVAL
               END-IF
           END-IF.

      ******************************************************************
      *    The same edits BUGMAINT applies to a keyed change: a
      *    recognised type code, an amount that is a number when the
      *    record is a DT, and 8100-VALIDATE-FIELD-OVERLAP over the
      *    record as it would be written.  The data bytes are
      *    replaced here from the transaction.
      ******************************************************************
       2500-EDIT-PROPOSED-RECORD.
           SET WS-TXN-ACCEPTED TO TRUE
           IF NOT WS-VALID-RECORD-TYPE
               SET WS-TXN-REFUSED TO TRUE
               SET WS-REJECT-INVALID-TYPE TO TRUE
           ELSE
               IF WS-FINANCIAL-RECORD-TYPE
                   IF FD-TXN-AMOUNT NUMERIC
                       MOVE FD-TXN-AMOUNT TO WS-RECORD-AMOUNT
                   ELSE
                       SET WS-TXN-REFUSED TO TRUE
                       SET WS-REJECT-INVALID-AMOUNT TO TRUE
                   END-IF
               ELSE
                   MOVE FD-TXN-REMARKS TO WS-RECORD-REMARKS
               END-IF
           END-IF
           IF WS-TXN-ACCEPTED
               PERFORM 8100-VALIDATE-FIELD-OVERLAP
               IF WS-AUDIT-FAILED
                   SET WS-TXN-REFUSED TO TRUE
                   SET WS-REJECT-FIELD-OVERLAP TO TRUE
                   DISPLAY "BUGBATMN: " WS-AUDIT-MESSAGE UPON CONSOLE
               END-IF
           END-IF.

       2900-WRITE-LISTING-TOTALS.
           MOVE SPACES TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           MOVE "TRANSACTIONS READ" TO WS-LT-LABEL
           MOVE WS-TRANSACTIONS-READ TO WS-LT-COUNT
           PERFORM 2950-WRITE-TOTAL-LINE
           MOVE "ADDS APPLIED" TO WS-LT-LABEL
           MOVE WS-ADDS-APPLIED TO WS-LT-COUNT
           PERFORM 2950-WRITE-TOTAL-LINE
           MOVE "CHANGES APPLIED" TO WS-LT-LABEL
           MOVE WS-CHANGES-APPLIED TO WS-LT-COUNT
           PERFORM 2950-WRITE-TOTAL-LINE
           MOVE "QUEUED FOR SECOND OPERATOR" TO WS-LT-LABEL
           MOVE WS-ITEMS-QUEUED TO WS-LT-COUNT
           PERFORM 2950-WRITE-TOTAL-LINE
           MOVE "REJECTED TO BUGBMREJ.DAT" TO WS-LT-LABEL
           MOVE WS-TRANSACTIONS-REJECTED TO WS-LT-COUNT
           PERFORM 2950-WRITE-TOTAL-LINE.

       2950-WRITE-TOTAL-LINE.
           MOVE WS-LISTING-TOTAL-LINE TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE.

       3000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE BUG-IDX-FILE
           CLOSE LISTING-REPORT-FILE.

      ******************************************************************
      *    Before/after listing: a before line where the transaction
      *    found a record, an after line where it asked for one; a
      *    refused transaction prints the image it asked for.
      ******************************************************************
       4000-LIST-TRANSACTION.
           MOVE SPACES TO WS-LISTING-DETAIL-LINE
           MOVE WS-TRANSACTIONS-READ TO WS-LD-TXN-NUMBER
           MOVE FD-TXN-ACTION        TO WS-LD-ACTION
           MOVE WS-RECORD-ID         TO WS-LD-RECORD-ID
           MOVE WS-LIST-RESULT       TO WS-LD-RESULT
           IF WS-LIST-BEFORE-IMAGE NOT = SPACES
               MOVE "BEFORE" TO WS-LD-IMAGE-LABEL
               MOVE WS-LIST-BEFORE-IMAGE TO WS-LIST-IMAGE
               PERFORM 4100-WRITE-IMAGE-LINE
           END-IF
           IF WS-LIST-AFTER-IMAGE NOT = SPACES
               MOVE "AFTER " TO WS-LD-IMAGE-LABEL
               MOVE WS-LIST-AFTER-IMAGE TO WS-LIST-IMAGE
               PERFORM 4100-WRITE-IMAGE-LINE
           END-IF.

       4100-WRITE-IMAGE-LINE.
           MOVE WS-LI-TYPE-CODE TO WS-LD-TYPE-CODE
           IF WS-LI-FINANCIAL-TYPE AND WS-LI-AMOUNT NUMERIC
               MOVE WS-LI-AMOUNT TO WS-LD-AMOUNT
           ELSE
               MOVE WS-LI-DATA TO WS-LD-DATA-AREA
           END-IF
           MOVE WS-LISTING-DETAIL-LINE TO FD-LISTING-REPORT-LINE
           WRITE FD-LISTING-REPORT-LINE
           MOVE SPACES TO WS-LD-RESULT.

       5500-ASSIGN-NEXT-RECORD-ID.
           MOVE ZERO TO WS-HIGH-KEY
           OPEN INPUT HIGH-KEY-FILE
           IF WS-HIGH-KEY-OK
               READ HIGH-KEY-FILE
                   AT END
                       MOVE ZERO TO FD-HIGH-KEY-RECORD
               END-READ
               MOVE FD-HIGH-KEY-RECORD TO WS-HIGH-KEY
               CLOSE HIGH-KEY-FILE
           END-IF
           MOVE 'N' TO WS-ID-ASSIGNED-SWITCH
           PERFORM 5510-PROBE-NEXT-ID
               UNTIL WS-ID-ASSIGNED OR WS-HIGH-KEY = 999999.

      *    The high key can lag behind ids the batch loads have taken,
      *    so each candidate is probed against the indexed file and
      *    skipped while it is in use.
       5510-PROBE-NEXT-ID.
           ADD 1 TO WS-HIGH-KEY
           MOVE WS-HIGH-KEY TO FD-IDX-RECORD-ID
           READ BUG-IDX-FILE
               INVALID KEY
                   SET WS-ID-ASSIGNED TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       5600-PERSIST-HIGH-KEY.
           OPEN OUTPUT HIGH-KEY-FILE
           IF NOT WS-HIGH-KEY-OK
               DISPLAY "BUGBATMN: UNABLE TO PERSIST HIGH KEY, "
                   "STATUS " WS-HIGH-KEY-STATUS UPON CONSOLE
           ELSE
               MOVE WS-HIGH-KEY TO FD-HIGH-KEY-RECORD
               WRITE FD-HIGH-KEY-RECORD
               CLOSE HIGH-KEY-FILE
           END-IF.

      ******************************************************************
      *    Queued in place of the master, exactly as a BUGMAINT
      *    change over the threshold is: nothing reaches BUGIDX.DAT
      *    or the audit trail until a different operator approves
      *    the item through BUGAPPRV.
      ******************************************************************
       7000-QUEUE-FOR-APPROVAL.
           MOVE "BUGBATMN"     TO WS-PEND-MAKER-JOB
           MOVE WS-OPERATOR-ID TO WS-PEND-MAKER-ID
           PERFORM 9200-QUEUE-PENDING-CHANGE
           PERFORM 6000-ACCUMULATE-HASH-TOTAL
           ADD 1 TO WS-ITEMS-QUEUED
           MOVE SPACES TO WS-LIST-RESULT
           STRING "QUEUED " WS-PEND-ITEM-NUMBER
               DELIMITED BY SIZE INTO WS-LIST-RESULT
           PERFORM 4000-LIST-TRANSACTION
           DISPLAY "BUGBATMN: RECORD " WS-RECORD-ID
               " QUEUED AS ITEM " WS-PEND-ITEM-NUMBER
               " FOR A SECOND OPERATOR'S APPROVAL" UPON CONSOLE.

      ******************************************************************
      *    A refused transaction goes to the reject file under this
      *    job's name with the reason condition the caller set, the
      *    image being the record it asked for, and is listed.
      ******************************************************************
       8500-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANSACTIONS-REJECTED
           MOVE WS-BUG-RECORD TO WS-REJECT-IMAGE
           MOVE "BUGBATMN"    TO WS-REJECT-JOB-NAME
           PERFORM 9100-WRITE-REJECT-RECORD
           MOVE SPACES TO WS-LIST-BEFORE-IMAGE
           MOVE WS-BUG-RECORD TO WS-LIST-AFTER-IMAGE
           MOVE SPACES TO WS-LIST-RESULT
           STRING "REJECT " WS-REJECT-REASON-CODE
               DELIMITED BY SIZE INTO WS-LIST-RESULT
           PERFORM 4000-LIST-TRANSACTION
           DISPLAY "BUGBATMN: TRANSACTION " WS-TRANSACTIONS-READ
               " FOR RECORD " WS-RECORD-ID " REJECTED, REASON "
               WS-REJECT-REASON-CODE UPON CONSOLE.

       COPY "bugvalp.cpy".
       COPY "bugaudp.cpy".
       COPY "bugdtep.cpy".
       COPY "buglokp.cpy".
       COPY "bugoprp.cpy".
       COPY "bugsecp.cpy".
       COPY "bugpndp.cpy".
       COPY "bugprmp.cpy".
       COPY "bugtalp.cpy".
       COPY "bugstgp.cpy".
       COPY "bugrejp.cpy".
