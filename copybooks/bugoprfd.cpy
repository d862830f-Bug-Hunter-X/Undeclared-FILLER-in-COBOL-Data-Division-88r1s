      *    allowed to sign on to the maintenance programs, with an
      *    allowed-actions flag ('A' = all actions, 'U' = update
      *    only, no deletes).  Maintained by the security
      *    administrator through BUGSECAD, never by the programs
      *    that read it - except that the sign-on programs (BUGMAINT,
      *    BUGRSTOR, BUGSECAD, BUGAPPRV, BUGBATMN) keep the
      *    failed-attempt count, the suspension an exhausted count
      *    brings, and the last sign-on date (BUGSECP.CPY).  The
      *    administrator flag ('Y') marks the ids allowed to run
      *    BUGSECAD.  A file in the old 30-byte layout must be
      *    converted by BUGCONV before any program here reads it;
      *    each id comes across active, with no password, no failed
      *    attempts and no sign-on on record, and only the first
      *    administrator named on BUGCONV's card as administrator.
      *    COPY into the FILE SECTION alongside BUGOPRW.CPY
      *    (WORKING-STORAGE) and BUGOPRP.CPY (PROCEDURE DIVISION
      *    paragraphs).
      ******************************************************************
       FD  OPERATOR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  FD-OPERATOR-RECORD.
           05  FD-OPERATOR-ID              PIC X(8).
           05  FD-OPERATOR-ACTIONS-FLAG    PIC X(1).
           05  FD-OPERATOR-NAME            PIC X(21).
           05  FD-OPERATOR-ADMIN-FLAG      PIC X(1).
               88  FD-OPERATOR-ADMINISTRATOR    VALUE 'Y'.
           05  FD-OPERATOR-STATUS-FLAG     PIC X(1).
               88  FD-OPERATOR-SUSPENDED        VALUE 'S'.
           05  FD-OPERATOR-PASSWORD        PIC X(8).
           05  FD-OPERATOR-FAILED-COUNT    PIC 9(2).
           05  FD-OPERATOR-LAST-SIGN-ON    PIC 9(8).
           05  FD-OPERATOR-CHANGED-DATE    PIC 9(8).
           05  FD-OPERATOR-CHANGED-BY      PIC X(8).
           05  FILLER                      PIC X(4).
