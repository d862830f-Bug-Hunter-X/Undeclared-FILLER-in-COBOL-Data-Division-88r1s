      *    keyed (or parameter-card) operator id in WS-OPERATOR-ID
      *    and performs 0750-VALIDATE-OPERATOR (BUGOPRP.CPY); a
      *    valid sign-on sets WS-OPERATOR-VALID and the operator's
      *    allowed-actions flag.  A suspended id is found
      *    (WS-OPERATOR-ON-FILE) but never valid.  The administrator
      *    flag and stored password come back for the programs that
      *    need them (BUGSECAD, BUGSECP.CPY).  COPY into WORKING-
      *    STORAGE alongside BUGOPRFD.CPY (FILE SECTION) and
      *    BUGOPRP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       01  WS-OPERATOR-FILE-NAME       PIC X(40) VALUE "BUGOPERS.DAT".
       01  WS-OPERATOR-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-OPERATOR-ACTIONS-FLAG    PIC X VALUE SPACE.
           88  WS-OPERATOR-MAY-DELETE       VALUE 'A'.
       01  WS-OPERATOR-NAME            PIC X(21) VALUE SPACES.
       01  WS-OPERATOR-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-OPERATOR-ON-FILE          VALUE 'Y'.
       01  WS-OPERATOR-ADMIN-FLAG      PIC X VALUE SPACE.
           88  WS-OPERATOR-IS-ADMINISTRATOR VALUE 'Y'.
       01  WS-OPERATOR-STATUS-FLAG     PIC X VALUE SPACE.
           88  WS-OPERATOR-IS-SUSPENDED     VALUE 'S'.
       01  WS-OPERATOR-PASSWORD        PIC X(8) VALUE SPACES.
