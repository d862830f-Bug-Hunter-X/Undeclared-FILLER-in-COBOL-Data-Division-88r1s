      ******************************************************************
      *    BUGSECW.CPY
      *    WORKING-STORAGE items for the security audit file (see
      *    BUGSECFD.CPY) and for the sign-on password check.  A
      *    sign-on program validates the id first (0750-VALIDATE-
      *    OPERATOR), puts the keyed password in WS-SIGN-ON-PASSWORD
      *    and its own name in WS-SIGN-ON-JOB-NAME, and performs
      *    0780-CHECK-SIGN-ON-PASSWORD (BUGSECP.CPY); WS-SIGN-ON-
      *    ACCEPTED comes back set for a good password.  The id is
      *    suspended on the failed attempt that reaches WS-SIGN-ON-
      *    ATTEMPT-LIMIT.  A program logging a change of its own
      *    fills WS-SECURITY-AUDIT-RECORD (all but the timestamp) and
      *    performs 9300-WRITE-SECURITY-AUDIT.  COPY into WORKING-
      *    STORAGE alongside BUGSECFD.CPY (FILE SECTION) and
      *    BUGSECP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       01  WS-SECURITY-AUDIT-FILE-NAME PIC X(40) VALUE "BUGSECAU.DAT".
       01  WS-SECURITY-AUDIT-STATUS    PIC XX VALUE SPACES.
           88  WS-SECURITY-AUDIT-OK         VALUE "00".
           88  WS-SECURITY-AUDIT-ABSENT     VALUE "35".

       01  WS-SIGN-ON-PASSWORD         PIC X(8) VALUE SPACES.
       01  WS-SIGN-ON-JOB-NAME         PIC X(8) VALUE SPACES.
       01  WS-SIGN-ON-SWITCH           PIC X VALUE 'N'.
           88  WS-SIGN-ON-ACCEPTED          VALUE 'Y'.
       01  WS-SIGN-ON-ATTEMPT-LIMIT    PIC 9(2) VALUE 3.
       01  WS-SIGN-ON-FAILED-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-SIGN-ON-DATE             PIC 9(8) VALUE ZERO.

       01  WS-SECURITY-AUDIT-RECORD.
           05  WS-SEC-TIMESTAMP            PIC X(21).
           05  WS-SEC-JOB-NAME             PIC X(8).
           05  WS-SEC-OPERATOR-ID          PIC X(8).
           05  WS-SEC-ACTION-CODE          PIC X(2).
               88  WS-SEC-ADD                   VALUE 'AD'.
               88  WS-SEC-CHANGE                VALUE 'CH'.
               88  WS-SEC-SUSPEND               VALUE 'SU'.
               88  WS-SEC-REINSTATE             VALUE 'RI'.
               88  WS-SEC-REMOVE                VALUE 'RM'.
               88  WS-SEC-FAILED-SIGN-ON        VALUE 'FS'.
               88  WS-SEC-LOCKED-OUT            VALUE 'LK'.
           05  WS-SEC-TARGET-ID            PIC X(8).
           05  WS-SEC-BEFORE-IMAGE         PIC X(70).
           05  WS-SEC-AFTER-IMAGE          PIC X(70).

      *    An operator-record image as BUGOPRFD.CPY lays it out, for
      *    masking the password before an image is logged.
       01  WS-SEC-IMAGE-VIEW.
           05  FILLER                      PIC X(32).
           05  WS-SEC-IMAGE-PASSWORD       PIC X(8).
           05  FILLER                      PIC X(30).
