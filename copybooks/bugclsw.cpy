      ******************************************************************
      *    BUGCLSW.CPY
      *    WORKING-STORAGE items for the closed-period file (see
      *    BUGCLSFD.CPY).  The caller moves the month it is about to
      *    write for (yyyymm) to WS-CLOSE-CHECK-PERIOD and performs
      *    0400-CHECK-PERIOD-CLOSED (BUGCLSP.CPY); WS-PERIOD-CLOSED
      *    comes back set when that month is on file.  WS-CLOSE-
      *    OVERRIDE-WANTED is set from the job's parameter card only
      *    - never a console default - since writing into a closed
      *    month changes figures already reported.  COPY into
      *    WORKING-STORAGE alongside BUGCLSFD.CPY (FILE SECTION) and
      *    BUGCLSP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       01  WS-CLOSED-PERIOD-FILE-NAME  PIC X(40) VALUE "BUGCLOSE.DAT".
       01  WS-CLOSED-PERIOD-STATUS     PIC XX VALUE SPACES.
           88  WS-CLOSED-PERIOD-OK          VALUE "00".
           88  WS-CLOSED-PERIOD-ABSENT      VALUE "35".
       01  WS-CLOSE-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-CLOSE-FILE         VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SWITCH     PIC X VALUE 'N'.
           88  WS-PERIOD-CLOSED             VALUE 'Y'.
       01  WS-CLOSE-OVERRIDE-SWITCH    PIC X VALUE 'N'.
           88  WS-CLOSE-OVERRIDE-WANTED     VALUE 'Y'.
       01  WS-CLOSE-CHECK-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-CHECK-RUN-DATE     PIC 9(8) VALUE ZERO.
