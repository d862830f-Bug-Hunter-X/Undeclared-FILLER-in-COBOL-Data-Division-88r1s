      ******************************************************************
      *    BUGTRMW.CPY
      *    WORKING-STORAGE items for the audit-trail trim-control
      *    file (see BUGTRMFD.CPY).  WS-TRIM-LATEST-CUTOFF is zero
      *    until a reader has scanned the file and found a trim.
      *    COPY into WORKING-STORAGE alongside BUGTRMFD.CPY (FILE
      *    SECTION).
      ******************************************************************
       01  WS-TRIM-CONTROL-FILE-NAME   PIC X(40) VALUE "BUGTRIMC.DAT".
       01  WS-TRIM-CONTROL-STATUS      PIC XX VALUE SPACES.
           88  WS-TRIM-CONTROL-OK           VALUE "00".
           88  WS-TRIM-CONTROL-ABSENT       VALUE "35".
       01  WS-TRIM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-TRIM-FILE          VALUE 'Y'.
       01  WS-TRIM-LATEST-CUTOFF       PIC 9(8) VALUE ZERO.
