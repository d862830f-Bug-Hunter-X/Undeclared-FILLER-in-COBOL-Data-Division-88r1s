      ******************************************************************
      *    BUGTRMFD.CPY
      *    FD for the audit-trail trim-control file: one record per
      *    completed BUGATRIM run, carrying the retention cutoff it
      *    trimmed to (every entry stamped before that date has left
      *    the live trail for a BUGTyyyymmdd archive).  Readers that
      *    rebuild history from the live trail (BUGASOF) take the
      *    latest cutoff on file as the earliest date the trail can
      *    still answer for.  COPY into the FILE SECTION alongside
      *    BUGTRMW.CPY (WORKING-STORAGE).
      ******************************************************************
       FD  TRIM-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  FD-TRIM-CONTROL-RECORD.
           05  FD-TRIM-CUTOFF-DATE         PIC 9(8).
           05  FD-TRIM-RUN-DATE            PIC 9(8).
           05  FD-TRIM-ENTRIES-ARCHIVED    PIC 9(9).
           05  FILLER                      PIC X(5).
