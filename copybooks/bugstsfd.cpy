      ******************************************************************
      *    BUGSTSFD.CPY
      *    FD for the stream-status file: one record appended by the
      *    stream controller (BUGSTRM) for every event of a night's
      *    stream - a stage started (S), a stage ended with its
      *    return code (E), BUGGATE's decision after a stage (G), or
      *    the night's stream started over from the first stage
      *    (R).  The night is the date the stream runs for, so a
      *    resubmission after midnight still finds its night.  A
      *    start with no end after it is a stage that took the run
      *    down with it.  The restart record is the checkpoint
      *    record the stage resumed after, zero for a clean start.
      ******************************************************************
       FD  STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  FD-STREAM-STATUS-RECORD.
           05  FD-STRM-NIGHT               PIC 9(8).
           05  FD-STRM-STAGE-SEQ           PIC 9(2).
           05  FD-STRM-PROGRAM             PIC X(8).
           05  FD-STRM-EVENT               PIC X(1).
           05  FD-STRM-TIMESTAMP           PIC X(21).
           05  FD-STRM-RETURN-CODE         PIC 9(4).
           05  FD-STRM-RESTART-RECNO       PIC 9(9).
           05  FILLER                      PIC X(11).
