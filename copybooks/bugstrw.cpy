      ******************************************************************
      *    BUGSTRW.CPY
      *    WORKING-STORAGE items for the nightly stream's stage list
      *    (BUGSTLFD.CPY) and stream-status file (BUGSTSFD.CPY).  The
      *    calling program sets WS-STREAM-NIGHT, performs 0300-LOAD-
      *    STREAM-LIST and then 0340-LOAD-STREAM-HISTORY (BUGSTRP.
      *    CPY), after which the stage table holds each listed stage
      *    with where it got to on that night: not run, started and
      *    never ended, completed (return code under 8) or failed,
      *    and whether BUGGATE passed or halted after it.  A stage
      *    started again resets its own gate decision.  COPY into
      *    WORKING-STORAGE alongside BUGSTLFD.CPY and BUGSTSFD.CPY
      *    (FILE SECTION) and BUGSTRP.CPY (PROCEDURE DIVISION
      *    paragraphs).
      ******************************************************************
       01  WS-STREAM-LIST-FILE-NAME    PIC X(40) VALUE "BUGSTRML.DAT".
       01  WS-STREAM-LIST-STATUS       PIC XX VALUE SPACES.
           88  WS-STREAM-LIST-OK            VALUE "00".
           88  WS-STREAM-LIST-ABSENT        VALUE "35".
       01  WS-STREAM-LIST-EOF-SWITCH   PIC X VALUE 'N'.
           88  WS-END-OF-STREAM-LIST        VALUE 'Y'.
       01  WS-STREAM-STATUS-FILE-NAME  PIC X(40) VALUE "BUGSTRMS.DAT".
       01  WS-STREAM-STATUS-STATUS     PIC XX VALUE SPACES.
           88  WS-STREAM-STATUS-OK          VALUE "00".
           88  WS-STREAM-STATUS-ABSENT      VALUE "35".
       01  WS-STREAM-STATUS-EOF-SWITCH PIC X VALUE 'N'.
           88  WS-END-OF-STREAM-STATUS      VALUE 'Y'.

       01  WS-STREAM-NIGHT             PIC 9(8) VALUE ZERO.
       01  WS-STREAM-STAGE-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-STREAM-STAGE-MAX         PIC 9(2) VALUE 20.
       01  WS-SL-IX                    PIC 9(2) VALUE ZERO.

       01  WS-STREAM-STAGE-TABLE.
           05  WS-SL-ENTRY OCCURS 20 TIMES.
               10  WS-SL-PROGRAM           PIC X(8).
               10  WS-SL-GATE-FLAG         PIC X(1).
                   88  WS-SL-NO-GATE-AFTER      VALUE 'N'.
               10  WS-SL-CHECKPOINT-NAME   PIC X(12).
               10  WS-SL-STATE             PIC X(1).
                   88  WS-SL-NOT-RUN            VALUE SPACE.
                   88  WS-SL-STARTED            VALUE 'S'.
                   88  WS-SL-COMPLETED          VALUE 'C'.
                   88  WS-SL-FAILED             VALUE 'F'.
               10  WS-SL-GATE-STATE        PIC X(1).
                   88  WS-SL-GATE-NOT-RUN       VALUE SPACE.
                   88  WS-SL-GATE-PASSED        VALUE 'P'.
                   88  WS-SL-GATE-HALTED        VALUE 'H'.
               10  WS-SL-ATTEMPTS          PIC 9(2).
               10  WS-SL-START-TIMESTAMP   PIC X(21).
               10  WS-SL-END-TIMESTAMP     PIC X(21).
               10  WS-SL-RETURN-CODE       PIC 9(4).
               10  WS-SL-GATE-RETURN-CODE  PIC 9(4).
               10  WS-SL-RESTART-RECNO     PIC 9(9).

      *    One stream-status event, built by the caller (all but
      *    the night and timestamp) for 9400-WRITE-STREAM-EVENT.
       01  WS-STREAM-EVENT-RECORD.
           05  WS-STRM-NIGHT               PIC 9(8).
           05  WS-STRM-STAGE-SEQ           PIC 9(2).
           05  WS-STRM-PROGRAM             PIC X(8).
           05  WS-STRM-EVENT               PIC X(1).
               88  WS-STRM-STAGE-START          VALUE 'S'.
               88  WS-STRM-STAGE-END            VALUE 'E'.
               88  WS-STRM-GATE-DECISION        VALUE 'G'.
               88  WS-STRM-START-OVER           VALUE 'R'.
           05  WS-STRM-TIMESTAMP           PIC X(21).
           05  WS-STRM-RETURN-CODE         PIC 9(4).
           05  WS-STRM-RESTART-RECNO       PIC 9(9).
           05  FILLER                      PIC X(11).
