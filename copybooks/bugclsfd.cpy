      ******************************************************************
      *    BUGCLSFD.CPY
      *    FD for the closed-period file: one record per month-end
      *    close (BUGMCLOS), carrying the closing position of every
      *    record type - count and, for DT records, total amount -
      *    as the last snapshot of the month stood.  Next month's
      *    close opens from it.  A period closed again under the
      *    card override gets a second record; the later record for
      *    a period is the one in force.  BUGSNAP reads the file to
      *    refuse a snapshot dated in a closed month.  COPY into the
      *    FILE SECTION alongside BUGCLSW.CPY (WORKING-STORAGE) and
      *    BUGCLSP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       FD  CLOSED-PERIOD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  FD-CLOSED-PERIOD-RECORD.
           05  FD-CLOSE-PERIOD             PIC 9(6).
           05  FD-CLOSE-RUN-DATE           PIC 9(8).
           05  FD-CLOSE-OPENING-DATE       PIC 9(8).
           05  FD-CLOSE-CLOSING-DATE       PIC 9(8).
           05  FD-CLOSE-OVERRIDE-FLAG      PIC X(1).
               88  FD-CLOSE-UNDER-OVERRIDE      VALUE 'Y'.
           05  FD-CLOSE-TYPE-ENTRY OCCURS 4 TIMES.
               10  FD-CLOSE-TYPE-CODE      PIC X(2).
               10  FD-CLOSE-COUNT          PIC 9(9).
               10  FD-CLOSE-AMOUNT         PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(1).
