      *    copied back and ends RETURN-CODE 8 if they do not.  Run
      *    BUGAUIDX afterwards so the keyed companion matches the
      *    trimmed trail.
      *    A trim that completes in balance is recorded on the
      *    trim-control file (BUGTRMFD.CPY) with its cutoff, so a job
      *    that rebuilds history from the live trail (BUGASOF) can
      *    tell when the entries it would need have been archived.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT TRIM-CONTROL-FILE
               ASSIGN TO WS-TRIM-CONTROL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIM-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugaudfd.cpy".
       COPY "bugprmfd.cpy".
       COPY "bugtrmfd.cpy".

       FD  TRAIL-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS.
       01  FD-TRAIL-ARCHIVE-RECORD    PIC X(85).

       FD  TRAIL-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS.
       01  FD-TRAIL-WORK-RECORD       PIC X(85).

       WORKING-STORAGE SECTION.
       COPY "bugaudw.cpy".
       COPY "bugprmw.cpy".
       COPY "bugtrmw.cpy".

       01  WS-TRAIL-ARCHIVE-FILE-NAME  PIC X(40) VALUE SPACES.
       01  WS-TRAIL-ARCHIVE-STATUS     PIC XX VALUE SPACES.
           PERFORM 2900-BALANCE-SPLIT
           PERFORM 4000-COPY-SURVIVORS-BACK
           PERFORM 4900-BALANCE-COPY-BACK
           IF WS-ENTRIES-COPIED-BACK = WS-ENTRIES-KEPT
               PERFORM 5000-RECORD-TRIM-CUTOFF
           END-IF
           DISPLAY "BUGATRIM: ENTRIES READ     = " WS-ENTRIES-READ
           DISPLAY "BUGATRIM: ENTRIES ARCHIVED = " WS-ENTRIES-ARCHIVED
           DISPLAY "BUGATRIM: ENTRIES KEPT     = " WS-ENTRIES-KEPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RETENTION-DATE NOT NUMERIC
               DISPLAY "BUGATRIM: CUTOFF DATE '" WS-RETENTION-DATE
                   "' IS NOT YYYYMMDD - NOTHING TRIMMED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "BUGT" WS-RETENTION-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-TRAIL-ARCHIVE-FILE-NAME.

               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    The cutoff is recorded only once the live trail has been
      *    rewritten in balance: from then on no entry stamped before
      *    it can be found on the live trail.
      ******************************************************************
       5000-RECORD-TRIM-CUTOFF.
           OPEN EXTEND TRIM-CONTROL-FILE
           IF NOT WS-TRIM-CONTROL-OK
               OPEN OUTPUT TRIM-CONTROL-FILE
           END-IF
           IF NOT WS-TRIM-CONTROL-OK
               DISPLAY "BUGATRIM: UNABLE TO RECORD CUTOFF ON "
                   WS-TRIM-CONTROL-FILE-NAME " STATUS "
                   WS-TRIM-CONTROL-STATUS UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FD-TRIM-CONTROL-RECORD
               MOVE WS-RETENTION-DATE   TO FD-TRIM-CUTOFF-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FD-TRIM-RUN-DATE
               MOVE WS-ENTRIES-ARCHIVED TO FD-TRIM-ENTRIES-ARCHIVED
               WRITE FD-TRIM-CONTROL-RECORD
               CLOSE TRIM-CONTROL-FILE
           END-IF.

       COPY "bugprmp.cpy".
