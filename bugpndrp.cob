       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGPNDRP.
      ******************************************************************
      *    BUGPNDRP - nightly pending-change queue report.  Reads the
      *    queue BUGMAINT fills and BUGAPPRV decides (BUGPNDFD.CPY)
      *    and prints two sections: every item still awaiting a
      *    second operator, oldest first as queued, with the amount
      *    it moves, who keyed it and how many days it has waited;
      *    then every item declined on the report date, with who
      *    declined it.  Totals close the report with the count
      *    still waiting and the count approved and declined on the
      *    date.  Nothing is changed - the queue is read only.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDING-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REPORT-FILE
               ASSIGN TO WS-PENDING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-REPORT-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO WS-PARAM-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bugpndfd.cpy".
       COPY "bugprmfd.cpy".

       FD  PENDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-PENDING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "bugpndw.cpy".
       COPY "bugprmw.cpy".

       01  WS-PENDING-REPORT-FILE-NAME PIC X(40) VALUE "BUGPNDRP.RPT".
       01  WS-PENDING-REPORT-STATUS    PIC XX VALUE SPACES.
           88  WS-PENDING-REPORT-OK         VALUE "00".
       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE-NUMERIC REDEFINES WS-REPORT-DATE
                                       PIC 9(8).
       01  WS-QUEUED-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DAYS-WAITING             PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-READ               PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-AWAITING           PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-DECLINED           PIC 9(9) VALUE ZERO.
       01  WS-ITEMS-APPROVED           PIC 9(9) VALUE ZERO.
       01  WS-AWAITING-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-ACTION-TEXT              PIC X(6) VALUE SPACES.
       01  WS-ITEM-RECORD-ID           PIC X(6) VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER PIC X(20) VALUE "BUGPNDRP PENDING-CHA".
           05  FILLER PIC X(20) VALUE "NGE QUEUE REPORT FOR".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-PH-REPORT-DATE       PIC X(8).

       01  WS-AWAITING-HEADING.
           05  FILLER PIC X(20) VALUE "ITEMS AWAITING A SEC".
           05  FILLER PIC X(20) VALUE "OND OPERATOR        ".

       01  WS-DECLINED-HEADING.
           05  FILLER PIC X(20) VALUE "ITEMS DECLINED ON TH".
           05  FILLER PIC X(20) VALUE "E REPORT DATE       ".

       01  WS-AWAITING-COLUMNS.
           05  FILLER PIC X(20) VALUE "    ITEM ACTION ID  ".
           05  FILLER PIC X(20) VALUE "            AMOUNT M".
           05  FILLER PIC X(20) VALUE "OVED MAKER    QUEUED".
           05  FILLER PIC X(20) VALUE "     DAYS           ".

       01  WS-DECLINED-COLUMNS.
           05  FILLER PIC X(20) VALUE "    ITEM ACTION ID  ".
           05  FILLER PIC X(20) VALUE "            AMOUNT M".
           05  FILLER PIC X(20) VALUE "OVED MAKER    QUEUED".
           05  FILLER PIC X(20) VALUE "    DECLINED BY     ".

       01  WS-AWAITING-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-AL-ITEM              PIC ZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-AL-ACTION            PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-AL-RECORD-ID         PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-AL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-AL-MAKER             PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-AL-QUEUED            PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-AL-DAYS              PIC ZZZZ9.

       01  WS-DECLINED-LINE.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-DL-ITEM              PIC ZZZZZ9.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-ACTION            PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-RECORD-ID         PIC X(6).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-MAKER             PIC X(8).
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-DL-QUEUED            PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-DL-CHECKER           PIC X(8).

       01  WS-NONE-LINE.
           05  FILLER PIC X(6)  VALUE "  NONE".

       01  WS-AWAITING-TOTAL-LINE.
           05  FILLER PIC X(16) VALUE "ITEMS AWAITING  ".
           05  WS-AT-COUNT             PIC ZZZZZZZZ9.
           05  FILLER PIC X(16) VALUE "  AMOUNT MOVED  ".
           05  WS-AT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DECIDED-TOTAL-LINE.
           05  FILLER PIC X(16) VALUE "ITEMS APPROVED  ".
           05  WS-DT-APPROVED          PIC ZZZZZZZZ9.
           05  FILLER PIC X(18) VALUE "  ITEMS DECLINED  ".
           05  WS-DT-DECLINED          PIC ZZZZZZZZ9.
           05  FILLER PIC X(12) VALUE " ON THE DATE".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-ACCEPT-PARAMETERS
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-AWAITING-PASS
           PERFORM 3000-DECLINED-PASS
           PERFORM 4000-WRITE-TOTALS
           CLOSE PENDING-REPORT-FILE
           DISPLAY "BUGPNDRP: ITEMS AWAITING = " WS-ITEMS-AWAITING
           DISPLAY "BUGPNDRP: ITEMS DECLINED = " WS-ITEMS-DECLINED
           GOBACK.

      ******************************************************************
      *    Parameters come off the scheduler's parameter card when
      *    one is staged (values columns: 1-8 report date YYYYMMDD,
      *    blank for today - the date waiting days are counted to and
      *    declines are reported for), so the report runs lights-
      *    out; the console prompt stays as the fallback for a hand
      *    run.  The parameters in effect head the report.
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           MOVE "BUGPNDRP" TO WS-PARAM-JOB-WANTED
           PERFORM 0500-FIND-PARAMETER-CARD
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-VALUES(1:8) TO WS-REPORT-DATE
           ELSE
               DISPLAY "ENTER REPORT DATE YYYYMMDD (BLANK FOR "
                   "TODAY): " WITH NO ADVANCING
               ACCEPT WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY "BUGPNDRP: REPORT DATE '" WS-REPORT-DATE
                   "' IS NOT A DATE" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-OPEN-FILES.
           OPEN OUTPUT PENDING-REPORT-FILE
           IF NOT WS-PENDING-REPORT-OK
               DISPLAY "BUGPNDRP: UNABLE TO OPEN "
                   WS-PENDING-REPORT-FILE-NAME " STATUS "
                   WS-PENDING-REPORT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO WS-PH-REPORT-DATE
           MOVE WS-PENDING-HEADING TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           IF WS-PARAM-CARD-PRESENT
               MOVE WS-PARAM-ECHO-LINE TO FD-PENDING-REPORT-LINE
           ELSE
               MOVE WS-PARAM-CONSOLE-LINE TO FD-PENDING-REPORT-LINE
           END-IF
           WRITE FD-PENDING-REPORT-LINE.

      *    No queue file is a quiet night: nothing was ever queued.
       1600-OPEN-PENDING-FILE.
           MOVE 'N' TO WS-PENDING-EOF-SWITCH
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-ABSENT
               SET WS-END-OF-PENDING-FILE TO TRUE
           ELSE
               IF NOT WS-PENDING-OK
                   DISPLAY "BUGPNDRP: UNABLE TO OPEN "
                       WS-PENDING-FILE-NAME " STATUS "
                       WS-PENDING-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1700-READ-PENDING-FILE
           END-IF.

       1700-READ-PENDING-FILE.
           READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
               AT END
                   SET WS-END-OF-PENDING-FILE TO TRUE
           END-READ.

       1800-CLOSE-PENDING-FILE.
           IF NOT WS-PENDING-ABSENT
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       2000-AWAITING-PASS.
           MOVE SPACES TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-AWAITING-HEADING TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-AWAITING-COLUMNS TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           PERFORM 1600-OPEN-PENDING-FILE
           PERFORM 2100-LIST-ONE-AWAITING UNTIL WS-END-OF-PENDING-FILE
           PERFORM 1800-CLOSE-PENDING-FILE
           IF WS-ITEMS-AWAITING = ZERO
               MOVE WS-NONE-LINE TO FD-PENDING-REPORT-LINE
               WRITE FD-PENDING-REPORT-LINE
           END-IF.

       2100-LIST-ONE-AWAITING.
           ADD 1 TO WS-ITEMS-READ
           IF WS-PEND-AWAITING
               PERFORM 2500-DESCRIBE-ITEM
               MOVE WS-PEND-ITEM-NUMBER       TO WS-AL-ITEM
               MOVE WS-ACTION-TEXT            TO WS-AL-ACTION
               MOVE WS-ITEM-RECORD-ID         TO WS-AL-RECORD-ID
               MOVE WS-PEND-AMOUNT-MOVED      TO WS-AL-AMOUNT
               MOVE WS-PEND-MAKER-ID          TO WS-AL-MAKER
               MOVE WS-PEND-QUEUED-TIMESTAMP(1:8) TO WS-AL-QUEUED
               MOVE ZERO TO WS-DAYS-WAITING
               IF WS-PEND-QUEUED-TIMESTAMP(1:8) NUMERIC
                   MOVE WS-PEND-QUEUED-TIMESTAMP(1:8)
                       TO WS-QUEUED-DATE
                   IF WS-QUEUED-DATE < WS-REPORT-DATE-NUMERIC
                       COMPUTE WS-DAYS-WAITING =
                           FUNCTION INTEGER-OF-DATE
                               (WS-REPORT-DATE-NUMERIC)
                           - FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE)
                   END-IF
               END-IF
               MOVE WS-DAYS-WAITING           TO WS-AL-DAYS
               MOVE WS-AWAITING-LINE TO FD-PENDING-REPORT-LINE
               WRITE FD-PENDING-REPORT-LINE
               ADD 1 TO WS-ITEMS-AWAITING
               ADD WS-PEND-AMOUNT-MOVED TO WS-AWAITING-AMOUNT
           END-IF
           IF WS-PEND-APPROVED
              AND WS-PEND-DECIDED-TIMESTAMP(1:8) = WS-REPORT-DATE
               ADD 1 TO WS-ITEMS-APPROVED
           END-IF
           PERFORM 1700-READ-PENDING-FILE.

      *    The amount shown is the detail-record amount the item
      *    moves, judged the same way the maker's program judged it
      *    against the threshold.
       2500-DESCRIBE-ITEM.
           EVALUATE TRUE
               WHEN WS-PEND-ADD
                   MOVE "ADD   " TO WS-ACTION-TEXT
                   MOVE WS-PA-RECORD-ID TO WS-ITEM-RECORD-ID
               WHEN WS-PEND-CHANGE
                   MOVE "CHANGE" TO WS-ACTION-TEXT
                   MOVE WS-PB-RECORD-ID TO WS-ITEM-RECORD-ID
               WHEN OTHER
                   MOVE "DELETE" TO WS-ACTION-TEXT
                   MOVE WS-PB-RECORD-ID TO WS-ITEM-RECORD-ID
           END-EVALUATE
           PERFORM 9250-JUDGE-APPROVAL-NEEDED.

       3000-DECLINED-PASS.
           MOVE SPACES TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-DECLINED-HEADING TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-DECLINED-COLUMNS TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           PERFORM 1600-OPEN-PENDING-FILE
           PERFORM 3100-LIST-ONE-DECLINED UNTIL WS-END-OF-PENDING-FILE
           PERFORM 1800-CLOSE-PENDING-FILE
           IF WS-ITEMS-DECLINED = ZERO
               MOVE WS-NONE-LINE TO FD-PENDING-REPORT-LINE
               WRITE FD-PENDING-REPORT-LINE
           END-IF.

       3100-LIST-ONE-DECLINED.
           IF WS-PEND-DECLINED
              AND WS-PEND-DECIDED-TIMESTAMP(1:8) = WS-REPORT-DATE
               PERFORM 2500-DESCRIBE-ITEM
               MOVE WS-PEND-ITEM-NUMBER       TO WS-DL-ITEM
               MOVE WS-ACTION-TEXT            TO WS-DL-ACTION
               MOVE WS-ITEM-RECORD-ID         TO WS-DL-RECORD-ID
               MOVE WS-PEND-AMOUNT-MOVED      TO WS-DL-AMOUNT
               MOVE WS-PEND-MAKER-ID          TO WS-DL-MAKER
               MOVE WS-PEND-QUEUED-TIMESTAMP(1:8) TO WS-DL-QUEUED
               MOVE WS-PEND-CHECKER-ID        TO WS-DL-CHECKER
               MOVE WS-DECLINED-LINE TO FD-PENDING-REPORT-LINE
               WRITE FD-PENDING-REPORT-LINE
               ADD 1 TO WS-ITEMS-DECLINED
           END-IF
           PERFORM 1700-READ-PENDING-FILE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-ITEMS-AWAITING  TO WS-AT-COUNT
           MOVE WS-AWAITING-AMOUNT TO WS-AT-AMOUNT
           MOVE WS-AWAITING-TOTAL-LINE TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE
           MOVE WS-ITEMS-APPROVED  TO WS-DT-APPROVED
           MOVE WS-ITEMS-DECLINED  TO WS-DT-DECLINED
           MOVE WS-DECIDED-TOTAL-LINE TO FD-PENDING-REPORT-LINE
           WRITE FD-PENDING-REPORT-LINE.

       COPY "bugpndp.cpy".
       COPY "bugprmp.cpy".
