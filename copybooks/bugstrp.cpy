      ******************************************************************
      *    BUGSTRP.CPY
      *    PROCEDURE DIVISION paragraphs for the nightly stream's
      *    stage list and stream-status file.  Requires BUGSTRW.CPY
      *    in WORKING-STORAGE and BUGSTLFD.CPY and BUGSTSFD.CPY in
      *    the FILE SECTION.
      *
      *    0300-LOAD-STREAM-LIST fills the stage table from the
      *    stage list; no list, or a list with no stages, stops the
      *    run - the stream is never guessed at.  0340-LOAD-STREAM-
      *    HISTORY then replays the night's events (WS-STREAM-NIGHT)
      *    onto the table; an event for a sequence number that now
      *    names a different program is ignored, so a list changed
      *    between submissions never marks the wrong stage done.
      *    No stream-status file is simply a night with no history.
      *
      *    9400-WRITE-STREAM-EVENT appends WS-STREAM-EVENT-RECORD
      *    with the night and the timestamp stamped here.
      ******************************************************************
       0300-LOAD-STREAM-LIST.
           MOVE ZERO TO WS-STREAM-STAGE-COUNT
           MOVE 'N' TO WS-STREAM-LIST-EOF-SWITCH
           OPEN INPUT STREAM-LIST-FILE
           IF NOT WS-STREAM-LIST-OK
               DISPLAY "BUGSTRP: UNABLE TO OPEN "
                   WS-STREAM-LIST-FILE-NAME " STATUS "
                   WS-STREAM-LIST-STATUS " - NO STAGE LIST"
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0320-LOAD-ONE-STREAM-STAGE
               UNTIL WS-END-OF-STREAM-LIST
           CLOSE STREAM-LIST-FILE
           IF WS-STREAM-STAGE-COUNT = ZERO
               DISPLAY "BUGSTRP: " WS-STREAM-LIST-FILE-NAME
                   " LISTS NO STAGES" UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0320-LOAD-ONE-STREAM-STAGE.
           READ STREAM-LIST-FILE
               AT END
                   SET WS-END-OF-STREAM-LIST TO TRUE
               NOT AT END
                   IF FD-STREAM-LIST-PROGRAM(1:1) NOT = '*'
                      AND FD-STREAM-LIST-PROGRAM NOT = SPACES
                       IF WS-STREAM-STAGE-COUNT < WS-STREAM-STAGE-MAX
                           ADD 1 TO WS-STREAM-STAGE-COUNT
                           MOVE WS-STREAM-STAGE-COUNT TO WS-SL-IX
                           MOVE FD-STREAM-LIST-PROGRAM
                               TO WS-SL-PROGRAM(WS-SL-IX)
                           MOVE FD-STREAM-LIST-GATE-FLAG
                               TO WS-SL-GATE-FLAG(WS-SL-IX)
                           MOVE FD-STREAM-LIST-CHECKPOINT
                               TO WS-SL-CHECKPOINT-NAME(WS-SL-IX)
                           MOVE ZERO TO WS-SL-ATTEMPTS(WS-SL-IX)
                           PERFORM 0380-RESET-ONE-STAGE
                       ELSE
                           DISPLAY "BUGSTRP: MORE THAN "
                               WS-STREAM-STAGE-MAX " STAGES ON "
                               WS-STREAM-LIST-FILE-NAME UPON CONSOLE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       0340-LOAD-STREAM-HISTORY.
           MOVE 'N' TO WS-STREAM-STATUS-EOF-SWITCH
           OPEN INPUT STREAM-STATUS-FILE
           IF WS-STREAM-STATUS-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-STREAM-STATUS-OK
                   DISPLAY "BUGSTRP: UNABLE TO OPEN "
                       WS-STREAM-STATUS-FILE-NAME " STATUS "
                       WS-STREAM-STATUS-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0360-APPLY-ONE-STREAM-EVENT
                   UNTIL WS-END-OF-STREAM-STATUS
               CLOSE STREAM-STATUS-FILE
           END-IF.

       0360-APPLY-ONE-STREAM-EVENT.
           READ STREAM-STATUS-FILE
               AT END
                   SET WS-END-OF-STREAM-STATUS TO TRUE
               NOT AT END
                   IF FD-STRM-NIGHT = WS-STREAM-NIGHT
                       PERFORM 0370-APPLY-NIGHT-EVENT
                   END-IF
           END-READ.

       0370-APPLY-NIGHT-EVENT.
           IF FD-STRM-EVENT = 'R'
               PERFORM 0380-RESET-ONE-STAGE
                   VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-STREAM-STAGE-COUNT
           ELSE
               IF FD-STRM-STAGE-SEQ > ZERO
                  AND FD-STRM-STAGE-SEQ NOT > WS-STREAM-STAGE-COUNT
                   MOVE FD-STRM-STAGE-SEQ TO WS-SL-IX
                   IF WS-SL-PROGRAM(WS-SL-IX) = FD-STRM-PROGRAM
                       EVALUATE FD-STRM-EVENT
                           WHEN 'S'
                               PERFORM 0380-RESET-ONE-STAGE
                               SET WS-SL-STARTED(WS-SL-IX) TO TRUE
                               ADD 1 TO WS-SL-ATTEMPTS(WS-SL-IX)
                               MOVE FD-STRM-TIMESTAMP
                                   TO WS-SL-START-TIMESTAMP(WS-SL-IX)
                               MOVE FD-STRM-RESTART-RECNO
                                   TO WS-SL-RESTART-RECNO(WS-SL-IX)
                           WHEN 'E'
                               MOVE FD-STRM-TIMESTAMP
                                   TO WS-SL-END-TIMESTAMP(WS-SL-IX)
                               MOVE FD-STRM-RETURN-CODE
                                   TO WS-SL-RETURN-CODE(WS-SL-IX)
                               IF FD-STRM-RETURN-CODE < 8
                                   SET WS-SL-COMPLETED(WS-SL-IX)
                                       TO TRUE
                               ELSE
                                   SET WS-SL-FAILED(WS-SL-IX) TO TRUE
                               END-IF
                           WHEN 'G'
                               MOVE FD-STRM-RETURN-CODE
                                   TO WS-SL-GATE-RETURN-CODE(WS-SL-IX)
                               IF FD-STRM-RETURN-CODE < 8
                                   SET WS-SL-GATE-PASSED(WS-SL-IX)
                                       TO TRUE
                               ELSE
                                   SET WS-SL-GATE-HALTED(WS-SL-IX)
                                       TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *    Back to not run for the stage at WS-SL-IX; the attempt
      *    count is kept across a restart of the stage.
       0380-RESET-ONE-STAGE.
           MOVE SPACE  TO WS-SL-STATE(WS-SL-IX)
           MOVE SPACE  TO WS-SL-GATE-STATE(WS-SL-IX)
           MOVE SPACES TO WS-SL-START-TIMESTAMP(WS-SL-IX)
           MOVE SPACES TO WS-SL-END-TIMESTAMP(WS-SL-IX)
           MOVE ZERO   TO WS-SL-RETURN-CODE(WS-SL-IX)
           MOVE ZERO   TO WS-SL-GATE-RETURN-CODE(WS-SL-IX)
           MOVE ZERO   TO WS-SL-RESTART-RECNO(WS-SL-IX).

       9400-WRITE-STREAM-EVENT.
           MOVE WS-STREAM-NIGHT TO WS-STRM-NIGHT
           MOVE FUNCTION CURRENT-DATE TO WS-STRM-TIMESTAMP
           OPEN EXTEND STREAM-STATUS-FILE
           IF WS-STREAM-STATUS-ABSENT
               OPEN OUTPUT STREAM-STATUS-FILE
           END-IF
           IF NOT WS-STREAM-STATUS-OK
               DISPLAY "BUGSTRP: UNABLE TO OPEN "
                   WS-STREAM-STATUS-FILE-NAME " STATUS "
                   WS-STREAM-STATUS-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE FD-STREAM-STATUS-RECORD FROM WS-STREAM-EVENT-RECORD
           CLOSE STREAM-STATUS-FILE.
