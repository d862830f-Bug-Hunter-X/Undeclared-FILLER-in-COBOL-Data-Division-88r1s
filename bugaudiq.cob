      *    both images back into the padding/
      *    type-code/id/data fields of the master layout, and prints a
      *    change-history report showing which field changed, from
      *    what to what, when, and by which job - and, for a change
      *    released off the pending-change queue, which second
      *    operator approved it.  Detail-record data
      *    is shown as the edited amount; everything else as remarks.
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  WS-CH-JOB-NAME          PIC X(8).
           05  FILLER PIC X(6)  VALUE "  OPR ".
           05  WS-CH-OPERATOR          PIC X(8).
           05  FILLER PIC X(6)  VALUE "  APR ".
           05  WS-CH-APPROVER          PIC X(8).

       01  WS-FIELD-CHANGE-LINE.
           05  FILLER PIC X(3)  VALUE SPACES.
           MOVE FD-AIX-TIMESTAMP   TO WS-CH-TIMESTAMP
           MOVE FD-AIX-JOB-NAME    TO WS-CH-JOB-NAME
           MOVE FD-AIX-OPERATOR-ID TO WS-CH-OPERATOR
           MOVE FD-AIX-APPROVER-ID TO WS-CH-APPROVER
           MOVE WS-CHANGE-HEADER-LINE TO FD-INQUIRY-REPORT-LINE
           WRITE FD-INQUIRY-REPORT-LINE
           IF WS-BF-PADDING NOT = WS-AF-PADDING
