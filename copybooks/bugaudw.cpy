      *    The calling program sets WS-AUDIT-JOB-NAME, WS-AUDIT-BEFORE-
      *    IMAGE and WS-AUDIT-AFTER-IMAGE - and, where an operator is
      *    signed on, WS-AUDIT-OPERATOR-ID (it defaults to spaces for
      *    the batch jobs) and, for a change released off the
      *    pending-change queue, WS-AUDIT-APPROVER-ID (spaces
      *    otherwise) - then performs
      *    9000-WRITE-AUDIT-RECORD (BUGAUDP.CPY); the timestamp is
      *    stamped by that paragraph.  COPY into WORKING-STORAGE
      *    alongside BUGAUDFD.CPY (FILE SECTION) and BUGAUDP.CPY
           05  WS-AUDIT-OPERATOR-ID        PIC X(8) VALUE SPACES.
           05  WS-AUDIT-BEFORE-IMAGE       PIC X(20).
           05  WS-AUDIT-AFTER-IMAGE        PIC X(20).
           05  WS-AUDIT-APPROVER-ID        PIC X(8) VALUE SPACES.
