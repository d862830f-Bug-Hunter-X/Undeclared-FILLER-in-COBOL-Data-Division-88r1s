      ******************************************************************
      *    BUGPNDFD.CPY
      *    FD for the pending-change queue: one record per master
      *    change that needs a second operator before it may reach
      *    the indexed master - every delete, and every add or
      *    rewrite that moves a detail-record amount by more than the
      *    approval threshold (BUGPNDW.CPY).  The maker's program
      *    appends the item with the before image the maker saw and
      *    the after image the maker wants; BUGAPPRV rewrites the
      *    item in place when a different operator approves or
      *    declines it, and only then does the change touch the
      *    master and the audit trail.  BUGPNDRP reports what is
      *    still waiting and what was declined.  COPY into the FILE
      *    SECTION alongside BUGPNDW.CPY (WORKING-STORAGE) and
      *    BUGPNDP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 114 CHARACTERS.
       01  FD-PENDING-RECORD.
           05  FD-PEND-ITEM-NUMBER         PIC 9(6).
           05  FD-PEND-ACTION              PIC X(1).
           05  FD-PEND-ITEM-STATUS         PIC X(1).
           05  FD-PEND-BEFORE-IMAGE        PIC X(20).
           05  FD-PEND-AFTER-IMAGE         PIC X(20).
           05  FD-PEND-MAKER-JOB           PIC X(8).
           05  FD-PEND-MAKER-ID            PIC X(8).
           05  FD-PEND-QUEUED-TIMESTAMP    PIC X(21).
           05  FD-PEND-CHECKER-ID          PIC X(8).
           05  FD-PEND-DECIDED-TIMESTAMP   PIC X(21).
