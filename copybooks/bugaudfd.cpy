      *    the signed-on operator for the online programs (BUGMAINT,
      *    and BUGRSTOR's restores) and spaces for the batch jobs,
      *    so a bad correction names the person who keyed it, not
      *    just the program.  A change that had to wait in the
      *    pending-change queue (BUGPNDFD.CPY) for a second operator
      *    is logged only when BUGAPPRV releases it: the job name and
      *    operator id are then the maker's, and the approver id names
      *    the operator who released it.  The approver id is spaces
      *    on every entry that did not go through the queue.  A
      *    trail in the old 77-byte layout is converted by BUGCONV,
      *    and BUGAIDX.DAT rebuilt by BUGAUIDX, before any job uses
      *    them.
      ******************************************************************
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS.
       01  FD-AUDIT-RECORD.
           05  FD-AUDIT-TIMESTAMP          PIC X(21).
           05  FD-AUDIT-JOB-NAME           PIC X(8).
           05  FD-AUDIT-OPERATOR-ID        PIC X(8).
           05  FD-AUDIT-BEFORE-IMAGE       PIC X(20).
           05  FD-AUDIT-AFTER-IMAGE        PIC X(20).
           05  FD-AUDIT-APPROVER-ID        PIC X(8).
