      ******************************************************************
      *    BUGSECFD.CPY
      *    FD for the security audit file: one record per change to
      *    the operator control file (BUGOPRFD.CPY) - every add,
      *    change, suspension, reinstatement and removal keyed
      *    through BUGSECAD, and every failed sign-on and the
      *    suspension it may bring from the sign-on programs - with
      *    the operator record before and after the change.  Kept
      *    apart from the master's audit trail: it answers who could
      *    do what and when, not what was done to the data.  A
      *    password never reaches this file; a set password shows as
      *    asterisks.  The acting id is the administrator for a
      *    BUGSECAD change and the id signing on for a failed
      *    sign-on; it is spaces on the one change BUGCONV logs, the
      *    grant of the first administrator named on its parameter
      *    card.  COPY into the FILE SECTION alongside BUGSECW.CPY
      *    (WORKING-STORAGE) and BUGSECP.CPY (PROCEDURE DIVISION
      *    paragraphs).
      ******************************************************************
       FD  SECURITY-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 187 CHARACTERS.
       01  FD-SECURITY-AUDIT-RECORD.
           05  FD-SEC-TIMESTAMP            PIC X(21).
           05  FD-SEC-JOB-NAME             PIC X(8).
           05  FD-SEC-OPERATOR-ID          PIC X(8).
           05  FD-SEC-ACTION-CODE          PIC X(2).
           05  FD-SEC-TARGET-ID            PIC X(8).
           05  FD-SEC-BEFORE-IMAGE         PIC X(70).
           05  FD-SEC-AFTER-IMAGE          PIC X(70).
