      ******************************************************************
       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  FD-AUDIT-INDEX-RECORD.
           05  FD-AIX-ENTRY-KEY.
               10  FD-AIX-RECORD-ID        PIC X(6).
           05  FD-AIX-OPERATOR-ID          PIC X(8).
           05  FD-AIX-BEFORE-IMAGE         PIC X(20).
           05  FD-AIX-AFTER-IMAGE          PIC X(20).
           05  FD-AIX-APPROVER-ID          PIC X(8).
