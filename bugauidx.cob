           MOVE FD-AUDIT-OPERATOR-ID   TO FD-AIX-OPERATOR-ID
           MOVE FD-AUDIT-BEFORE-IMAGE  TO FD-AIX-BEFORE-IMAGE
           MOVE FD-AUDIT-AFTER-IMAGE   TO FD-AIX-AFTER-IMAGE
           MOVE FD-AUDIT-APPROVER-ID   TO FD-AIX-APPROVER-ID
           WRITE FD-AUDIT-INDEX-RECORD
           IF WS-AUDIT-INDEX-OK
               ADD 1 TO WS-ENTRIES-LOADED
