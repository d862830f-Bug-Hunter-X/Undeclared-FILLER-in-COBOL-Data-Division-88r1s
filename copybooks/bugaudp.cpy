           MOVE WS-AUDIT-OPERATOR-ID   TO FD-AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-BEFORE-IMAGE  TO FD-AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER-IMAGE   TO FD-AUDIT-AFTER-IMAGE
           MOVE WS-AUDIT-APPROVER-ID   TO FD-AUDIT-APPROVER-ID
           WRITE FD-AUDIT-RECORD
           CLOSE AUDIT-TRAIL-FILE.
