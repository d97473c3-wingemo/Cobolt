               MOVE ZERO TO AUDIT_REFERENCE
           END-IF.
           MOVE SPACES TO AUDIT_REASON.
           MOVE SPACES TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CONVERTED AUDIT ENTRY"
