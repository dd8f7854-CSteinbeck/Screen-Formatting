           MOVE WS-Audit-Func TO AuditFunction
           MOVE WS-Before-Image TO AuditBeforeImage
           MOVE WS-After-Image TO AuditAfterImage
           MOVE SPACES TO AuditApprover
           WRITE AuditDetails.

      *****************************************************
