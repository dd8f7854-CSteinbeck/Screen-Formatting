      * when, and the full before and after images of
      * IndexedCustomerDetails.  An add has a blank before
      * image; a delete has a blank after image.  Written
      * by SFMAINT, read back by SFAUDRPT.  A delete or
      * status change that went through the supervisor
      * approval queue carries the requesting operator in
      * AuditOperator and the approving supervisor in
      * AuditApprover; every other entry leaves the
      * approver blank.
      *****************************************************
       01 AuditDetails.
          02  AuditDate         PIC 9(8).
          02  AuditFunction     PIC X(1).
          02  AuditBeforeImage  PIC X(160).
          02  AuditAfterImage   PIC X(160).
          02  AuditApprover     PIC X(8).
