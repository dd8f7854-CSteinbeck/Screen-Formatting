      *****************************************************
      * SFAUDHST - audit history record.  The monthly
      * close-out (SFAUDCLS) moves every journal entry of a
      * closed period off the live journal onto this indexed
      * file, keyed by the customer the entry is about, then
      * date and time, so SFHIST can START at one customer
      * and read their whole history without a scan.  The
      * sequence breaks ties between entries for one
      * customer stamped in the same hundredth of a second,
      * in journal order.  AhEntry is the rest of the SFAUDIT
      * record exactly as journaled, operator through
      * approver, so readers can lay an entry back into
      * SFAUDIT shape with the date and time in front.
      *****************************************************
       01 AuditHistDetails.
          02  AhKey.
              03  AhCustomerId     PIC X(10).
              03  AhDate           PIC 9(8).
              03  AhTime           PIC 9(8).
              03  AhSeq            PIC 9(3).
          02  AhEntry.
              03  AhOperator       PIC X(8).
              03  AhFunction       PIC X(1).
              03  AhBeforeImage    PIC X(160).
              03  AhAfterImage     PIC X(160).
              03  AhApprover       PIC X(8).
