      *****************************************************
      * SFAPPRQ - supervisor approval queue record.  An
      * interactive delete, or an update that changes
      * IndexedCustomerStatus, is not applied by the
      * operator who keys it: SFMAINT parks it here with
      * the requesting operator and the before and after
      * images of IndexedCustomerDetails, and a second "F"
      * operator approves or declines it from SFMAINT's
      * approval screen.  Keyed on request date/time plus
      * CustomerId, so the queue reads oldest first.
      * SFAPPRPT expires items left pending too long,
      * prints the declined and expired ones, and clears
      * every finished item off the file.
      *****************************************************
       01 ApprovalDetails.
          02  AprKey.
              03  AprReqDate       PIC 9(8).
              03  AprReqTime       PIC 9(8).
              03  AprCustomerId    PIC X(10).
          02  AprFunction          PIC X(1).
              88 AprIsDelete         VALUE "D".
              88 AprIsUpdate         VALUE "U".
          02  AprReqOperator       PIC X(8).
          02  AprStatus            PIC X(1).
              88 AprIsPending        VALUE "P".
              88 AprIsApproved       VALUE "A".
              88 AprIsDeclined       VALUE "D".
              88 AprIsExpired        VALUE "E".
          02  AprActOperator       PIC X(8).
          02  AprActDate           PIC 9(8).
          02  AprActTime           PIC 9(8).
          02  AprBeforeImage       PIC X(160).
          02  AprAfterImage        PIC X(160).
