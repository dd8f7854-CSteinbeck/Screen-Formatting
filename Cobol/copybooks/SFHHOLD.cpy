      *****************************************************
      * SFHHOLD - household record, one per active customer
      * on the indexed household file keyed by CustomerId,
      * rebuilt whole by each SFHHOLD run.  Customers whose
      * standardized AddrLine1, AddrLine2, and five-digit
      * AddrZip agree share a household number; the lowest
      * CustomerId in the group is its head, and every
      * member carries the head's id so a label run can
      * send one piece per household to the head alone.
      *****************************************************
       01 HouseholdDetails.
          02  HhCustomerId         PIC X(10).
          02  HhHouseholdId        PIC 9(9).
          02  HhRole               PIC X(1).
              88 HhIsHead            VALUE "H".
              88 HhIsMember          VALUE "M".
          02  HhHeadId             PIC X(10).
          02  HhSize               PIC X(1).
              88 HhIsSingle          VALUE "S".
              88 HhIsMulti           VALUE "M".
          02  HhBuildDate          PIC 9(8).
