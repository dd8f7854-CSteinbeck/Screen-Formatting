      *****************************************************
      * SFCOA - change-of-address record as supplied by the
      * mailing vendor's change-of-address service: the
      * customer's name as the vendor holds it, the address
      * the customer moved FROM, and the address they moved
      * TO.  No CustomerId - the vendor never sees one - so
      * SFCOA matches each record back to the indexed
      * master on name plus the old address.
      *****************************************************
       01 CoaDetails.
          02  CoaName.
              03 CoaLastname    PIC X(20).
              03 CoaFirstname   PIC X(20).
          02  CoaOldAddress.
              03 CoaOldLine1    PIC X(25).
              03 CoaOldLine2    PIC X(25).
              03 CoaOldCity     PIC X(20).
              03 CoaOldState    PIC X(2).
              03 CoaOldZip      PIC X(9).
          02  CoaNewAddress.
              03 CoaNewLine1    PIC X(25).
              03 CoaNewLine2    PIC X(25).
              03 CoaNewCity     PIC X(20).
              03 CoaNewState    PIC X(2).
              03 CoaNewZip      PIC X(9).
