      *****************************************************
      * SFRETML - returned-mail record, one per customer,
      * on the indexed returned-mail file keyed by
      * CustomerId.  Carries the address the returned
      * pieces were mailed to and how many have come back
      * there since the first; once the count reaches the
      * hold threshold SFRETLD was run with, RetHeldSw is
      * set and SF flags the customer on EXTOUT so
      * SFLABELS stops addressing mail to them.  The
      * record is deleted - the hold cleared - whenever
      * SFMAINT, the batch maintenance run, or SFAPPLY
      * changes the customer's address.
      *****************************************************
       01 RetMailDetails.
          02  RetCustomerId        PIC X(10).
          02  RetMailedAddress.
              03 RetAddrLine1      PIC X(25).
              03 RetAddrLine2      PIC X(25).
              03 RetAddrCity       PIC X(20).
              03 RetAddrState      PIC X(2).
              03 RetAddrZip        PIC X(9).
          02  RetCount             PIC 9(3).
          02  RetFirstDate         PIC 9(8).
          02  RetLastDate          PIC 9(8).
          02  RetLastReason        PIC X(2).
          02  RetHeldSw            PIC X(1).
              88 RetIsHeld           VALUE "Y".
          02  RetHeldDate          PIC 9(8).
