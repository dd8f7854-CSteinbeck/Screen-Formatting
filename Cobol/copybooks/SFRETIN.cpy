      *****************************************************
      * SFRETIN - one returned mail piece as keyed by the
      * mailroom from the returns it receives: the
      * CustomerId printed on the label, the date the
      * piece came back, the post office's reason code (see
      * SFRETRSN), and the address it was mailed to, as
      * printed on the label.  Read by SFRETLD to build the
      * returned-mail file.
      *****************************************************
       01 ReturnDetails.
          02  RtnCustomerId        PIC X(10).
          02  RtnDate              PIC 9(8).
          02  RtnReason            PIC X(2).
          02  RtnMailedAddress.
              03 RtnAddrLine1      PIC X(25).
              03 RtnAddrLine2      PIC X(25).
              03 RtnAddrCity       PIC X(20).
              03 RtnAddrState      PIC X(2).
              03 RtnAddrZip        PIC X(9).
