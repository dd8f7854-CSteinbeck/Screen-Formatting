      *****************************************************
      * SFFEED - the control records that bracket every
      * regional customer feed.  The feed's first record is
      * a header naming the region that cut it, the feed
      * date, and the region's running sequence number; its
      * last record is a trailer carrying the number of
      * customer records between the two and a hash total
      * of their CustomerIds (the sum of every numeric id -
      * a non-numeric id adds nothing).  Both are laid over
      * the 160-byte CUSTREC record so they travel in the
      * same dataset; the record type sits where CustomerId
      * does, and no genuine CustomerId is ever "HDR" or
      * "TRL".  SF's listing run checks them against the
      * feed control file (SFFEEDCT) before any of the
      * feed's customers are listed.
      *****************************************************
       01 FeedControlRecord.
          02  FeedRecType       PIC X(10).
              88 FeedIsHeader       VALUE "HDR".
              88 FeedIsTrailer      VALUE "TRL".
          02  FeedHdrFields.
              03 FeedHdrRegion  PIC X(3).
              03 FeedHdrDate    PIC 9(8).
              03 FeedHdrSeq     PIC 9(6).
              03 FILLER         PIC X(133).
          02  FeedTrlFields REDEFINES FeedHdrFields.
              03 FeedTrlCount   PIC 9(9).
              03 FeedTrlHash    PIC 9(18).
              03 FILLER         PIC X(123).
