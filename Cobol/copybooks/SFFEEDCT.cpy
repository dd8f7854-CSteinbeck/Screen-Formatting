      *****************************************************
      * SFFEEDCT - one feed control record.  The feed
      * control file (PROD.SF.FEED.CONTROL) carries one
      * record per DDNAME the listing run may be handed in
      * its PARM: the region whose feed belongs on that DD,
      * whether the feed is header/trailer controlled at
      * all, and the feed date and sequence number of the
      * last feed from that region the listing accepted.
      * SF rejects a controlled feed whose header names a
      * different region, repeats an accepted feed date, or
      * skips a sequence number, and rewrites the file with
      * the new high-water marks only after a run in which
      * every feed was accepted.  An uncontrolled entry (N)
      * is for in-house files with no header or trailer -
      * the repair recycle file - which list as they stand.
      * Maintained by a supervisor with the editor, the
      * same as the operator file.
      *****************************************************
       01 FeedCtlDetails.
          02  FeedCtlDd         PIC X(8).
          02  FeedCtlRegion     PIC X(3).
          02  FeedCtlCheckSw    PIC X(1).
              88 FeedCtlIsChecked   VALUE "Y".
          02  FeedCtlLastDate   PIC 9(8).
          02  FeedCtlLastSeq    PIC 9(6).
