      *****************************************************
      * SFXREF - CustomerId cross-reference record, one per
      * retired id, on the indexed cross-reference file
      * keyed by the OLD id.  SFRENUM writes one for every
      * customer it re-keys and nothing ever deletes them:
      * SF's keyed lookup and SFHIST follow a retired id
      * through here to the customer's current id, and a
      * customer renumbered twice chains old to newer to
      * newest.
      *****************************************************
       01 IdXrefDetails.
          02  XrefOldId            PIC X(10).
          02  XrefNewId            PIC X(10).
          02  XrefDate             PIC 9(8).
          02  XrefTime             PIC 9(8).
