      *****************************************************
      * SFVALRSN - the reject reasons the listing's record
      * validation (SF 3013-Validate-Record) can give, in
      * the order its edits are tried, worded exactly as
      * the exception listing prints them.  SF looks each
      * reject's reason up here to tally it for the data
      * quality scorecard, and SFQUAL prints the scorecard
      * lines from the same table, so an edit added to the
      * validation gets a line here and nowhere else.
      *****************************************************
       01 WS-Val-Reason-Lit.
          05 FILLER PIC X(22) VALUE "MISSING CUSTOMER ID".
          05 FILLER PIC X(22) VALUE "MISSING LAST NAME".
          05 FILLER PIC X(22) VALUE "MISSING FIRST NAME".
          05 FILLER PIC X(22) VALUE "INVALID STATUS CODE".
          05 FILLER PIC X(22) VALUE "INVALID STATUS DATE".
          05 FILLER PIC X(22) VALUE "MISSING ADDRESS LINE 1".
          05 FILLER PIC X(22) VALUE "MISSING CITY".
          05 FILLER PIC X(22) VALUE "MISSING STATE".
          05 FILLER PIC X(22) VALUE "INVALID STATE CODE".
          05 FILLER PIC X(22) VALUE "MISSING ZIP CODE".
          05 FILLER PIC X(22) VALUE "INVALID ZIP CODE".
       01 WS-Val-Reason-Table REDEFINES WS-Val-Reason-Lit.
          05 WS-Val-Reason PIC X(22) OCCURS 11 TIMES
             INDEXED BY WS-Val-Reason-Ix.
