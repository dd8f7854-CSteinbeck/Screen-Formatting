       FILE SECTION.
       FD ExtractInput.
       COPY CUSTREC.
       COPY SFFEED.

       FD ExtractSorted.
       01 ExtractSorted-Record.

       WORKING-STORAGE SECTION.
       01 WS-Sorted-EOF        PIC Z(1).
       01 WS-Input-EOF         PIC Z(1).
       01 WS-Control-Rec-Count PIC 9(7) VALUE 0.

      *    The run-control handshake: this job may not run unless
      *    an SFLIST completion newer than its own last run is
           SORT SortDedupFile
              ON ASCENDING KEY SortDedup-CustomerId
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE 1100-Release-Customers
              GIVING ExtractSorted.

      *    A regional feed arrives between a header and a trailer
      *    record (SFFEED copybook) that SF's listing run has
      *    already checked; neither is a customer, so neither goes
      *    into the sort - a surviving HDR or TRL would otherwise
      *    land on the cleaned extract and from there the master.
       1100-Release-Customers.
           MOVE 0 TO WS-Input-EOF
           OPEN INPUT ExtractInput
           READ ExtractInput
              AT END MOVE 1 TO WS-Input-EOF
           END-READ
           PERFORM UNTIL WS-Input-EOF = 1
              IF FeedIsHeader OR FeedIsTrailer
                 ADD 1 TO WS-Control-Rec-Count
              ELSE
                 RELEASE SortDedup-Record FROM CustomerDetails
              END-IF
              READ ExtractInput
                 AT END MOVE 1 TO WS-Input-EOF
              END-READ
           END-PERFORM
           CLOSE ExtractInput.

      *****************************************************
      * One pass over the sorted extract.  Records group by
      * CustomerId; each group's best record so far is held
           MOVE "TIES FOR REVIEW:" TO WS-Rpt-Total-Label
           MOVE WS-Tie-Count TO WS-Rpt-Total-Out
           PERFORM 3010-Print-Total-Line
           MOVE "FEED HEADERS/TRAILERS SKIPPED:" TO WS-Rpt-Total-Label
           MOVE WS-Control-Rec-Count TO WS-Rpt-Total-Out
           PERFORM 3010-Print-Total-Line
           DISPLAY "SFDEDUP: " WS-Read-Count " READ, "
              WS-Written-Count " WRITTEN, "
              WS-Discard-Count " DISCARDED, "
