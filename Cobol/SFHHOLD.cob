       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFHHOLD.
      *****************************************************
      * Householding.  SFMATCH finds one person under two
      * ids; this finds different people under one roof.
      * The cleaned extract's active customers are put
      * through the listing's address standardization
      * (upper-cased, street suffix expanded - the SFADDR
      * table) and sorted on AddrLine1, AddrLine2, the
      * five-digit AddrZip, and CustomerId.  Every run of
      * equal addresses is one household: it gets the next
      * household number, its lowest CustomerId is the head
      * (so a rerun picks the same head), and each member
      * is written to the indexed household file (SFHHOLD
      * copybook) with the head's id and whether the
      * household is single- or multi-member.  SFLABELS
      * reads that file to print one label per household.
      * HHRPT lists every household and its members, with
      * single- and multi-member counts.  Inactive customers
      * and records with no AddrLine1 or zip are left out
      * and counted - grouping on a blank address would
      * make one household of strangers.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExtractInput ASSIGN TO "CUSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.

           SELECT HouseholdSorted ASSIGN TO "HHSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortHouseFile ASSIGN TO "SORTHH".

           SELECT HouseholdFile ASSIGN TO "HHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HhCustomerId
               FILE STATUS IS WS-Household-Status.

           SELECT HouseholdReport ASSIGN TO "HHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ExtractInput.
       COPY CUSTREC.

       FD HouseholdSorted.
       01 HhSorted-Record.
          02 HhSorted-Key.
             03 HhSorted-Line1      PIC X(25).
             03 HhSorted-Line2      PIC X(25).
             03 HhSorted-Zip5       PIC X(5).
          02 HhSorted-CustomerId    PIC X(10).
          02 HhSorted-Lastname      PIC X(20).
          02 HhSorted-Firstname     PIC X(20).
          02 HhSorted-City          PIC X(20).
          02 HhSorted-State         PIC X(2).
          02 HhSorted-Zip           PIC X(9).

       SD SortHouseFile.
       01 SortHh-Record.
          02 SortHh-Key.
             03 SortHh-Line1        PIC X(25).
             03 SortHh-Line2        PIC X(25).
             03 SortHh-Zip5         PIC X(5).
          02 SortHh-CustomerId      PIC X(10).
          02 SortHh-Lastname        PIC X(20).
          02 SortHh-Firstname       PIC X(20).
          02 SortHh-City            PIC X(20).
          02 SortHh-State           PIC X(2).
          02 SortHh-Zip             PIC X(9).

       FD HouseholdFile.
       COPY SFHHOLD.

       FD HouseholdReport.
       01 HouseholdReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Extract-Status    PIC XX.
       01 WS-Household-Status  PIC XX.
       01 WS-Extract-EOF       PIC Z(1).
       01 WS-Sorted-EOF        PIC Z(1).

      *    The household in progress.  Its head - the first,
      *    lowest-id record of the group - is held back until
      *    the next record shows whether anyone else lives
      *    there, since the head's record has to say single or
      *    multi; every later member is written as it arrives.
       01 WS-Have-House-Sw     PIC X VALUE "N".
          88 WS-Have-House         VALUE "Y".
       01 WS-House-Key         PIC X(55) VALUE SPACES.
       01 WS-House-Id          PIC 9(9) VALUE 0.
       01 WS-House-Head-Id     PIC X(10) VALUE SPACES.
       01 WS-House-Members     PIC 9(5) VALUE 0.

       01 WS-Addr-Line-Work  PIC X(25).
       01 WS-Addr-Word       PIC X(6).
       01 WS-Addr-Line-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Start PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Scan-Ix    PIC 9(2) VALUE 0.
       01 WS-Std-Len         PIC 9(2) VALUE 0.

       COPY SFADDR.

       01 WS-Read-Count        PIC 9(7) VALUE 0.
       01 WS-Inactive-Count    PIC 9(7) VALUE 0.
       01 WS-No-Address-Count  PIC 9(7) VALUE 0.
       01 WS-Grouped-Count     PIC 9(7) VALUE 0.
       01 WS-Single-Count      PIC 9(7) VALUE 0.
       01 WS-Multi-Count       PIC 9(7) VALUE 0.
       01 WS-Multi-Member-Count PIC 9(7) VALUE 0.
       01 WS-Write-Fail-Count  PIC 9(7) VALUE 0.

       01 WS-Line-Count          PIC 9(3) VALUE 99.
       01 WS-Page-Count          PIC 9(3) VALUE 0.
       01 WS-Max-Lines-Per-Page  PIC 9(3) VALUE 55.
       01 WS-Lines-Needed        PIC 9(3) VALUE 0.
       01 WS-Today-Numeric       PIC 9(8).
       01 WS-Today-Display REDEFINES WS-Today-Numeric.
          05 WS-Today-Year  PIC 9(4).
          05 WS-Today-Month PIC 9(2).
          05 WS-Today-Day   PIC 9(2).
       01 WS-Today-Formatted PIC X(10).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "HOUSEHOLD GROUPING".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(10) VALUE "HOUSEHOLD".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(6)  VALUE "ROLE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CUST ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "LAST NAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FIRST NAME".

      *    Each household opens with its number and address.
       01 WS-Rpt-House-Line.
          05 WS-Rpt-House-Id   PIC 9(9).
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-Rpt-Line1      PIC X(25).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 WS-Rpt-Line2      PIC X(25).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 WS-Rpt-City       PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 WS-Rpt-State      PIC X(2).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 WS-Rpt-Zip        PIC X(9).

       01 WS-Rpt-Member-Line.
          05 FILLER            PIC X(12) VALUE SPACES.
          05 WS-Rpt-Role       PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Cust-Id    PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Last       PIC X(20).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-First      PIC X(20).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Household-Pass
           PERFORM 3000-Print-Control-Totals
           CLOSE HouseholdReport
           IF WS-Write-Fail-Count > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT HouseholdReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
      *    The grouping key is built, not read, so the extract
      *    goes through an input procedure.  CustomerId as the
      *    last key makes the head the group's lowest id.
           SORT SortHouseFile
              ON ASCENDING KEY SortHh-Key
                              SortHh-CustomerId
              INPUT PROCEDURE 1100-Release-Extract
              GIVING HouseholdSorted.

       1100-Release-Extract.
           MOVE 0 TO WS-Extract-EOF
           OPEN INPUT ExtractInput
           IF WS-Extract-Status NOT = "00"
              DISPLAY "SFHHOLD: UNABLE TO OPEN EXTRACT - STATUS "
                 WS-Extract-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ ExtractInput
              AT END MOVE 1 TO WS-Extract-EOF
           END-READ
           PERFORM UNTIL WS-Extract-EOF = 1
              ADD 1 TO WS-Read-Count
              EVALUATE TRUE
                 WHEN CustomerIsInactive
                    ADD 1 TO WS-Inactive-Count
                 WHEN AddrLine1 = SPACES OR AddrZip = SPACES
                    ADD 1 TO WS-No-Address-Count
                 WHEN OTHER
                    PERFORM 1200-Release-Customer
              END-EVALUATE
              READ ExtractInput
                 AT END MOVE 1 TO WS-Extract-EOF
              END-READ
           END-PERFORM
           CLOSE ExtractInput.

      *    Standardized the way SF's 3052-Standardize-Address
      *    does it for the listing, so "12 Oak St" and
      *    "12 OAK STREET" land in the same household.
       1200-Release-Customer.
           MOVE FUNCTION UPPER-CASE(AddrLine1) TO WS-Addr-Line-Work
           PERFORM 1360-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO SortHh-Line1
           MOVE FUNCTION UPPER-CASE(AddrLine2) TO WS-Addr-Line-Work
           PERFORM 1360-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO SortHh-Line2
           MOVE AddrZip(1:5) TO SortHh-Zip5
           MOVE CustomerId TO SortHh-CustomerId
           MOVE Lastname TO SortHh-Lastname
           MOVE Firstname TO SortHh-Firstname
           MOVE FUNCTION UPPER-CASE(AddrCity) TO SortHh-City
           MOVE FUNCTION UPPER-CASE(AddrState) TO SortHh-State
           MOVE AddrZip TO SortHh-Zip
           RELEASE SortHh-Record.

      *    Same trailing-word expansion as SF's 3053; the variant
      *    table comes from the shared SFADDR copybook.
       1360-Expand-Street-Suffix.
           MOVE 0 TO WS-Addr-Line-Len
           PERFORM VARYING WS-Addr-Scan-Ix FROM 25 BY -1
                 UNTIL WS-Addr-Scan-Ix < 1
                    OR WS-Addr-Line-Len > 0
              IF WS-Addr-Line-Work(WS-Addr-Scan-Ix:1) NOT = SPACE
                 MOVE WS-Addr-Scan-Ix TO WS-Addr-Line-Len
              END-IF
           END-PERFORM
           IF WS-Addr-Line-Len > 1
              MOVE 1 TO WS-Addr-Word-Start
              PERFORM VARYING WS-Addr-Scan-Ix
                    FROM WS-Addr-Line-Len BY -1
                    UNTIL WS-Addr-Scan-Ix < 1
                       OR WS-Addr-Word-Start > 1
                 IF WS-Addr-Line-Work(WS-Addr-Scan-Ix:1) = SPACE
                    COMPUTE WS-Addr-Word-Start
                       = WS-Addr-Scan-Ix + 1
                 END-IF
              END-PERFORM
              COMPUTE WS-Addr-Word-Len
                 = WS-Addr-Line-Len - WS-Addr-Word-Start + 1
              IF WS-Addr-Word-Start > 1
                    AND WS-Addr-Word-Len <= 6
                 MOVE SPACES TO WS-Addr-Word
                 MOVE WS-Addr-Line-Work
                    (WS-Addr-Word-Start:WS-Addr-Word-Len)
                    TO WS-Addr-Word
                 SET WS-Suffix-Ix TO 1
                 SEARCH WS-Suffix-Entry
                    AT END CONTINUE
                    WHEN WS-Suffix-Variant(WS-Suffix-Ix)
                          = WS-Addr-Word
                       PERFORM 1370-Overlay-Suffix
                 END-SEARCH
              END-IF
           END-IF.

       1370-Overlay-Suffix.
           MOVE 0 TO WS-Std-Len
           PERFORM VARYING WS-Addr-Scan-Ix FROM 10 BY -1
                 UNTIL WS-Addr-Scan-Ix < 1 OR WS-Std-Len > 0
              IF WS-Suffix-Standard(WS-Suffix-Ix)
                    (WS-Addr-Scan-Ix:1) NOT = SPACE
                 MOVE WS-Addr-Scan-Ix TO WS-Std-Len
              END-IF
           END-PERFORM
           IF WS-Addr-Word-Start + WS-Std-Len - 1 <= 25
              MOVE WS-Suffix-Standard(WS-Suffix-Ix)(1:WS-Std-Len)
                 TO WS-Addr-Line-Work
                    (WS-Addr-Word-Start:WS-Std-Len)
           END-IF.

      *****************************************************
      * The household file is rebuilt whole every run (the
      * job deletes and redefines the cluster first), so
      * household numbers run from 1 each time; the head,
      * being the lowest id, is stable across reruns.
      *****************************************************
       2000-Household-Pass.
           MOVE 0 TO WS-Sorted-EOF
           OPEN INPUT HouseholdSorted
           OPEN OUTPUT HouseholdFile
           IF WS-Household-Status NOT = "00"
              DISPLAY "SFHHOLD: UNABLE TO OPEN HOUSEHOLD FILE - "
                 "STATUS " WS-Household-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ HouseholdSorted
              AT END MOVE 1 TO WS-Sorted-EOF
           END-READ
           PERFORM UNTIL WS-Sorted-EOF = 1
              IF WS-Have-House
                    AND HhSorted-Key = WS-House-Key
                 PERFORM 2200-Add-Member
              ELSE
                 IF WS-Have-House
                    PERFORM 2300-End-Household
                 END-IF
                 PERFORM 2100-Start-Household
              END-IF
              READ HouseholdSorted
                 AT END MOVE 1 TO WS-Sorted-EOF
              END-READ
           END-PERFORM
           IF WS-Have-House
              PERFORM 2300-End-Household
           END-IF
           CLOSE HouseholdSorted
           CLOSE HouseholdFile.

      *    The head's record is built now but written only by
      *    2200 (second member found) or 2300 (nobody else).
       2100-Start-Household.
           SET WS-Have-House TO TRUE
           ADD 1 TO WS-House-Id
           MOVE HhSorted-Key TO WS-House-Key
           MOVE HhSorted-CustomerId TO WS-House-Head-Id
           MOVE 1 TO WS-House-Members
           MOVE HhSorted-CustomerId TO HhCustomerId
           MOVE WS-House-Id TO HhHouseholdId
           SET HhIsHead TO TRUE
           MOVE WS-House-Head-Id TO HhHeadId
           SET HhIsSingle TO TRUE
           MOVE WS-Today-Numeric TO HhBuildDate
           MOVE WS-House-Id TO WS-Rpt-House-Id
           MOVE HhSorted-Line1 TO WS-Rpt-Line1
           MOVE HhSorted-Line2 TO WS-Rpt-Line2
           MOVE HhSorted-City TO WS-Rpt-City
           MOVE HhSorted-State TO WS-Rpt-State
           MOVE HhSorted-Zip TO WS-Rpt-Zip
           MOVE 3 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE HouseholdReport-Line FROM WS-Rpt-House-Line
           ADD 1 TO WS-Line-Count
           MOVE "HEAD" TO WS-Rpt-Role
           PERFORM 2900-Print-Member.

       2200-Add-Member.
           IF WS-House-Members = 1
              SET HhIsMulti TO TRUE
              PERFORM 2400-Write-Household-Rec
           END-IF
           ADD 1 TO WS-House-Members
           MOVE HhSorted-CustomerId TO HhCustomerId
           MOVE WS-House-Id TO HhHouseholdId
           SET HhIsMember TO TRUE
           MOVE WS-House-Head-Id TO HhHeadId
           SET HhIsMulti TO TRUE
           MOVE WS-Today-Numeric TO HhBuildDate
           PERFORM 2400-Write-Household-Rec
           MOVE "MEMBER" TO WS-Rpt-Role
           MOVE 1 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           PERFORM 2900-Print-Member.

       2300-End-Household.
           IF WS-House-Members = 1
              PERFORM 2400-Write-Household-Rec
              ADD 1 TO WS-Single-Count
           ELSE
              ADD 1 TO WS-Multi-Count
              ADD WS-House-Members TO WS-Multi-Member-Count
           END-IF
           MOVE 1 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE HouseholdReport-Line FROM WS-Rpt-Blank-Line
           ADD 1 TO WS-Line-Count.

       2400-Write-Household-Rec.
           WRITE HouseholdDetails
              INVALID KEY
                 ADD 1 TO WS-Write-Fail-Count
                 DISPLAY "SFHHOLD: HOUSEHOLD WRITE FAILED FOR "
                    HhCustomerId " - STATUS " WS-Household-Status
              NOT INVALID KEY
                 ADD 1 TO WS-Grouped-Count
           END-WRITE.

       2900-Print-Member.
           MOVE HhSorted-CustomerId TO WS-Rpt-Cust-Id
           MOVE HhSorted-Lastname TO WS-Rpt-Last
           MOVE HhSorted-Firstname TO WS-Rpt-First
           WRITE HouseholdReport-Line FROM WS-Rpt-Member-Line
           ADD 1 TO WS-Line-Count.

       2950-Check-Page-Break.
           IF WS-Line-Count + WS-Lines-Needed > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE HouseholdReport-Line FROM WS-Rpt-Blank-Line
           WRITE HouseholdReport-Line FROM WS-Rpt-Col-Heading
           WRITE HouseholdReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

       3000-Print-Control-Totals.
           MOVE 10 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE HouseholdReport-Line FROM WS-Rpt-Blank-Line
           MOVE "EXTRACT RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "INACTIVE (NOT GROUPED):" TO WS-Rpt-Total-Label
           MOVE WS-Inactive-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "NO ADDRESS (NOT GROUPED):" TO WS-Rpt-Total-Label
           MOVE WS-No-Address-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMERS HOUSEHOLDED:" TO WS-Rpt-Total-Label
           MOVE WS-Grouped-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "SINGLE-MEMBER HOUSEHOLDS:" TO WS-Rpt-Total-Label
           MOVE WS-Single-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "MULTI-MEMBER HOUSEHOLDS:" TO WS-Rpt-Total-Label
           MOVE WS-Multi-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMERS IN MULTI-MEMBER:" TO WS-Rpt-Total-Label
           MOVE WS-Multi-Member-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           MOVE "HOUSEHOLD WRITES FAILED:" TO WS-Rpt-Total-Label
           MOVE WS-Write-Fail-Count TO WS-Rpt-Total-Out
           WRITE HouseholdReport-Line FROM WS-Rpt-Total-Line
           ADD 9 TO WS-Line-Count
           DISPLAY "SFHHOLD: " WS-Read-Count " READ, "
              WS-Single-Count " SINGLE-MEMBER, "
              WS-Multi-Count " MULTI-MEMBER HOUSEHOLDS".
