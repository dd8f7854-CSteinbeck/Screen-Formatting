       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFCOA.
      *****************************************************
      * Change-of-address matching.  The mailing vendor's
      * change-of-address file (SFCOA copybook) carries a
      * name, the address the customer moved from, and the
      * address they moved to - but no CustomerId.  Both
      * the vendor file and the indexed customer master are
      * sorted on one match key - Lastname, Firstname, the
      * five-digit zip, and AddrLine1 - built the same way
      * on both sides: upper-cased, street suffix expanded
      * through the SFADDR table, so "12 ELM ST" on one
      * side still meets "12 Elm Street" on the other.  A
      * vendor record whose key finds exactly one active
      * customer is a confident match: the new address is
      * put through the same standardization and state/zip
      * edits the listing applies, and goes out on TRANOUT
      * as an SFTRAN "U" transaction - the customer's
      * record as on file, with the new address - for the
      * batch maintenance run to apply with its usual
      * checks, report, and audit journal.  Everything else
      * - no match, more than one candidate, an inactive
      * customer, an incomplete vendor record, or a new
      * address the edits would reject - prints on COARPT
      * for someone to review; nothing unconfirmed goes
      * near the master.  Vendor records that repeat a match
      * key are taken together: the same new address on all
      * of them is one move and one transaction, different
      * new addresses are a conflict and all of them go for
      * review, so no update is left to win by arriving last.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CoaInput ASSIGN TO "COAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Coa-Status.

           SELECT CoaSorted ASSIGN TO "COASRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortCoaFile ASSIGN TO "SORTCOA".

           SELECT CustomerMaster ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IndexedCustomerId
               FILE STATUS IS WS-Master-Status.

           SELECT MasterSorted ASSIGN TO "MSTSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortMasterFile ASSIGN TO "SORTMST".

           SELECT TranOut ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CoaReport ASSIGN TO "COARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CoaInput.
       COPY SFCOA.

       FD CoaSorted.
       01 CoaSorted-Record.
          02 CoaSorted-Key         PIC X(70).
          02 CoaSorted-Lastname    PIC X(20).
          02 CoaSorted-Firstname   PIC X(20).
          02 CoaSorted-OldLine1    PIC X(25).
          02 CoaSorted-OldLine2    PIC X(25).
          02 CoaSorted-OldCity     PIC X(20).
          02 CoaSorted-OldState    PIC X(2).
          02 CoaSorted-OldZip      PIC X(9).
          02 CoaSorted-NewLine1    PIC X(25).
          02 CoaSorted-NewLine2    PIC X(25).
          02 CoaSorted-NewCity     PIC X(20).
          02 CoaSorted-NewState    PIC X(2).
          02 CoaSorted-NewZip      PIC X(9).

       SD SortCoaFile.
       01 SortCoa-Record.
          02 SortCoa-Key           PIC X(70).
          02 SortCoa-Detail        PIC X(202).

       FD CustomerMaster.
       COPY CUSTIDX.

       FD MasterSorted.
       01 MstSorted-Record.
          02 MstSorted-Key         PIC X(70).
          02 MstSorted-Customer.
             03 MstSorted-CustomerId  PIC X(10).
             03 MstSorted-Rest        PIC X(150).

       SD SortMasterFile.
       01 SortMst-Record.
          02 SortMst-Key           PIC X(70).
          02 SortMst-Customer.
             03 SortMst-CustomerId    PIC X(10).
             03 SortMst-Rest          PIC X(150).

       FD TranOut.
       COPY SFTRAN.

       FD CoaReport.
       01 CoaReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Coa-Status        PIC XX.
       01 WS-Master-Status     PIC XX.
       01 WS-Coa-EOF           PIC Z(1).
       01 WS-Mst-EOF           PIC Z(1).
       01 WS-Sorted-EOF        PIC Z(1).

      *    The match key, built identically for a vendor record
      *    and a master record: names upper-cased, the first five
      *    zip digits only (the vendor often supplies ZIP+4 where
      *    the master holds five), and line 1 upper-cased with
      *    its street suffix expanded.
       01 WS-Match-Key.
          05 WS-Key-Lastname   PIC X(20).
          05 WS-Key-Firstname  PIC X(20).
          05 WS-Key-Zip        PIC X(5).
          05 WS-Key-Line1      PIC X(25).
       01 WS-Key-Src-Lastname  PIC X(20).
       01 WS-Key-Src-Firstname PIC X(20).
       01 WS-Key-Src-Line1     PIC X(25).
       01 WS-Key-Src-Zip       PIC X(9).

      *    The group of master records sharing one match key.  The
      *    first record is kept whole - it is the customer a
      *    single-candidate group resolves to - and the ids of
      *    the first ten are kept for the review report, so an
      *    ambiguous match shows who it might have been.
      *    HIGH-VALUES in the key means the master has run out.
       01 WS-Grp-Key           PIC X(70).
       01 WS-Grp-Count         PIC 9(3) VALUE 0.
       01 WS-Grp-Ix            PIC 9(3) VALUE 0.
       01 WS-Grp-Customer.
          05 WS-Grp-CustomerId PIC X(10).
          05 WS-Grp-Lastname   PIC X(20).
          05 WS-Grp-Firstname  PIC X(20).
          05 WS-Grp-Middlename PIC X(20).
          05 WS-Grp-AddrLine1  PIC X(25).
          05 WS-Grp-AddrLine2  PIC X(25).
          05 WS-Grp-City       PIC X(20).
          05 WS-Grp-State      PIC X(2).
          05 WS-Grp-Zip        PIC X(9).
          05 WS-Grp-Status     PIC X(1).
          05 WS-Grp-EffDate    PIC X(8).
       01 WS-Grp-Cand-Table.
          05 WS-Grp-Cand-Id    PIC X(10) OCCURS 10 TIMES.

      *    The vendor records sharing one match key, held so the
      *    new addresses can be compared before any of them is
      *    acted on.  WS-Coa-Next keeps the first record of the
      *    next group while this one is worked through the
      *    CoaSorted record area.  A group larger than the table
      *    is a conflict whatever it holds; the records past the
      *    twentieth are reported as they are read.
       01 WS-Coa-Next          PIC X(272).
       01 WS-Coa-Grp-Key       PIC X(70).
       01 WS-Coa-Grp-Count     PIC 9(3) VALUE 0.
       01 WS-Coa-Grp-Ix        PIC 9(3) VALUE 0.
       01 WS-Coa-Grp-Max       PIC 9(3) VALUE 20.
       01 WS-Coa-Grp-Table.
          05 WS-Coa-Grp-Entry  PIC X(272) OCCURS 20 TIMES.
       01 WS-Coa-Conflict-Sw   PIC X VALUE "N".
          88 WS-Coa-Conflict       VALUE "Y".
       01 WS-Coa-Complete-Sw   PIC X VALUE "Y".
          88 WS-Coa-Is-Complete    VALUE "Y".
       01 WS-First-New-Address PIC X(81).

      *    The new address, standardized and edited the way SF's
      *    3013-Validate-Record would edit it on the next listing
      *    run - a transaction that passes here is never thrown
      *    back out there.
       01 WS-New-Address.
          05 WS-New-Line1      PIC X(25).
          05 WS-New-Line2      PIC X(25).
          05 WS-New-City       PIC X(20).
          05 WS-New-State      PIC X(2).
          05 WS-New-Zip        PIC X(9).
       01 WS-Review-Reason     PIC X(26).
       01 WS-New-Valid-Sw      PIC X.
          88 WS-New-Is-Valid       VALUE "Y".
          88 WS-New-Is-Invalid     VALUE "N".

       01 WS-State-Valid-Sw  PIC X.
          88 WS-State-Is-Valid   VALUE "Y".
       01 WS-Zip-Valid-Sw    PIC X.
          88 WS-Zip-Is-Valid     VALUE "Y".
       01 WS-Addr-Line-Work  PIC X(25).
       01 WS-Addr-Word       PIC X(6).
       01 WS-Addr-Line-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Start PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Scan-Ix    PIC 9(2) VALUE 0.
       01 WS-Std-Len         PIC 9(2) VALUE 0.

       COPY SFADDR.

       01 WS-Read-Count        PIC 9(7) VALUE 0.
       01 WS-Mst-Read-Count    PIC 9(7) VALUE 0.
       01 WS-Tran-Count        PIC 9(7) VALUE 0.
       01 WS-Same-Addr-Count   PIC 9(7) VALUE 0.
       01 WS-No-Match-Count    PIC 9(7) VALUE 0.
       01 WS-Ambiguous-Count   PIC 9(7) VALUE 0.
       01 WS-Inactive-Count    PIC 9(7) VALUE 0.
       01 WS-Incomplete-Count  PIC 9(7) VALUE 0.
       01 WS-Bad-New-Count     PIC 9(7) VALUE 0.
       01 WS-Repeat-Coa-Count  PIC 9(7) VALUE 0.
       01 WS-Conflict-Count    PIC 9(7) VALUE 0.
       01 WS-Review-Count      PIC 9(7) VALUE 0.

       01 WS-Line-Count          PIC 9(3) VALUE 99.
       01 WS-Page-Count          PIC 9(3) VALUE 0.
       01 WS-Max-Lines-Per-Page  PIC 9(3) VALUE 55.
       01 WS-Lines-Needed        PIC 9(2) VALUE 1.
       01 WS-Today-Numeric       PIC 9(8).
       01 WS-Today-Display REDEFINES WS-Today-Numeric.
          05 WS-Today-Year  PIC 9(4).
          05 WS-Today-Month PIC 9(2).
          05 WS-Today-Day   PIC 9(2).
       01 WS-Today-Formatted PIC X(10).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "CHANGE OF ADDRESS REVIEW".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(26) VALUE "REVIEW REASON".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "LAST NAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FIRST NAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(25) VALUE "OLD ADDRESS 1".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "OLD ZIP".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CUST ID".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Reason   PIC X(26).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Last     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-First    PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Old-Line1 PIC X(25).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Old-Zip  PIC X(9).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Cust-Id  PIC X(10).

      *    Under every review line, the address the vendor says
      *    the customer moved to - what the reviewer would key
      *    into a transaction once the customer is confirmed.
       01 WS-Rpt-Moving-Line.
          05 FILLER          PIC X(28) VALUE SPACES.
          05 FILLER          PIC X(11) VALUE "MOVING TO: ".
          05 WS-Rpt-New-Line1 PIC X(25).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-New-City PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-Rpt-New-State PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-Rpt-New-Zip  PIC X(9).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Match-Pass
           PERFORM 3000-Print-Control-Totals
           CLOSE CoaReport
      *    RC 4 when anything printed for review, so the job's
      *    apply step still runs the confident matches while the
      *    condition code says someone has a report to read.
           IF WS-Review-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT CoaReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
      *    Both sides go through an input procedure, since the
      *    match key is built, not read - neither file carries
      *    it.  CustomerId as the master's last key puts every
      *    candidate list in id order, the same on every rerun.
           SORT SortCoaFile
              ON ASCENDING KEY SortCoa-Key
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE 1100-Release-Coa
              GIVING CoaSorted
           SORT SortMasterFile
              ON ASCENDING KEY SortMst-Key
                              SortMst-CustomerId
              INPUT PROCEDURE 1200-Release-Master
              GIVING MasterSorted.

       1100-Release-Coa.
           MOVE 0 TO WS-Coa-EOF
           OPEN INPUT CoaInput
           IF WS-Coa-Status NOT = "00"
              DISPLAY "SFCOA: UNABLE TO OPEN CHANGE-OF-ADDRESS "
                 "FILE - STATUS " WS-Coa-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ CoaInput
              AT END MOVE 1 TO WS-Coa-EOF
           END-READ
           PERFORM UNTIL WS-Coa-EOF = 1
              ADD 1 TO WS-Read-Count
              MOVE CoaLastname TO WS-Key-Src-Lastname
              MOVE CoaFirstname TO WS-Key-Src-Firstname
              MOVE CoaOldLine1 TO WS-Key-Src-Line1
              MOVE CoaOldZip TO WS-Key-Src-Zip
              PERFORM 1300-Build-Match-Key
              MOVE WS-Match-Key TO SortCoa-Key
              MOVE CoaDetails TO SortCoa-Detail
              RELEASE SortCoa-Record
              READ CoaInput
                 AT END MOVE 1 TO WS-Coa-EOF
              END-READ
           END-PERFORM
           CLOSE CoaInput.

       1200-Release-Master.
           MOVE 0 TO WS-Mst-EOF
           OPEN INPUT CustomerMaster
           IF WS-Master-Status NOT = "00"
              DISPLAY "SFCOA: UNABLE TO OPEN CUSTOMER MASTER - "
                 "STATUS " WS-Master-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ CustomerMaster NEXT RECORD
              AT END MOVE 1 TO WS-Mst-EOF
           END-READ
           PERFORM UNTIL WS-Mst-EOF = 1
              ADD 1 TO WS-Mst-Read-Count
              MOVE IndexedLastname TO WS-Key-Src-Lastname
              MOVE IndexedFirstname TO WS-Key-Src-Firstname
              MOVE IndexedAddrLine1 TO WS-Key-Src-Line1
              MOVE IndexedAddrZip TO WS-Key-Src-Zip
              PERFORM 1300-Build-Match-Key
              MOVE WS-Match-Key TO SortMst-Key
              MOVE IndexedCustomerDetails TO SortMst-Customer
              RELEASE SortMst-Record
              READ CustomerMaster NEXT RECORD
                 AT END MOVE 1 TO WS-Mst-EOF
              END-READ
           END-PERFORM
           CLOSE CustomerMaster.

       1300-Build-Match-Key.
           MOVE SPACES TO WS-Match-Key
           MOVE FUNCTION UPPER-CASE(WS-Key-Src-Lastname)
              TO WS-Key-Lastname
           MOVE FUNCTION UPPER-CASE(WS-Key-Src-Firstname)
              TO WS-Key-Firstname
           MOVE WS-Key-Src-Zip(1:5) TO WS-Key-Zip
           MOVE FUNCTION UPPER-CASE(WS-Key-Src-Line1)
              TO WS-Addr-Line-Work
           PERFORM 1360-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-Key-Line1.

      *    Same trailing-word expansion as SF's 3053 and
      *    SFREPAIR's 2160; the variant table comes from the
      *    shared SFADDR copybook.
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
      * Runs the sorted vendor file against the sorted
      * master one key group at a time.  Each vendor record
      * advances the master past every group whose key is
      * lower, then looks at the group in hand: same key and
      * a single candidate is a match, same key and several
      * is ambiguous, anything else is no match.  The vendor
      * file is taken a key group at a time too, so repeats
      * of one person are settled together before any of
      * them reaches 2100.
      *****************************************************
       2000-Match-Pass.
           MOVE 0 TO WS-Sorted-EOF
           MOVE 0 TO WS-Mst-EOF
           OPEN INPUT CoaSorted
           OPEN INPUT MasterSorted
           OPEN OUTPUT TranOut
           READ MasterSorted
              AT END MOVE 1 TO WS-Mst-EOF
           END-READ
           PERFORM 2200-Load-Master-Group
           READ CoaSorted
              AT END MOVE 1 TO WS-Sorted-EOF
           END-READ
           MOVE CoaSorted-Record TO WS-Coa-Next
           PERFORM UNTIL WS-Sorted-EOF = 1
              PERFORM 2010-Load-Coa-Group
              PERFORM 2020-Match-Coa-Group
           END-PERFORM
           CLOSE CoaSorted
           CLOSE MasterSorted
           CLOSE TranOut.

      *    Gathers the vendor records carrying the key of the one
      *    held in WS-Coa-Next, leaving the next group's first
      *    record there in its place.
       2010-Load-Coa-Group.
           MOVE WS-Coa-Next TO CoaSorted-Record
           MOVE CoaSorted-Key TO WS-Coa-Grp-Key
           MOVE 0 TO WS-Coa-Grp-Count
           MOVE "N" TO WS-Coa-Conflict-Sw
           PERFORM 2090-Check-Complete
           IF WS-Coa-Is-Complete
              PERFORM UNTIL WS-Grp-Key NOT < WS-Coa-Grp-Key
                 PERFORM 2200-Load-Master-Group
              END-PERFORM
           END-IF
           PERFORM UNTIL WS-Sorted-EOF = 1
                 OR CoaSorted-Key NOT = WS-Coa-Grp-Key
              ADD 1 TO WS-Coa-Grp-Count
              IF WS-Coa-Grp-Count <= WS-Coa-Grp-Max
                 MOVE CoaSorted-Record
                    TO WS-Coa-Grp-Entry(WS-Coa-Grp-Count)
              ELSE
                 PERFORM 2090-Check-Complete
                 IF WS-Coa-Is-Complete
                    SET WS-Coa-Conflict TO TRUE
                    PERFORM 2080-Report-Conflict
                 ELSE
                    PERFORM 2100-Match-One
                 END-IF
              END-IF
              READ CoaSorted
                 AT END MOVE 1 TO WS-Sorted-EOF
              END-READ
           END-PERFORM
           MOVE CoaSorted-Record TO WS-Coa-Next.

      *    One record, or a group with the key incomplete (each
      *    then reports as incomplete on its own), goes straight
      *    through 2100.  Otherwise every record's new address is
      *    standardized and set against the first: all the same
      *    and the first alone goes on to 2100, the rest counted
      *    as repeats; any different and the group is a conflict.
       2020-Match-Coa-Group.
           MOVE WS-Coa-Grp-Entry(1) TO CoaSorted-Record
           PERFORM 2090-Check-Complete
           EVALUATE TRUE
              WHEN WS-Coa-Grp-Count = 1
                 PERFORM 2100-Match-One
              WHEN NOT WS-Coa-Is-Complete
                 PERFORM VARYING WS-Coa-Grp-Ix FROM 1 BY 1
                       UNTIL WS-Coa-Grp-Ix > WS-Coa-Grp-Count
                          OR WS-Coa-Grp-Ix > WS-Coa-Grp-Max
                    MOVE WS-Coa-Grp-Entry(WS-Coa-Grp-Ix)
                       TO CoaSorted-Record
                    PERFORM 2100-Match-One
                 END-PERFORM
              WHEN OTHER
                 PERFORM 2030-Compare-New-Addresses
                 IF WS-Coa-Conflict
                    PERFORM VARYING WS-Coa-Grp-Ix FROM 1 BY 1
                          UNTIL WS-Coa-Grp-Ix > WS-Coa-Grp-Count
                             OR WS-Coa-Grp-Ix > WS-Coa-Grp-Max
                       MOVE WS-Coa-Grp-Entry(WS-Coa-Grp-Ix)
                          TO CoaSorted-Record
                       PERFORM 2080-Report-Conflict
                    END-PERFORM
                 ELSE
                    MOVE WS-Coa-Grp-Entry(1) TO CoaSorted-Record
                    PERFORM 2100-Match-One
                    COMPUTE WS-Repeat-Coa-Count
                       = WS-Repeat-Coa-Count + WS-Coa-Grp-Count - 1
                 END-IF
           END-EVALUATE.

       2030-Compare-New-Addresses.
           PERFORM 2400-Edit-New-Address
           MOVE WS-New-Address TO WS-First-New-Address
           PERFORM VARYING WS-Coa-Grp-Ix FROM 2 BY 1
                 UNTIL WS-Coa-Grp-Ix > WS-Coa-Grp-Count
                    OR WS-Coa-Grp-Ix > WS-Coa-Grp-Max
              MOVE WS-Coa-Grp-Entry(WS-Coa-Grp-Ix)
                 TO CoaSorted-Record
              PERFORM 2400-Edit-New-Address
              IF WS-New-Address NOT = WS-First-New-Address
                 SET WS-Coa-Conflict TO TRUE
              END-IF
           END-PERFORM.

      *    A conflicting record names the customer when the key
      *    found exactly one, so the reviewer knows whose move
      *    is in question.
       2080-Report-Conflict.
           ADD 1 TO WS-Conflict-Count
           MOVE "CONFLICTING COA RECORDS" TO WS-Review-Reason
           IF WS-Grp-Key = CoaSorted-Key AND WS-Grp-Count = 1
              MOVE WS-Grp-CustomerId TO WS-Rpt-Cust-Id
           ELSE
              MOVE SPACES TO WS-Rpt-Cust-Id
           END-IF
           PERFORM 2600-Report-Review.

      *    A vendor record missing any part of the key is never
      *    matched - on blanks it would meet every master record
      *    with the same blanks.
       2090-Check-Complete.
           IF CoaSorted-Lastname = SPACES
                 OR CoaSorted-Firstname = SPACES
                 OR CoaSorted-OldLine1 = SPACES
                 OR CoaSorted-OldZip = SPACES
              MOVE "N" TO WS-Coa-Complete-Sw
           ELSE
              SET WS-Coa-Is-Complete TO TRUE
           END-IF.

       2100-Match-One.
           PERFORM 2090-Check-Complete
           IF NOT WS-Coa-Is-Complete
              ADD 1 TO WS-Incomplete-Count
              MOVE "INCOMPLETE COA RECORD" TO WS-Review-Reason
              MOVE SPACES TO WS-Rpt-Cust-Id
              PERFORM 2600-Report-Review
           ELSE
              PERFORM UNTIL WS-Grp-Key NOT < CoaSorted-Key
                 PERFORM 2200-Load-Master-Group
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-Grp-Key NOT = CoaSorted-Key
                    ADD 1 TO WS-No-Match-Count
                    MOVE "NO MATCH ON MASTER" TO WS-Review-Reason
                    MOVE SPACES TO WS-Rpt-Cust-Id
                    PERFORM 2600-Report-Review
                 WHEN WS-Grp-Count > 1
                    ADD 1 TO WS-Ambiguous-Count
                    MOVE "AMBIGUOUS MATCH" TO WS-Review-Reason
                    MOVE SPACES TO WS-Rpt-Cust-Id
                    PERFORM 2600-Report-Review
                 WHEN WS-Grp-Status = "I"
                    ADD 1 TO WS-Inactive-Count
                    MOVE "CUSTOMER INACTIVE" TO WS-Review-Reason
                    MOVE WS-Grp-CustomerId TO WS-Rpt-Cust-Id
                    PERFORM 2600-Report-Review
                 WHEN OTHER
                    PERFORM 2300-Apply-Match
              END-EVALUATE
           END-IF.

      *    Gathers every master record carrying the key of the
      *    record in the buffer, leaving the buffer on the first
      *    record of the next group.
       2200-Load-Master-Group.
           MOVE 0 TO WS-Grp-Count
           IF WS-Mst-EOF = 1
              MOVE HIGH-VALUES TO WS-Grp-Key
           ELSE
              MOVE MstSorted-Key TO WS-Grp-Key
              MOVE MstSorted-Customer TO WS-Grp-Customer
              PERFORM UNTIL WS-Mst-EOF = 1
                    OR MstSorted-Key NOT = WS-Grp-Key
                 ADD 1 TO WS-Grp-Count
                 IF WS-Grp-Count <= 10
                    MOVE MstSorted-CustomerId
                       TO WS-Grp-Cand-Id(WS-Grp-Count)
                 END-IF
                 READ MasterSorted
                    AT END MOVE 1 TO WS-Mst-EOF
                 END-READ
              END-PERFORM
           END-IF.

      *    A confident match whose new address passes the edits
      *    becomes the transaction; one already at the new
      *    address (the vendor resending a move we have applied)
      *    is counted and dropped, so the journal does not fill
      *    with updates that change nothing.
       2300-Apply-Match.
           PERFORM 2400-Edit-New-Address
           EVALUATE TRUE
              WHEN WS-New-Is-Invalid
                 ADD 1 TO WS-Bad-New-Count
                 MOVE WS-Grp-CustomerId TO WS-Rpt-Cust-Id
                 PERFORM 2600-Report-Review
              WHEN WS-New-Line1 = WS-Grp-AddrLine1
                    AND WS-New-Line2 = WS-Grp-AddrLine2
                    AND WS-New-City = WS-Grp-City
                    AND WS-New-State = WS-Grp-State
                    AND WS-New-Zip = WS-Grp-Zip
                 ADD 1 TO WS-Same-Addr-Count
              WHEN OTHER
                 PERFORM 2500-Write-Transaction
           END-EVALUATE.

      *    The standardization SF's 3052-Standardize-Address
      *    applies, then the active-customer address edits of
      *    its 3013-Validate-Record - the customer is active, so
      *    the new address must be deliverable.
       2400-Edit-New-Address.
           SET WS-New-Is-Valid TO TRUE
           MOVE FUNCTION UPPER-CASE(CoaSorted-NewLine1)
              TO WS-New-Line1
           MOVE FUNCTION UPPER-CASE(CoaSorted-NewLine2)
              TO WS-New-Line2
           MOVE FUNCTION UPPER-CASE(CoaSorted-NewCity)
              TO WS-New-City
           MOVE FUNCTION UPPER-CASE(CoaSorted-NewState)
              TO WS-New-State
           MOVE CoaSorted-NewZip TO WS-New-Zip
           MOVE WS-New-Line1 TO WS-Addr-Line-Work
           PERFORM 1360-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-New-Line1
           MOVE WS-New-Line2 TO WS-Addr-Line-Work
           PERFORM 1360-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-New-Line2
           PERFORM 2410-Check-State-Code
           PERFORM 2420-Check-Zip-Shape
           EVALUATE TRUE
              WHEN WS-New-Line1 = SPACES
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW ADDRESS LINE 1 MISSING"
                    TO WS-Review-Reason
              WHEN WS-New-City = SPACES
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW CITY MISSING" TO WS-Review-Reason
              WHEN WS-New-State = SPACES
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW STATE MISSING" TO WS-Review-Reason
              WHEN NOT WS-State-Is-Valid
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW STATE CODE INVALID" TO WS-Review-Reason
              WHEN WS-New-Zip = SPACES
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW ZIP CODE MISSING" TO WS-Review-Reason
              WHEN NOT WS-Zip-Is-Valid
                 SET WS-New-Is-Invalid TO TRUE
                 MOVE "NEW ZIP CODE INVALID" TO WS-Review-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2410-Check-State-Code.
           IF WS-New-State = SPACES
              SET WS-State-Is-Valid TO TRUE
           ELSE
              MOVE "N" TO WS-State-Valid-Sw
              SET WS-State-Ix TO 1
              SEARCH WS-State-Code
                 AT END CONTINUE
                 WHEN WS-State-Code(WS-State-Ix) = WS-New-State
                    SET WS-State-Is-Valid TO TRUE
              END-SEARCH
           END-IF.

       2420-Check-Zip-Shape.
           EVALUATE TRUE
              WHEN WS-New-Zip = SPACES
                 SET WS-Zip-Is-Valid TO TRUE
              WHEN WS-New-Zip(1:5) IS NUMERIC
                    AND WS-New-Zip(6:4) = SPACES
                 SET WS-Zip-Is-Valid TO TRUE
              WHEN WS-New-Zip IS NUMERIC
                 SET WS-Zip-Is-Valid TO TRUE
              WHEN OTHER
                 MOVE "N" TO WS-Zip-Valid-Sw
           END-EVALUATE.

      *    The customer's record exactly as on the master - name,
      *    status and status date untouched - with only the
      *    address replaced, so the update changes nothing else.
       2500-Write-Transaction.
           MOVE "U" TO TranFunction
           MOVE WS-Grp-CustomerId TO TranCustomerId
           MOVE WS-Grp-Lastname TO TranLastname
           MOVE WS-Grp-Firstname TO TranFirstname
           MOVE WS-Grp-Middlename TO TranMiddlename
           MOVE WS-New-Line1 TO TranAddrLine1
           MOVE WS-New-Line2 TO TranAddrLine2
           MOVE WS-New-City TO TranAddrCity
           MOVE WS-New-State TO TranAddrState
           MOVE WS-New-Zip TO TranAddrZip
           MOVE WS-Grp-Status TO TranStatus
           MOVE WS-Grp-EffDate TO TranEffDate(1:8)
           WRITE TranDetails
           ADD 1 TO WS-Tran-Count.

      *    One review entry: the vendor record, the address it
      *    moves to, and for an ambiguous match one line per
      *    candidate id - kept together on one page.
       2600-Report-Review.
           ADD 1 TO WS-Review-Count
           MOVE 2 TO WS-Lines-Needed
           IF WS-Review-Reason = "AMBIGUOUS MATCH"
              IF WS-Grp-Count > 10
                 ADD 10 TO WS-Lines-Needed
              ELSE
                 ADD WS-Grp-Count TO WS-Lines-Needed
              END-IF
           END-IF
           PERFORM 2950-Check-Page-Break
           MOVE WS-Review-Reason TO WS-Rpt-Reason
           MOVE CoaSorted-Lastname TO WS-Rpt-Last
           MOVE CoaSorted-Firstname TO WS-Rpt-First
           MOVE CoaSorted-OldLine1 TO WS-Rpt-Old-Line1
           MOVE CoaSorted-OldZip TO WS-Rpt-Old-Zip
           WRITE CoaReport-Line FROM WS-Rpt-Detail-Line
           MOVE CoaSorted-NewLine1 TO WS-Rpt-New-Line1
           MOVE CoaSorted-NewCity TO WS-Rpt-New-City
           MOVE CoaSorted-NewState TO WS-Rpt-New-State
           MOVE CoaSorted-NewZip TO WS-Rpt-New-Zip
           WRITE CoaReport-Line FROM WS-Rpt-Moving-Line
           ADD 2 TO WS-Line-Count
           IF WS-Review-Reason = "AMBIGUOUS MATCH"
              MOVE SPACES TO WS-Rpt-Detail-Line
              MOVE "  CANDIDATE" TO WS-Rpt-Reason
              PERFORM VARYING WS-Grp-Ix FROM 1 BY 1
                    UNTIL WS-Grp-Ix > WS-Grp-Count
                       OR WS-Grp-Ix > 10
                 MOVE WS-Grp-Cand-Id(WS-Grp-Ix) TO WS-Rpt-Cust-Id
                 WRITE CoaReport-Line FROM WS-Rpt-Detail-Line
                 ADD 1 TO WS-Line-Count
              END-PERFORM
           END-IF.

       2950-Check-Page-Break.
           IF WS-Line-Count + WS-Lines-Needed
                 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE CoaReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE CoaReport-Line FROM WS-Rpt-Blank-Line
           WRITE CoaReport-Line FROM WS-Rpt-Col-Heading
           WRITE CoaReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

       3000-Print-Control-Totals.
           IF WS-Line-Count + 12 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE CoaReport-Line FROM WS-Rpt-Blank-Line
           MOVE "COA RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "MASTER RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Mst-Read-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "UPDATE TRANSACTIONS WRITTEN:" TO WS-Rpt-Total-Label
           MOVE WS-Tran-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "ALREADY AT NEW ADDRESS:" TO WS-Rpt-Total-Label
           MOVE WS-Same-Addr-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "NO MATCH ON MASTER:" TO WS-Rpt-Total-Label
           MOVE WS-No-Match-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "AMBIGUOUS MATCHES:" TO WS-Rpt-Total-Label
           MOVE WS-Ambiguous-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMER INACTIVE:" TO WS-Rpt-Total-Label
           MOVE WS-Inactive-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "NEW ADDRESS FAILED EDITS:" TO WS-Rpt-Total-Label
           MOVE WS-Bad-New-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "INCOMPLETE COA RECORDS:" TO WS-Rpt-Total-Label
           MOVE WS-Incomplete-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "REPEATED COA RECORDS:" TO WS-Rpt-Total-Label
           MOVE WS-Repeat-Coa-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           MOVE "CONFLICTING COA RECORDS:" TO WS-Rpt-Total-Label
           MOVE WS-Conflict-Count TO WS-Rpt-Total-Out
           WRITE CoaReport-Line FROM WS-Rpt-Total-Line
           ADD 12 TO WS-Line-Count
           DISPLAY "SFCOA: " WS-Read-Count " READ, "
              WS-Tran-Count " UPDATES, "
              WS-Review-Count " FOR REVIEW".
