       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFRETLD.
      *****************************************************
      * Returned-mail loader.  Posts the mailroom's list of
      * returned pieces (RETIN, SFRETIN copybook) to the
      * indexed returned-mail file (SFRETML), one record per
      * customer.  Each return to the address already on
      * the customer's record adds one to its count; a
      * return to a different address starts the count
      * again at that address, since only returns to an
      * UNCHANGED address mean the address is bad.  When
      * the count reaches the hold threshold in the PARM
      * the record is marked held, and from the next
      * listing run SF flags the customer on EXTOUT and
      * SFLABELS stops printing their label.  A return to
      * an address the master no longer carries - mail
      * that was in flight when the address changed - is
      * ignored, as is the same piece keyed twice.  Every
      * return prints on RETLDRPT with what became of it.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnInput ASSIGN TO "RETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Return-Status.

           SELECT CustomerMaster ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IndexedCustomerId
               FILE STATUS IS WS-Master-Status.

           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

           SELECT LoadReport ASSIGN TO "RETLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReturnInput.
       COPY SFRETIN.

       FD CustomerMaster.
       COPY CUSTIDX.

       FD RetMailFile.
       COPY SFRETML.

       FD LoadReport.
       01 LoadReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Return-Status     PIC XX.
       01 WS-Master-Status     PIC XX.
       01 WS-RetMail-Status    PIC XX.
       01 WS-Return-EOF        PIC Z(1).

      *    The PARM: how many returns to one unchanged address
      *    put the customer on hold.  Blank, zero, or not
      *    numeric takes the default of 3.
       01 WS-Retld-Parm.
          05 WS-Threshold-Parm PIC X(2).
       01 WS-Hold-Threshold    PIC 9(3) VALUE 3.

      *    The mailed address and the master's current address,
      *    both put through the listing's standardization (SF's
      *    3052-Standardize-Address) before they are compared or
      *    stored - the label the piece went out on was printed
      *    from the standardized extract, so this is the form
      *    SF will compare the held address against.
       01 WS-Mailed-Address.
          05 WS-Mailed-Line1   PIC X(25).
          05 WS-Mailed-Line2   PIC X(25).
          05 WS-Mailed-City    PIC X(20).
          05 WS-Mailed-State   PIC X(2).
          05 WS-Mailed-Zip     PIC X(9).
       01 WS-Current-Address.
          05 WS-Current-Line1  PIC X(25).
          05 WS-Current-Line2  PIC X(25).
          05 WS-Current-City   PIC X(20).
          05 WS-Current-State  PIC X(2).
          05 WS-Current-Zip    PIC X(9).

       01 WS-Reason-Valid-Sw   PIC X.
          88 WS-Reason-Is-Valid    VALUE "Y".
       01 WS-Disposition       PIC X(24).
      *    What posting a return did to its record, counted in
      *    the control totals only once the record is safely
      *    written, so a failed write counts as rejected alone.
       01 WS-Post-Kind         PIC X.
          88 WS-Post-New           VALUE "N".
          88 WS-Post-Counted       VALUE "C".
          88 WS-Post-Restarted     VALUE "R".
          88 WS-Post-Ignored       VALUE "I".
       01 WS-Post-Held-Sw      PIC X.
          88 WS-Post-Now-Held      VALUE "Y".

       01 WS-Addr-Line-Work  PIC X(25).
       01 WS-Addr-Word       PIC X(6).
       01 WS-Addr-Line-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Start PIC 9(2) VALUE 0.
       01 WS-Addr-Word-Len   PIC 9(2) VALUE 0.
       01 WS-Addr-Scan-Ix    PIC 9(2) VALUE 0.
       01 WS-Std-Len         PIC 9(2) VALUE 0.

       COPY SFADDR.

       COPY SFRETRSN.

       01 WS-Read-Count        PIC 9(7) VALUE 0.
       01 WS-Rejected-Count    PIC 9(7) VALUE 0.
       01 WS-Ignored-Count     PIC 9(7) VALUE 0.
       01 WS-New-Count         PIC 9(7) VALUE 0.
       01 WS-Counted-Count     PIC 9(7) VALUE 0.
       01 WS-Restart-Count     PIC 9(7) VALUE 0.
       01 WS-Held-Count        PIC 9(7) VALUE 0.

       01 WS-Line-Count          PIC 9(3) VALUE 99.
       01 WS-Page-Count          PIC 9(3) VALUE 0.
       01 WS-Max-Lines-Per-Page  PIC 9(3) VALUE 55.
       01 WS-Today-Numeric       PIC 9(8).
       01 WS-Today-Display REDEFINES WS-Today-Numeric.
          05 WS-Today-Year  PIC 9(4).
          05 WS-Today-Month PIC 9(2).
          05 WS-Today-Day   PIC 9(2).
       01 WS-Today-Formatted PIC X(10).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "RETURNED MAIL LOAD".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(24) VALUE "DISPOSITION".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CUST ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "RETURNED".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(3)  VALUE "RSN".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "COUNT".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(25) VALUE "MAILED TO ADDRESS 1".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "ZIP".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Disposition PIC X(24).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Cust-Id  PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Ret-Date PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Reason   PIC X(3).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-Rpt-Count    PIC ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Line1    PIC X(25).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Zip      PIC X(9).

       01 WS-Ret-Date-Work.
          05 WS-Ret-Year  PIC X(4).
          05 WS-Ret-Month PIC X(2).
          05 WS-Ret-Day   PIC X(2).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Retld-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Load-Pass
           PERFORM 3000-Print-Control-Totals
           CLOSE LoadReport
      *    RC 4 when any return was refused, so the mailroom
      *    list goes back for correction.
           IF WS-Rejected-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           IF WS-Threshold-Parm IS NUMERIC
                 AND WS-Threshold-Parm NOT = "00"
              MOVE WS-Threshold-Parm TO WS-Hold-Threshold
           ELSE
              MOVE 3 TO WS-Hold-Threshold
           END-IF
           OPEN OUTPUT LoadReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted.

       2000-Load-Pass.
           MOVE 0 TO WS-Return-EOF
           OPEN INPUT ReturnInput
           IF WS-Return-Status NOT = "00"
              DISPLAY "SFRETLD: UNABLE TO OPEN RETURNS LIST - "
                 "STATUS " WS-Return-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CustomerMaster
           IF WS-Master-Status NOT = "00"
              DISPLAY "SFRETLD: UNABLE TO OPEN CUSTOMER MASTER - "
                 "STATUS " WS-Master-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O RetMailFile
           IF WS-RetMail-Status NOT = "00"
              DISPLAY "SFRETLD: UNABLE TO OPEN RETURNED-MAIL FILE - "
                 "STATUS " WS-RetMail-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ ReturnInput
              AT END MOVE 1 TO WS-Return-EOF
           END-READ
           PERFORM UNTIL WS-Return-EOF = 1
              ADD 1 TO WS-Read-Count
              PERFORM 2100-Load-One
              READ ReturnInput
                 AT END MOVE 1 TO WS-Return-EOF
              END-READ
           END-PERFORM
           CLOSE ReturnInput
           CLOSE CustomerMaster
           CLOSE RetMailFile.

       2100-Load-One.
           MOVE 0 TO RetCount
           PERFORM 2110-Check-Reason-Code
           EVALUATE TRUE
              WHEN RtnCustomerId = SPACES
                 MOVE "REJECTED - NO CUST ID" TO WS-Disposition
                 PERFORM 2900-Report-Rejected
              WHEN RtnDate IS NOT NUMERIC
                    OR RtnDate = ZERO
                 MOVE "REJECTED - BAD DATE" TO WS-Disposition
                 PERFORM 2900-Report-Rejected
              WHEN RtnDate > WS-Today-Numeric
                 MOVE "REJECTED - FUTURE DATE" TO WS-Disposition
                 PERFORM 2900-Report-Rejected
              WHEN NOT WS-Reason-Is-Valid
                 MOVE "REJECTED - BAD REASON" TO WS-Disposition
                 PERFORM 2900-Report-Rejected
              WHEN RtnAddrLine1 = SPACES
                 MOVE "REJECTED - NO ADDRESS" TO WS-Disposition
                 PERFORM 2900-Report-Rejected
              WHEN OTHER
                 MOVE RtnCustomerId TO IndexedCustomerId
                 READ CustomerMaster
                    INVALID KEY
                       MOVE "REJECTED - NOT ON MASTER"
                          TO WS-Disposition
                       PERFORM 2900-Report-Rejected
                    NOT INVALID KEY
                       PERFORM 2200-Check-Current-Address
                 END-READ
           END-EVALUATE.

       2110-Check-Reason-Code.
           MOVE "N" TO WS-Reason-Valid-Sw
           SET WS-Return-Reason-Ix TO 1
           SEARCH WS-Return-Reason-Entry
              AT END CONTINUE
              WHEN WS-Return-Reason-Code(WS-Return-Reason-Ix)
                    = RtnReason
                 SET WS-Reason-Is-Valid TO TRUE
           END-SEARCH.

      *    Both addresses standardized, then compared whole.  A
      *    piece mailed to an address the customer has since left
      *    says nothing about the address on file now.
       2200-Check-Current-Address.
           MOVE RtnMailedAddress TO WS-Mailed-Address
           MOVE FUNCTION UPPER-CASE(WS-Mailed-Line1)
              TO WS-Mailed-Line1
           MOVE FUNCTION UPPER-CASE(WS-Mailed-Line2)
              TO WS-Mailed-Line2
           MOVE FUNCTION UPPER-CASE(WS-Mailed-City)
              TO WS-Mailed-City
           MOVE FUNCTION UPPER-CASE(WS-Mailed-State)
              TO WS-Mailed-State
           MOVE WS-Mailed-Line1 TO WS-Addr-Line-Work
           PERFORM 2260-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-Mailed-Line1
           MOVE WS-Mailed-Line2 TO WS-Addr-Line-Work
           PERFORM 2260-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-Mailed-Line2
           MOVE IndexedCustomerAddress TO WS-Current-Address
           MOVE FUNCTION UPPER-CASE(WS-Current-Line1)
              TO WS-Current-Line1
           MOVE FUNCTION UPPER-CASE(WS-Current-Line2)
              TO WS-Current-Line2
           MOVE FUNCTION UPPER-CASE(WS-Current-City)
              TO WS-Current-City
           MOVE FUNCTION UPPER-CASE(WS-Current-State)
              TO WS-Current-State
           MOVE WS-Current-Line1 TO WS-Addr-Line-Work
           PERFORM 2260-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-Current-Line1
           MOVE WS-Current-Line2 TO WS-Addr-Line-Work
           PERFORM 2260-Expand-Street-Suffix
           MOVE WS-Addr-Line-Work TO WS-Current-Line2
           IF WS-Mailed-Address NOT = WS-Current-Address
              ADD 1 TO WS-Ignored-Count
              MOVE "IGNORED - ADDR CHANGED" TO WS-Disposition
              PERFORM 2950-Print-Detail
           ELSE
              PERFORM 2300-Post-Return
           END-IF.

      *    Same trailing-word expansion as SF's 3053; the variant
      *    table comes from the shared SFADDR copybook.
       2260-Expand-Street-Suffix.
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
                       PERFORM 2270-Overlay-Suffix
                 END-SEARCH
              END-IF
           END-IF.

       2270-Overlay-Suffix.
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

       2300-Post-Return.
           MOVE "N" TO WS-Post-Held-Sw
           MOVE RtnCustomerId TO RetCustomerId
           READ RetMailFile
              INVALID KEY
                 PERFORM 2310-Start-Record
                 SET WS-Post-New TO TRUE
                 MOVE "NEW - FIRST RETURN" TO WS-Disposition
                 PERFORM 2330-Check-Threshold
                 WRITE RetMailDetails
                    INVALID KEY
                       MOVE "REJECTED - WRITE FAILED"
                          TO WS-Disposition
                    NOT INVALID KEY
                       PERFORM 2340-Count-Posted
                 END-WRITE
              NOT INVALID KEY
                 PERFORM 2320-Add-To-Record
                 REWRITE RetMailDetails
                    INVALID KEY
                       MOVE "REJECTED - REWRITE FAILED"
                          TO WS-Disposition
                    NOT INVALID KEY
                       PERFORM 2340-Count-Posted
                 END-REWRITE
           END-READ
           IF WS-Disposition(1:8) = "REJECTED"
              PERFORM 2900-Report-Rejected
           ELSE
              PERFORM 2950-Print-Detail
           END-IF.

       2310-Start-Record.
           MOVE RtnCustomerId TO RetCustomerId
           MOVE WS-Mailed-Address TO RetMailedAddress
           MOVE 1 TO RetCount
           MOVE RtnDate TO RetFirstDate
           MOVE RtnDate TO RetLastDate
           MOVE RtnReason TO RetLastReason
           MOVE "N" TO RetHeldSw
           MOVE ZERO TO RetHeldDate.

      *    The same piece keyed twice (same date, same reason, same
      *    address) is not a second return.  A return to another
      *    address than the one on the record starts the count
      *    over there - the customer has moved since the earlier
      *    returns, so they no longer count against the address.
       2320-Add-To-Record.
           EVALUATE TRUE
              WHEN RetMailedAddress NOT = WS-Mailed-Address
                 PERFORM 2310-Start-Record
                 SET WS-Post-Restarted TO TRUE
                 MOVE "RESTARTED - NEW ADDRESS" TO WS-Disposition
              WHEN RetLastDate = RtnDate
                    AND RetLastReason = RtnReason
                 SET WS-Post-Ignored TO TRUE
                 MOVE "IGNORED - DUPLICATE" TO WS-Disposition
              WHEN OTHER
                 IF RetCount < 999
                    ADD 1 TO RetCount
                 END-IF
                 IF RtnDate > RetLastDate
                    MOVE RtnDate TO RetLastDate
                    MOVE RtnReason TO RetLastReason
                 END-IF
                 IF RtnDate < RetFirstDate
                    MOVE RtnDate TO RetFirstDate
                 END-IF
                 SET WS-Post-Counted TO TRUE
                 MOVE "COUNTED" TO WS-Disposition
           END-EVALUATE
           PERFORM 2330-Check-Threshold.

      *    Reaching the threshold sets the hold; the report line
      *    says so, since that is the line the mailroom acts on.
       2330-Check-Threshold.
           IF RetCount >= WS-Hold-Threshold
                 AND NOT RetIsHeld
              SET RetIsHeld TO TRUE
              MOVE WS-Today-Numeric TO RetHeldDate
              SET WS-Post-Now-Held TO TRUE
              MOVE "NOW HELD" TO WS-Disposition
           END-IF.

       2340-Count-Posted.
           EVALUATE TRUE
              WHEN WS-Post-New
                 ADD 1 TO WS-New-Count
              WHEN WS-Post-Counted
                 ADD 1 TO WS-Counted-Count
              WHEN WS-Post-Restarted
                 ADD 1 TO WS-Restart-Count
              WHEN WS-Post-Ignored
                 ADD 1 TO WS-Ignored-Count
           END-EVALUATE
           IF WS-Post-Now-Held
              ADD 1 TO WS-Held-Count
           END-IF.

       2900-Report-Rejected.
           ADD 1 TO WS-Rejected-Count
           PERFORM 2950-Print-Detail.

       2950-Print-Detail.
           MOVE WS-Disposition TO WS-Rpt-Disposition
           MOVE RtnCustomerId TO WS-Rpt-Cust-Id
           MOVE RtnDate TO WS-Ret-Date-Work
           STRING WS-Ret-Month "/" WS-Ret-Day "/" WS-Ret-Year
              DELIMITED BY SIZE INTO WS-Rpt-Ret-Date
           MOVE RtnReason TO WS-Rpt-Reason
           MOVE RetCount TO WS-Rpt-Count
           MOVE RtnAddrLine1 TO WS-Rpt-Line1
           MOVE RtnAddrZip TO WS-Rpt-Zip
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE LoadReport-Line FROM WS-Rpt-Detail-Line
           ADD 1 TO WS-Line-Count.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE LoadReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE LoadReport-Line FROM WS-Rpt-Blank-Line
           WRITE LoadReport-Line FROM WS-Rpt-Col-Heading
           WRITE LoadReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

       3000-Print-Control-Totals.
           IF WS-Line-Count + 8 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE LoadReport-Line FROM WS-Rpt-Blank-Line
           MOVE "RETURNS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "FIRST RETURNS (NEW RECORDS):" TO WS-Rpt-Total-Label
           MOVE WS-New-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "REPEAT RETURNS COUNTED:" TO WS-Rpt-Total-Label
           MOVE WS-Counted-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "RESTARTED AT NEW ADDRESS:" TO WS-Rpt-Total-Label
           MOVE WS-Restart-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "IGNORED:" TO WS-Rpt-Total-Label
           MOVE WS-Ignored-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "REJECTED:" TO WS-Rpt-Total-Label
           MOVE WS-Rejected-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMERS NEWLY HELD:" TO WS-Rpt-Total-Label
           MOVE WS-Held-Count TO WS-Rpt-Total-Out
           WRITE LoadReport-Line FROM WS-Rpt-Total-Line
           ADD 8 TO WS-Line-Count
           DISPLAY "SFRETLD: " WS-Read-Count " RETURNS READ, "
              WS-Held-Count " NEWLY HELD, "
              WS-Rejected-Count " REJECTED".
