       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFSUPRPT.
      *****************************************************
      * Returned-mail suppression report.  Lists every
      * customer the returned-mail file (SFRETML) currently
      * holds - mail to them is suppressed because pieces
      * kept coming back from the address on file - with
      * the name from the indexed master, how many returns,
      * over what dates, the latest return reason, and the
      * address the mail was returned from.  Records still
      * under the threshold are counted but not listed.  A
      * hold comes off by itself when the address is
      * changed through maintenance, so everyone on this
      * report is waiting on a new address.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

           SELECT CustomerMaster ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IndexedCustomerId
               FILE STATUS IS WS-Master-Status.

           SELECT SuppressReport ASSIGN TO "SUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RetMailFile.
       COPY SFRETML.

       FD CustomerMaster.
       COPY CUSTIDX.

       FD SuppressReport.
       01 SuppressReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RetMail-Status    PIC XX.
       01 WS-Master-Status     PIC XX.
       01 WS-RetMail-EOF       PIC Z(1).

       COPY SFRETRSN.

       01 WS-Read-Count        PIC 9(7) VALUE 0.
       01 WS-Held-Count        PIC 9(7) VALUE 0.
       01 WS-Watch-Count       PIC 9(7) VALUE 0.
       01 WS-No-Master-Count   PIC 9(7) VALUE 0.

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

       01 WS-Date-Work.
          05 WS-Date-Year  PIC X(4).
          05 WS-Date-Month PIC X(2).
          05 WS-Date-Day   PIC X(2).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "RETURNED MAIL SUPPRESSION".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(10) VALUE "CUST ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "NAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "RTNS".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "FIRST".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "LAST".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "HELD".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(22) VALUE "LAST REASON".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Cust-Id    PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Name       PIC X(30).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Count      PIC ZZ9.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-Rpt-First-Date PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Last-Date  PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Held-Date  PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Reason     PIC X(22).

      *    Second line of each entry: the address the returns
      *    came back from, indented under the name.
       01 WS-Rpt-Address-Line.
          05 FILLER            PIC X(12) VALUE SPACES.
          05 FILLER            PIC X(14) VALUE "RETURNED FROM:".
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-Rpt-Line1      PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-Rpt-Line2      PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-Rpt-City       PIC X(20).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-Rpt-State      PIC X(2).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-Rpt-Zip        PIC X(9).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Report-Pass
           PERFORM 3000-Print-Control-Totals
           CLOSE SuppressReport
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT SuppressReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted.

       2000-Report-Pass.
           MOVE 0 TO WS-RetMail-EOF
           OPEN INPUT RetMailFile
           IF WS-RetMail-Status NOT = "00"
              DISPLAY "SFSUPRPT: UNABLE TO OPEN RETURNED-MAIL FILE - "
                 "STATUS " WS-RetMail-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CustomerMaster
           IF WS-Master-Status NOT = "00"
              DISPLAY "SFSUPRPT: UNABLE TO OPEN CUSTOMER MASTER - "
                 "STATUS " WS-Master-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RetMailFile NEXT RECORD
              AT END MOVE 1 TO WS-RetMail-EOF
           END-READ
           PERFORM UNTIL WS-RetMail-EOF = 1
              ADD 1 TO WS-Read-Count
              IF RetIsHeld
                 ADD 1 TO WS-Held-Count
                 PERFORM 2100-Report-Held
              ELSE
                 ADD 1 TO WS-Watch-Count
              END-IF
              READ RetMailFile NEXT RECORD
                 AT END MOVE 1 TO WS-RetMail-EOF
              END-READ
           END-PERFORM
           CLOSE RetMailFile
           CLOSE CustomerMaster.

       2100-Report-Held.
           MOVE RetCustomerId TO WS-Rpt-Cust-Id
           MOVE RetCustomerId TO IndexedCustomerId
           READ CustomerMaster
              INVALID KEY
                 ADD 1 TO WS-No-Master-Count
                 MOVE "** NOT ON CUSTOMER MASTER **" TO WS-Rpt-Name
              NOT INVALID KEY
                 MOVE SPACES TO WS-Rpt-Name
                 STRING IndexedLastname DELIMITED BY SPACE
                        ", " DELIMITED BY SIZE
                        IndexedFirstname DELIMITED BY SPACE
                    INTO WS-Rpt-Name
           END-READ
           MOVE RetCount TO WS-Rpt-Count
           MOVE RetFirstDate TO WS-Date-Work
           STRING WS-Date-Month "/" WS-Date-Day "/" WS-Date-Year
              DELIMITED BY SIZE INTO WS-Rpt-First-Date
           MOVE RetLastDate TO WS-Date-Work
           STRING WS-Date-Month "/" WS-Date-Day "/" WS-Date-Year
              DELIMITED BY SIZE INTO WS-Rpt-Last-Date
           MOVE RetHeldDate TO WS-Date-Work
           STRING WS-Date-Month "/" WS-Date-Day "/" WS-Date-Year
              DELIMITED BY SIZE INTO WS-Rpt-Held-Date
           MOVE RetLastReason TO WS-Rpt-Reason
           SET WS-Return-Reason-Ix TO 1
           SEARCH WS-Return-Reason-Entry
              AT END CONTINUE
              WHEN WS-Return-Reason-Code(WS-Return-Reason-Ix)
                    = RetLastReason
                 MOVE WS-Return-Reason-Desc(WS-Return-Reason-Ix)
                    TO WS-Rpt-Reason
           END-SEARCH
           MOVE RetAddrLine1 TO WS-Rpt-Line1
           MOVE RetAddrLine2 TO WS-Rpt-Line2
           MOVE RetAddrCity TO WS-Rpt-City
           MOVE RetAddrState TO WS-Rpt-State
           MOVE RetAddrZip TO WS-Rpt-Zip
           MOVE 3 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE SuppressReport-Line FROM WS-Rpt-Detail-Line
           WRITE SuppressReport-Line FROM WS-Rpt-Address-Line
           WRITE SuppressReport-Line FROM WS-Rpt-Blank-Line
           ADD 3 TO WS-Line-Count.

       2950-Check-Page-Break.
           IF WS-Line-Count + WS-Lines-Needed > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE SuppressReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE SuppressReport-Line FROM WS-Rpt-Blank-Line
           WRITE SuppressReport-Line FROM WS-Rpt-Col-Heading
           WRITE SuppressReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

       3000-Print-Control-Totals.
           MOVE 5 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE SuppressReport-Line FROM WS-Rpt-Blank-Line
           MOVE "RETURNED-MAIL RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE SuppressReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMERS HELD:" TO WS-Rpt-Total-Label
           MOVE WS-Held-Count TO WS-Rpt-Total-Out
           WRITE SuppressReport-Line FROM WS-Rpt-Total-Line
           MOVE "UNDER THRESHOLD (NOT HELD):" TO WS-Rpt-Total-Label
           MOVE WS-Watch-Count TO WS-Rpt-Total-Out
           WRITE SuppressReport-Line FROM WS-Rpt-Total-Line
           MOVE "HELD BUT NOT ON MASTER:" TO WS-Rpt-Total-Label
           MOVE WS-No-Master-Count TO WS-Rpt-Total-Out
           WRITE SuppressReport-Line FROM WS-Rpt-Total-Line
           ADD 5 TO WS-Line-Count
           DISPLAY "SFSUPRPT: " WS-Read-Count " READ, "
              WS-Held-Count " HELD".
