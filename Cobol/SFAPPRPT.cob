       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFAPPRPT.
      *****************************************************
      * Approval-activity report for the supervisor
      * approval queue SFMAINT keeps (SFAPPRQ copybook).
      * Deletes and status changes keyed in SFMAINT wait on
      * the queue until a second "F" operator approves or
      * declines them; this nightly run closes the loop:
      *   - an item still pending after the number of days
      *     in the PARM is expired - it will never be
      *     applied, and the operator must key it again;
      *   - every declined and expired item prints, with
      *     who asked, who declined, when, and the
      *     customer it was for;
      *   - approved items are counted only, since the
      *     audit journal already carries them under both
      *     operator ids;
      *   - every finished item (approved, declined, or
      *     expired) is then deleted off the queue, so the
      *     file holds only what is still waiting, which
      *     lists at the end of the report.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalFile ASSIGN TO "APPRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AprKey
               FILE STATUS IS WS-ApprQ-Status.

           SELECT ApprovalReport ASSIGN TO "APPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ApprovalFile.
       COPY SFAPPRQ.

       FD ApprovalReport.
       01 ApprovalReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ApprQ-Status      PIC XX.
       01 WS-ApprQ-EOF         PIC Z(1).

      *    The PARM: how many days an item may sit pending before
      *    it expires.  Blank, zero, or not numeric means 5.
       01 WS-Apprpt-Parm.
          05 WS-Expiry-Parm    PIC X(2).
       01 WS-Expiry-Days       PIC 9(3) VALUE 5.
       01 WS-Cutoff-Date       PIC 9(8) VALUE 0.

       01 WS-Read-Count        PIC 9(7) VALUE 0.
       01 WS-Approved-Count    PIC 9(7) VALUE 0.
       01 WS-Declined-Count    PIC 9(7) VALUE 0.
       01 WS-Expired-Count     PIC 9(7) VALUE 0.
       01 WS-Pending-Count     PIC 9(7) VALUE 0.
       01 WS-Failed-Count      PIC 9(7) VALUE 0.

      *    The queued before-image broken back into fields for
      *    the name and the status the request started from.
       01 WS-Image-Work.
          05 WS-Img-Id         PIC X(10).
          05 WS-Img-Lastname   PIC X(20).
          05 WS-Img-Firstname  PIC X(20).
          05 WS-Img-Middlename PIC X(20).
          05 WS-Img-Address    PIC X(81).
          05 WS-Img-Status     PIC X(1).
          05 WS-Img-EffDate    PIC X(8).
       01 WS-After-Work.
          05 FILLER            PIC X(151).
          05 WS-Aft-Status     PIC X(1).
          05 FILLER            PIC X(8).

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
             "APPROVAL QUEUE ACTIVITY".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(8)  VALUE "RESULT".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CUST ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(13) VALUE "ACTION".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "REQ BY".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "REQUESTED".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "ACTED BY".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "ACTED".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "NAME".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Result     PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Cust-Id    PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Action     PIC X(13).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Req-Oper   PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Req-Date   PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Act-Oper   PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Act-Date   PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Name       PIC X(30).

       01 WS-Rpt-Section-Line  PIC X(40).
       01 WS-Rpt-Blank-Line    PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Apprpt-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Close-Out-Pass
           PERFORM 3000-Pending-Pass
           PERFORM 4000-Print-Control-Totals
           CLOSE ApprovalFile
           CLOSE ApprovalReport
           IF WS-Failed-Count > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Expired-Count > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       1000-Initialize.
           IF WS-Expiry-Parm IS NUMERIC
                 AND WS-Expiry-Parm NOT = "00"
              MOVE WS-Expiry-Parm TO WS-Expiry-Days
           ELSE
              MOVE 5 TO WS-Expiry-Days
           END-IF
           OPEN I-O ApprovalFile
           IF WS-ApprQ-Status NOT = "00"
              DISPLAY "SFAPPRPT: UNABLE TO OPEN APPROVAL QUEUE - "
                 "STATUS " WS-ApprQ-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ApprovalReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
      *    An item requested before the cutoff has been waiting
      *    longer than the PARM allows.
           COMPUTE WS-Cutoff-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-Today-Numeric)
                 - WS-Expiry-Days).

      *****************************************************
      * First pass, front to back: expires what has waited
      * too long, prints what was declined or expired,
      * counts what was approved, and deletes all three off
      * the queue.  Pending items are left alone here.
      *****************************************************
       2000-Close-Out-Pass.
           MOVE "DECLINED AND EXPIRED CHANGES" TO WS-Rpt-Section-Line
           PERFORM 2900-Print-Section
           MOVE 0 TO WS-ApprQ-EOF
           READ ApprovalFile NEXT RECORD
              AT END MOVE 1 TO WS-ApprQ-EOF
           END-READ
           PERFORM UNTIL WS-ApprQ-EOF = 1
              ADD 1 TO WS-Read-Count
              PERFORM 2100-Close-Out-Item
              READ ApprovalFile NEXT RECORD
                 AT END MOVE 1 TO WS-ApprQ-EOF
              END-READ
           END-PERFORM.

       2100-Close-Out-Item.
           IF AprIsPending AND AprReqDate < WS-Cutoff-Date
              PERFORM 2200-Expire-Item
           END-IF
           EVALUATE TRUE
              WHEN AprIsApproved
                 ADD 1 TO WS-Approved-Count
                 PERFORM 2300-Remove-Item
              WHEN AprIsDeclined
                 ADD 1 TO WS-Declined-Count
                 MOVE "DECLINED" TO WS-Rpt-Result
                 PERFORM 2400-Print-Item
                 PERFORM 2300-Remove-Item
              WHEN AprIsExpired
                 ADD 1 TO WS-Expired-Count
                 MOVE "EXPIRED" TO WS-Rpt-Result
                 PERFORM 2400-Print-Item
                 PERFORM 2300-Remove-Item
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Nobody acted on an expired item, so it carries no
      *    acting operator - only the date it ran out.
       2200-Expire-Item.
           SET AprIsExpired TO TRUE
           MOVE SPACES TO AprActOperator
           MOVE WS-Today-Numeric TO AprActDate
           MOVE ZEROS TO AprActTime.

       2300-Remove-Item.
           DELETE ApprovalFile
              INVALID KEY
                 ADD 1 TO WS-Failed-Count
                 DISPLAY "SFAPPRPT: UNABLE TO REMOVE QUEUE ITEM "
                    AprCustomerId " - STATUS " WS-ApprQ-Status
           END-DELETE.

       2400-Print-Item.
           MOVE AprBeforeImage TO WS-Image-Work
           MOVE AprAfterImage TO WS-After-Work
           MOVE AprCustomerId TO WS-Rpt-Cust-Id
           IF AprIsDelete
              MOVE "DELETE" TO WS-Rpt-Action
           ELSE
              MOVE SPACES TO WS-Rpt-Action
              STRING "STATUS " WS-Img-Status " TO " WS-Aft-Status
                 DELIMITED BY SIZE INTO WS-Rpt-Action
           END-IF
           MOVE AprReqOperator TO WS-Rpt-Req-Oper
           MOVE AprReqDate TO WS-Date-Work
           STRING WS-Date-Month "/" WS-Date-Day "/" WS-Date-Year
              DELIMITED BY SIZE INTO WS-Rpt-Req-Date
           MOVE AprActOperator TO WS-Rpt-Act-Oper
           IF AprActDate = ZEROS
              MOVE SPACES TO WS-Rpt-Act-Date
           ELSE
              MOVE AprActDate TO WS-Date-Work
              STRING WS-Date-Month "/" WS-Date-Day "/" WS-Date-Year
                 DELIMITED BY SIZE INTO WS-Rpt-Act-Date
           END-IF
           MOVE SPACES TO WS-Rpt-Name
           STRING WS-Img-Lastname DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-Img-Firstname DELIMITED BY SPACE
              INTO WS-Rpt-Name
           MOVE 1 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE ApprovalReport-Line FROM WS-Rpt-Detail-Line
           ADD 1 TO WS-Line-Count.

       2900-Print-Section.
           MOVE 3 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE ApprovalReport-Line FROM WS-Rpt-Blank-Line
           WRITE ApprovalReport-Line FROM WS-Rpt-Section-Line
           WRITE ApprovalReport-Line FROM WS-Rpt-Blank-Line
           ADD 3 TO WS-Line-Count.

       2950-Check-Page-Break.
           IF WS-Line-Count + WS-Lines-Needed > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE ApprovalReport-Line FROM WS-Rpt-Blank-Line
           WRITE ApprovalReport-Line FROM WS-Rpt-Col-Heading
           WRITE ApprovalReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

      *****************************************************
      * Second pass: everything left on the queue is still
      * waiting for a supervisor, and lists so the items do
      * not quietly run out of days.
      *****************************************************
       3000-Pending-Pass.
           MOVE "STILL AWAITING APPROVAL" TO WS-Rpt-Section-Line
           PERFORM 2900-Print-Section
           MOVE 0 TO WS-ApprQ-EOF
           MOVE LOW-VALUES TO AprKey
           START ApprovalFile KEY IS NOT LESS THAN AprKey
              INVALID KEY MOVE 1 TO WS-ApprQ-EOF
           END-START
           IF WS-ApprQ-EOF = 0
              READ ApprovalFile NEXT RECORD
                 AT END MOVE 1 TO WS-ApprQ-EOF
              END-READ
           END-IF
           PERFORM UNTIL WS-ApprQ-EOF = 1
              IF AprIsPending
                 ADD 1 TO WS-Pending-Count
                 MOVE "PENDING" TO WS-Rpt-Result
                 PERFORM 2400-Print-Item
              END-IF
              READ ApprovalFile NEXT RECORD
                 AT END MOVE 1 TO WS-ApprQ-EOF
              END-READ
           END-PERFORM.

       4000-Print-Control-Totals.
           MOVE 7 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE ApprovalReport-Line FROM WS-Rpt-Blank-Line
           MOVE "QUEUE ITEMS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           MOVE "APPROVED AND APPLIED:" TO WS-Rpt-Total-Label
           MOVE WS-Approved-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           MOVE "DECLINED:" TO WS-Rpt-Total-Label
           MOVE WS-Declined-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           MOVE "EXPIRED:" TO WS-Rpt-Total-Label
           MOVE WS-Expired-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           MOVE "STILL PENDING:" TO WS-Rpt-Total-Label
           MOVE WS-Pending-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           MOVE "ITEMS NOT REMOVED:" TO WS-Rpt-Total-Label
           MOVE WS-Failed-Count TO WS-Rpt-Total-Out
           WRITE ApprovalReport-Line FROM WS-Rpt-Total-Line
           ADD 7 TO WS-Line-Count
           DISPLAY "SFAPPRPT: " WS-Read-Count " READ, "
              WS-Approved-Count " APPROVED, "
              WS-Declined-Count " DECLINED, "
              WS-Expired-Count " EXPIRED, "
              WS-Pending-Count " PENDING".
