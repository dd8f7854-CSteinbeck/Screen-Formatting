       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFAUDCLS.
      *****************************************************
      * Monthly close-out of the maintenance audit journal.
      * Every entry dated before the first day of the open
      * period moves onto the indexed audit history file
      * (SFAUDHST copybook), keyed by CustomerId, date, and
      * time; entries of the open period go out on AUDKEEP,
      * which the job copies back over the live journal -
      * the same split-and-roll-back SFSWEEP does for the
      * pending file.  The live journal is left holding only
      * the current month, so SFAUDRPT and SFREPLAY read
      * less of it, and SFHIST reads a customer's closed
      * history straight off the history file by key.
      *
      * Nothing may be dropped on the way: the run proves
      * entries read = moved + already on history + kept,
      * balances a hash total of the entry times the same
      * way, and counts the history file before and after
      * to prove every entry moved actually landed there.
      * Any write failure or imbalance ends the run RC 16,
      * and the job then leaves the live journal untouched.
      * A rerun after such a failure is safe: an entry
      * already on history with an identical image counts
      * as already moved, not as a second copy.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT AuditKeep ASSIGN TO "AUDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Keep-Status.

           SELECT AuditHistFile ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AhKey
               FILE STATUS IS WS-Hist-Status.

           SELECT CloseReport ASSIGN TO "AUDCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY SFAUDIT.

       FD AuditKeep.
       01 AuditKeep-Record PIC X(353).

       FD AuditHistFile.
       COPY SFAUDHST.

       FD CloseReport.
       01 CloseReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status   PIC XX.
       01 WS-Keep-Status    PIC XX.
       01 WS-Hist-Status    PIC XX.
       01 WS-Audit-EOF      PIC Z(1).
       01 WS-Hist-EOF       PIC Z(1).

      *    The PARM names the last month to close, YYYYMM.  Blank
      *    closes everything before the current month - the
      *    normal monthly run; a month given must already be
      *    over, since the open period is never closed.
       01 WS-Close-Parm.
          05 WS-Close-Through  PIC X(6).
       01 WS-Close-Month-Work.
          05 WS-Close-Year     PIC 9(4).
          05 WS-Close-Month    PIC 9(2).
       01 WS-Cutoff-Date       PIC 9(8) VALUE 0.
       01 WS-Cutoff-Display REDEFINES WS-Cutoff-Date.
          05 WS-Cutoff-Year    PIC 9(4).
          05 WS-Cutoff-Month   PIC 9(2).
          05 WS-Cutoff-Day     PIC 9(2).

       01 WS-Entry-Id          PIC X(10).
       01 WS-Write-Done-Sw     PIC X VALUE "N".
          88 WS-Write-Done       VALUE "Y".
       01 WS-Write-Failed-Sw   PIC X VALUE "N".
          88 WS-Write-Failed     VALUE "Y".
       01 WS-Balance-Sw        PIC X VALUE "Y".
          88 WS-In-Balance       VALUE "Y".

       01 WS-Read-Count        PIC 9(9) VALUE 0.
       01 WS-Moved-Count       PIC 9(9) VALUE 0.
       01 WS-Already-Count     PIC 9(9) VALUE 0.
       01 WS-Kept-Count        PIC 9(9) VALUE 0.
       01 WS-Failed-Count      PIC 9(9) VALUE 0.
       01 WS-Out-Count         PIC 9(9) VALUE 0.
       01 WS-Hist-Before-Count PIC 9(9) VALUE 0.
       01 WS-Hist-After-Count  PIC 9(9) VALUE 0.
       01 WS-Hist-Expect-Count PIC 9(9) VALUE 0.

      *    Hash totals of AuditTime, on the way in and on the way
      *    out - a dropped or mangled entry shows here even if
      *    the counts happen to agree.
       01 WS-Hash-In           PIC 9(15) VALUE 0.
       01 WS-Hash-Out          PIC 9(15) VALUE 0.

      *    One line per closed month moved, in journal order.
       01 WS-Period-Month      PIC 9(6) VALUE 0.
       01 WS-Period-Count      PIC 9(9) VALUE 0.
       01 WS-Entry-Month       PIC 9(6).

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
       01 WS-Today-Month-Key PIC 9(6).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "AUDIT JOURNAL CLOSE-OUT".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Cutoff-Line.
          05 FILLER          PIC X(30) VALUE
             "CLOSING ENTRIES DATED BEFORE:".
          05 WS-Rpt-Cutoff   PIC X(10).

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(7)  VALUE "PERIOD".
          05 FILLER PIC X(3)  VALUE SPACES.
          05 FILLER PIC X(15) VALUE "ENTRIES CLOSED".

       01 WS-Rpt-Period-Line.
          05 WS-Rpt-Per-Month PIC 99.
          05 FILLER           PIC X(1) VALUE "/".
          05 WS-Rpt-Per-Year  PIC 9(4).
          05 FILLER           PIC X(5) VALUE SPACES.
          05 WS-Rpt-Per-Count PIC ZZZ,ZZZ,ZZ9.

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC ZZZ,ZZZ,ZZ9.

       01 WS-Rpt-Hash-Line.
          05 WS-Rpt-Hash-Label  PIC X(30).
          05 WS-Rpt-Hash-Out    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-Rpt-Balance-Line PIC X(60).

       PROCEDURE DIVISION CHAINING WS-Close-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 1500-Count-History
           MOVE WS-Hist-After-Count TO WS-Hist-Before-Count
           PERFORM 2000-Close-Out-Pass
           PERFORM 1500-Count-History
           PERFORM 3000-Prove-Totals
           PERFORM 4000-Print-Control-Totals
           CLOSE AuditHistFile
           CLOSE CloseReport
           IF NOT WS-In-Balance
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT CloseReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
           COMPUTE WS-Today-Month-Key
              = WS-Today-Year * 100 + WS-Today-Month
      *    The cutoff is the first day of the month after the
      *    last one closed; everything dated before it moves.
           IF WS-Close-Through = SPACES
              MOVE WS-Today-Year TO WS-Cutoff-Year
              MOVE WS-Today-Month TO WS-Cutoff-Month
              MOVE 1 TO WS-Cutoff-Day
           ELSE
              IF WS-Close-Through IS NOT NUMERIC
                 DISPLAY "SFAUDCLS: CLOSE-THROUGH MONTH '"
                    WS-Close-Through "' IS NOT YYYYMM - RUN REFUSED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Close-Through TO WS-Close-Month-Work
              IF WS-Close-Month < 1 OR WS-Close-Month > 12
                    OR WS-Close-Through NOT < WS-Today-Month-Key
                 DISPLAY "SFAUDCLS: CLOSE-THROUGH MONTH "
                    WS-Close-Through " IS NOT A CLOSED PERIOD - "
                    "RUN REFUSED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-Close-Month = 12
                 COMPUTE WS-Cutoff-Year = WS-Close-Year + 1
                 MOVE 1 TO WS-Cutoff-Month
              ELSE
                 MOVE WS-Close-Year TO WS-Cutoff-Year
                 COMPUTE WS-Cutoff-Month = WS-Close-Month + 1
              END-IF
              MOVE 1 TO WS-Cutoff-Day
           END-IF
           STRING WS-Cutoff-Month "/" WS-Cutoff-Day "/"
                  WS-Cutoff-Year DELIMITED BY SIZE
              INTO WS-Rpt-Cutoff
           OPEN I-O AuditHistFile
           IF WS-Hist-Status NOT = "00"
              DISPLAY "SFAUDCLS: UNABLE TO OPEN AUDIT HISTORY - "
                 "STATUS " WS-Hist-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    A straight count of the history file, run before and
      *    after the close so the difference can be proved
      *    against the entries moved.
       1500-Count-History.
           MOVE 0 TO WS-Hist-After-Count
           MOVE 0 TO WS-Hist-EOF
           MOVE LOW-VALUES TO AhKey
           START AuditHistFile KEY IS NOT LESS THAN AhKey
              INVALID KEY MOVE 1 TO WS-Hist-EOF
           END-START
           IF WS-Hist-EOF = 0
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
           END-IF
           PERFORM UNTIL WS-Hist-EOF = 1
              ADD 1 TO WS-Hist-After-Count
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
           END-PERFORM.

       2000-Close-Out-Pass.
           MOVE 0 TO WS-Audit-EOF
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
              DISPLAY "SFAUDCLS: UNABLE TO OPEN AUDIT JOURNAL - "
                 "STATUS " WS-Audit-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT AuditKeep
           IF WS-Keep-Status NOT = "00"
              DISPLAY "SFAUDCLS: UNABLE TO OPEN KEEP FILE - "
                 "STATUS " WS-Keep-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ AuditFile
              AT END MOVE 1 TO WS-Audit-EOF
           END-READ
           PERFORM UNTIL WS-Audit-EOF = 1
              ADD 1 TO WS-Read-Count
              ADD AuditTime TO WS-Hash-In
              IF AuditDate < WS-Cutoff-Date
                 PERFORM 2100-Move-To-History
              ELSE
                 PERFORM 2300-Keep-On-Journal
              END-IF
              READ AuditFile
                 AT END MOVE 1 TO WS-Audit-EOF
              END-READ
           END-PERFORM
           IF WS-Period-Count > 0
              PERFORM 2400-Print-Period
           END-IF
           CLOSE AuditFile
           CLOSE AuditKeep.

      *    Same id rule SFHIST and SFAUDRPT apply: the entry is
      *    about the after-image's customer unless it is a
      *    delete, when only the before-image carries the id.
       2100-Move-To-History.
           IF AuditAfterImage NOT = SPACES
              MOVE AuditAfterImage(1:10) TO WS-Entry-Id
           ELSE
              MOVE AuditBeforeImage(1:10) TO WS-Entry-Id
           END-IF
           COMPUTE WS-Entry-Month = AuditDate / 100
           IF WS-Entry-Month NOT = WS-Period-Month
              IF WS-Period-Count > 0
                 PERFORM 2400-Print-Period
              END-IF
              MOVE WS-Entry-Month TO WS-Period-Month
              MOVE 0 TO WS-Period-Count
           END-IF
           MOVE "N" TO WS-Write-Done-Sw
           MOVE "N" TO WS-Write-Failed-Sw
           MOVE 0 TO AhSeq
           PERFORM UNTIL WS-Write-Done OR WS-Write-Failed
              PERFORM 2200-Write-History
           END-PERFORM
           IF WS-Write-Failed
              ADD 1 TO WS-Failed-Count
           ELSE
              ADD 1 TO WS-Period-Count
              ADD AuditTime TO WS-Hash-Out
           END-IF.

      *    A key already taken is either this very entry from an
      *    earlier, interrupted close-out - identical image, so
      *    it counts as moved - or a different entry for the
      *    same customer in the same hundredth of a second, which
      *    takes the next sequence number.
       2200-Write-History.
           MOVE WS-Entry-Id TO AhCustomerId
           MOVE AuditDate TO AhDate
           MOVE AuditTime TO AhTime
           MOVE AuditOperator TO AhOperator
           MOVE AuditFunction TO AhFunction
           MOVE AuditBeforeImage TO AhBeforeImage
           MOVE AuditAfterImage TO AhAfterImage
           MOVE AuditApprover TO AhApprover
           WRITE AuditHistDetails
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-Moved-Count
                 SET WS-Write-Done TO TRUE
           END-WRITE
           IF NOT WS-Write-Done
              IF WS-Hist-Status NOT = "22"
                 DISPLAY "SFAUDCLS: HISTORY WRITE FAILED FOR "
                    WS-Entry-Id " - STATUS " WS-Hist-Status
                 SET WS-Write-Failed TO TRUE
              ELSE
                 READ AuditHistFile
                    INVALID KEY
                       SET WS-Write-Failed TO TRUE
                 END-READ
                 EVALUATE TRUE
                    WHEN WS-Write-Failed
                       DISPLAY "SFAUDCLS: HISTORY KEY CONFLICT FOR "
                          WS-Entry-Id " - STATUS " WS-Hist-Status
                    WHEN AhOperator = AuditOperator
                          AND AhFunction = AuditFunction
                          AND AhBeforeImage = AuditBeforeImage
                          AND AhAfterImage = AuditAfterImage
                          AND AhApprover = AuditApprover
                       ADD 1 TO WS-Already-Count
                       SET WS-Write-Done TO TRUE
                    WHEN AhSeq = 999
                       DISPLAY "SFAUDCLS: NO HISTORY SEQUENCE LEFT FOR "
                          WS-Entry-Id
                       SET WS-Write-Failed TO TRUE
                    WHEN OTHER
                       ADD 1 TO AhSeq
                 END-EVALUATE
              END-IF
           END-IF.

       2300-Keep-On-Journal.
           WRITE AuditKeep-Record FROM AuditDetails
           IF WS-Keep-Status = "00"
              ADD 1 TO WS-Kept-Count
              ADD AuditTime TO WS-Hash-Out
           ELSE
              DISPLAY "SFAUDCLS: KEEP FILE WRITE FAILED - STATUS "
                 WS-Keep-Status
              ADD 1 TO WS-Failed-Count
           END-IF.

       2400-Print-Period.
           COMPUTE WS-Rpt-Per-Year = WS-Period-Month / 100
           COMPUTE WS-Rpt-Per-Month
              = WS-Period-Month - (WS-Rpt-Per-Year * 100)
           MOVE WS-Period-Count TO WS-Rpt-Per-Count
           MOVE 1 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE CloseReport-Line FROM WS-Rpt-Period-Line
           ADD 1 TO WS-Line-Count.

       2950-Check-Page-Break.
           IF WS-Line-Count + WS-Lines-Needed > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE CloseReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE CloseReport-Line FROM WS-Rpt-Blank-Line
           WRITE CloseReport-Line FROM WS-Rpt-Cutoff-Line
           WRITE CloseReport-Line FROM WS-Rpt-Blank-Line
           WRITE CloseReport-Line FROM WS-Rpt-Col-Heading
           WRITE CloseReport-Line FROM WS-Rpt-Blank-Line
           MOVE 6 TO WS-Line-Count.

      *****************************************************
      * The proof.  Three independent checks, all of which
      * must hold before the job may replace the journal:
      * every entry read is accounted for, the hash of what
      * went out equals the hash of what came in, and the
      * history file grew by exactly the entries written.
      *****************************************************
       3000-Prove-Totals.
           COMPUTE WS-Out-Count
              = WS-Moved-Count + WS-Already-Count + WS-Kept-Count
           COMPUTE WS-Hist-Expect-Count
              = WS-Hist-Before-Count + WS-Moved-Count
           IF WS-Failed-Count > 0
                 OR WS-Out-Count NOT = WS-Read-Count
                 OR WS-Hash-Out NOT = WS-Hash-In
                 OR WS-Hist-After-Count NOT = WS-Hist-Expect-Count
              MOVE "N" TO WS-Balance-Sw
           END-IF.

       4000-Print-Control-Totals.
           MOVE 14 TO WS-Lines-Needed
           PERFORM 2950-Check-Page-Break
           WRITE CloseReport-Line FROM WS-Rpt-Blank-Line
           MOVE "JOURNAL ENTRIES READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "MOVED TO HISTORY:" TO WS-Rpt-Total-Label
           MOVE WS-Moved-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "ALREADY ON HISTORY:" TO WS-Rpt-Total-Label
           MOVE WS-Already-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "KEPT ON LIVE JOURNAL:" TO WS-Rpt-Total-Label
           MOVE WS-Kept-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "WRITE FAILURES:" TO WS-Rpt-Total-Label
           MOVE WS-Failed-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "HASH TOTAL IN:" TO WS-Rpt-Hash-Label
           MOVE WS-Hash-In TO WS-Rpt-Hash-Out
           WRITE CloseReport-Line FROM WS-Rpt-Hash-Line
           MOVE "HASH TOTAL OUT:" TO WS-Rpt-Hash-Label
           MOVE WS-Hash-Out TO WS-Rpt-Hash-Out
           WRITE CloseReport-Line FROM WS-Rpt-Hash-Line
           MOVE "HISTORY RECORDS BEFORE:" TO WS-Rpt-Total-Label
           MOVE WS-Hist-Before-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "HISTORY RECORDS EXPECTED:" TO WS-Rpt-Total-Label
           MOVE WS-Hist-Expect-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           MOVE "HISTORY RECORDS AFTER:" TO WS-Rpt-Total-Label
           MOVE WS-Hist-After-Count TO WS-Rpt-Total-Out
           WRITE CloseReport-Line FROM WS-Rpt-Total-Line
           WRITE CloseReport-Line FROM WS-Rpt-Blank-Line
           IF WS-In-Balance
              MOVE "CLOSE-OUT IN BALANCE - LIVE JOURNAL MAY BE REPLACED"
                 TO WS-Rpt-Balance-Line
           ELSE
              MOVE "** CLOSE-OUT OUT OF BALANCE - JOURNAL NOT REPLACED"
                 TO WS-Rpt-Balance-Line
           END-IF
           WRITE CloseReport-Line FROM WS-Rpt-Balance-Line
           ADD 14 TO WS-Line-Count
           DISPLAY "SFAUDCLS: " WS-Read-Count " READ, "
              WS-Moved-Count " MOVED, "
              WS-Already-Count " ALREADY ON HISTORY, "
              WS-Kept-Count " KEPT"
           IF NOT WS-In-Balance
              DISPLAY "SFAUDCLS: OUT OF BALANCE - LIVE JOURNAL MUST "
                 "NOT BE REPLACED"
           END-IF.
