       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFOPSUM.
      *****************************************************
      * Nightly operations summary, one page, off the shared
      * run-control file (SFRUNCTL copybook).  For each step
      * of the nightly chain - SFLIST, SFDEDUP, SFAPPLY,
      * SFRECON, in that order - it shows when the step
      * started and ended, the elapsed minutes, and the
      * condition code its ENDED stamp carries, and flags:
      *   - a step with no STARTED stamp for the night as
      *     never started;
      *   - a STARTED with no ENDED after it as an abend or
      *     a step still running;
      *   - an ENDED condition code above 4 as failed;
      *   - an elapsed time over the PARM's batch-window
      *     threshold as late.
      * A night runs from noon on the PARM date to noon the
      * next day, so a chain straddling midnight reads as
      * one night; a step run more than once that night
      * reports its last run.  The step ends RC 8 when the
      * chain is incomplete and RC 4 when it finished but a
      * step ran late, so the scheduler can page on-call
      * instead of somebody reading SYSOUT at 8 a.m.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

           SELECT OpsReport ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
       COPY SFRUNCTL.

       FD OpsReport.
       01 OpsReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RunCtl-Status     PIC XX.
       01 WS-RunCtl-EOF        PIC Z(1).

      *    The PARM: the night (the date the chain started, blank
      *    for last night) and the batch-window threshold, in
      *    minutes, no single step may run past (blank, zero, or
      *    not numeric means 60).
       01 WS-Opsum-Parm.
          05 WS-Night-Parm     PIC X(8).
          05 WS-Window-Parm    PIC X(3).
       01 WS-Night-Date        PIC 9(8) VALUE 0.
       01 WS-Morning-Date      PIC 9(8) VALUE 0.
       01 WS-Window-Minutes    PIC 9(3) VALUE 60.

      *    The night as two 16-digit date+time stamps, noon to
      *    noon, so the in-night test is two plain compares.
       01 WS-Night-From-Stamp  PIC X(16).
       01 WS-Night-To-Stamp    PIC X(16).
       01 WS-Scan-Stamp        PIC X(16).

      *    The chain, in running order.
       01 WS-Chain-Lit.
          05 FILLER PIC X(8) VALUE "SFLIST".
          05 FILLER PIC X(8) VALUE "SFDEDUP".
          05 FILLER PIC X(8) VALUE "SFAPPLY".
          05 FILLER PIC X(8) VALUE "SFRECON".
       01 WS-Chain-Table REDEFINES WS-Chain-Lit.
          05 WS-Chain-Job OCCURS 4 TIMES
             INDEXED BY WS-Chain-Ix PIC X(8).

      *    What the scan found for each chain step, same order.
      *    LOW-VALUES in a stamp means none found.
       01 WS-Step-Table.
          05 WS-Step-Entry OCCURS 4 TIMES.
             10 WS-Step-Start-Stamp PIC X(16).
             10 WS-Step-End-Stamp   PIC X(16).
             10 WS-Step-Cond        PIC 9(4).
             10 WS-Step-Runs        PIC 9(3).
       01 WS-Step-Sub          PIC 9(2).

      *    A stamp taken apart for the elapsed-time arithmetic
      *    and the report's date/time columns.
       01 WS-Calc-Stamp.
          05 WS-Calc-Date      PIC 9(8).
          05 WS-Calc-Date-Parts REDEFINES WS-Calc-Date.
             10 WS-Calc-Year   PIC 9(4).
             10 WS-Calc-Month  PIC 9(2).
             10 WS-Calc-Day    PIC 9(2).
          05 WS-Calc-HH        PIC 9(2).
          05 WS-Calc-MM        PIC 9(2).
          05 FILLER            PIC 9(4).
       01 WS-Start-Minute      PIC 9(9).
       01 WS-End-Minute        PIC 9(9).
       01 WS-Elapsed-Minutes   PIC 9(5).

       01 WS-Incomplete-Sw     PIC X VALUE "N".
          88 WS-Chain-Incomplete VALUE "Y".
       01 WS-Late-Sw           PIC X VALUE "N".
          88 WS-Chain-Late       VALUE "Y".
       01 WS-Step-Failed-Sw    PIC X.
          88 WS-Step-Failed      VALUE "Y".
       01 WS-Step-Late-Sw      PIC X.
          88 WS-Step-Late        VALUE "Y".

       01 WS-Stamps-Read       PIC 9(7) VALUE 0.
       01 WS-Stamps-In-Night   PIC 9(7) VALUE 0.

       01 WS-Page-Count          PIC 9(3) VALUE 0.
       01 WS-Today-Numeric       PIC 9(8).
       01 WS-Today-Display REDEFINES WS-Today-Numeric.
          05 WS-Today-Year  PIC 9(4).
          05 WS-Today-Month PIC 9(2).
          05 WS-Today-Day   PIC 9(2).
       01 WS-Today-Formatted PIC X(10).

       01 WS-Rpt-Header-1.
          05 FILLER          PIC X(26) VALUE
             "NIGHTLY OPERATIONS SUMMARY".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Night-Line.
          05 FILLER          PIC X(10) VALUE "NIGHT OF:".
          05 WS-Rpt-Night    PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(24) VALUE
             "BATCH WINDOW PER STEP:".
          05 WS-Rpt-Window   PIC ZZ9.
          05 FILLER          PIC X(8)  VALUE " MINUTES".

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(8)  VALUE "STEP".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(11) VALUE "STARTED".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(11) VALUE "ENDED".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "MINUTES".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(4)  VALUE "CC".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(4)  VALUE "RUNS".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "STATUS".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Job        PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Started    PIC X(11).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Ended      PIC X(11).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Elapsed    PIC X(7).
          05 WS-Rpt-Elapsed-Num REDEFINES WS-Rpt-Elapsed
                               PIC ZZ,ZZ9B.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Cond       PIC X(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Runs       PIC ZZ9B.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Status     PIC X(30).

      *    "MM/DD HH:MM" - the night spans two dates, so the
      *    date goes with every time.
       01 WS-Rpt-Stamp-Work.
          05 WS-Rpt-Stamp-Month PIC 9(2).
          05 FILLER             PIC X(1) VALUE "/".
          05 WS-Rpt-Stamp-Day   PIC 9(2).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 WS-Rpt-Stamp-HH    PIC 9(2).
          05 FILLER             PIC X(1) VALUE ":".
          05 WS-Rpt-Stamp-MM    PIC 9(2).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.
       01 WS-Rpt-Verdict-Line PIC X(60).

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Opsum-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Scan-Run-Control
           PERFORM 3000-Print-Summary
           CLOSE OpsReport
           EVALUATE TRUE
              WHEN WS-Chain-Incomplete
                 MOVE 8 TO RETURN-CODE
              WHEN WS-Chain-Late
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           STOP RUN.

       1000-Initialize.
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
           IF WS-Night-Parm = SPACES
              COMPUTE WS-Night-Date = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-Today-Numeric) - 1)
           ELSE
              IF WS-Night-Parm IS NOT NUMERIC
                 DISPLAY "SFOPSUM: NIGHT DATE IN PARM NOT YYYYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Night-Parm TO WS-Night-Date
           END-IF
           IF WS-Window-Parm IS NUMERIC
                 AND WS-Window-Parm NOT = "000"
              MOVE WS-Window-Parm TO WS-Window-Minutes
           ELSE
              MOVE 60 TO WS-Window-Minutes
           END-IF
           COMPUTE WS-Morning-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-Night-Date) + 1)
           MOVE WS-Night-Date TO WS-Night-From-Stamp(1:8)
           MOVE "12000000" TO WS-Night-From-Stamp(9:8)
           MOVE WS-Morning-Date TO WS-Night-To-Stamp(1:8)
           MOVE "11595999" TO WS-Night-To-Stamp(9:8)
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                 UNTIL WS-Step-Sub > 4
              MOVE LOW-VALUES TO WS-Step-Start-Stamp(WS-Step-Sub)
              MOVE LOW-VALUES TO WS-Step-End-Stamp(WS-Step-Sub)
              MOVE 0 TO WS-Step-Cond(WS-Step-Sub)
              MOVE 0 TO WS-Step-Runs(WS-Step-Sub)
           END-PERFORM
           OPEN OUTPUT OpsReport
           MOVE 0 TO WS-Page-Count.

      *****************************************************
      * One pass over the run-control file.  It is a MOD
      * accumulator written in time order, so each step's
      * last STARTED of the night, and the ENDED after it,
      * are simply the last ones met.  An ENDED older than
      * the step's latest STARTED belongs to an earlier run
      * and is ignored.
      *****************************************************
       2000-Scan-Run-Control.
           MOVE 0 TO WS-RunCtl-EOF
           OPEN INPUT RunCtlFile
           IF WS-RunCtl-Status NOT = "00"
              DISPLAY "SFOPSUM: UNABLE TO OPEN RUN CONTROL FILE - "
                 "STATUS " WS-RunCtl-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RunCtlFile
              AT END MOVE 1 TO WS-RunCtl-EOF
           END-READ
           PERFORM UNTIL WS-RunCtl-EOF = 1
              ADD 1 TO WS-Stamps-Read
              MOVE RunCtlDate TO WS-Scan-Stamp(1:8)
              MOVE RunCtlTime TO WS-Scan-Stamp(9:8)
              IF WS-Scan-Stamp >= WS-Night-From-Stamp
                    AND WS-Scan-Stamp <= WS-Night-To-Stamp
                 ADD 1 TO WS-Stamps-In-Night
                 PERFORM 2100-Note-Stamp
              END-IF
              READ RunCtlFile
                 AT END MOVE 1 TO WS-RunCtl-EOF
              END-READ
           END-PERFORM
           CLOSE RunCtlFile.

       2100-Note-Stamp.
           SET WS-Chain-Ix TO 1
           SEARCH WS-Chain-Job
              AT END CONTINUE
              WHEN WS-Chain-Job(WS-Chain-Ix) = RunCtlJob
                 SET WS-Step-Sub TO WS-Chain-Ix
                 EVALUATE TRUE
                    WHEN RunCtlStarted
                       MOVE WS-Scan-Stamp
                          TO WS-Step-Start-Stamp(WS-Step-Sub)
                       MOVE LOW-VALUES
                          TO WS-Step-End-Stamp(WS-Step-Sub)
                       MOVE 0 TO WS-Step-Cond(WS-Step-Sub)
                       ADD 1 TO WS-Step-Runs(WS-Step-Sub)
                    WHEN RunCtlEnded
                          AND WS-Step-Start-Stamp(WS-Step-Sub)
                             NOT = LOW-VALUES
                          AND WS-Scan-Stamp
                             >= WS-Step-Start-Stamp(WS-Step-Sub)
                       MOVE WS-Scan-Stamp
                          TO WS-Step-End-Stamp(WS-Step-Sub)
                       MOVE RunCtlCond TO WS-Step-Cond(WS-Step-Sub)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-SEARCH.

       3000-Print-Summary.
           PERFORM 3900-Print-Headers
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                 UNTIL WS-Step-Sub > 4
              PERFORM 3100-Print-Step
           END-PERFORM
           WRITE OpsReport-Line FROM WS-Rpt-Blank-Line
           IF WS-Chain-Incomplete
              MOVE "** CHAIN INCOMPLETE - SEE STATUS ABOVE **"
                 TO WS-Rpt-Verdict-Line
              WRITE OpsReport-Line FROM WS-Rpt-Verdict-Line
           END-IF
           IF WS-Chain-Late
              MOVE "** STEP OVER THE BATCH WINDOW **"
                 TO WS-Rpt-Verdict-Line
              WRITE OpsReport-Line FROM WS-Rpt-Verdict-Line
           END-IF
           IF NOT WS-Chain-Incomplete AND NOT WS-Chain-Late
              MOVE "CHAIN COMPLETE AND WITHIN THE BATCH WINDOW"
                 TO WS-Rpt-Verdict-Line
              WRITE OpsReport-Line FROM WS-Rpt-Verdict-Line
           END-IF
           WRITE OpsReport-Line FROM WS-Rpt-Blank-Line
           MOVE "RUN-CONTROL STAMPS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Stamps-Read TO WS-Rpt-Total-Out
           WRITE OpsReport-Line FROM WS-Rpt-Total-Line
           MOVE "STAMPS FOR THIS NIGHT:" TO WS-Rpt-Total-Label
           MOVE WS-Stamps-In-Night TO WS-Rpt-Total-Out
           WRITE OpsReport-Line FROM WS-Rpt-Total-Line
           DISPLAY "SFOPSUM: NIGHT OF " WS-Rpt-Night
              " - INCOMPLETE " WS-Incomplete-Sw
              ", LATE " WS-Late-Sw.

      *    Never started and abend/running leave the later
      *    columns blank; a finished step gets its elapsed time
      *    worked out across midnight if need be, and is judged
      *    on its condition code and against the window.
       3100-Print-Step.
           MOVE SPACES TO WS-Rpt-Detail-Line
           MOVE WS-Chain-Job(WS-Step-Sub) TO WS-Rpt-Job
           MOVE WS-Step-Runs(WS-Step-Sub) TO WS-Rpt-Runs
           EVALUATE TRUE
              WHEN WS-Step-Start-Stamp(WS-Step-Sub) = LOW-VALUES
                 SET WS-Chain-Incomplete TO TRUE
                 MOVE "** NEVER STARTED **" TO WS-Rpt-Status
              WHEN WS-Step-End-Stamp(WS-Step-Sub) = LOW-VALUES
                 SET WS-Chain-Incomplete TO TRUE
                 MOVE WS-Step-Start-Stamp(WS-Step-Sub)
                    TO WS-Calc-Stamp
                 PERFORM 3200-Format-Stamp
                 MOVE WS-Rpt-Stamp-Work TO WS-Rpt-Started
                 MOVE "** ABEND OR STILL RUNNING **"
                    TO WS-Rpt-Status
              WHEN OTHER
                 PERFORM 3300-Judge-Finished-Step
           END-EVALUATE
           WRITE OpsReport-Line FROM WS-Rpt-Detail-Line.

       3200-Format-Stamp.
           MOVE WS-Calc-Month TO WS-Rpt-Stamp-Month
           MOVE WS-Calc-Day TO WS-Rpt-Stamp-Day
           MOVE WS-Calc-HH TO WS-Rpt-Stamp-HH
           MOVE WS-Calc-MM TO WS-Rpt-Stamp-MM.

       3300-Judge-Finished-Step.
           MOVE "N" TO WS-Step-Failed-Sw
           MOVE "N" TO WS-Step-Late-Sw
           MOVE WS-Step-Start-Stamp(WS-Step-Sub) TO WS-Calc-Stamp
           PERFORM 3200-Format-Stamp
           MOVE WS-Rpt-Stamp-Work TO WS-Rpt-Started
           COMPUTE WS-Start-Minute
              = FUNCTION INTEGER-OF-DATE(WS-Calc-Date) * 1440
                + WS-Calc-HH * 60 + WS-Calc-MM
           MOVE WS-Step-End-Stamp(WS-Step-Sub) TO WS-Calc-Stamp
           PERFORM 3200-Format-Stamp
           MOVE WS-Rpt-Stamp-Work TO WS-Rpt-Ended
           COMPUTE WS-End-Minute
              = FUNCTION INTEGER-OF-DATE(WS-Calc-Date) * 1440
                + WS-Calc-HH * 60 + WS-Calc-MM
           COMPUTE WS-Elapsed-Minutes = WS-End-Minute - WS-Start-Minute
           MOVE WS-Elapsed-Minutes TO WS-Rpt-Elapsed-Num
           MOVE WS-Step-Cond(WS-Step-Sub) TO WS-Rpt-Cond
           IF WS-Step-Cond(WS-Step-Sub) > 4
              SET WS-Step-Failed TO TRUE
              SET WS-Chain-Incomplete TO TRUE
           END-IF
           IF WS-Elapsed-Minutes > WS-Window-Minutes
              SET WS-Step-Late TO TRUE
              SET WS-Chain-Late TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN WS-Step-Failed AND WS-Step-Late
                 MOVE "** FAILED AND LATE **" TO WS-Rpt-Status
              WHEN WS-Step-Failed
                 MOVE "** FAILED **" TO WS-Rpt-Status
              WHEN WS-Step-Late
                 MOVE "** LATE **" TO WS-Rpt-Status
              WHEN WS-Step-Cond(WS-Step-Sub) > 0
                 MOVE "ENDED WITH WARNINGS" TO WS-Rpt-Status
              WHEN OTHER
                 MOVE "ENDED OK" TO WS-Rpt-Status
           END-EVALUATE.

       3900-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           MOVE WS-Night-Date TO WS-Calc-Date
           STRING WS-Calc-Month "/" WS-Calc-Day "/" WS-Calc-Year
              DELIMITED BY SIZE INTO WS-Rpt-Night
           MOVE WS-Window-Minutes TO WS-Rpt-Window
           WRITE OpsReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE OpsReport-Line FROM WS-Rpt-Blank-Line
           WRITE OpsReport-Line FROM WS-Rpt-Night-Line
           WRITE OpsReport-Line FROM WS-Rpt-Blank-Line
           WRITE OpsReport-Line FROM WS-Rpt-Col-Heading
           WRITE OpsReport-Line FROM WS-Rpt-Blank-Line.
