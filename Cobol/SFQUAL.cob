       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFQUAL.
      *****************************************************
      * Per-region data quality scorecard over the
      * cumulative quality history file SF appends to after
      * every listing run (see the SFQUAL copybook).  Each
      * input source (the listing PARM's ordinal, 1-5) gets
      * a page of its own showing, this month against last
      * month, the percentage of its records read with:
      *   - a blank middle name or address line 2;
      *   - a 5-digit zip and a 9-digit zip;
      *   - a street suffix the listing had to expand;
      *   - a zero status effective date;
      *   - each reject reason the listing's validation
      *     gives (SFVALRSN table).
      * Percentages are over all the month's runs together,
      * so a short run weighs no more than its records.  A
      * measure that got worse is flagged, so the page can
      * go to the regional office as the list of what to
      * fix in their feed.  The PARM names the month as
      * YYYYMM; blank means the current month.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QualityFile ASSIGN TO "QUALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Quality-Status.

           SELECT QualityReport ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD QualityFile.
       COPY SFQUAL.

       FD QualityReport.
       01 QualityReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Quality-Status PIC XX.
       01 WS-Quality-EOF    PIC Z(1).

       01 WS-Qual-Parm.
          05 WS-Month-Parm  PIC X(6).

       01 WS-This-Month     PIC 9(6).
       01 WS-This-Month-Parts REDEFINES WS-This-Month.
          05 WS-This-Year   PIC 9(4).
          05 WS-This-Mon    PIC 9(2).
       01 WS-Last-Month     PIC 9(6).
       01 WS-Last-Month-Parts REDEFINES WS-Last-Month.
          05 WS-Last-Year   PIC 9(4).
          05 WS-Last-Mon    PIC 9(2).
       01 WS-Rec-Month      PIC 9(6).

      *    The measures in the order the SFQUAL copybook lays
      *    them out, each with the direction that counts as
      *    worse: H when a higher percentage is worse, L when a
      *    lower one is.  The reject tallies that follow them
      *    in the record are all H and take their wording from
      *    the SFVALRSN table.
       01 WS-Measure-Lit.
          05 FILLER PIC X(31) VALUE "HBLANK MIDDLE NAME".
          05 FILLER PIC X(31) VALUE "HBLANK ADDRESS LINE 2".
          05 FILLER PIC X(31) VALUE "H5-DIGIT ZIP".
          05 FILLER PIC X(31) VALUE "L9-DIGIT ZIP".
          05 FILLER PIC X(31) VALUE "HSTREET SUFFIX EXPANDED".
          05 FILLER PIC X(31) VALUE "HZERO STATUS EFFECTIVE DATE".
       01 WS-Measure-Table REDEFINES WS-Measure-Lit.
          05 WS-Measure-Entry OCCURS 6 TIMES.
             10 WS-Measure-Worse-If PIC X(1).
             10 WS-Measure-Label    PIC X(30).

       COPY SFVALRSN.

      *    The month's totals by source: occurrence 1 is the
      *    report month, 2 the month before.  The counts follow
      *    QualMeasureCount's order.
       01 WS-Month-Table.
          05 WS-Month-Entry OCCURS 2 TIMES.
             10 WS-Acc-Source OCCURS 5 TIMES.
                15 WS-Acc-Runs      PIC 9(5).
                15 WS-Acc-Restarts  PIC 9(5).
                15 WS-Acc-Read      PIC 9(9).
                15 WS-Acc-Count     PIC 9(9) OCCURS 17 TIMES.
       01 WS-Mon-Sub        PIC 9.
       01 WS-Src-Sub        PIC 9.
       01 WS-Measure-Sub    PIC 99.

      *    The DDNAME and region the latest record for each
      *    source carried, to head its page.
       01 WS-Src-Label-Table.
          05 WS-Src-Label OCCURS 5 TIMES.
             10 WS-Lbl-Dd      PIC X(8).
             10 WS-Lbl-Region  PIC X(3).
             10 WS-Lbl-Stamp   PIC X(16).
       01 WS-Rec-Stamp      PIC X(16).

       01 WS-This-Pct       PIC 9(3)V99.
       01 WS-Last-Pct       PIC 9(3)V99.
       01 WS-Change-Pct     PIC S9(3)V99.
       01 WS-Worse-Sw       PIC X.
          88 WS-Measure-Is-Worse VALUE "Y".

       01 WS-Records-On-File   PIC 9(7) VALUE 0.
       01 WS-Records-This      PIC 9(7) VALUE 0.
       01 WS-Records-Last      PIC 9(7) VALUE 0.
       01 WS-Regions-Printed   PIC 9(7) VALUE 0.
       01 WS-Worse-Count       PIC 9(7) VALUE 0.

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
             "DATA QUALITY SCORECARD".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Region-Line.
          05 FILLER          PIC X(7)  VALUE "SOURCE ".
          05 WS-Rpt-Source   PIC X(1).
          05 FILLER          PIC X(10) VALUE "  DDNAME ".
          05 WS-Rpt-Dd       PIC X(8).
          05 FILLER          PIC X(10) VALUE "  REGION ".
          05 WS-Rpt-Region   PIC X(3).
          05 FILLER          PIC X(9)  VALUE "  MONTH ".
          05 WS-Rpt-Month    PIC X(7).
          05 FILLER          PIC X(15) VALUE "  PRIOR MONTH ".
          05 WS-Rpt-Prior    PIC X(7).

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(30) VALUE "MEASURE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "THIS MONTH".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "LAST MONTH".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "  CHANGE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "TREND".

       01 WS-Rpt-Count-Line.
          05 WS-Rpt-Count-Label PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-Rpt-Count-This  PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(3) VALUE SPACES.
          05 WS-Rpt-Count-Last  PIC Z,ZZZ,ZZ9.

      *    A month with no runs for the source prints N/A in
      *    place of its percentage, and no change.
       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Label      PIC X(30).
          05 FILLER            PIC X(5) VALUE SPACES.
          05 WS-Rpt-This       PIC X(6).
          05 WS-Rpt-This-Num REDEFINES WS-Rpt-This PIC ZZ9.99.
          05 WS-Rpt-This-Sign  PIC X(1).
          05 FILLER            PIC X(5) VALUE SPACES.
          05 WS-Rpt-Last       PIC X(6).
          05 WS-Rpt-Last-Num REDEFINES WS-Rpt-Last PIC ZZ9.99.
          05 WS-Rpt-Last-Sign  PIC X(1).
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-Rpt-Change     PIC X(7).
          05 WS-Rpt-Change-Num REDEFINES WS-Rpt-Change
                               PIC +++9.99.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-Rpt-Trend      PIC X(5).

       01 WS-Rpt-Month-Work.
          05 WS-Rpt-Month-Mon  PIC 9(2).
          05 FILLER            PIC X(1) VALUE "/".
          05 WS-Rpt-Month-Year PIC 9(4).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Qual-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Accumulate-Pass
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                 UNTIL WS-Src-Sub > 5
              IF WS-Acc-Runs(1 WS-Src-Sub) > 0
                    OR WS-Acc-Runs(2 WS-Src-Sub) > 0
                 PERFORM 3000-Print-Region
              END-IF
           END-PERFORM
           PERFORM 4000-Print-Control-Totals
           CLOSE QualityReport
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT QualityReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
           IF WS-Month-Parm = SPACES
              MOVE WS-Today-Year TO WS-This-Year
              MOVE WS-Today-Month TO WS-This-Mon
           ELSE
              IF WS-Month-Parm IS NOT NUMERIC
                 DISPLAY "SFQUAL: REPORT MONTH '" WS-Month-Parm
                    "' NOT YYYYMM"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Month-Parm TO WS-This-Month
              IF WS-This-Mon < 1 OR WS-This-Mon > 12
                 DISPLAY "SFQUAL: REPORT MONTH '" WS-Month-Parm
                    "' NOT YYYYMM"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WS-This-Mon = 1
              COMPUTE WS-Last-Year = WS-This-Year - 1
              MOVE 12 TO WS-Last-Mon
           ELSE
              MOVE WS-This-Year TO WS-Last-Year
              COMPUTE WS-Last-Mon = WS-This-Mon - 1
           END-IF
           INITIALIZE WS-Month-Table
           INITIALIZE WS-Src-Label-Table.

      *****************************************************
      * One pass over the history, adding each record from
      * the report month or the month before into its
      * source's totals.  Anything older or newer, or from
      * a source outside 1-5, is only counted as on file.
      *****************************************************
       2000-Accumulate-Pass.
           MOVE 0 TO WS-Quality-EOF
           OPEN INPUT QualityFile
           IF WS-Quality-Status NOT = "00"
              DISPLAY "SFQUAL: UNABLE TO OPEN QUALITY HISTORY - "
                 "STATUS " WS-Quality-Status
              MOVE 8 TO RETURN-CODE
           ELSE
              READ QualityFile
                 AT END MOVE 1 TO WS-Quality-EOF
              END-READ
              PERFORM UNTIL WS-Quality-EOF = 1
                 ADD 1 TO WS-Records-On-File
                 PERFORM 2100-Accumulate-Record
                 READ QualityFile
                    AT END MOVE 1 TO WS-Quality-EOF
                 END-READ
              END-PERFORM
              CLOSE QualityFile
           END-IF.

       2100-Accumulate-Record.
           COMPUTE WS-Rec-Month = QualDate / 100
           MOVE 0 TO WS-Mon-Sub
           EVALUATE TRUE
              WHEN QualSource < "1" OR QualSource > "5"
                 CONTINUE
              WHEN WS-Rec-Month = WS-This-Month
                 MOVE 1 TO WS-Mon-Sub
                 ADD 1 TO WS-Records-This
              WHEN WS-Rec-Month = WS-Last-Month
                 MOVE 2 TO WS-Mon-Sub
                 ADD 1 TO WS-Records-Last
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-Mon-Sub > 0
              MOVE QualSource TO WS-Src-Sub
              ADD 1 TO WS-Acc-Runs(WS-Mon-Sub WS-Src-Sub)
              IF QualFromRestart
                 ADD 1 TO WS-Acc-Restarts(WS-Mon-Sub WS-Src-Sub)
              END-IF
              ADD QualReadCount TO WS-Acc-Read(WS-Mon-Sub WS-Src-Sub)
              PERFORM VARYING WS-Measure-Sub FROM 1 BY 1
                    UNTIL WS-Measure-Sub > 17
                 ADD QualMeasureCount(WS-Measure-Sub)
                    TO WS-Acc-Count(WS-Mon-Sub WS-Src-Sub
                                    WS-Measure-Sub)
              END-PERFORM
              MOVE QualDate TO WS-Rec-Stamp(1:8)
              MOVE QualTime TO WS-Rec-Stamp(9:8)
              IF WS-Rec-Stamp >= WS-Lbl-Stamp(WS-Src-Sub)
                 MOVE WS-Rec-Stamp TO WS-Lbl-Stamp(WS-Src-Sub)
                 MOVE QualDd TO WS-Lbl-Dd(WS-Src-Sub)
                 MOVE QualRegion TO WS-Lbl-Region(WS-Src-Sub)
              END-IF
           END-IF.

      *****************************************************
      * One page per source, so each region's page can go to
      * that regional office on its own.
      *****************************************************
       3000-Print-Region.
           PERFORM 2960-Print-Headers
           ADD 1 TO WS-Regions-Printed
           MOVE WS-Src-Sub TO WS-Rpt-Source
           MOVE WS-Lbl-Dd(WS-Src-Sub) TO WS-Rpt-Dd
           MOVE WS-Lbl-Region(WS-Src-Sub) TO WS-Rpt-Region
           MOVE WS-This-Mon TO WS-Rpt-Month-Mon
           MOVE WS-This-Year TO WS-Rpt-Month-Year
           MOVE WS-Rpt-Month-Work TO WS-Rpt-Month
           MOVE WS-Last-Mon TO WS-Rpt-Month-Mon
           MOVE WS-Last-Year TO WS-Rpt-Month-Year
           MOVE WS-Rpt-Month-Work TO WS-Rpt-Prior
           WRITE QualityReport-Line FROM WS-Rpt-Region-Line
           PERFORM 2910-Write-Blank-Line
           MOVE "LISTING RUNS" TO WS-Rpt-Count-Label
           MOVE WS-Acc-Runs(1 WS-Src-Sub) TO WS-Rpt-Count-This
           MOVE WS-Acc-Runs(2 WS-Src-Sub) TO WS-Rpt-Count-Last
           PERFORM 2920-Write-Count-Line
           MOVE "  OF WHICH WARM RESTARTS" TO WS-Rpt-Count-Label
           MOVE WS-Acc-Restarts(1 WS-Src-Sub) TO WS-Rpt-Count-This
           MOVE WS-Acc-Restarts(2 WS-Src-Sub) TO WS-Rpt-Count-Last
           PERFORM 2920-Write-Count-Line
           MOVE "RECORDS READ" TO WS-Rpt-Count-Label
           MOVE WS-Acc-Read(1 WS-Src-Sub) TO WS-Rpt-Count-This
           MOVE WS-Acc-Read(2 WS-Src-Sub) TO WS-Rpt-Count-Last
           PERFORM 2920-Write-Count-Line
           PERFORM 2910-Write-Blank-Line
           WRITE QualityReport-Line FROM WS-Rpt-Col-Heading
           ADD 1 TO WS-Line-Count
           PERFORM 2910-Write-Blank-Line
           PERFORM VARYING WS-Measure-Sub FROM 1 BY 1
                 UNTIL WS-Measure-Sub > 17
              PERFORM 3100-Print-Measure
           END-PERFORM.

      *    The measure's percentage of the month's records read,
      *    both months, and the change in points.  A change the
      *    measure's direction counts as worse is flagged.
       3100-Print-Measure.
           MOVE SPACES TO WS-Rpt-Detail-Line
           IF WS-Measure-Sub <= 6
              MOVE WS-Measure-Label(WS-Measure-Sub) TO WS-Rpt-Label
           ELSE
              STRING "REJECT " DELIMITED BY SIZE
                     WS-Val-Reason(WS-Measure-Sub - 6)
                        DELIMITED BY SIZE
                 INTO WS-Rpt-Label
           END-IF
           MOVE 0 TO WS-This-Pct
           MOVE 0 TO WS-Last-Pct
           IF WS-Acc-Read(1 WS-Src-Sub) > 0
              COMPUTE WS-This-Pct ROUNDED
                 = WS-Acc-Count(1 WS-Src-Sub WS-Measure-Sub) * 100
                   / WS-Acc-Read(1 WS-Src-Sub)
              MOVE WS-This-Pct TO WS-Rpt-This-Num
              MOVE "%" TO WS-Rpt-This-Sign
           ELSE
              MOVE "   N/A" TO WS-Rpt-This
           END-IF
           IF WS-Acc-Read(2 WS-Src-Sub) > 0
              COMPUTE WS-Last-Pct ROUNDED
                 = WS-Acc-Count(2 WS-Src-Sub WS-Measure-Sub) * 100
                   / WS-Acc-Read(2 WS-Src-Sub)
              MOVE WS-Last-Pct TO WS-Rpt-Last-Num
              MOVE "%" TO WS-Rpt-Last-Sign
           ELSE
              MOVE "   N/A" TO WS-Rpt-Last
           END-IF
           IF WS-Acc-Read(1 WS-Src-Sub) > 0
                 AND WS-Acc-Read(2 WS-Src-Sub) > 0
              COMPUTE WS-Change-Pct = WS-This-Pct - WS-Last-Pct
              MOVE WS-Change-Pct TO WS-Rpt-Change-Num
              MOVE "N" TO WS-Worse-Sw
              IF WS-Change-Pct > 0
                 SET WS-Measure-Is-Worse TO TRUE
              END-IF
              IF WS-Measure-Sub <= 6
                 IF WS-Measure-Worse-If(WS-Measure-Sub) = "L"
                    MOVE "N" TO WS-Worse-Sw
                    IF WS-Change-Pct < 0
                       SET WS-Measure-Is-Worse TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF WS-Measure-Is-Worse
                 MOVE "WORSE" TO WS-Rpt-Trend
                 ADD 1 TO WS-Worse-Count
              END-IF
           END-IF
           PERFORM 2900-Write-Detail.

       2900-Write-Detail.
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE QualityReport-Line FROM WS-Rpt-Detail-Line
           ADD 1 TO WS-Line-Count.

       2910-Write-Blank-Line.
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE QualityReport-Line FROM WS-Rpt-Blank-Line
           ADD 1 TO WS-Line-Count.

       2920-Write-Count-Line.
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE QualityReport-Line FROM WS-Rpt-Count-Line
           ADD 1 TO WS-Line-Count.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE QualityReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE QualityReport-Line FROM WS-Rpt-Blank-Line
           MOVE 2 TO WS-Line-Count.

       4000-Print-Control-Totals.
           IF WS-Page-Count = 0
              PERFORM 2960-Print-Headers
           END-IF
           PERFORM 2910-Write-Blank-Line
           MOVE "HISTORY RECORDS ON FILE:" TO WS-Rpt-Total-Label
           MOVE WS-Records-On-File TO WS-Rpt-Total-Out
           PERFORM 4010-Print-Total-Line
           MOVE "RECORDS FOR THIS MONTH:" TO WS-Rpt-Total-Label
           MOVE WS-Records-This TO WS-Rpt-Total-Out
           PERFORM 4010-Print-Total-Line
           MOVE "RECORDS FOR LAST MONTH:" TO WS-Rpt-Total-Label
           MOVE WS-Records-Last TO WS-Rpt-Total-Out
           PERFORM 4010-Print-Total-Line
           MOVE "REGIONS REPORTED:" TO WS-Rpt-Total-Label
           MOVE WS-Regions-Printed TO WS-Rpt-Total-Out
           PERFORM 4010-Print-Total-Line
           MOVE "MEASURES WORSE THAN PRIOR:" TO WS-Rpt-Total-Label
           MOVE WS-Worse-Count TO WS-Rpt-Total-Out
           PERFORM 4010-Print-Total-Line
           DISPLAY "SFQUAL: " WS-Regions-Printed " REGIONS, "
              WS-Worse-Count " MEASURES WORSE THAN LAST MONTH".

       4010-Print-Total-Line.
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE QualityReport-Line FROM WS-Rpt-Total-Line
           ADD 1 TO WS-Line-Count.
