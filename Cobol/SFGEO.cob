       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFGEO.
      *****************************************************
      * Monthly geographic distribution and movement report.
      * Where the customers are, from the indexed master:
      * active and inactive counts by state and, within
      * each state, by the first three digits of the zip,
      * with state subtotals and a grand total.  How they
      * got there, from the month's nightly delta feeds
      * (SFAPPLY's DELTAOUT, kept on the delta history by
      * JCL/SFMASTER.jcl): by state, the adds, the deletes,
      * the customers who moved in and out, and the status
      * changes either way.  Each state's opening count -
      * last month's closing, as this report recorded it -
      * plus its net movement is reconciled against its
      * closing count on the master, and any state that
      * does not balance is flagged with the difference.
      * The feed only carries upstream changes, so keyed
      * maintenance (SFMAINT, SFPURGE, SFRENUM) over the
      * month is what a difference normally is.
      *
      * State order is the address edits' state table
      * (SFADDR); customers with a state code the edits
      * would not accept are grouped last under "**".
      * The same figures go out on a delimited file for the
      * managers' own tools.  When the month reported is
      * the latest on the delta history, the closing counts
      * are appended to the month-end history as next
      * month's opening.  The PARM names the month as
      * YYYYMM; blank means the current month.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMaster ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IndexedCustomerId
               FILE STATUS IS WS-Master-Status.

           SELECT DeltaHistFile ASSIGN TO "DELTAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Delta-Status.

           SELECT GeoHistFile ASSIGN TO "GEOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GeoHist-Status.

           SELECT GeoSortFile ASSIGN TO "GEOSORT".

           SELECT GeoReport ASSIGN TO "GEORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GeoDelimFile ASSIGN TO "GEODLM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerMaster.
       COPY CUSTIDX.

       FD DeltaHistFile.
       01 DeltaHist-Line PIC X(250).

       FD GeoHistFile.
       COPY SFGEOHST.

       SD GeoSortFile.
       01 GeoSort-Record.
          02 GeoSort-Seq     PIC 9(2).
          02 GeoSort-State   PIC X(2).
          02 GeoSort-Zip3    PIC X(3).
          02 GeoSort-Status  PIC X(1).

       FD GeoReport.
       01 GeoReport-Line PIC X(132).

       FD GeoDelimFile.
       01 GeoDelim-Line PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status  PIC XX.
       01 WS-Delta-Status   PIC XX.
       01 WS-GeoHist-Status PIC XX.
       01 WS-Master-EOF     PIC Z(1).
       01 WS-Delta-EOF      PIC Z(1).
       01 WS-GeoHist-EOF    PIC Z(1).
       01 WS-Sorted-EOF     PIC Z(1).

       01 WS-Geo-Parm.
          05 WS-Month-Parm  PIC X(6).
          05 WS-Delim-Parm  PIC X(1).

       01 WS-This-Month     PIC 9(6).
       01 WS-This-Month-Parts REDEFINES WS-This-Month.
          05 WS-This-Year   PIC 9(4).
          05 WS-This-Mon    PIC 9(2).
       01 WS-Last-Month     PIC 9(6).
       01 WS-Last-Month-Parts REDEFINES WS-Last-Month.
          05 WS-Last-Year   PIC 9(4).
          05 WS-Last-Mon    PIC 9(2).
       01 WS-Block-Month    PIC 9(6).

       COPY SFADDR.

      *    One entry per state in the SFADDR table's order,
      *    plus a sixtieth for every code the table does not
      *    hold.  The opening count is signed: with no prior
      *    month-end on file it is worked back from the
      *    closing count, and a month of heavy deletes can
      *    work back below zero.
       01 WS-Geo-Max        PIC 9(2) VALUE 60.
       01 WS-Geo-Sub        PIC 9(2).
       01 WS-Geo-Table.
          05 WS-Geo-Entry OCCURS 60 TIMES.
             10 WS-Geo-Open-Active    PIC S9(7).
             10 WS-Geo-Open-Inactive  PIC S9(7).
             10 WS-Geo-Adds           PIC 9(7).
             10 WS-Geo-Deletes        PIC 9(7).
             10 WS-Geo-Moved-In       PIC 9(7).
             10 WS-Geo-Moved-Out      PIC 9(7).
             10 WS-Geo-To-Inactive    PIC 9(7).
             10 WS-Geo-To-Active      PIC 9(7).
             10 WS-Geo-Close-Active   PIC 9(7).
             10 WS-Geo-Close-Inactive PIC 9(7).
       01 WS-Find-State     PIC X(2).
       01 WS-Geo-State      PIC X(2).

      *    One state's reconciliation, worked in 5100.
       01 WS-Open-Total     PIC S9(8).
       01 WS-Net-Movement   PIC S9(8).
       01 WS-Close-Total    PIC S9(8).
       01 WS-Difference     PIC S9(8).

       01 WS-Grand-Totals.
          05 WS-Tot-Open       PIC S9(8).
          05 WS-Tot-Adds       PIC 9(8).
          05 WS-Tot-Deletes    PIC 9(8).
          05 WS-Tot-Moved-In   PIC 9(8).
          05 WS-Tot-Moved-Out  PIC 9(8).
          05 WS-Tot-To-Inact   PIC 9(8).
          05 WS-Tot-To-Active  PIC 9(8).
          05 WS-Tot-Close-Act  PIC 9(8).
          05 WS-Tot-Close-Inact PIC 9(8).
          05 WS-Tot-Close      PIC S9(8).
          05 WS-Tot-Difference PIC S9(8).

      *    A delta record broken back into its fields.  Only
      *    the action, the state and status, and - on a
      *    change - the prior state and status matter here;
      *    the rest pass through WS-Dlt-Skip.  On the HDR and
      *    TRL records the second field is the run date and
      *    the record count.
       01 WS-Dlt-Action       PIC X(3).
       01 WS-Dlt-Id           PIC X(10).
       01 WS-Dlt-Skip         PIC X(25).
       01 WS-Dlt-State        PIC X(2).
       01 WS-Dlt-Status       PIC X(1).
       01 WS-Dlt-Prior-State  PIC X(2).
       01 WS-Dlt-Prior-Status PIC X(1).
       01 WS-Dlt-Field-Count  PIC 9(3).

      *    The delta history is a run of nightly files end to
      *    end, each HDR ... TRL; WS-Block-Sw says whether one
      *    is open, and its records count against its trailer.
       01 WS-Block-Sw         PIC X VALUE "N".
          88 WS-Block-Is-Open     VALUE "Y".
       01 WS-Block-Month-Sw   PIC X VALUE "N".
          88 WS-Block-In-Month    VALUE "Y".
       01 WS-Block-Date       PIC 9(8).
       01 WS-Block-Records    PIC 9(7).
       01 WS-Trailer-Count    PIC 9(7).

       01 WS-Later-Sw         PIC X VALUE "N".
          88 WS-Later-Deltas      VALUE "Y".
       01 WS-Opening-Sw       PIC X VALUE "N".
          88 WS-Opening-On-File   VALUE "Y".

       01 WS-Delta-Read-Count  PIC 9(7) VALUE 0.
       01 WS-Nights-Count      PIC 9(7) VALUE 0.
       01 WS-Month-Delta-Count PIC 9(7) VALUE 0.
       01 WS-Bad-Block-Count   PIC 9(7) VALUE 0.
       01 WS-No-Prior-Count    PIC 9(7) VALUE 0.
       01 WS-Master-Count      PIC 9(7) VALUE 0.
       01 WS-Out-Balance-Count PIC 9(7) VALUE 0.
       01 WS-Dlm-Count         PIC 9(7) VALUE 0.

      *    Control-break holds for the distribution section.
       01 WS-Brk-Seq        PIC 9(2).
       01 WS-Brk-State      PIC X(2).
       01 WS-Brk-Zip3       PIC X(3).
       01 WS-Zip-Active     PIC 9(7).
       01 WS-Zip-Inactive   PIC 9(7).
       01 WS-Sub-Active     PIC 9(7).
       01 WS-Sub-Inactive   PIC 9(7).
       01 WS-All-Active     PIC 9(8).
       01 WS-All-Inactive   PIC 9(8).

      *    The delimited file is built a field at a time
      *    through 8100, each number trimmed of its editing.
       01 WS-Dlm-Delim      PIC X(1).
       01 WS-Dlm-Work       PIC X(200).
       01 WS-Dlm-Ptr        PIC 9(3).
       01 WS-Dlm-Value      PIC S9(8).
       01 WS-Dlm-Edit       PIC -(8)9.

       01 WS-Section-Sw     PIC X VALUE "D".
          88 WS-In-Distribution  VALUE "D".
          88 WS-In-Movement      VALUE "M".

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
             "GEOGRAPHIC DISTRIBUTION".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Header-2.
          05 WS-Rpt-Section  PIC X(30).
          05 FILLER          PIC X(6)  VALUE "MONTH ".
          05 WS-Rpt-Month-Mon  PIC 9(2).
          05 FILLER          PIC X(1)  VALUE "/".
          05 WS-Rpt-Month-Year PIC 9(4).

       01 WS-Rpt-Dist-Heading.
          05 FILLER PIC X(5)  VALUE "STATE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(4)  VALUE "ZIP3".
          05 FILLER PIC X(6)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "   ACTIVE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE " INACTIVE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "    TOTAL".

       01 WS-Rpt-Dist-Line.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-Rpt-Dst-State PIC X(2).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-Rpt-Dst-Zip3 PIC X(10).
          05 WS-Rpt-Dst-Active   PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Dst-Inactive PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Dst-Total    PIC ZZ,ZZZ,ZZ9.

       01 WS-Rpt-Dist-Total.
          05 WS-Rpt-Dtl-Label    PIC X(17).
          05 WS-Rpt-Dtl-Active   PIC ZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(1) VALUE SPACES.
          05 WS-Rpt-Dtl-Inactive PIC ZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(1) VALUE SPACES.
          05 WS-Rpt-Dtl-Total    PIC ZZ,ZZZ,ZZ9.

       01 WS-Rpt-Move-Heading-1.
          05 FILLER PIC X(7)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "   OPENING".
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "   MOVED".
          05 FILLER PIC X(8)  VALUE "   MOVED".
          05 FILLER PIC X(8)  VALUE "  STATUS".
          05 FILLER PIC X(8)  VALUE "  STATUS".
          05 FILLER PIC X(11) VALUE "    CLOSING".
          05 FILLER PIC X(11) VALUE SPACES.
          05 FILLER PIC X(11) VALUE "     NOT IN".
       01 WS-Rpt-Move-Heading-2.
          05 FILLER PIC X(7)  VALUE "STATE".
          05 FILLER PIC X(10) VALUE "     COUNT".
          05 FILLER PIC X(8)  VALUE "    ADDS".
          05 FILLER PIC X(8)  VALUE " DELETES".
          05 FILLER PIC X(8)  VALUE "      IN".
          05 FILLER PIC X(8)  VALUE "     OUT".
          05 FILLER PIC X(8)  VALUE "    TO I".
          05 FILLER PIC X(8)  VALUE "    TO A".
          05 FILLER PIC X(11) VALUE "      COUNT".
          05 FILLER PIC X(11) VALUE "   EXPECTED".
          05 FILLER PIC X(11) VALUE "       FEED".

      *    The label column carries the state on a state line
      *    and the words on the total line.
       01 WS-Rpt-Move-Line.
          05 WS-Rpt-Mov-Label    PIC X(6).
          05 WS-Rpt-Mov-Open     PIC ---,---,--9.
          05 WS-Rpt-Mov-Adds     PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-Deletes  PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-In       PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-Out      PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-To-I     PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-To-A     PIC ZZZZ,ZZ9.
          05 WS-Rpt-Mov-Close    PIC ZZZ,ZZZ,ZZ9.
          05 WS-Rpt-Mov-Expected PIC ---,---,--9.
          05 WS-Rpt-Mov-Diff     PIC ---,---,--9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-Rpt-Mov-Flag     PIC X(14).

       01 WS-Rpt-Note-Line       PIC X(100).
       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Geo-Parm.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Opening-Pass
           PERFORM 3000-Delta-Pass
           PERFORM 4000-Distribution-Pass
           PERFORM 5000-Print-Movement
           PERFORM 6000-Write-Month-End
           PERFORM 7000-Print-Control-Totals
           CLOSE GeoReport
           IF RETURN-CODE = 0
                 AND (WS-Bad-Block-Count > 0
                      OR WS-Out-Balance-Count > 0
                      OR WS-Later-Deltas)
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT GeoReport
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
                 DISPLAY "SFGEO: REPORT MONTH '" WS-Month-Parm
                    "' NOT YYYYMM"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Month-Parm TO WS-This-Month
              IF WS-This-Mon < 1 OR WS-This-Mon > 12
                 DISPLAY "SFGEO: REPORT MONTH '" WS-Month-Parm
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
           MOVE WS-Delim-Parm TO WS-Dlm-Delim
           IF WS-Dlm-Delim = SPACE
              MOVE "," TO WS-Dlm-Delim
           END-IF
           INITIALIZE WS-Geo-Table
           INITIALIZE WS-Grand-Totals.

      *****************************************************
      * Last month's closing counts, as this report wrote
      * them at the end of last month, become this month's
      * opening.  A rerun appends a fresh set, so each later
      * record for a state overwrites the one before.  With
      * none on file - the first month, or the history not
      * there - the opening is worked back from the closing
      * count in 5100 and says so on the report.
      *****************************************************
       2000-Opening-Pass.
           MOVE 0 TO WS-GeoHist-EOF
           OPEN INPUT GeoHistFile
           IF WS-GeoHist-Status NOT = "00"
              DISPLAY "SFGEO: MONTH-END HISTORY NOT AVAILABLE - "
                 "STATUS " WS-GeoHist-Status
                 " - OPENING COUNTS WORKED BACK"
           ELSE
              READ GeoHistFile
                 AT END MOVE 1 TO WS-GeoHist-EOF
              END-READ
              PERFORM UNTIL WS-GeoHist-EOF = 1
                 IF GeoMonth = WS-Last-Month
                    SET WS-Opening-On-File TO TRUE
                    MOVE GeoState TO WS-Find-State
                    PERFORM 8000-Find-State
                    MOVE GeoActive TO WS-Geo-Open-Active(WS-Geo-Sub)
                    MOVE GeoInactive
                       TO WS-Geo-Open-Inactive(WS-Geo-Sub)
                 END-IF
                 READ GeoHistFile
                    AT END MOVE 1 TO WS-GeoHist-EOF
                 END-READ
              END-PERFORM
              CLOSE GeoHistFile
           END-IF.

      *****************************************************
      * One pass over the delta history.  Each night's file
      * is taken as the month of its HDR run date; one with
      * no trailer, or whose trailer count disagrees, is
      * counted as far as it goes and reported.  A night
      * later than the report month means the master has
      * moved on since the month closed.
      *****************************************************
       3000-Delta-Pass.
           MOVE 0 TO WS-Delta-EOF
           OPEN INPUT DeltaHistFile
           IF WS-Delta-Status NOT = "00"
              DISPLAY "SFGEO: UNABLE TO OPEN DELTA HISTORY - "
                 "STATUS " WS-Delta-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ DeltaHistFile
              AT END MOVE 1 TO WS-Delta-EOF
           END-READ
           PERFORM UNTIL WS-Delta-EOF = 1
              ADD 1 TO WS-Delta-Read-Count
              PERFORM 3100-Split-Delta
              EVALUATE WS-Dlt-Action
                 WHEN "HDR"
                    PERFORM 3200-Open-Block
                 WHEN "TRL"
                    PERFORM 3300-Close-Block
                 WHEN OTHER
                    IF WS-Block-Is-Open
                       ADD 1 TO WS-Block-Records
                       IF WS-Block-In-Month
                          PERFORM 3400-Tally-Delta
                       END-IF
                    END-IF
              END-EVALUATE
              READ DeltaHistFile
                 AT END MOVE 1 TO WS-Delta-EOF
              END-READ
           END-PERFORM
           IF WS-Block-Is-Open
              PERFORM 3500-Note-Bad-Block
           END-IF
           CLOSE DeltaHistFile.

       3100-Split-Delta.
           MOVE SPACES TO WS-Dlt-Action WS-Dlt-Id WS-Dlt-State
              WS-Dlt-Status WS-Dlt-Prior-State WS-Dlt-Prior-Status
           MOVE 0 TO WS-Dlt-Field-Count
           UNSTRING DeltaHist-Line DELIMITED BY "|"
              INTO WS-Dlt-Action WS-Dlt-Id
                   WS-Dlt-Skip WS-Dlt-Skip WS-Dlt-Skip
                   WS-Dlt-Skip WS-Dlt-Skip WS-Dlt-Skip
                   WS-Dlt-State WS-Dlt-Skip WS-Dlt-Status
                   WS-Dlt-Skip
                   WS-Dlt-Prior-State WS-Dlt-Prior-Status
              TALLYING IN WS-Dlt-Field-Count
           END-UNSTRING.

       3200-Open-Block.
           IF WS-Block-Is-Open
              PERFORM 3500-Note-Bad-Block
           END-IF
           SET WS-Block-Is-Open TO TRUE
           MOVE "N" TO WS-Block-Month-Sw
           MOVE 0 TO WS-Block-Records
           MOVE 0 TO WS-Block-Date
           IF WS-Dlt-Id(1:8) IS NUMERIC
              MOVE WS-Dlt-Id(1:8) TO WS-Block-Date
           END-IF
           COMPUTE WS-Block-Month = WS-Block-Date / 100
           EVALUATE TRUE
              WHEN WS-Block-Month = WS-This-Month
                 SET WS-Block-In-Month TO TRUE
                 ADD 1 TO WS-Nights-Count
              WHEN WS-Block-Month > WS-This-Month
                 SET WS-Later-Deltas TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3300-Close-Block.
           IF WS-Block-Is-Open
              MOVE 0 TO WS-Trailer-Count
              IF WS-Dlt-Id(1:7) IS NUMERIC
                 MOVE WS-Dlt-Id(1:7) TO WS-Trailer-Count
              END-IF
              IF WS-Trailer-Count NOT = WS-Block-Records
                 PERFORM 3500-Note-Bad-Block
              END-IF
              MOVE "N" TO WS-Block-Sw
           END-IF.

      *    A change record from before the feed carried the
      *    prior state and status has nothing to compare, so
      *    it is counted apart and moves nobody.
       3400-Tally-Delta.
           ADD 1 TO WS-Month-Delta-Count
           MOVE WS-Dlt-State TO WS-Find-State
           PERFORM 8000-Find-State
           EVALUATE WS-Dlt-Action
              WHEN "A"
                 ADD 1 TO WS-Geo-Adds(WS-Geo-Sub)
              WHEN "D"
                 ADD 1 TO WS-Geo-Deletes(WS-Geo-Sub)
              WHEN "C"
                 IF WS-Dlt-Field-Count < 14
                    ADD 1 TO WS-No-Prior-Count
                 ELSE
                    PERFORM 3410-Tally-Change
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3410-Tally-Change.
           IF WS-Dlt-Prior-Status NOT = WS-Dlt-Status
              EVALUATE WS-Dlt-Status
                 WHEN "I"
                    ADD 1 TO WS-Geo-To-Inactive(WS-Geo-Sub)
                 WHEN "A"
                    ADD 1 TO WS-Geo-To-Active(WS-Geo-Sub)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-Dlt-Prior-State NOT = WS-Dlt-State
              ADD 1 TO WS-Geo-Moved-In(WS-Geo-Sub)
              MOVE WS-Dlt-Prior-State TO WS-Find-State
              PERFORM 8000-Find-State
              ADD 1 TO WS-Geo-Moved-Out(WS-Geo-Sub)
           END-IF.

       3500-Note-Bad-Block.
           ADD 1 TO WS-Bad-Block-Count
           DISPLAY "SFGEO: DELTA FILE OF " WS-Block-Date
              " INCOMPLETE OR TRAILER COUNT WRONG - "
              WS-Block-Records " RECORDS COUNTED".

      *****************************************************
      * The master, sorted by state table order and zip3 on
      * the way through, prints as the distribution section
      * and gives every state its closing count.
      *****************************************************
       4000-Distribution-Pass.
           OPEN OUTPUT GeoDelimFile
           MOVE SPACES TO WS-Dlm-Work
           MOVE 1 TO WS-Dlm-Ptr
           STRING "HDR" WS-Dlm-Delim WS-This-Month WS-Dlm-Delim
                  WS-Today-Numeric
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING
           WRITE GeoDelim-Line FROM WS-Dlm-Work
           SET WS-In-Distribution TO TRUE
           MOVE "DISTRIBUTION BY STATE, ZIP3" TO WS-Rpt-Section
           SORT GeoSortFile
              ON ASCENDING KEY GeoSort-Seq GeoSort-State
                               GeoSort-Zip3
              INPUT PROCEDURE 4100-Release-Master
              OUTPUT PROCEDURE 4200-Report-Distribution.

       4100-Release-Master.
           MOVE 0 TO WS-Master-EOF
           OPEN INPUT CustomerMaster
           IF WS-Master-Status NOT = "00"
              DISPLAY "SFGEO: UNABLE TO OPEN CUSTOMER MASTER - "
                 "STATUS " WS-Master-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ CustomerMaster NEXT RECORD
              AT END MOVE 1 TO WS-Master-EOF
           END-READ
           PERFORM UNTIL WS-Master-EOF = 1
              ADD 1 TO WS-Master-Count
              MOVE IndexedAddrState TO WS-Find-State
              PERFORM 8000-Find-State
              IF IndexedIsInactive
                 ADD 1 TO WS-Geo-Close-Inactive(WS-Geo-Sub)
              ELSE
                 ADD 1 TO WS-Geo-Close-Active(WS-Geo-Sub)
              END-IF
              MOVE WS-Geo-Sub TO GeoSort-Seq
              MOVE IndexedAddrState TO GeoSort-State
              MOVE IndexedAddrZip(1:3) TO GeoSort-Zip3
              MOVE IndexedCustomerStatus TO GeoSort-Status
              RELEASE GeoSort-Record
              READ CustomerMaster NEXT RECORD
                 AT END MOVE 1 TO WS-Master-EOF
              END-READ
           END-PERFORM
           CLOSE CustomerMaster.

      *    Control breaks on state and zip3 within the state
      *    table position, so the "**" group lists each bad
      *    code apart but subtotals as one.
       4200-Report-Distribution.
           MOVE 0 TO WS-Sorted-EOF
           MOVE 0 TO WS-All-Active
           MOVE 0 TO WS-All-Inactive
           RETURN GeoSortFile
              AT END MOVE 1 TO WS-Sorted-EOF
           END-RETURN
           PERFORM UNTIL WS-Sorted-EOF = 1
              MOVE GeoSort-Seq TO WS-Brk-Seq
              MOVE 0 TO WS-Sub-Active
              MOVE 0 TO WS-Sub-Inactive
              PERFORM UNTIL WS-Sorted-EOF = 1
                    OR GeoSort-Seq NOT = WS-Brk-Seq
                 MOVE GeoSort-State TO WS-Brk-State
                 MOVE GeoSort-Zip3 TO WS-Brk-Zip3
                 MOVE 0 TO WS-Zip-Active
                 MOVE 0 TO WS-Zip-Inactive
                 PERFORM UNTIL WS-Sorted-EOF = 1
                       OR GeoSort-Seq NOT = WS-Brk-Seq
                       OR GeoSort-State NOT = WS-Brk-State
                       OR GeoSort-Zip3 NOT = WS-Brk-Zip3
                    IF GeoSort-Status = "I"
                       ADD 1 TO WS-Zip-Inactive
                    ELSE
                       ADD 1 TO WS-Zip-Active
                    END-IF
                    RETURN GeoSortFile
                       AT END MOVE 1 TO WS-Sorted-EOF
                    END-RETURN
                 END-PERFORM
                 PERFORM 4300-Print-Zip3
              END-PERFORM
              PERFORM 4400-Print-State-Subtotal
           END-PERFORM
           IF WS-Line-Count + 2 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           MOVE "ALL STATES" TO WS-Rpt-Dtl-Label
           MOVE WS-All-Active TO WS-Rpt-Dtl-Active
           MOVE WS-All-Inactive TO WS-Rpt-Dtl-Inactive
           COMPUTE WS-Rpt-Dtl-Total = WS-All-Active + WS-All-Inactive
           WRITE GeoReport-Line FROM WS-Rpt-Dist-Total
           ADD 1 TO WS-Line-Count.

       4300-Print-Zip3.
           MOVE WS-Brk-State TO WS-Rpt-Dst-State
           MOVE WS-Brk-Zip3 TO WS-Rpt-Dst-Zip3
           MOVE WS-Zip-Active TO WS-Rpt-Dst-Active
           MOVE WS-Zip-Inactive TO WS-Rpt-Dst-Inactive
           COMPUTE WS-Rpt-Dst-Total = WS-Zip-Active + WS-Zip-Inactive
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE GeoReport-Line FROM WS-Rpt-Dist-Line
           ADD 1 TO WS-Line-Count
           ADD WS-Zip-Active TO WS-Sub-Active
           ADD WS-Zip-Inactive TO WS-Sub-Inactive
           MOVE SPACES TO WS-Dlm-Work
           MOVE 1 TO WS-Dlm-Ptr
           STRING "Z" WS-Dlm-Delim FUNCTION TRIM(WS-Brk-State)
                  WS-Dlm-Delim FUNCTION TRIM(WS-Brk-Zip3)
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING
           MOVE WS-Zip-Active TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Zip-Inactive TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           COMPUTE WS-Dlm-Value = WS-Zip-Active + WS-Zip-Inactive
           PERFORM 8100-Add-Dlm-Number
           PERFORM 8200-Write-Dlm-Line.

       4400-Print-State-Subtotal.
           MOVE WS-Brk-Seq TO WS-Geo-Sub
           PERFORM 8300-Set-Geo-State
           IF WS-Line-Count + 2 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           MOVE SPACES TO WS-Rpt-Dtl-Label
           STRING "STATE " WS-Geo-State " TOTAL"
              DELIMITED BY SIZE INTO WS-Rpt-Dtl-Label
           MOVE WS-Sub-Active TO WS-Rpt-Dtl-Active
           MOVE WS-Sub-Inactive TO WS-Rpt-Dtl-Inactive
           COMPUTE WS-Rpt-Dtl-Total = WS-Sub-Active + WS-Sub-Inactive
           WRITE GeoReport-Line FROM WS-Rpt-Dist-Total
           WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
           ADD 2 TO WS-Line-Count
           ADD WS-Sub-Active TO WS-All-Active
           ADD WS-Sub-Inactive TO WS-All-Inactive.

      *****************************************************
      * One line per state with anything to show, opening
      * plus adds less deletes plus moved in less moved out
      * giving the expected closing count, set against the
      * count actually on the master.  Status changes move
      * a customer between the active and inactive columns,
      * not in or out of the state, so they print but take
      * no part in the balance.
      *****************************************************
       5000-Print-Movement.
           SET WS-In-Movement TO TRUE
           MOVE "MOVEMENT BY STATE" TO WS-Rpt-Section
           PERFORM 2960-Print-Headers
           IF NOT WS-Opening-On-File
              MOVE "NO MONTH-END COUNTS ON FILE FOR THE PRIOR MONTH -"
                 TO WS-Rpt-Note-Line
              WRITE GeoReport-Line FROM WS-Rpt-Note-Line
              MOVE "OPENING COUNTS ARE WORKED BACK FROM THE CLOSING"
                 TO WS-Rpt-Note-Line
              WRITE GeoReport-Line FROM WS-Rpt-Note-Line
              WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
              ADD 3 TO WS-Line-Count
           END-IF
           PERFORM VARYING WS-Geo-Sub FROM 1 BY 1
                 UNTIL WS-Geo-Sub > WS-Geo-Max
              PERFORM 5100-Reconcile-State
              IF WS-Open-Total NOT = 0
                    OR WS-Close-Total NOT = 0
                    OR WS-Geo-Adds(WS-Geo-Sub) > 0
                    OR WS-Geo-Deletes(WS-Geo-Sub) > 0
                    OR WS-Geo-Moved-In(WS-Geo-Sub) > 0
                    OR WS-Geo-Moved-Out(WS-Geo-Sub) > 0
                    OR WS-Geo-To-Inactive(WS-Geo-Sub) > 0
                    OR WS-Geo-To-Active(WS-Geo-Sub) > 0
                 PERFORM 5200-Print-State-Movement
              END-IF
           END-PERFORM
           PERFORM 5300-Print-Movement-Total.

       5100-Reconcile-State.
           COMPUTE WS-Net-Movement = WS-Geo-Adds(WS-Geo-Sub)
                 - WS-Geo-Deletes(WS-Geo-Sub)
                 + WS-Geo-Moved-In(WS-Geo-Sub)
                 - WS-Geo-Moved-Out(WS-Geo-Sub)
           COMPUTE WS-Close-Total = WS-Geo-Close-Active(WS-Geo-Sub)
                 + WS-Geo-Close-Inactive(WS-Geo-Sub)
           IF NOT WS-Opening-On-File
              COMPUTE WS-Geo-Open-Active(WS-Geo-Sub)
                 = WS-Close-Total - WS-Net-Movement
              MOVE 0 TO WS-Geo-Open-Inactive(WS-Geo-Sub)
           END-IF
           COMPUTE WS-Open-Total = WS-Geo-Open-Active(WS-Geo-Sub)
                 + WS-Geo-Open-Inactive(WS-Geo-Sub)
           COMPUTE WS-Difference
              = WS-Close-Total - (WS-Open-Total + WS-Net-Movement).

       5200-Print-State-Movement.
           PERFORM 8300-Set-Geo-State
           MOVE WS-Geo-State TO WS-Rpt-Mov-Label
           MOVE WS-Open-Total TO WS-Rpt-Mov-Open
           MOVE WS-Geo-Adds(WS-Geo-Sub) TO WS-Rpt-Mov-Adds
           MOVE WS-Geo-Deletes(WS-Geo-Sub) TO WS-Rpt-Mov-Deletes
           MOVE WS-Geo-Moved-In(WS-Geo-Sub) TO WS-Rpt-Mov-In
           MOVE WS-Geo-Moved-Out(WS-Geo-Sub) TO WS-Rpt-Mov-Out
           MOVE WS-Geo-To-Inactive(WS-Geo-Sub) TO WS-Rpt-Mov-To-I
           MOVE WS-Geo-To-Active(WS-Geo-Sub) TO WS-Rpt-Mov-To-A
           MOVE WS-Close-Total TO WS-Rpt-Mov-Close
           MOVE WS-Difference TO WS-Rpt-Mov-Diff
           COMPUTE WS-Rpt-Mov-Expected = WS-Open-Total + WS-Net-Movement
           MOVE SPACES TO WS-Rpt-Mov-Flag
           IF WS-Difference NOT = 0
              MOVE "OUT OF BALANCE" TO WS-Rpt-Mov-Flag
              ADD 1 TO WS-Out-Balance-Count
           END-IF
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE GeoReport-Line FROM WS-Rpt-Move-Line
           ADD 1 TO WS-Line-Count
           ADD WS-Open-Total TO WS-Tot-Open
           ADD WS-Geo-Adds(WS-Geo-Sub) TO WS-Tot-Adds
           ADD WS-Geo-Deletes(WS-Geo-Sub) TO WS-Tot-Deletes
           ADD WS-Geo-Moved-In(WS-Geo-Sub) TO WS-Tot-Moved-In
           ADD WS-Geo-Moved-Out(WS-Geo-Sub) TO WS-Tot-Moved-Out
           ADD WS-Geo-To-Inactive(WS-Geo-Sub) TO WS-Tot-To-Inact
           ADD WS-Geo-To-Active(WS-Geo-Sub) TO WS-Tot-To-Active
           ADD WS-Geo-Close-Active(WS-Geo-Sub) TO WS-Tot-Close-Act
           ADD WS-Geo-Close-Inactive(WS-Geo-Sub)
              TO WS-Tot-Close-Inact
           ADD WS-Close-Total TO WS-Tot-Close
           ADD WS-Difference TO WS-Tot-Difference
           MOVE SPACES TO WS-Dlm-Work
           MOVE 1 TO WS-Dlm-Ptr
           STRING "S" WS-Dlm-Delim FUNCTION TRIM(WS-Geo-State)
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING
           MOVE WS-Open-Total TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Adds(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Deletes(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Moved-In(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Moved-Out(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-To-Inactive(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-To-Active(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Close-Active(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Geo-Close-Inactive(WS-Geo-Sub) TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Close-Total TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Difference TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           PERFORM 8200-Write-Dlm-Line.

       5300-Print-Movement-Total.
           IF WS-Line-Count + 2 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
           MOVE "TOTAL" TO WS-Rpt-Mov-Label
           MOVE WS-Tot-Open TO WS-Rpt-Mov-Open
           MOVE WS-Tot-Adds TO WS-Rpt-Mov-Adds
           MOVE WS-Tot-Deletes TO WS-Rpt-Mov-Deletes
           MOVE WS-Tot-Moved-In TO WS-Rpt-Mov-In
           MOVE WS-Tot-Moved-Out TO WS-Rpt-Mov-Out
           MOVE WS-Tot-To-Inact TO WS-Rpt-Mov-To-I
           MOVE WS-Tot-To-Active TO WS-Rpt-Mov-To-A
           MOVE WS-Tot-Close TO WS-Rpt-Mov-Close
           COMPUTE WS-Rpt-Mov-Expected
              = WS-Tot-Close - WS-Tot-Difference
           MOVE WS-Tot-Difference TO WS-Rpt-Mov-Diff
           MOVE SPACES TO WS-Rpt-Mov-Flag
           WRITE GeoReport-Line FROM WS-Rpt-Move-Line
           ADD 2 TO WS-Line-Count
           MOVE SPACES TO WS-Dlm-Work
           MOVE 1 TO WS-Dlm-Ptr
           STRING "T" WS-Dlm-Delim "ALL"
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING
           MOVE WS-Tot-Open TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Adds TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Deletes TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Moved-In TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Moved-Out TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-To-Inact TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-To-Active TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Close-Act TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Close-Inact TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Close TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           MOVE WS-Tot-Difference TO WS-Dlm-Value
           PERFORM 8100-Add-Dlm-Number
           PERFORM 8200-Write-Dlm-Line
           MOVE SPACES TO WS-Dlm-Work
           MOVE 1 TO WS-Dlm-Ptr
           STRING "TRL" WS-Dlm-Delim WS-Dlm-Count
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING
           WRITE GeoDelim-Line FROM WS-Dlm-Work
           CLOSE GeoDelimFile.

      *    Only the latest month's closing is a month end worth
      *    keeping - with later nights on the delta history the
      *    master is no longer as the report month left it.
      *    Every state is written, empty ones too, so a rerun's
      *    set replaces the earlier one whole.
       6000-Write-Month-End.
           IF NOT WS-Later-Deltas
              OPEN EXTEND GeoHistFile
              IF WS-GeoHist-Status NOT = "00"
                 DISPLAY "SFGEO: UNABLE TO RECORD MONTH-END COUNTS - "
                    "STATUS " WS-GeoHist-Status
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-Geo-Sub FROM 1 BY 1
                       UNTIL WS-Geo-Sub > WS-Geo-Max
                    PERFORM 8300-Set-Geo-State
                    MOVE WS-This-Month TO GeoMonth
                    MOVE WS-Geo-State TO GeoState
                    MOVE WS-Geo-Close-Active(WS-Geo-Sub) TO GeoActive
                    MOVE WS-Geo-Close-Inactive(WS-Geo-Sub)
                       TO GeoInactive
                    MOVE WS-Today-Numeric TO GeoRunDate
                    WRITE GeoHistDetails
                 END-PERFORM
                 CLOSE GeoHistFile
              END-IF
           END-IF.

       7000-Print-Control-Totals.
           IF WS-Line-Count + 9 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
           MOVE "MASTER RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Master-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "DELTA RECORDS ON FILE:" TO WS-Rpt-Total-Label
           MOVE WS-Delta-Read-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "NIGHTS IN MONTH:" TO WS-Rpt-Total-Label
           MOVE WS-Nights-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "DELTAS IN MONTH:" TO WS-Rpt-Total-Label
           MOVE WS-Month-Delta-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "CHANGES WITHOUT PRIOR STATE:" TO WS-Rpt-Total-Label
           MOVE WS-No-Prior-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "INCOMPLETE DELTA FILES:" TO WS-Rpt-Total-Label
           MOVE WS-Bad-Block-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           MOVE "STATES OUT OF BALANCE:" TO WS-Rpt-Total-Label
           MOVE WS-Out-Balance-Count TO WS-Rpt-Total-Out
           WRITE GeoReport-Line FROM WS-Rpt-Total-Line
           ADD 8 TO WS-Line-Count
           IF WS-Later-Deltas
              MOVE "LATER NIGHTS ON FILE - CLOSING IS THE MASTER AS OF T
      -            "ODAY, MONTH-END NOT RECORDED" TO WS-Rpt-Note-Line
              WRITE GeoReport-Line FROM WS-Rpt-Note-Line
              ADD 1 TO WS-Line-Count
           END-IF
           DISPLAY "SFGEO: " WS-Master-Count " ON MASTER, "
              WS-Month-Delta-Count " DELTAS IN MONTH, "
              WS-Out-Balance-Count " STATES OUT OF BALANCE".

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           MOVE WS-This-Mon TO WS-Rpt-Month-Mon
           MOVE WS-This-Year TO WS-Rpt-Month-Year
           WRITE GeoReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE GeoReport-Line FROM WS-Rpt-Header-2
           WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
           IF WS-In-Distribution
              WRITE GeoReport-Line FROM WS-Rpt-Dist-Heading
              WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
              MOVE 5 TO WS-Line-Count
           ELSE
              WRITE GeoReport-Line FROM WS-Rpt-Move-Heading-1
              WRITE GeoReport-Line FROM WS-Rpt-Move-Heading-2
              WRITE GeoReport-Line FROM WS-Rpt-Blank-Line
              MOVE 6 TO WS-Line-Count
           END-IF.

      *    WS-Geo-Sub comes back as the state's position in the
      *    SFADDR table, or 60 for a code the table lacks.
       8000-Find-State.
           SET WS-State-Ix TO 1
           SEARCH WS-State-Code
              AT END
                 MOVE WS-Geo-Max TO WS-Geo-Sub
              WHEN WS-State-Code(WS-State-Ix) = WS-Find-State
                 SET WS-Geo-Sub TO WS-State-Ix
           END-SEARCH.

       8100-Add-Dlm-Number.
           MOVE WS-Dlm-Value TO WS-Dlm-Edit
           STRING WS-Dlm-Delim FUNCTION TRIM(WS-Dlm-Edit)
              DELIMITED BY SIZE INTO WS-Dlm-Work
              WITH POINTER WS-Dlm-Ptr
           END-STRING.

       8200-Write-Dlm-Line.
           WRITE GeoDelim-Line FROM WS-Dlm-Work
           ADD 1 TO WS-Dlm-Count.

      *    The state code a table position prints as.
       8300-Set-Geo-State.
           IF WS-Geo-Sub < WS-Geo-Max
              MOVE WS-State-Code(WS-Geo-Sub) TO WS-Geo-State
           ELSE
              MOVE "**" TO WS-Geo-State
           END-IF.
