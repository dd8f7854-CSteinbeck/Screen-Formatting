           SELECT StatsFile ASSIGN TO "STATOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QualityFile ASSIGN TO "QUALOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Quality-Status.

           SELECT RunCtlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

           SELECT FeedCtlFile ASSIGN TO "FEEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeedCtl-Status.

           SELECT FeedReport ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

           SELECT XrefFile ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefOldId
               FILE STATUS IS WS-Xref-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OriginalInput.
       COPY CUSTREC.
       COPY SFFEED.

       FD CustomerIndexed.
       COPY CUSTIDX.
       FD StatsFile.
       COPY SFSTATS.

       FD QualityFile.
       COPY SFQUAL.

       FD RunCtlFile.
       COPY SFRUNCTL.

       FD FeedCtlFile.
       COPY SFFEEDCT.

       FD FeedReport.
       01 FeedReport-Line PIC X(132).

       FD RetMailFile.
       COPY SFRETML.

       FD XrefFile.
       COPY SFXREF.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE       PIC Z(1).
       01 WS-SortId-EOF     PIC Z(1).
       01 WS-Src-Reject-Counts.
          05 WS-Src-Reject-Count PIC 9(7) OCCURS 5 TIMES VALUE 0.
       01 WS-Exc-Src-Char   PIC X.

      *    The data quality tallies for each source, counted as
      *    the validate pass reads every record (see 3056-Tally-
      *    Quality) and appended to the quality history file at
      *    the end of the run.  The reject tallies follow the
      *    SFVALRSN table's order.
       01 WS-Src-Quality-Table.
          05 WS-Src-Quality OCCURS 5 TIMES.
             10 WS-Qs-Read          PIC 9(7).
             10 WS-Qs-Blank-Middle  PIC 9(7).
             10 WS-Qs-Blank-Addr2   PIC 9(7).
             10 WS-Qs-Zip5          PIC 9(7).
             10 WS-Qs-Zip9          PIC 9(7).
             10 WS-Qs-Suffix-Fixed  PIC 9(7).
             10 WS-Qs-Zero-EffDate  PIC 9(7).
             10 WS-Qs-Reject        PIC 9(7) OCCURS 11 TIMES.
       01 WS-Qs-Reason-Sub  PIC 99.
       01 WS-Quality-Status PIC XX.
       01 WS-Quality-Date   PIC 9(8).
       01 WS-Quality-Time   PIC 9(8).
       01 WS-Extract-Work   PIC X(250).

      *    The feed control file, loaded whole at the start of the
      *    listing run (see the SFFEEDCT copybook) and written
      *    back with the new high-water marks once every feed on
      *    the run has been accepted.
       01 WS-FeedCtl-Status PIC XX.
       01 WS-FeedCtl-EOF    PIC Z(1).
       01 WS-FeedCtl-Sw     PIC X VALUE "N".
          88 WS-FeedCtl-Loaded     VALUE "Y".
       01 WS-Fct-Count      PIC 99 VALUE 0.
       01 WS-Fct-Ix         PIC 99 VALUE 0.
       01 WS-Fct-Table.
          05 WS-Fct-Entry OCCURS 20 TIMES.
             10 WS-Fct-Dd        PIC X(8).
             10 WS-Fct-Region    PIC X(3).
             10 WS-Fct-Check-Sw  PIC X.
             10 WS-Fct-Last-Date PIC 9(8).
             10 WS-Fct-Last-Seq  PIC 9(6).

      *    What the header/trailer check found for each input
      *    file of the run, by source ordinal.  Only an accepted
      *    file goes on to 3050-Process-One-Input; a controlled
      *    file has its header and trailer stepped over there so
      *    neither is ever validated as a customer.
       01 WS-Src-Feed-Table.
          05 WS-Src-Feed OCCURS 5 TIMES.
             10 WS-Src-Accept-Sw   PIC X.
                88 WS-Src-Is-Accepted  VALUE "Y".
             10 WS-Src-Control-Sw  PIC X.
                88 WS-Src-Is-Controlled VALUE "Y".
             10 WS-Src-Hdr-Sw      PIC X.
                88 WS-Src-Has-Header   VALUE "Y".
             10 WS-Src-Fct-Ix      PIC 99.
             10 WS-Src-Hdr-Region  PIC X(3).
             10 WS-Src-Hdr-Date    PIC 9(8).
             10 WS-Src-Hdr-Seq     PIC 9(6).
             10 WS-Src-Feed-Count  PIC 9(9).
             10 WS-Src-Feed-Reason PIC X(30).
       01 WS-Feed-Hash          PIC 9(18) VALUE 0.
       01 WS-Feed-Id-Num        PIC 9(10) VALUE 0.
       01 WS-Feed-Rec-Count     PIC 9(9)  VALUE 0.
       01 WS-Feed-Hdr-Count     PIC 9(5)  VALUE 0.
       01 WS-Feed-Trl-Count     PIC 9(5)  VALUE 0.
       01 WS-Feed-Expect-Seq    PIC 9(6)  VALUE 0.
       01 WS-Feed-Trl-Rec-Count PIC 9(9)  VALUE 0.
       01 WS-Feed-Trl-Hash      PIC 9(18) VALUE 0.
       01 WS-Feed-First-Sw      PIC X.
          88 WS-Feed-First-Is-Hdr  VALUE "Y".
       01 WS-Feed-Last-Sw       PIC X.
          88 WS-Feed-Last-Is-Trl   VALUE "Y".
       01 WS-Feed-Trl-Num-Sw    PIC X.
          88 WS-Feed-Trl-Is-Numeric VALUE "Y".
       01 WS-Feed-Accept-Count  PIC 9 VALUE 0.
       01 WS-Feed-Reject-Count  PIC 9 VALUE 0.

      *    z/OS delivers PARM= as one contiguous string, not as
      *    pre-split chaining items, so the whole card is chained in
      *    as a single field here and 0000-Parse-Parm-String below
       01 WS-Restart-Status    PIC XX.
       01 WS-Indexed-Status    PIC XX.
       01 WS-RunCtl-Status     PIC XX.

      *    The returned-mail file is read only to flag held
      *    customers on the extract.  If it will not open the
      *    listing still runs - nobody is flagged, and a warning
      *    says so.
       01 WS-RetMail-Status    PIC XX.
       01 WS-RetMail-Sw        PIC X VALUE "N".
          88 WS-RetMail-Open       VALUE "Y".
       01 WS-Mail-Hold-Flag    PIC X VALUE SPACE.

      *    The id cross-reference is read only by the keyed
      *    lookup, to follow a retired CustomerId to the one the
      *    customer carries now (SFRENUM).  If it will not open,
      *    a retired id simply shows as not on file.
       01 WS-Xref-Status       PIC XX.
       01 WS-Xref-Id           PIC X(10).
       01 WS-Xref-Hops         PIC 9(3) VALUE 0.
       01 WS-Xref-EOF          PIC Z(1).
       01 WS-Stamp-Phase       PIC X(8).
       01 WS-Stamp-Cond        PIC 9(4).
       01 WS-Resuming-Sw       PIC X VALUE "N".
       01 WS-Std-Len           PIC 9(2) VALUE 0.

       COPY SFADDR.
       COPY SFVALRSN.

      *    Set when 3053-Expand-Street-Suffix finds an abbreviation
      *    on either address line of the record in hand.
       01 WS-Suffix-Fixed-Sw   PIC X.
          88 WS-Suffix-Was-Fixed   VALUE "Y".

       01 WS-Prev-Id          PIC X(10) VALUE SPACES.
       01 WS-Prev-Lastname    PIC X(20) VALUE SPACES.
       01 WS-Duplicate-Count  PIC 9(7) VALUE 0.
       01 WS-Listed-Count     PIC 9(7) VALUE 0.
       01 WS-Inactive-Count   PIC 9(7) VALUE 0.
       01 WS-Mail-Held-Count  PIC 9(7) VALUE 0.

       01 WS-Line-Count          PIC 9(3) VALUE 99.
       01 WS-Page-Count          PIC 9(3) VALUE 0.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Exc-Source   PIC X(1).

       01 WS-Feed-Rpt-Header-1.
          05 FILLER          PIC X(24) VALUE
             "FEED CONTROL REPORT".
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Feed-Rpt-Date-Out PIC X(10).

       01 WS-Feed-Rpt-Col-Heading.
          05 FILLER PIC X(3)  VALUE "SRC".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "DDNAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(6)  VALUE "REGION".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "FEED DATE".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(6)  VALUE "SEQ".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(11) VALUE "    RECORDS".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(14) VALUE "DISPOSITION".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "REASON".

       01 WS-Feed-Rpt-Detail-Line.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-Feed-Rpt-Source PIC X(1).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-Feed-Rpt-Dd     PIC X(8).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-Feed-Rpt-Region PIC X(3).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-Feed-Rpt-Date   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Feed-Rpt-Seq    PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Feed-Rpt-Count  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Feed-Rpt-Disp   PIC X(14).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Feed-Rpt-Reason PIC X(30).

       01 WS-Feed-Date-Work.
          05 WS-Feed-Date-Year  PIC X(4).
          05 WS-Feed-Date-Month PIC X(2).
          05 WS-Feed-Date-Day   PIC X(2).

       01 WS-Feed-Rpt-Total-Line.
          05 WS-Feed-Rpt-Total-Label PIC X(26).
          05 WS-Feed-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       01 WS-Dup-Line.
          05 WS-Dup-Cust-Id      PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
              MOVE SF-Lookup-Id TO IndexedCustomerId
              READ CustomerIndexed
                 INVALID KEY
                    PERFORM 1050-Follow-Xref
                 NOT INVALID KEY
                    PERFORM 1100-Display-Lookup-Result
              END-READ
              CLOSE CustomerIndexed
           END-IF.

      *    An id not on the master may be one SFRENUM retired.
      *    The cross-reference is followed to the end of the
      *    chain - a customer renumbered twice goes old, newer,
      *    newest - and the customer shown under the id they
      *    carry now.  The hop limit only guards against a
      *    damaged cross-reference looping back on itself.
       1050-Follow-Xref.
           MOVE 0 TO WS-Xref-Hops
           MOVE SF-Lookup-Id TO WS-Xref-Id
           OPEN INPUT XrefFile
           IF WS-Xref-Status = "00"
              MOVE 0 TO WS-Xref-EOF
              PERFORM UNTIL WS-Xref-EOF = 1
                 MOVE WS-Xref-Id TO XrefOldId
                 READ XrefFile
                    INVALID KEY
                       MOVE 1 TO WS-Xref-EOF
                    NOT INVALID KEY
                       MOVE XrefNewId TO WS-Xref-Id
                       ADD 1 TO WS-Xref-Hops
                       IF WS-Xref-Hops >= 100
                          MOVE 1 TO WS-Xref-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE XrefFile
           END-IF
           IF WS-Xref-Hops = 0
              DISPLAY "SF: CUSTOMER " SF-Lookup-Id " NOT ON FILE"
           ELSE
              DISPLAY "SF: CUSTOMER " SF-Lookup-Id
                 " RENUMBERED TO " WS-Xref-Id
              MOVE WS-Xref-Id TO IndexedCustomerId
              READ CustomerIndexed
                 INVALID KEY
                    DISPLAY "SF: CUSTOMER " WS-Xref-Id
                       " NOT ON FILE"
                 NOT INVALID KEY
                    PERFORM 1100-Display-Lookup-Result
              END-READ
           END-IF.

       1100-Display-Lookup-Result.
           MOVE IndexedMiddlename TO WS-Src-Middlename
           PERFORM 3600-Format-Middle-Name
           MOVE 0 TO WS-Stamp-Cond
           PERFORM 3090-Write-Run-Stamp
           PERFORM 3010-Validate-Pass
           PERFORM 3160-Print-Feed-Report
           IF WS-Is-Resuming
              PERFORM 3017-Dedupe-Work-File
              PERFORM 3060-Dedupe-Exception-File
           PERFORM 3030-Report-Pass
           PERFORM 3040-Display-Job-Summary
           PERFORM 3080-Write-Run-Stats
           PERFORM 3085-Write-Quality-Stats
      *    The run made it to the end, so there is no unfinished
      *    checkpoint left to protect - clear RESTARTF now so a
      *    later, unrelated run that abends before writing its own
      *    first checkpoint can never pick up this run's leftover
      *    position.
           PERFORM 3009-Reset-Restart-File
      *    A rejected feed still lets the other regions list, but
      *    the night is not complete: the step ends RC 8 and the
      *    ENDED stamp carries it, so SFDEDUP's prerequisite check
      *    (ENDED with condition code zero) holds the chain until
      *    the feed is resent and the listing rerun.  The feed
      *    control high-water marks only move on a clean run, so
      *    that rerun accepts the same feeds again.
           MOVE "ENDED" TO WS-Stamp-Phase
           IF WS-Feed-Reject-Count > 0
              MOVE 8 TO WS-Stamp-Cond
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3170-Save-Feed-Control
              MOVE 0 TO WS-Stamp-Cond
           END-IF
           PERFORM 3090-Write-Run-Stamp.

      *    Appends one stamp to the shared run-control file.  A
      *    validate pass.  WS-Read-Count and the checkpoint
      *    position both span the whole sequence of files, so a
      *    restart skip-scans across file boundaries the same way
      *    it skip-scans within one file.  Each file must first pass
      *    its feed control check (3110-Check-Feed); a rejected
      *    file contributes nothing to the run - no records, no
      *    read count, no checkpoint position.
       3010-Validate-Pass.
           MOVE 0 TO WS-Since-Checkpoint
           INITIALIZE WS-Src-Quality-Table
           MOVE 0 TO WS-Skip-Count
           PERFORM 3011-Check-Restart
           IF WS-Is-Resuming
              OPEN OUTPUT ExceptionFile
              OPEN OUTPUT RejectFile
           END-IF
           PERFORM 3100-Load-Feed-Control
           PERFORM VARYING WS-File-Ix FROM 1 BY 1
                 UNTIL WS-File-Ix > WS-Input-Count
              MOVE WS-Input-Dd(WS-File-Ix) TO filename
              MOVE WS-File-Ix TO WS-Current-Source
              PERFORM 3110-Check-Feed
              IF WS-Src-Is-Accepted(WS-File-Ix)
                 PERFORM 3050-Process-One-Input
              END-IF
           END-PERFORM
           IF WS-Is-Resuming
                 AND WS-Skip-Count < WS-Checkpoint-Count
       3050-Process-One-Input.
           MOVE 0 TO END-OF-FILE
           OPEN INPUT OriginalInput
           PERFORM 3055-Read-Input
           IF WS-Is-Resuming
                 AND WS-Skip-Count < WS-Checkpoint-Count
              PERFORM 3012-Skip-Past-Checkpoint
              ADD 1 TO WS-Read-Count
              PERFORM 3052-Standardize-Address
              PERFORM 3013-Validate-Record
              PERFORM 3056-Tally-Quality
              IF WS-Record-Is-Valid
                 IF CustomerStatus = SPACE
                    MOVE "A" TO CustomerStatus
      *       of re-read exposure regardless of how many of them
      *       turned out to be exceptions.
              PERFORM 3014-Checkpoint-If-Due
              PERFORM 3055-Read-Input
           END-PERFORM
           CLOSE OriginalInput.

      *    Reads the next customer record of the current input.  A
      *    controlled feed's header and trailer were already
      *    checked by 3110-Check-Feed and are stepped over here,
      *    so neither is counted, checkpointed, or validated as a
      *    customer; an uncontrolled file's records all come
      *    through exactly as read.
       3055-Read-Input.
           READ OriginalInput
              AT END MOVE 1 TO END-OF-FILE
           END-READ
           IF WS-Src-Is-Controlled(WS-File-Ix)
              PERFORM UNTIL END-OF-FILE = 1
                    OR NOT (FeedIsHeader OR FeedIsTrailer)
                 READ OriginalInput
                    AT END MOVE 1 TO END-OF-FILE
                 END-READ
              END-PERFORM
           END-IF.

      *    Standardizes the address block before validation, so
      *    the mailing house sees one spelling of each variant:
      *    the whole block upper-cased, and a trailing street-
      *    already standardized and the operator only keys what
      *    is genuinely missing.
       3052-Standardize-Address.
           MOVE "N" TO WS-Suffix-Fixed-Sw
           MOVE FUNCTION UPPER-CASE(AddrLine1) TO AddrLine1
           MOVE FUNCTION UPPER-CASE(AddrLine2) TO AddrLine2
           MOVE FUNCTION UPPER-CASE(AddrCity) TO AddrCity
                    AT END CONTINUE
                    WHEN WS-Suffix-Variant(WS-Suffix-Ix)
                          = WS-Addr-Word
                       SET WS-Suffix-Was-Fixed TO TRUE
                       PERFORM 3054-Overlay-Suffix
                 END-SEARCH
              END-IF
                    (WS-Addr-Word-Start:WS-Std-Len)
           END-IF.

      *    Counts the record in hand toward its source's data
      *    quality scorecard - valid or rejected, since a region's
      *    rejects are as much its data quality as its listed
      *    records are.  Runs after validation and before 3050
      *    defaults a blank status, so a blank effective date
      *    counts as the zero date it is about to become.  The zip
      *    shapes are the two 3058-Check-Zip-Shape accepts; a
      *    blank or malformed zip is neither.
       3056-Tally-Quality.
           MOVE WS-Current-Source TO WS-Src-Index
           ADD 1 TO WS-Qs-Read(WS-Src-Index)
           IF Middlename = SPACES
              ADD 1 TO WS-Qs-Blank-Middle(WS-Src-Index)
           END-IF
           IF AddrLine2 = SPACES
              ADD 1 TO WS-Qs-Blank-Addr2(WS-Src-Index)
           END-IF
           EVALUATE TRUE
              WHEN AddrZip IS NUMERIC
                 ADD 1 TO WS-Qs-Zip9(WS-Src-Index)
              WHEN AddrZip(1:5) IS NUMERIC
                    AND AddrZip(6:4) = SPACES
                 ADD 1 TO WS-Qs-Zip5(WS-Src-Index)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-Suffix-Was-Fixed
              ADD 1 TO WS-Qs-Suffix-Fixed(WS-Src-Index)
           END-IF
           IF StatusEffDate(1:8) = SPACES
                 OR StatusEffDate(1:8) = "00000000"
              ADD 1 TO WS-Qs-Zero-EffDate(WS-Src-Index)
           END-IF
           IF WS-Record-Is-Invalid
              SET WS-Val-Reason-Ix TO 1
              SEARCH WS-Val-Reason
                 AT END CONTINUE
                 WHEN WS-Val-Reason(WS-Val-Reason-Ix)
                       = WS-Reject-Reason
                    SET WS-Qs-Reason-Sub TO WS-Val-Reason-Ix
                    ADD 1 TO WS-Qs-Reject
                       (WS-Src-Index WS-Qs-Reason-Sub)
              END-SEARCH
           END-IF.

      *    RESTARTF is a MOD-disposition dataset (JCL/SFLIST.jcl), so
      *    every 3015-Write-Checkpoint call during a run appends a
      *    new record rather than overwriting the one before it - MOD
           END-IF
           PERFORM UNTIL WS-Skip-Count >= WS-Checkpoint-Count
                 OR END-OF-FILE = 1
              PERFORM 3055-Read-Input
              IF END-OF-FILE NOT = 1
                 ADD 1 TO WS-Skip-Count
              END-IF
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 3055-Read-Input
           END-IF.

      *    A blank status is not an error - feeds that predate the
           IF SF-Extract-Wanted
              OPEN OUTPUT ExtractFile
              OPEN OUTPUT InactiveFile
              OPEN INPUT RetMailFile
              IF WS-RetMail-Status = "00"
                 SET WS-RetMail-Open TO TRUE
              ELSE
                 DISPLAY "SF: RETURNED-MAIL FILE NOT AVAILABLE - "
                    "STATUS " WS-RetMail-Status
                    " - NO MAIL HOLDS FLAGGED"
              END-IF
           END-IF
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           IF SF-Extract-Wanted
              CLOSE ExtractFile
              CLOSE InactiveFile
              IF WS-RetMail-Open
                 CLOSE RetMailFile
              END-IF
           END-IF.

       3031-Format-Today.
      *    Active customers feed the mailing extract; inactive
      *    ones go to INACTOUT in the same delimited layout, so
      *    the mailing never picks them up but they stay
      *    reviewable.  The last field is the returned-mail hold
      *    flag: "R" when mail to this customer keeps coming back
      *    from the very address being written, blank otherwise.
      *    A hold against an older address no longer applies.
       3037-Write-Extract-Line.
           MOVE SPACE TO WS-Mail-Hold-Flag
           IF WS-RetMail-Open AND SortByName-Status NOT = "I"
              MOVE SortByName-CustomerId TO RetCustomerId
              READ RetMailFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RetIsHeld
                          AND RetMailedAddress = SortByName-Address
                       MOVE "R" TO WS-Mail-Hold-Flag
                       ADD 1 TO WS-Mail-Held-Count
                    END-IF
              END-READ
           END-IF
           MOVE SPACES TO WS-Extract-Work
           STRING FUNCTION TRIM(SortByName-CustomerId)
                     DELIMITED BY SIZE
                  SortByName-EffDate DELIMITED BY SIZE
                  SF-Extract-Delim DELIMITED BY SIZE
                  SortByName-Source DELIMITED BY SIZE
                  SF-Extract-Delim DELIMITED BY SIZE
                  WS-Mail-Hold-Flag DELIMITED BY SIZE
              INTO WS-Extract-Work
           END-STRING
           IF SortByName-Status = "I"
              " READ, " WS-Listed-Count " LISTED, "
              WS-Reject-Count " EXCEPTIONS, "
              WS-Duplicate-Count " DUPLICATES, "
              WS-Inactive-Count " INACTIVE"
           IF WS-RetMail-Open
              DISPLAY "SF: " WS-Mail-Held-Count
                 " FLAGGED ON EXTRACT FOR RETURNED-MAIL HOLD"
           END-IF.

      *****************************************************
      * Appends this run's control counts to the cumulative
           WRITE RunStatsDetails
           CLOSE StatsFile.

      *****************************************************
      * Appends one data quality record per source to the
      * cumulative quality history file - the source's
      * tallies from this run's validate pass, with the
      * DDNAME and the region its feed header named (blank
      * for an uncontrolled file such as RECYCLE).  Like
      * STATOUT, QUALOUT is a MOD accumulator that is NOT
      * in SFCLEAN's delete list.  A source that validated
      * nothing this run - a rejected feed, or one a warm
      * restart had already got past - writes no record.
      * A deck without the DD gets a warning and the
      * listing still completes; the scorecard is a report,
      * not a control.
      *****************************************************
       3085-Write-Quality-Stats.
           OPEN EXTEND QualityFile
           IF WS-Quality-Status NOT = "00"
              DISPLAY "SF: QUALITY HISTORY NOT AVAILABLE - STATUS "
                 WS-Quality-Status " - SCORECARD NOT RECORDED"
           ELSE
              ACCEPT WS-Quality-Date FROM DATE YYYYMMDD
              ACCEPT WS-Quality-Time FROM TIME
              PERFORM VARYING WS-Src-Index FROM 1 BY 1
                    UNTIL WS-Src-Index > WS-Input-Count
                 IF WS-Qs-Read(WS-Src-Index) > 0
                    PERFORM 3086-Write-Quality-Record
                 END-IF
              END-PERFORM
              CLOSE QualityFile
           END-IF.

       3086-Write-Quality-Record.
           MOVE WS-Quality-Date TO QualDate
           MOVE WS-Quality-Time TO QualTime
           MOVE WS-Src-Index TO QualSource
           MOVE WS-Input-Dd(WS-Src-Index) TO QualDd
           IF WS-Src-Has-Header(WS-Src-Index)
              MOVE WS-Src-Hdr-Region(WS-Src-Index) TO QualRegion
           ELSE
              MOVE SPACES TO QualRegion
           END-IF
           IF WS-Is-Resuming
              MOVE "Y" TO QualRestartSw
           ELSE
              MOVE "N" TO QualRestartSw
           END-IF
           MOVE WS-Qs-Read(WS-Src-Index) TO QualReadCount
           MOVE WS-Qs-Blank-Middle(WS-Src-Index) TO QualBlankMiddle
           MOVE WS-Qs-Blank-Addr2(WS-Src-Index) TO QualBlankAddr2
           MOVE WS-Qs-Zip5(WS-Src-Index) TO QualZip5
           MOVE WS-Qs-Zip9(WS-Src-Index) TO QualZip9
           MOVE WS-Qs-Suffix-Fixed(WS-Src-Index) TO QualSuffixFixed
           MOVE WS-Qs-Zero-EffDate(WS-Src-Index) TO QualZeroEffDate
           PERFORM VARYING WS-Qs-Reason-Sub FROM 1 BY 1
                 UNTIL WS-Qs-Reason-Sub > 11
              MOVE WS-Qs-Reject(WS-Src-Index WS-Qs-Reason-Sub)
                 TO QualRejectCount(WS-Qs-Reason-Sub)
           END-PERFORM
           WRITE QualityStatsDetails.

      *****************************************************
      * Feed control.  Every regional feed arrives between
      * a header and a trailer (SFFEED copybook), and the
      * feed control file (SFFEEDCT) says which region
      * belongs on each DD and how far that region's feeds
      * have got.  Each input file is checked whole before
      * any of its records reach WORKFILE: a feed that is
      * short, padded, out of order, or simply the wrong
      * region's is rejected as a unit rather than listed
      * in part, and the other regions list as usual.  The
      * load happens on every run, warm restarts included -
      * the file only changes after a clean run, so a
      * restart judges every feed exactly as the aborted
      * run did and the checkpoint count still lines up.
      *****************************************************
       3100-Load-Feed-Control.
           MOVE 0 TO WS-Fct-Count
           MOVE 0 TO WS-Feed-Accept-Count
           MOVE 0 TO WS-Feed-Reject-Count
           MOVE "N" TO WS-FeedCtl-Sw
           MOVE 0 TO WS-FeedCtl-EOF
           OPEN INPUT FeedCtlFile
      *    No control file, no way to prove any feed is the right
      *    one - every controlled feed rejects rather than list
      *    unverified.
           IF WS-FeedCtl-Status NOT = "00"
              DISPLAY "SF: FEED CONTROL FILE NOT AVAILABLE - STATUS "
                 WS-FeedCtl-Status " - NO FEED CAN BE ACCEPTED"
           ELSE
              SET WS-FeedCtl-Loaded TO TRUE
              READ FeedCtlFile
                 AT END MOVE 1 TO WS-FeedCtl-EOF
              END-READ
              PERFORM UNTIL WS-FeedCtl-EOF = 1
                 IF WS-Fct-Count < 20
                    ADD 1 TO WS-Fct-Count
                    MOVE FeedCtlDd TO WS-Fct-Dd(WS-Fct-Count)
                    MOVE FeedCtlRegion TO WS-Fct-Region(WS-Fct-Count)
                    MOVE FeedCtlCheckSw
                       TO WS-Fct-Check-Sw(WS-Fct-Count)
                    MOVE FeedCtlLastDate
                       TO WS-Fct-Last-Date(WS-Fct-Count)
                    MOVE FeedCtlLastSeq
                       TO WS-Fct-Last-Seq(WS-Fct-Count)
                 ELSE
                    DISPLAY "SF: FEED CONTROL ENTRY " FeedCtlDd
                       " IGNORED - MORE THAN 20 ENTRIES ON FILE"
                 END-IF
                 READ FeedCtlFile
                    AT END MOVE 1 TO WS-FeedCtl-EOF
                 END-READ
              END-PERFORM
              CLOSE FeedCtlFile
           END-IF.

      *    Decides whether the current input file (WS-File-Ix)
      *    may list.  A DD with no feed control entry rejects -
      *    an unknown file on the card is as suspect as a wrong
      *    region - while an entry marked uncontrolled lists
      *    without a header or trailer check.
       3110-Check-Feed.
           MOVE "N" TO WS-Src-Accept-Sw(WS-File-Ix)
           MOVE "N" TO WS-Src-Control-Sw(WS-File-Ix)
           MOVE "N" TO WS-Src-Hdr-Sw(WS-File-Ix)
           MOVE 0 TO WS-Src-Fct-Ix(WS-File-Ix)
           MOVE SPACES TO WS-Src-Hdr-Region(WS-File-Ix)
           MOVE 0 TO WS-Src-Hdr-Date(WS-File-Ix)
           MOVE 0 TO WS-Src-Hdr-Seq(WS-File-Ix)
           MOVE 0 TO WS-Src-Feed-Count(WS-File-Ix)
           MOVE SPACES TO WS-Src-Feed-Reason(WS-File-Ix)
           PERFORM VARYING WS-Fct-Ix FROM 1 BY 1
                 UNTIL WS-Fct-Ix > WS-Fct-Count
                    OR WS-Src-Fct-Ix(WS-File-Ix) > 0
              IF WS-Fct-Dd(WS-Fct-Ix) = WS-Input-Dd(WS-File-Ix)
                 MOVE WS-Fct-Ix TO WS-Src-Fct-Ix(WS-File-Ix)
              END-IF
           END-PERFORM
           MOVE WS-Src-Fct-Ix(WS-File-Ix) TO WS-Fct-Ix
           EVALUATE TRUE
              WHEN NOT WS-FeedCtl-Loaded
                 MOVE "FEED CONTROL FILE UNAVAILABLE"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Fct-Ix = 0
                 MOVE "NOT ON FEED CONTROL FILE"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Fct-Check-Sw(WS-Fct-Ix) NOT = "Y"
                 CONTINUE
              WHEN OTHER
                 SET WS-Src-Is-Controlled(WS-File-Ix) TO TRUE
                 PERFORM 3120-Scan-Feed
                 PERFORM 3130-Judge-Feed
           END-EVALUATE
           IF WS-Src-Feed-Reason(WS-File-Ix) = SPACES
              SET WS-Src-Is-Accepted(WS-File-Ix) TO TRUE
              ADD 1 TO WS-Feed-Accept-Count
           ELSE
              ADD 1 TO WS-Feed-Reject-Count
              DISPLAY "SF: FEED " WS-Input-Dd(WS-File-Ix)(1:8)
                 " (SOURCE " WS-File-Ix ") REJECTED - "
                 WS-Src-Feed-Reason(WS-File-Ix)
           END-IF.

      *    One full read of a controlled feed, before any of it is
      *    listed: notes the header (which must be the very first
      *    record), counts the headers and trailers wherever they
      *    fall, and counts and hash-totals the customer records
      *    between them the same way the sending region does.
       3120-Scan-Feed.
           MOVE 0 TO WS-Feed-Rec-Count
           MOVE 0 TO WS-Feed-Hash
           MOVE 0 TO WS-Feed-Hdr-Count
           MOVE 0 TO WS-Feed-Trl-Count
           MOVE 0 TO WS-Feed-Trl-Rec-Count
           MOVE 0 TO WS-Feed-Trl-Hash
           MOVE "N" TO WS-Feed-First-Sw
           MOVE "N" TO WS-Feed-Last-Sw
           MOVE "N" TO WS-Feed-Trl-Num-Sw
           MOVE 0 TO END-OF-FILE
           OPEN INPUT OriginalInput
           READ OriginalInput
              AT END MOVE 1 TO END-OF-FILE
           END-READ
           IF END-OF-FILE NOT = 1 AND FeedIsHeader
              SET WS-Feed-First-Is-Hdr TO TRUE
              SET WS-Src-Has-Header(WS-File-Ix) TO TRUE
              MOVE FeedHdrRegion TO WS-Src-Hdr-Region(WS-File-Ix)
              MOVE FeedHdrDate TO WS-Src-Hdr-Date(WS-File-Ix)
              MOVE FeedHdrSeq TO WS-Src-Hdr-Seq(WS-File-Ix)
           END-IF
           PERFORM UNTIL END-OF-FILE = 1
              EVALUATE TRUE
                 WHEN FeedIsHeader
                    ADD 1 TO WS-Feed-Hdr-Count
                    MOVE "N" TO WS-Feed-Last-Sw
                 WHEN FeedIsTrailer
                    ADD 1 TO WS-Feed-Trl-Count
                    SET WS-Feed-Last-Is-Trl TO TRUE
                    IF FeedTrlCount IS NUMERIC
                          AND FeedTrlHash IS NUMERIC
                       SET WS-Feed-Trl-Is-Numeric TO TRUE
                       MOVE FeedTrlCount TO WS-Feed-Trl-Rec-Count
                       MOVE FeedTrlHash TO WS-Feed-Trl-Hash
                    ELSE
                       MOVE "N" TO WS-Feed-Trl-Num-Sw
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-Feed-Rec-Count
                    MOVE "N" TO WS-Feed-Last-Sw
                    IF CustomerId IS NUMERIC
                       MOVE CustomerId TO WS-Feed-Id-Num
                       ADD WS-Feed-Id-Num TO WS-Feed-Hash
                    END-IF
              END-EVALUATE
              READ OriginalInput
                 AT END MOVE 1 TO END-OF-FILE
              END-READ
           END-PERFORM
           CLOSE OriginalInput
           MOVE WS-Feed-Rec-Count TO WS-Src-Feed-Count(WS-File-Ix).

      *    The first failing check names the rejection.  The
      *    envelope (header first, one trailer, last) is judged
      *    before its contents, and the contents before the
      *    header's claims against the feed control entry, so the
      *    reason printed is the most basic thing wrong.  Feed
      *    dates must move forward; sequence numbers must run on
      *    from the last accepted one without a gap, wrapping
      *    from 999999 to 1.  An entry with no accepted feed yet
      *    (sequence zero) takes whatever sequence the first feed
      *    brings.
       3130-Judge-Feed.
           IF WS-Fct-Last-Seq(WS-Fct-Ix) = 999999
              MOVE 1 TO WS-Feed-Expect-Seq
           ELSE
              COMPUTE WS-Feed-Expect-Seq
                 = WS-Fct-Last-Seq(WS-Fct-Ix) + 1
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-Feed-First-Is-Hdr
                 MOVE "HEADER MISSING"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Feed-Hdr-Count > 1
                 MOVE "MORE THAN ONE HEADER"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Feed-Trl-Count = 0
                 MOVE "TRAILER MISSING"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Feed-Trl-Count > 1
                    OR NOT WS-Feed-Last-Is-Trl
                 MOVE "TRAILER NOT LAST RECORD"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN NOT WS-Feed-Trl-Is-Numeric
                    OR WS-Feed-Trl-Rec-Count NOT = WS-Feed-Rec-Count
                 MOVE "TRAILER RECORD COUNT MISMATCH"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Feed-Trl-Hash NOT = WS-Feed-Hash
                 MOVE "TRAILER HASH TOTAL MISMATCH"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Src-Hdr-Region(WS-File-Ix)
                    NOT = WS-Fct-Region(WS-Fct-Ix)
                 MOVE "WRONG REGION FOR THIS DD"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Src-Hdr-Date(WS-File-Ix) IS NOT NUMERIC
                    OR WS-Src-Hdr-Seq(WS-File-Ix) IS NOT NUMERIC
                 MOVE "INVALID HEADER DATE/SEQUENCE"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Src-Hdr-Date(WS-File-Ix)
                    <= WS-Fct-Last-Date(WS-Fct-Ix)
                 MOVE "FEED DATE ALREADY PROCESSED"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Fct-Last-Seq(WS-Fct-Ix) > 0
                    AND WS-Src-Hdr-Seq(WS-File-Ix)
                       > WS-Feed-Expect-Seq
                 MOVE "SEQUENCE NUMBER SKIPPED"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN WS-Fct-Last-Seq(WS-Fct-Ix) > 0
                    AND WS-Src-Hdr-Seq(WS-File-Ix)
                       NOT = WS-Feed-Expect-Seq
                 MOVE "SEQUENCE NUMBER OUT OF ORDER"
                    TO WS-Src-Feed-Reason(WS-File-Ix)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    The feed control report: one line per input file of the
      *    run with what its header claimed and what became of it,
      *    so a rejected region's feed can be chased with the
      *    sender the same morning.  Printed straight after the
      *    validate pass, ahead of the listing itself.
       3160-Print-Feed-Report.
           OPEN OUTPUT FeedReport
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           PERFORM 3031-Format-Today
           MOVE WS-Today-Formatted TO WS-Feed-Rpt-Date-Out
           WRITE FeedReport-Line FROM WS-Feed-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE FeedReport-Line FROM WS-Rpt-Blank-Line
           WRITE FeedReport-Line FROM WS-Feed-Rpt-Col-Heading
           WRITE FeedReport-Line FROM WS-Rpt-Blank-Line
           PERFORM VARYING WS-Src-Index FROM 1 BY 1
                 UNTIL WS-Src-Index > WS-Input-Count
              PERFORM 3165-Print-Feed-Line
           END-PERFORM
           WRITE FeedReport-Line FROM WS-Rpt-Blank-Line
           MOVE "FEEDS ACCEPTED:" TO WS-Feed-Rpt-Total-Label
           MOVE WS-Feed-Accept-Count TO WS-Feed-Rpt-Total-Out
           WRITE FeedReport-Line FROM WS-Feed-Rpt-Total-Line
           MOVE "FEEDS REJECTED:" TO WS-Feed-Rpt-Total-Label
           MOVE WS-Feed-Reject-Count TO WS-Feed-Rpt-Total-Out
           WRITE FeedReport-Line FROM WS-Feed-Rpt-Total-Line
           CLOSE FeedReport
           DISPLAY "SF: FEED CONTROL - " WS-Feed-Accept-Count
              " ACCEPTED, " WS-Feed-Reject-Count " REJECTED".

       3165-Print-Feed-Line.
           MOVE WS-Src-Index TO WS-Feed-Rpt-Source
           MOVE WS-Input-Dd(WS-Src-Index) TO WS-Feed-Rpt-Dd
           MOVE SPACES TO WS-Feed-Rpt-Region
           MOVE SPACES TO WS-Feed-Rpt-Date
           MOVE SPACES TO WS-Feed-Rpt-Seq
           IF WS-Src-Has-Header(WS-Src-Index)
              MOVE WS-Src-Hdr-Region(WS-Src-Index)
                 TO WS-Feed-Rpt-Region
              MOVE WS-Src-Hdr-Date(WS-Src-Index) TO WS-Feed-Date-Work
              STRING WS-Feed-Date-Month "/" WS-Feed-Date-Day "/"
                     WS-Feed-Date-Year DELIMITED BY SIZE
                 INTO WS-Feed-Rpt-Date
              MOVE WS-Src-Hdr-Seq(WS-Src-Index) TO WS-Feed-Rpt-Seq
           END-IF
           MOVE WS-Src-Feed-Count(WS-Src-Index) TO WS-Feed-Rpt-Count
           EVALUATE TRUE
              WHEN NOT WS-Src-Is-Accepted(WS-Src-Index)
                 MOVE "REJECTED" TO WS-Feed-Rpt-Disp
              WHEN WS-Src-Is-Controlled(WS-Src-Index)
                 MOVE "ACCEPTED" TO WS-Feed-Rpt-Disp
              WHEN OTHER
                 MOVE "NOT CONTROLLED" TO WS-Feed-Rpt-Disp
           END-EVALUATE
           MOVE WS-Src-Feed-Reason(WS-Src-Index)
              TO WS-Feed-Rpt-Reason
           WRITE FeedReport-Line FROM WS-Feed-Rpt-Detail-Line.

      *    Moves each accepted controlled feed's date and sequence
      *    onto its feed control entry and writes the whole file
      *    back.  Only reached on a run where every feed was
      *    accepted (see 3000-Listing-Run).  FEEDCTL is DISP=OLD in
      *    JCL/SFLIST.jcl, so this OPEN OUTPUT replaces the file
      *    rather than appending to it.
       3170-Save-Feed-Control.
           PERFORM VARYING WS-Src-Index FROM 1 BY 1
                 UNTIL WS-Src-Index > WS-Input-Count
              IF WS-Src-Is-Controlled(WS-Src-Index)
                    AND WS-Src-Is-Accepted(WS-Src-Index)
                 MOVE WS-Src-Fct-Ix(WS-Src-Index) TO WS-Fct-Ix
                 MOVE WS-Src-Hdr-Date(WS-Src-Index)
                    TO WS-Fct-Last-Date(WS-Fct-Ix)
                 MOVE WS-Src-Hdr-Seq(WS-Src-Index)
                    TO WS-Fct-Last-Seq(WS-Fct-Ix)
              END-IF
           END-PERFORM
           OPEN OUTPUT FeedCtlFile
           IF WS-FeedCtl-Status NOT = "00"
              DISPLAY "SF: FEED CONTROL FILE NOT UPDATED - STATUS "
                 WS-FeedCtl-Status
           ELSE
              PERFORM VARYING WS-Fct-Ix FROM 1 BY 1
                    UNTIL WS-Fct-Ix > WS-Fct-Count
                 MOVE WS-Fct-Dd(WS-Fct-Ix) TO FeedCtlDd
                 MOVE WS-Fct-Region(WS-Fct-Ix) TO FeedCtlRegion
                 MOVE WS-Fct-Check-Sw(WS-Fct-Ix) TO FeedCtlCheckSw
                 MOVE WS-Fct-Last-Date(WS-Fct-Ix) TO FeedCtlLastDate
                 MOVE WS-Fct-Last-Seq(WS-Fct-Ix) TO FeedCtlLastSeq
                 WRITE FeedCtlDetails
              END-PERFORM
              CLOSE FeedCtlFile
           END-IF.

      *****************************************************
      * Shared helper - formats a middle name for display
      * per SF-Name-Format: full name, initial, or none.
