      * it).  EXTIN belongs on EXTOUT, never on INACTOUT -
      * and as a backstop any inactive record that does
      * arrive is skipped and counted rather than labeled.
      * A customer the extract flags "R" - mail to them keeps
      * coming back from that address (see SFRETLD) - gets
      * no label either; they are counted separately, so
      * labels plus inactive plus held still reconcile.
      * With the household option in the PARM, the label
      * run sends one piece per household (see SFHHOLD):
      * the head's label is addressed "THE <LASTNAME>
      * HOUSEHOLD" or to the head by name, and the other
      * members are counted instead of labeled.  A head who
      * gets no label tonight - inactive, on mail hold, or
      * not on this extract at all - does not take the
      * household's mail with them: the lowest-id member
      * who can be labeled stands in and gets the piece.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LabelFile ASSIGN TO "LBLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HouseholdFile ASSIGN TO "HHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HhCustomerId
               FILE STATUS IS WS-Household-Status.

           SELECT StandInSortFile ASSIGN TO "LBLSORT".

       DATA DIVISION.
       FILE SECTION.
       FD ExtractFile.
       FD LabelFile.
       01 LabelFile-Line PIC X(132).

       FD HouseholdFile.
       COPY SFHHOLD.

       SD StandInSortFile.
       01 StandInSort-Record.
          02 StandInSort-House PIC 9(9).
          02 StandInSort-Id    PIC X(10).
          02 StandInSort-Role  PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-Extract-Status PIC XX.
       01 WS-Extract-EOF    PIC Z(1).
       01 WS-Household-Status PIC XX.

      *    The PARM: how many labels across (1/2/3), the name
      *    format (same F/I/N codes as SF-Name-Format), and the
      *    delimiter the extract was cut with - it must match the
      *    SF-Extract-Delim byte of the listing run's PARM or
      *    every field lands in the wrong place.  The last byte
      *    asks for one label per household: H addresses it to
      *    "THE <LASTNAME> HOUSEHOLD", P to the head of household
      *    by name; blank labels every customer as before.
       01 WS-Label-Parms.
          05 WS-Lbl-Up-Count   PIC X.
          05 WS-Lbl-Name-Fmt   PIC X.
             88 WS-Lbl-Name-Is-Initial VALUE "I".
             88 WS-Lbl-Name-Is-None    VALUE "N".
          05 WS-Lbl-Delim      PIC X.
          05 WS-Lbl-House-Mode PIC X.
             88 WS-Lbl-By-Household    VALUE "H" "P".
             88 WS-Lbl-House-Is-Family VALUE "H".

       01 WS-Up-Count       PIC 9 VALUE 1.
       01 WS-Slot-Count     PIC 9 VALUE 0.
       01 WS-Print-Col      PIC 9(3).
       01 WS-Label-Count    PIC 9(7) VALUE 0.
       01 WS-Skipped-Count  PIC 9(7) VALUE 0.
       01 WS-Held-Count     PIC 9(7) VALUE 0.
       01 WS-Member-Count   PIC 9(7) VALUE 0.
       01 WS-House-Label-Count PIC 9(7) VALUE 0.
       01 WS-Label-Head-Sw  PIC X VALUE "N".
          88 WS-Label-Is-Head-Multi VALUE "Y".
       01 WS-Stand-In-Sw    PIC X VALUE "N".
          88 WS-Label-Is-Stand-In   VALUE "Y".
       01 WS-Stand-In-Count PIC 9(7) VALUE 0.

      *    Households whose head will not be labeled from this
      *    extract, each with the member who stands in for the
      *    head - found ahead of the label pass by 1500.  They
      *    arrive in household order; should there be more than
      *    the table holds, WS-Stand-In-Over is the first that
      *    did not fit, and every member of that household or a
      *    later one not in the table gets a label of their own
      *    rather than risk the household getting none.
       01 WS-Stand-In-Max   PIC 9(4) VALUE 500.
       01 WS-Stand-In-Used  PIC 9(4) VALUE 0.
       01 WS-Stand-In-Over  PIC 9(9) VALUE 999999999.
       01 WS-Stand-In-Table.
          05 WS-Stand-In-Entry OCCURS 500 TIMES
                INDEXED BY WS-Stand-In-Ix.
             10 WS-Stand-In-House PIC 9(9).
             10 WS-Stand-In-Id    PIC X(10).
       01 WS-Sorted-EOF     PIC Z(1).
       01 WS-Prev-House     PIC 9(9).

      *    One extract line broken back into the fields
      *    3037-Write-Extract-Line strung together.
          05 WS-Ext-Status     PIC X(1).
          05 WS-Ext-EffDate    PIC X(8).
          05 WS-Ext-Source     PIC X(1).
          05 WS-Ext-Mail-Hold  PIC X(1).
             88 WS-Ext-Is-Mail-Held VALUE "R".

       01 WS-Middle-Part    PIC X(20).
       01 WS-Name-Line      PIC X(44).
          05 FILLER PIC X(24) VALUE "INACTIVE SKIPPED:".
          05 WS-Total-Skipped-Out PIC Z,ZZZ,ZZ9.

       01 WS-Total-Line-3.
          05 FILLER PIC X(24) VALUE "RETURNED MAIL HELD:".
          05 WS-Total-Held-Out PIC Z,ZZZ,ZZ9.

       01 WS-Total-Line-4.
          05 FILLER PIC X(24) VALUE "HOUSEHOLD LABELS:".
          05 WS-Total-House-Out PIC Z,ZZZ,ZZ9.

       01 WS-Total-Line-5.
          05 FILLER PIC X(24) VALUE "MEMBERS NOT LABELED:".
          05 WS-Total-Member-Out PIC Z,ZZZ,ZZ9.

       01 WS-Total-Line-6.
          05 FILLER PIC X(24) VALUE "STAND-IN FOR HEAD:".
          05 WS-Total-Stand-In-Out PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING WS-Label-Parms.
       Begin.
           PERFORM 1000-Initialize
           IF WS-Lbl-By-Household
              PERFORM 1500-Find-Stand-Ins
           END-IF
           PERFORM 2000-Label-Pass
           PERFORM 3000-Print-Label-Total
           STOP RUN.
           END-IF
           IF WS-Lbl-Delim = SPACE
              MOVE "," TO WS-Lbl-Delim
           END-IF
      *    Asked for one label per household, the run will not
      *    quietly fall back to one per customer - that is the
      *    very mailing the option exists to stop.
           IF WS-Lbl-By-Household
              OPEN INPUT HouseholdFile
              IF WS-Household-Status NOT = "00"
                 DISPLAY "SFLABELS: UNABLE TO OPEN HOUSEHOLD FILE - "
                    "STATUS " WS-Household-Status
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************
      * Household mode only.  Every customer on the extract
      * who would be labeled - active, not on mail hold - and
      * belongs to a multi-member household is sorted by
      * household and CustomerId.  SFHHOLD makes the lowest
      * id the head, so the first of each household is the
      * head whenever the head will be labeled; when it is a
      * member instead, that member stands in for the head.
      *****************************************************
       1500-Find-Stand-Ins.
           SORT StandInSortFile
              ON ASCENDING KEY StandInSort-House StandInSort-Id
              INPUT PROCEDURE 1510-Release-Labelable
              OUTPUT PROCEDURE 1520-Pick-Stand-Ins
           IF WS-Stand-In-Over NOT = 999999999
              DISPLAY "SFLABELS: MORE THAN " WS-Stand-In-Max
                 " HOUSEHOLDS WITHOUT A LABELED HEAD - MEMBERS "
                 "FROM HOUSEHOLD " WS-Stand-In-Over
                 " ONWARD LABELED INDIVIDUALLY"
              MOVE 4 TO RETURN-CODE
           END-IF.

       1510-Release-Labelable.
           MOVE 0 TO WS-Extract-EOF
           OPEN INPUT ExtractFile
           IF WS-Extract-Status NOT = "00"
              DISPLAY "SFLABELS: UNABLE TO OPEN EXTRACT - STATUS "
                 WS-Extract-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ ExtractFile
              AT END MOVE 1 TO WS-Extract-EOF
           END-READ
           PERFORM UNTIL WS-Extract-EOF = 1
              PERFORM 2050-Split-Extract-Line
              IF WS-Ext-Status NOT = "I"
                    AND NOT WS-Ext-Is-Mail-Held
                 MOVE WS-Ext-CustomerId TO HhCustomerId
                 READ HouseholdFile
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF HhIsMulti
                          MOVE HhHouseholdId TO StandInSort-House
                          MOVE HhCustomerId TO StandInSort-Id
                          MOVE HhRole TO StandInSort-Role
                          RELEASE StandInSort-Record
                       END-IF
                 END-READ
              END-IF
              READ ExtractFile
                 AT END MOVE 1 TO WS-Extract-EOF
              END-READ
           END-PERFORM
           CLOSE ExtractFile.

       1520-Pick-Stand-Ins.
           MOVE 0 TO WS-Sorted-EOF
           MOVE 0 TO WS-Prev-House
           RETURN StandInSortFile
              AT END MOVE 1 TO WS-Sorted-EOF
           END-RETURN
           PERFORM UNTIL WS-Sorted-EOF = 1
              IF StandInSort-House NOT = WS-Prev-House
                 MOVE StandInSort-House TO WS-Prev-House
                 IF StandInSort-Role = "M"
                    PERFORM 1530-Store-Stand-In
                 END-IF
              END-IF
              RETURN StandInSortFile
                 AT END MOVE 1 TO WS-Sorted-EOF
              END-RETURN
           END-PERFORM.

       1530-Store-Stand-In.
           IF WS-Stand-In-Used < WS-Stand-In-Max
              ADD 1 TO WS-Stand-In-Used
              MOVE StandInSort-House
                 TO WS-Stand-In-House(WS-Stand-In-Used)
              MOVE StandInSort-Id TO WS-Stand-In-Id(WS-Stand-In-Used)
           ELSE
              IF WS-Stand-In-Over = 999999999
                 MOVE StandInSort-House TO WS-Stand-In-Over
              END-IF
           END-IF.

       2000-Label-Pass.
           END-IF
           CLOSE ExtractFile.

       2050-Split-Extract-Line.
           MOVE SPACES TO WS-Ext-Fields
           UNSTRING ExtractFile-Line
              DELIMITED BY WS-Lbl-Delim
                   WS-Ext-AddrLine1 WS-Ext-AddrLine2
                   WS-Ext-City WS-Ext-State WS-Ext-Zip
                   WS-Ext-Status WS-Ext-EffDate WS-Ext-Source
                   WS-Ext-Mail-Hold
           END-UNSTRING.

       2100-Build-Label.
           PERFORM 2050-Split-Extract-Line
           MOVE "N" TO WS-Label-Head-Sw
           MOVE "N" TO WS-Stand-In-Sw
           IF WS-Lbl-By-Household
              PERFORM 2150-Check-Household
           END-IF
           EVALUATE TRUE
              WHEN WS-Ext-Status = "I"
                 ADD 1 TO WS-Skipped-Count
              WHEN WS-Ext-Is-Mail-Held
                 ADD 1 TO WS-Held-Count
              WHEN WS-Lbl-By-Household AND HhIsMulti
                    AND HhIsMember AND NOT WS-Label-Is-Stand-In
                 ADD 1 TO WS-Member-Count
              WHEN OTHER
                 IF WS-Label-Is-Stand-In
                    ADD 1 TO WS-Stand-In-Count
                 END-IF
                 PERFORM 2110-Store-Label
           END-EVALUATE.

       2110-Store-Label.
           ADD 1 TO WS-Slot-Count
              PERFORM 2500-Flush-Labels
           END-IF.

      *    A customer not on the household file - added since
      *    SFHHOLD last ran - gets a label of their own, the same
      *    as a single-member household.  A member is labeled
      *    only when 1500 found the head will not be - as the
      *    household's stand-in head - or when the household is
      *    past the end of a full stand-in table, by their own
      *    name.
       2150-Check-Household.
           MOVE WS-Ext-CustomerId TO HhCustomerId
           READ HouseholdFile
              INVALID KEY
                 SET HhIsHead TO TRUE
                 SET HhIsSingle TO TRUE
           END-READ
           IF HhIsHead AND HhIsMulti
              SET WS-Label-Is-Head-Multi TO TRUE
           END-IF
           IF HhIsMember AND HhIsMulti
              PERFORM 2160-Check-Stand-In
           END-IF.

       2160-Check-Stand-In.
           SET WS-Stand-In-Ix TO 1
           SEARCH WS-Stand-In-Entry
              AT END
                 IF HhHouseholdId NOT < WS-Stand-In-Over
                    SET WS-Label-Is-Stand-In TO TRUE
                 END-IF
              WHEN WS-Stand-In-Ix > WS-Stand-In-Used
                 IF HhHouseholdId NOT < WS-Stand-In-Over
                    SET WS-Label-Is-Stand-In TO TRUE
                 END-IF
              WHEN WS-Stand-In-House(WS-Stand-In-Ix) = HhHouseholdId
                 IF WS-Stand-In-Id(WS-Stand-In-Ix) = HhCustomerId
                    SET WS-Label-Is-Stand-In TO TRUE
                    SET WS-Label-Is-Head-Multi TO TRUE
                 END-IF
           END-SEARCH.

      *    The head of a multi-member household is addressed for
      *    the whole household when the PARM asks for it;
      *    everyone else by their own name.
       2200-Format-Name-Line.
           IF WS-Label-Is-Head-Multi
              ADD 1 TO WS-House-Label-Count
              IF WS-Lbl-House-Is-Family
                 MOVE SPACES TO WS-Name-Line
                 STRING "THE " FUNCTION TRIM(WS-Ext-Lastname)
                        " HOUSEHOLD"
                    DELIMITED BY SIZE INTO WS-Name-Line
                 END-STRING
              ELSE
                 PERFORM 2210-Format-Person-Name
              END-IF
           ELSE
              PERFORM 2210-Format-Person-Name
           END-IF.

      *    First name, middle per the name format, last name, one
      *    blank between each - the same three formats SF's
      *    3600-Format-Middle-Name gives the listing.
       2210-Format-Person-Name.
           MOVE SPACES TO WS-Middle-Part
           EVALUATE TRUE
              WHEN WS-Lbl-Name-Is-None
           WRITE LabelFile-Line FROM WS-Total-Line-1
           MOVE WS-Skipped-Count TO WS-Total-Skipped-Out
           WRITE LabelFile-Line FROM WS-Total-Line-2
           MOVE WS-Held-Count TO WS-Total-Held-Out
           WRITE LabelFile-Line FROM WS-Total-Line-3
           IF WS-Lbl-By-Household
              MOVE WS-House-Label-Count TO WS-Total-House-Out
              WRITE LabelFile-Line FROM WS-Total-Line-4
              MOVE WS-Member-Count TO WS-Total-Member-Out
              WRITE LabelFile-Line FROM WS-Total-Line-5
              MOVE WS-Stand-In-Count TO WS-Total-Stand-In-Out
              WRITE LabelFile-Line FROM WS-Total-Line-6
              CLOSE HouseholdFile
           END-IF
           CLOSE LabelFile
           DISPLAY "SFLABELS: " WS-Label-Count " LABELS PRINTED, "
              WS-Skipped-Count " INACTIVE SKIPPED, "
              WS-Held-Count " RETURNED MAIL HELD"
           IF WS-Lbl-By-Household
              DISPLAY "SFLABELS: " WS-House-Label-Count
                 " HOUSEHOLD LABELS, " WS-Member-Count
                 " HOUSEHOLD MEMBERS SKIPPED, " WS-Stand-In-Count
                 " LABELED FOR THEIR HEAD"
           END-IF.
