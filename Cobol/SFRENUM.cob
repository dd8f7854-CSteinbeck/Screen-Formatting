       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFRENUM.
      *****************************************************
      * Re-keys customers on the indexed master from an
      * old-id/new-id list, for the region that migrates
      * systems and renumbers its customers.  A delete and
      * an add through the batch maintenance run would do
      * the same to the master, but would cut the customer
      * off from everything filed under the old id; this
      * carries the customer across whole:
      *   the master record is written under the new id and
      *   the old one deleted, journaled as ONE audit entry
      *   (function R, operator RENUMBER, old image before,
      *   new image after), so SFHIST reads one history
      *   straight across both ids;
      *   the old/new pair goes on the permanent
      *   cross-reference file, which SF's keyed lookup
      *   and SFHIST follow when handed a retired id;
      *   the customer's returned-mail and household
      *   records are re-keyed, and any household headed
      *   by the old id is pointed at the new one;
      *   the pending transaction queue and the purge
      *   archive are copied through with the old id
      *   replaced, to keep files the job rolls back over
      *   the originals (the SFSWEEP arrangement), so a
      *   parked transaction releases against the new id
      *   and a purged copy restores under it.
      * A pair is refused, and listed with the reason, if
      * either id is blank or both are the same, if either
      * id appears more than once in the list, if the old
      * id is not on the master or has been retired before,
      * or if the new id is already on the master or is
      * itself a retired id - a retired id is never handed
      * out again, or the cross-reference would point two
      * customers' histories at one another.  A pair whose
      * cross-reference record will not write, or whose old
      * master record will not delete, is backed out and
      * refused as well.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RenumIn ASSIGN TO "RENUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Renum-Status.

           SELECT CustomerMaster ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IndexedCustomerId
               FILE STATUS IS WS-Master-Status.

           SELECT XrefFile ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefOldId
               FILE STATUS IS WS-Xref-Status.

           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

           SELECT HouseholdFile ASSIGN TO "HHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HhCustomerId
               FILE STATUS IS WS-Household-Status.

           SELECT PendIn ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pend-Status.

           SELECT PendKeep ASSIGN TO "PENDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ArchiveIn ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           SELECT ArchiveKeep ASSIGN TO "ARCHKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RenumReport ASSIGN TO "RENRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One pair per record: the id the customer is filed
      *    under today, then the id they are to carry.
       FD RenumIn.
       01 RenumIn-Record.
          05 RenumIn-Old-Id PIC X(10).
          05 RenumIn-New-Id PIC X(10).

       FD CustomerMaster.
       COPY CUSTIDX.

       FD XrefFile.
       COPY SFXREF.

       FD AuditFile.
       COPY SFAUDIT.

       FD RetMailFile.
       COPY SFRETML.

       FD HouseholdFile.
       COPY SFHHOLD.

       FD PendIn.
       COPY SFTRAN.

       FD PendKeep.
       01 PendKeep-Record PIC X(161).

       FD ArchiveIn.
       01 ArchiveIn-Record PIC X(160).

       FD ArchiveKeep.
       01 ArchiveKeep-Record PIC X(160).

       FD RenumReport.
       01 RenumReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Renum-Status     PIC XX.
       01 WS-Master-Status    PIC XX.
       01 WS-Xref-Status      PIC XX.
       01 WS-Audit-Status     PIC XX.
       01 WS-RetMail-Status   PIC XX.
       01 WS-Household-Status PIC XX.
       01 WS-Pend-Status      PIC XX.
       01 WS-Archive-Status   PIC XX.
       01 WS-Renum-EOF        PIC Z(1).
       01 WS-Household-EOF    PIC Z(1).
       01 WS-Pend-EOF         PIC Z(1).
       01 WS-Archive-EOF      PIC Z(1).

       01 WS-RetMail-Sw       PIC X VALUE "N".
          88 WS-RetMail-Open      VALUE "Y".
       01 WS-Household-Sw     PIC X VALUE "N".
          88 WS-Household-Open    VALUE "Y".
       01 WS-Rekey-Sw         PIC X VALUE "N".
          88 WS-Rekey-Failed      VALUE "Y".
       01 WS-Repeat-Sw        PIC X VALUE "N".
          88 WS-Repeat-Found      VALUE "Y".

      *    The whole list is held in storage: the pending and
      *    archive passes translate every record they copy
      *    against it, and the duplicate check needs it all.
       01 WS-Pair-Max         PIC 9(5) VALUE 2000.
       01 WS-Pair-Count       PIC 9(5) VALUE 0.
       01 WS-Pair-Sub         PIC 9(5) VALUE 0.
       01 WS-Pair-Table.
          05 WS-Pair-Entry OCCURS 2000 TIMES
                INDEXED BY WS-Pair-Ix.
             10 WS-Pair-Old-Id  PIC X(10).
             10 WS-Pair-New-Id  PIC X(10).
             10 WS-Pair-Dup-Sw  PIC X(1).
                88 WS-Pair-Is-Dup     VALUE "Y".
             10 WS-Pair-Result  PIC X(1).
                88 WS-Pair-Accepted   VALUE "A".
                88 WS-Pair-Refused    VALUE "R".

       01 WS-Old-Id           PIC X(10).
       01 WS-New-Id           PIC X(10).
       01 WS-Find-Id          PIC X(10).
       01 WS-Found-New-Id     PIC X(10).
       01 WS-Refuse-Reason    PIC X(30).
       01 WS-Before-Image     PIC X(160).
       01 WS-After-Image      PIC X(160).
       01 WS-RetMail-Hold     PIC X(121).
       01 WS-Household-Hold   PIC X(39).

       01 WS-Read-Count       PIC 9(7) VALUE 0.
       01 WS-Renumbered-Count PIC 9(7) VALUE 0.
       01 WS-Refused-Count    PIC 9(7) VALUE 0.
       01 WS-RetMail-Count    PIC 9(7) VALUE 0.
       01 WS-Household-Count  PIC 9(7) VALUE 0.
       01 WS-Head-Count       PIC 9(7) VALUE 0.
       01 WS-Pend-Read-Count  PIC 9(7) VALUE 0.
       01 WS-Pend-Fix-Count   PIC 9(7) VALUE 0.
       01 WS-Arch-Read-Count  PIC 9(7) VALUE 0.
       01 WS-Arch-Fix-Count   PIC 9(7) VALUE 0.

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
             "CUSTOMER ID RENUMBERING".
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "RUN DATE:".
          05 WS-Rpt-Date-Out PIC X(10).
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE ".
          05 WS-Rpt-Page-Out PIC ZZZ9.

       01 WS-Rpt-Col-Heading.
          05 FILLER PIC X(10) VALUE "ACTION".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "OLD ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "NEW ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "LAST NAME".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "NOTE".

       01 WS-Rpt-Detail-Line.
          05 WS-Rpt-Action   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Old-Id   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-New-Id   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Last     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Note     PIC X(30).

       01 WS-Rpt-Blank-Line PIC X(1) VALUE SPACES.

       01 WS-Rpt-Total-Line.
          05 WS-Rpt-Total-Label PIC X(30).
          05 WS-Rpt-Total-Out   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 1000-Initialize
           PERFORM 2000-Load-Pairs
           PERFORM 3000-Open-Files
           PERFORM 4000-Renumber-Pass
           PERFORM 5000-Household-Head-Pass
           PERFORM 6000-Pending-Pass
           PERFORM 7000-Archive-Pass
           PERFORM 8000-Print-Control-Totals
           CLOSE CustomerMaster
           CLOSE XrefFile
           CLOSE AuditFile
           IF WS-RetMail-Open
              CLOSE RetMailFile
           END-IF
           IF WS-Household-Open
              CLOSE HouseholdFile
           END-IF
           CLOSE RenumReport
           IF WS-Refused-Count > 0
                 OR NOT WS-RetMail-Open
                 OR NOT WS-Household-Open
                 OR WS-Rekey-Failed
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Initialize.
           OPEN OUTPUT RenumReport
           MOVE 99 TO WS-Line-Count
           MOVE 0 TO WS-Page-Count
           ACCEPT WS-Today-Numeric FROM DATE YYYYMMDD
           STRING WS-Today-Month "/" WS-Today-Day "/"
                  WS-Today-Year DELIMITED BY SIZE
              INTO WS-Today-Formatted
           MOVE SPACES TO WS-Pair-Table.

      *****************************************************
      * Loads the whole list before anything is touched, so
      * an oversized list stops the run with the master as
      * it was.  An id seen more than once - as an old or a
      * new id, in any pair - refuses every pair it is in:
      * two pairs naming one id cannot both be right, and
      * the run will not guess which was meant.
      *****************************************************
       2000-Load-Pairs.
           MOVE 0 TO WS-Renum-EOF
           OPEN INPUT RenumIn
           IF WS-Renum-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN RENUMBER LIST - "
                 "STATUS " WS-Renum-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RenumIn
              AT END MOVE 1 TO WS-Renum-EOF
           END-READ
           PERFORM UNTIL WS-Renum-EOF = 1
              ADD 1 TO WS-Read-Count
              IF WS-Pair-Count >= WS-Pair-Max
                 DISPLAY "SFRENUM: RENUMBER LIST HOLDS MORE THAN "
                    WS-Pair-Max " PAIRS - SPLIT IT AND RERUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 2100-Check-Repeat
              ADD 1 TO WS-Pair-Count
              MOVE RenumIn-Old-Id TO WS-Pair-Old-Id(WS-Pair-Count)
              MOVE RenumIn-New-Id TO WS-Pair-New-Id(WS-Pair-Count)
              IF WS-Repeat-Found
                 SET WS-Pair-Is-Dup(WS-Pair-Count) TO TRUE
              END-IF
              READ RenumIn
                 AT END MOVE 1 TO WS-Renum-EOF
              END-READ
           END-PERFORM
           CLOSE RenumIn
           DISPLAY "SFRENUM: " WS-Pair-Count " PAIRS LOADED".

      *    Flags every earlier pair naming either id - not just
      *    the first, since the old id and the new id may each
      *    be repeated in a different earlier pair.  Blank ids
      *    are refused on their own and are not looked for.
       2100-Check-Repeat.
           MOVE "N" TO WS-Repeat-Sw
           IF RenumIn-Old-Id NOT = SPACES
                 AND RenumIn-New-Id NOT = SPACES
              PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                    UNTIL WS-Pair-Sub > WS-Pair-Count
                 IF WS-Pair-Old-Id(WS-Pair-Sub) = RenumIn-Old-Id
                       OR WS-Pair-Old-Id(WS-Pair-Sub) = RenumIn-New-Id
                       OR WS-Pair-New-Id(WS-Pair-Sub) = RenumIn-Old-Id
                       OR WS-Pair-New-Id(WS-Pair-Sub) = RenumIn-New-Id
                    SET WS-Pair-Is-Dup(WS-Pair-Sub) TO TRUE
                    SET WS-Repeat-Found TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       2900-Print-Pair-Detail.
           MOVE WS-Old-Id TO WS-Rpt-Old-Id
           MOVE WS-New-Id TO WS-Rpt-New-Id
           IF WS-Line-Count + 1 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE RenumReport-Line FROM WS-Rpt-Detail-Line
           ADD 1 TO WS-Line-Count.

       2960-Print-Headers.
           ADD 1 TO WS-Page-Count
           MOVE WS-Today-Formatted TO WS-Rpt-Date-Out
           MOVE WS-Page-Count TO WS-Rpt-Page-Out
           WRITE RenumReport-Line FROM WS-Rpt-Header-1
              AFTER ADVANCING PAGE
           WRITE RenumReport-Line FROM WS-Rpt-Blank-Line
           WRITE RenumReport-Line FROM WS-Rpt-Col-Heading
           WRITE RenumReport-Line FROM WS-Rpt-Blank-Line
           MOVE 4 TO WS-Line-Count.

      *    The master, the cross-reference, the journal, and
      *    both copy-through files must all open before the
      *    first customer moves - a renumber that could not be
      *    journaled or cross-referenced would strand the
      *    history under the old id.  The returned-mail and
      *    household files are optional, as they are to SF and
      *    SFMAINT: without one the run warns, leaves it alone,
      *    and ends RC 4.
       3000-Open-Files.
           OPEN I-O CustomerMaster
           IF WS-Master-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN CUSTOMER MASTER - "
                 "STATUS " WS-Master-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O XrefFile
           IF WS-Xref-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN ID CROSS-REFERENCE - "
                 "STATUS " WS-Xref-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AuditFile
           IF WS-Audit-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN AUDIT FILE - "
                 "STATUS " WS-Audit-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PendIn
           IF WS-Pend-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN PENDING FILE - "
                 "STATUS " WS-Pend-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ArchiveIn
           IF WS-Archive-Status NOT = "00"
              DISPLAY "SFRENUM: UNABLE TO OPEN ARCHIVE - STATUS "
                 WS-Archive-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O RetMailFile
           IF WS-RetMail-Status = "00"
              SET WS-RetMail-Open TO TRUE
           ELSE
              DISPLAY "SFRENUM: RETURNED-MAIL FILE NOT AVAILABLE - "
                 "STATUS " WS-RetMail-Status
                 " - RETURNED-MAIL RECORDS NOT RE-KEYED"
           END-IF
           OPEN I-O HouseholdFile
           IF WS-Household-Status = "00"
              SET WS-Household-Open TO TRUE
           ELSE
              DISPLAY "SFRENUM: HOUSEHOLD FILE NOT AVAILABLE - "
                 "STATUS " WS-Household-Status
                 " - HOUSEHOLD RECORDS NOT RE-KEYED"
           END-IF.

       4000-Renumber-Pass.
           PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                 UNTIL WS-Pair-Sub > WS-Pair-Count
              PERFORM 4100-Renumber-One
           END-PERFORM.

      *    The checks run in this order so the old id's master
      *    record is the last one read, and still in the
      *    record area when the pair is accepted.
       4100-Renumber-One.
           MOVE WS-Pair-Old-Id(WS-Pair-Sub) TO WS-Old-Id
           MOVE WS-Pair-New-Id(WS-Pair-Sub) TO WS-New-Id
           MOVE SPACES TO WS-Refuse-Reason
           EVALUATE TRUE
              WHEN WS-Old-Id = SPACES OR WS-New-Id = SPACES
                 MOVE "OLD OR NEW ID MISSING" TO WS-Refuse-Reason
              WHEN WS-Old-Id = WS-New-Id
                 MOVE "OLD AND NEW ID THE SAME"
                    TO WS-Refuse-Reason
              WHEN WS-Pair-Is-Dup(WS-Pair-Sub)
                 MOVE "ID IN LIST MORE THAN ONCE"
                    TO WS-Refuse-Reason
           END-EVALUATE
           IF WS-Refuse-Reason = SPACES
              MOVE WS-New-Id TO XrefOldId
              READ XrefFile
                 NOT INVALID KEY
                    MOVE "NEW ID IS A RETIRED ID"
                       TO WS-Refuse-Reason
              END-READ
           END-IF
           IF WS-Refuse-Reason = SPACES
              MOVE WS-Old-Id TO XrefOldId
              READ XrefFile
                 NOT INVALID KEY
                    MOVE "OLD ID RETIRED BEFORE"
                       TO WS-Refuse-Reason
              END-READ
           END-IF
           IF WS-Refuse-Reason = SPACES
              MOVE WS-New-Id TO IndexedCustomerId
              READ CustomerMaster
                 NOT INVALID KEY
                    MOVE "NEW ID ALREADY ON MASTER"
                       TO WS-Refuse-Reason
              END-READ
           END-IF
           IF WS-Refuse-Reason = SPACES
              MOVE WS-Old-Id TO IndexedCustomerId
              READ CustomerMaster
                 INVALID KEY
                    MOVE "OLD ID NOT ON MASTER"
                       TO WS-Refuse-Reason
              END-READ
           END-IF
           IF WS-Refuse-Reason = SPACES
              PERFORM 4200-Apply-Renumber
           ELSE
              SET WS-Pair-Refused(WS-Pair-Sub) TO TRUE
              ADD 1 TO WS-Refused-Count
              MOVE "REFUSED" TO WS-Rpt-Action
              MOVE SPACES TO WS-Rpt-Last
              MOVE WS-Refuse-Reason TO WS-Rpt-Note
              PERFORM 2900-Print-Pair-Detail
           END-IF.

      *    New record first, then the cross-reference, and the
      *    old one deleted only once both are safely on - a
      *    failure in between leaves the customer on file under
      *    the id they had.  If the cross-reference will not
      *    write, or the old record will not delete, what was
      *    written is taken off again and the pair refused, so
      *    the customer is never on file twice, an old id is
      *    never retired without the record that says so, and
      *    nothing is re-keyed to an id that did not take.
       4200-Apply-Renumber.
           MOVE IndexedCustomerDetails TO WS-Before-Image
           MOVE WS-New-Id TO IndexedCustomerId
           WRITE IndexedCustomerDetails
              INVALID KEY
                 SET WS-Pair-Refused(WS-Pair-Sub) TO TRUE
                 ADD 1 TO WS-Refused-Count
                 MOVE "REFUSED" TO WS-Rpt-Action
                 MOVE IndexedLastname TO WS-Rpt-Last
                 MOVE "MASTER WRITE FAILED" TO WS-Rpt-Note
                 PERFORM 2900-Print-Pair-Detail
              NOT INVALID KEY
                 MOVE IndexedCustomerDetails TO WS-After-Image
                 MOVE IndexedLastname TO WS-Rpt-Last
                 PERFORM 4210-Write-Xref
           END-WRITE.

       4210-Write-Xref.
           MOVE WS-Old-Id TO XrefOldId
           MOVE WS-New-Id TO XrefNewId
           ACCEPT XrefDate FROM DATE YYYYMMDD
           ACCEPT XrefTime FROM TIME
           WRITE IdXrefDetails
              INVALID KEY
                 DISPLAY "SFRENUM: CROSS-REFERENCE WRITE FAILED FOR "
                    WS-Old-Id " - STATUS " WS-Xref-Status
                 MOVE "XREF WRITE FAILED" TO WS-Refuse-Reason
                 PERFORM 4250-Back-Out-New-Id
              NOT INVALID KEY
                 PERFORM 4220-Delete-Old-Id
           END-WRITE.

       4220-Delete-Old-Id.
           MOVE WS-Old-Id TO IndexedCustomerId
           DELETE CustomerMaster
              INVALID KEY
                 DISPLAY "SFRENUM: MASTER DELETE FAILED FOR "
                    WS-Old-Id " - STATUS " WS-Master-Status
                 MOVE WS-Old-Id TO XrefOldId
                 DELETE XrefFile
                    INVALID KEY
                       DISPLAY "SFRENUM: BACK-OUT OF CROSS-REFERENCE "
                          "FOR " WS-Old-Id " FAILED - STATUS "
                          WS-Xref-Status
                 END-DELETE
                 MOVE "MASTER DELETE FAILED" TO WS-Refuse-Reason
                 PERFORM 4250-Back-Out-New-Id
              NOT INVALID KEY
                 PERFORM 4260-Complete-Renumber
           END-DELETE.

      *    Takes the new-id record written by 4200 off again and
      *    refuses the pair with WS-Refuse-Reason.
       4250-Back-Out-New-Id.
           MOVE WS-New-Id TO IndexedCustomerId
           DELETE CustomerMaster
              INVALID KEY
                 DISPLAY "SFRENUM: BACK-OUT OF " WS-New-Id
                    " FAILED - STATUS " WS-Master-Status
                    " - CUSTOMER ON FILE UNDER BOTH IDS"
           END-DELETE
           SET WS-Pair-Refused(WS-Pair-Sub) TO TRUE
           ADD 1 TO WS-Refused-Count
           MOVE "REFUSED" TO WS-Rpt-Action
           MOVE WS-Refuse-Reason TO WS-Rpt-Note
           PERFORM 2900-Print-Pair-Detail.

       4260-Complete-Renumber.
           PERFORM 4300-Write-Audit
           PERFORM 4500-Rekey-RetMail
           PERFORM 4600-Rekey-Household
           SET WS-Pair-Accepted(WS-Pair-Sub) TO TRUE
           ADD 1 TO WS-Renumbered-Count
           MOVE "RENUMBERED" TO WS-Rpt-Action
           MOVE SPACES TO WS-Rpt-Note
           PERFORM 2900-Print-Pair-Detail.

       4300-Write-Audit.
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE "RENUMBER" TO AuditOperator
           MOVE "R" TO AuditFunction
           MOVE WS-Before-Image TO AuditBeforeImage
           MOVE WS-After-Image TO AuditAfterImage
           MOVE SPACES TO AuditApprover
           WRITE AuditDetails.

      *    A re-key that fails is reported and the run ends
      *    with a warning, as for a file that would not open;
      *    the master renumber itself stands.
       4500-Rekey-RetMail.
           IF WS-RetMail-Open
              MOVE WS-Old-Id TO RetCustomerId
              READ RetMailFile
                 NOT INVALID KEY
                    MOVE RetMailDetails TO WS-RetMail-Hold
                    DELETE RetMailFile
                       INVALID KEY
                          DISPLAY "SFRENUM: RETURNED-MAIL DELETE "
                             "FAILED FOR " WS-Old-Id " TO " WS-New-Id
                             " - STATUS " WS-RetMail-Status
                          SET WS-Rekey-Failed TO TRUE
                       NOT INVALID KEY
                          PERFORM 4510-Write-RetMail
                    END-DELETE
              END-READ
           END-IF.

       4510-Write-RetMail.
           MOVE WS-RetMail-Hold TO RetMailDetails
           MOVE WS-New-Id TO RetCustomerId
           WRITE RetMailDetails
              INVALID KEY
                 DISPLAY "SFRENUM: RETURNED-MAIL WRITE FAILED FOR "
                    WS-Old-Id " TO " WS-New-Id
                    " - STATUS " WS-RetMail-Status
                 SET WS-Rekey-Failed TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-RetMail-Count
           END-WRITE.

       4600-Rekey-Household.
           IF WS-Household-Open
              MOVE WS-Old-Id TO HhCustomerId
              READ HouseholdFile
                 NOT INVALID KEY
                    MOVE HouseholdDetails TO WS-Household-Hold
                    DELETE HouseholdFile
                       INVALID KEY
                          DISPLAY "SFRENUM: HOUSEHOLD DELETE FAILED "
                             "FOR " WS-Old-Id " TO " WS-New-Id
                             " - STATUS " WS-Household-Status
                          SET WS-Rekey-Failed TO TRUE
                       NOT INVALID KEY
                          PERFORM 4610-Write-Household
                    END-DELETE
              END-READ
           END-IF.

       4610-Write-Household.
           MOVE WS-Household-Hold TO HouseholdDetails
           MOVE WS-New-Id TO HhCustomerId
           WRITE HouseholdDetails
              INVALID KEY
                 DISPLAY "SFRENUM: HOUSEHOLD WRITE FAILED FOR "
                    WS-Old-Id " TO " WS-New-Id
                    " - STATUS " WS-Household-Status
                 SET WS-Rekey-Failed TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-Household-Count
           END-WRITE.

      *    Sets WS-Found-New-Id to the new id of the accepted
      *    pair whose old id is WS-Find-Id, or to spaces.
       4900-Find-Pair.
           MOVE SPACES TO WS-Found-New-Id
           SET WS-Pair-Ix TO 1
           SEARCH WS-Pair-Entry
              WHEN WS-Pair-Old-Id(WS-Pair-Ix) = WS-Find-Id
                    AND WS-Pair-Accepted(WS-Pair-Ix)
                 MOVE WS-Pair-New-Id(WS-Pair-Ix) TO WS-Found-New-Id
           END-SEARCH.

      *    Every member of a household carries its head's id;
      *    a head renumbered above leaves its members pointing
      *    at the old one until they are pointed here.  The
      *    head stays head until the next SFHHOLD rebuild,
      *    even if the new id no longer sorts lowest.
       5000-Household-Head-Pass.
           IF WS-Household-Open AND WS-Renumbered-Count > 0
              MOVE 0 TO WS-Household-EOF
              MOVE LOW-VALUES TO HhCustomerId
              START HouseholdFile KEY IS NOT LESS THAN HhCustomerId
                 INVALID KEY MOVE 1 TO WS-Household-EOF
              END-START
              IF WS-Household-EOF = 0
                 READ HouseholdFile NEXT RECORD
                    AT END MOVE 1 TO WS-Household-EOF
                 END-READ
              END-IF
              PERFORM UNTIL WS-Household-EOF = 1
                 MOVE HhHeadId TO WS-Find-Id
                 PERFORM 4900-Find-Pair
                 IF WS-Found-New-Id NOT = SPACES
                    MOVE WS-Found-New-Id TO HhHeadId
                    REWRITE HouseholdDetails
                    ADD 1 TO WS-Head-Count
                 END-IF
                 READ HouseholdFile NEXT RECORD
                    AT END MOVE 1 TO WS-Household-EOF
                 END-READ
              END-PERFORM
           END-IF.

      *    Copied whole, every record, whether or not anything
      *    was renumbered - the job copies PENDKEEP back over
      *    the pending file, so whatever is not written here is
      *    lost.
       6000-Pending-Pass.
           MOVE 0 TO WS-Pend-EOF
           OPEN OUTPUT PendKeep
           READ PendIn
              AT END MOVE 1 TO WS-Pend-EOF
           END-READ
           PERFORM UNTIL WS-Pend-EOF = 1
              ADD 1 TO WS-Pend-Read-Count
              MOVE TranCustomerId TO WS-Find-Id
              PERFORM 4900-Find-Pair
              IF WS-Found-New-Id NOT = SPACES
                 MOVE WS-Found-New-Id TO TranCustomerId
                 ADD 1 TO WS-Pend-Fix-Count
              END-IF
              WRITE PendKeep-Record FROM TranDetails
              READ PendIn
                 AT END MOVE 1 TO WS-Pend-EOF
              END-READ
           END-PERFORM
           CLOSE PendIn
           CLOSE PendKeep.

      *    Same for the purge archive, rolled back over the
      *    archive by the job: every copy of a renumbered
      *    customer, however many purges old, is re-keyed so an
      *    SFPURGE restore finds it under the new id.
       7000-Archive-Pass.
           MOVE 0 TO WS-Archive-EOF
           OPEN OUTPUT ArchiveKeep
           READ ArchiveIn
              AT END MOVE 1 TO WS-Archive-EOF
           END-READ
           PERFORM UNTIL WS-Archive-EOF = 1
              ADD 1 TO WS-Arch-Read-Count
              MOVE ArchiveIn-Record(1:10) TO WS-Find-Id
              PERFORM 4900-Find-Pair
              IF WS-Found-New-Id NOT = SPACES
                 MOVE WS-Found-New-Id TO ArchiveIn-Record(1:10)
                 ADD 1 TO WS-Arch-Fix-Count
              END-IF
              WRITE ArchiveKeep-Record FROM ArchiveIn-Record
              READ ArchiveIn
                 AT END MOVE 1 TO WS-Archive-EOF
              END-READ
           END-PERFORM
           CLOSE ArchiveIn
           CLOSE ArchiveKeep.

      *    Renumbered plus refused must equal pairs read.
       8000-Print-Control-Totals.
           IF WS-Line-Count + 11 > WS-Max-Lines-Per-Page
              PERFORM 2960-Print-Headers
           END-IF
           WRITE RenumReport-Line FROM WS-Rpt-Blank-Line
           MOVE "PAIRS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Read-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "CUSTOMERS RENUMBERED:" TO WS-Rpt-Total-Label
           MOVE WS-Renumbered-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "PAIRS REFUSED:" TO WS-Rpt-Total-Label
           MOVE WS-Refused-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "RETURNED-MAIL RE-KEYED:" TO WS-Rpt-Total-Label
           MOVE WS-RetMail-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "HOUSEHOLD RECORDS RE-KEYED:" TO WS-Rpt-Total-Label
           MOVE WS-Household-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "HOUSEHOLD HEADS REPOINTED:" TO WS-Rpt-Total-Label
           MOVE WS-Head-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "PENDING TRANSACTIONS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Pend-Read-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "PENDING TRANSACTIONS RE-KEYED:"
              TO WS-Rpt-Total-Label
           MOVE WS-Pend-Fix-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "ARCHIVE RECORDS READ:" TO WS-Rpt-Total-Label
           MOVE WS-Arch-Read-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           MOVE "ARCHIVE RECORDS RE-KEYED:" TO WS-Rpt-Total-Label
           MOVE WS-Arch-Fix-Count TO WS-Rpt-Total-Out
           WRITE RenumReport-Line FROM WS-Rpt-Total-Line
           ADD 11 TO WS-Line-Count
           DISPLAY "SFRENUM: " WS-Read-Count " PAIRS, "
              WS-Renumbered-Count " RENUMBERED, "
              WS-Refused-Count " REFUSED".
