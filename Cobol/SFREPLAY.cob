      * each record backs out to its before-image:
      *   an add is deleted,
      *   an update's before-image is rewritten,
      *   a delete's before-image is written back,
      *   a renumber (SFRENUM) has its new-id record deleted
      *   and the old-id before-image written back.
      * Backing out everything FROM a given moment onward
      * is the same thing as reconstructing the master AS
      * OF that moment, so one program covers both the
      * images, so the recovery is auditable - and
      * reversible - exactly like the actions it undid,
      * and every record touched prints on RPLRPT.
      * A window reaching back before the live journal's
      * first entry takes in the months already closed out
      * onto the audit history file (SFAUDCLS), so a replay
      * spans both exactly as if the journal were whole.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-In-Status.

           SELECT AuditHistFile ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AhKey
               FILE STATUS IS WS-Hist-Status.

           SELECT AuditSorted ASSIGN TO "AUDSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AuditInput.
       01 AuditInput-Record PIC X(353).

       FD AuditHistFile.
       COPY SFAUDHST.

       FD AuditSorted.
       01 AuditSorted-Record.
          02 AuditSorted-Function PIC X(1).
          02 AuditSorted-Before   PIC X(160).
          02 AuditSorted-After    PIC X(160).
          02 AuditSorted-Approver PIC X(8).

      *    The journal entry plus its ordinal position in the
      *    journal, attached by the input procedure.  The
       01 SortAudit-Record.
          02 SortAudit-Date PIC X(8).
          02 SortAudit-Time PIC X(8).
          02 SortAudit-Rest PIC X(337).
          02 SortAudit-Seq  PIC 9(9).

       FD CustomerMaster.
       01 WS-Master-Status     PIC XX.
       01 WS-Sorted-EOF        PIC Z(1).
       01 WS-Audit-In-EOF      PIC Z(1).
       01 WS-Hist-Status       PIC XX.
       01 WS-Hist-EOF          PIC Z(1).
       01 WS-Journal-Seq       PIC 9(9) VALUE 0.

      *    The window, as z/OS delivers it in one PARM string:
           READ AuditInput
              AT END MOVE 1 TO WS-Audit-In-EOF
           END-READ
      *    Closed months are older than anything on the live
      *    journal, so they number first, keeping the sequence
      *    in true journal order across the two files.
           IF WS-Audit-In-EOF = 1
              PERFORM 1150-Number-History-Entries
           ELSE
              MOVE AuditInput-Record(1:16) TO WS-Entry-Stamp
              IF WS-From-Stamp < WS-Entry-Stamp
                 PERFORM 1150-Number-History-Entries
              END-IF
           END-IF
           PERFORM UNTIL WS-Audit-In-EOF = 1
              ADD 1 TO WS-Journal-Seq
              MOVE AuditInput-Record TO SortAudit-Record(1:353)
              MOVE WS-Journal-Seq TO SortAudit-Seq
              RELEASE SortAudit-Record
              READ AuditInput
           END-PERFORM
           CLOSE AuditInput.

      *    The history file comes back in CustomerId order, but
      *    the sort restores date/time order, and entries for one
      *    customer tied on the stamp read in their close-out
      *    sequence, which is journal order.  Entries before the
      *    window are left behind here, since nothing older than
      *    the from side is ever reversed.  A window reaching
      *    into closed months with no history file to read is
      *    refused: a replay of half a window would leave the
      *    master on an intermediate image.
       1150-Number-History-Entries.
           OPEN INPUT AuditHistFile
           IF WS-Hist-Status NOT = "00"
              DISPLAY "SFREPLAY: WINDOW REACHES INTO CLOSED MONTHS "
                 "BUT AUDIT HISTORY WILL NOT OPEN - STATUS "
                 WS-Hist-Status
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-Hist-EOF
           READ AuditHistFile NEXT RECORD
              AT END MOVE 1 TO WS-Hist-EOF
           END-READ
           PERFORM UNTIL WS-Hist-EOF = 1
              MOVE AhDate TO WS-Entry-Stamp(1:8)
              MOVE AhTime TO WS-Entry-Stamp(9:8)
              IF WS-Entry-Stamp >= WS-From-Stamp
                 ADD 1 TO WS-Journal-Seq
                 MOVE AhDate TO SortAudit-Date
                 MOVE AhTime TO SortAudit-Time
                 MOVE AhEntry TO SortAudit-Rest
                 MOVE WS-Journal-Seq TO SortAudit-Seq
                 RELEASE SortAudit-Record
              END-IF
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
           END-PERFORM
           CLOSE AuditHistFile.

      *    The sequence has done its sorting job by now; only the
      *    353 journal bytes go on to the replay pass.
       1200-Write-Sorted-Journal.
           MOVE 0 TO WS-Sorted-EOF
           OPEN OUTPUT AuditSorted
           END-RETURN
           PERFORM UNTIL WS-Sorted-EOF = 1
              WRITE AuditSorted-Record
                 FROM SortAudit-Record(1:353)
              RETURN SortAuditFile
                 AT END MOVE 1 TO WS-Sorted-EOF
              END-RETURN
      *    A blank before-image marks the entry as an add, so its
      *    reversal is a delete; anything else backs the record
      *    out to the before-image, rewriting it if it is still
      *    on the master and writing it back if it is not.  A
      *    renumber carries both images under different ids, so
      *    the new-id record comes off first.
       2200-Reverse-Entry.
           EVALUATE TRUE
              WHEN AuditSorted-Function = "R"
                 PERFORM 2600-Reverse-Renumber
                 MOVE AuditSorted-Before(1:10) TO IndexedCustomerId
                 PERFORM 2400-Restore-Before
              WHEN AuditSorted-Before = SPACES
                 MOVE AuditSorted-After(1:10) TO IndexedCustomerId
                 PERFORM 2300-Reverse-Add
              WHEN OTHER
                 MOVE AuditSorted-Before(1:10) TO IndexedCustomerId
                 PERFORM 2400-Restore-Before
           END-EVALUATE.

       2300-Reverse-Add.
           READ CustomerMaster
                 PERFORM 2900-Print-Entry-Detail
           END-WRITE.

      *    The record under the new id is deleted and journaled
      *    as a delete; 2400 then puts the old id back.  The
      *    cross-reference pair stays - it is a permanent record
      *    of the renumber, and the retired id resolves to a new
      *    id that is simply no longer on file.
       2600-Reverse-Renumber.
           MOVE AuditSorted-After(1:10) TO IndexedCustomerId
           READ CustomerMaster
              INVALID KEY
                 ADD 1 TO WS-NoAction-Count
                 MOVE "NO ACTION" TO WS-Rpt-Reversal
                 MOVE "NEW ID NOT ON MASTER" TO WS-Rpt-Note
                 PERFORM 2900-Print-Entry-Detail
              NOT INVALID KEY
                 MOVE IndexedCustomerDetails TO WS-Before-Image
                 DELETE CustomerMaster
                 MOVE SPACES TO WS-After-Image
                 MOVE "D" TO WS-Reversal-Func
                 PERFORM 2500-Write-Reversal-Audit
                 ADD 1 TO WS-Deleted-Count
                 MOVE "DELETED" TO WS-Rpt-Reversal
                 MOVE "RENUMBER BACKED OUT" TO WS-Rpt-Note
                 PERFORM 2900-Print-Entry-Detail
           END-READ.

      *****************************************************
      * Journals the reversal just applied, under operator
      * REPLAY, with the master images around OUR action -
           MOVE WS-Reversal-Func TO AuditFunction
           MOVE WS-Before-Image TO AuditBeforeImage
           MOVE WS-After-Image TO AuditAfterImage
           MOVE SPACES TO AuditApprover
           WRITE AuditDetails.

       2900-Print-Entry-Detail.
