      * actually moved, worked out from the before/after
      * images instead of dumping both 160-byte images.
      * Adds and deletes print a one-line summary of the
      * record that appeared or went.  Closed months live on
      * the indexed audit history file the monthly close-out
      * (SFAUDCLS) builds, keyed by CustomerId, so those are
      * read straight off by key before the live journal's
      * current month is scanned.  A customer SFRENUM has
      * renumbered has one history across all their ids:
      * the id cross-reference is followed back to the
      * first id they had and forward to the one they carry
      * now, each link prints under the heading (a retired
      * id shows RENUMBERED TO its successor), and entries
      * under every one of the ids list together.
      *
      * Two ways in, picked off the PARM: a CustomerId in
      * the PARM runs a printed report to HISTRPT (the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT AuditHistFile ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AhKey
               FILE STATUS IS WS-Hist-Status.

           SELECT XrefFile ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefOldId
               FILE STATUS IS WS-Xref-Status.

           SELECT HistReport ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD AuditFile.
       COPY SFAUDIT.

       FD AuditHistFile.
       COPY SFAUDHST.

       FD XrefFile.
       COPY SFXREF.

       FD HistReport.
       01 HistReport-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status   PIC XX.
       01 WS-Audit-EOF      PIC Z(1).
       01 WS-Hist-Status    PIC XX.
       01 WS-Hist-EOF       PIC Z(1).
       01 WS-Xref-Status    PIC XX.
       01 WS-Xref-EOF       PIC Z(1).

       01 WS-Hist-Parm.
          05 WS-Hist-CustomerId PIC X(10).
       01 WS-Target-Id      PIC X(10).
       01 WS-Entry-Id       PIC X(10).

      *    Every id the target customer has carried, first to
      *    current, built off the id cross-reference.  Twenty
      *    is far beyond any real chain; the limit only guards
      *    against a damaged cross-reference looping.
       01 WS-Chain-Max      PIC 9(3) VALUE 20.
       01 WS-Chain-Count    PIC 9(3) VALUE 0.
       01 WS-Chain-Sub      PIC 9(3) VALUE 0.
       01 WS-Chain-Table.
          05 WS-Chain-Id    PIC X(10) OCCURS 20 TIMES
                INDEXED BY WS-Chain-Ix.
       01 WS-Prior-Id       PIC X(10).
       01 WS-Chain-Sw       PIC X VALUE "N".
          88 WS-Chain-Done      VALUE "Y".

       01 WS-Mode-Sw        PIC X VALUE "D".
          88 WS-Is-Report-Mode  VALUE "R".

          05 FILLER          PIC X(13) VALUE "CUSTOMER ID: ".
          05 WS-Rpt-Cust-Id  PIC X(10).

       01 WS-Rpt-Link-Line.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 WS-Lnk-Old-Out  PIC X(10).
          05 FILLER          PIC X(15) VALUE " RENUMBERED TO ".
          05 WS-Lnk-New-Out  PIC X(10).

       01 WS-Entry-Line.
          05 WS-Ent-Date-Out PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(4)  VALUE " -> ".
          05 WS-Chg-After    PIC X(25).

      *    Printed under an entry that went through the
      *    supervisor approval queue, naming the second operator.
       01 WS-Approver-Line.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(12) VALUE "APPROVED BY".
          05 WS-Apr-Oper-Out PIC X(8).

       01 WS-Out-Line       PIC X(100).
       01 WS-Blank-Line     PIC X(1) VALUE SPACES.

              INTO WS-Today-Formatted.

      *****************************************************
      * The target id's closed history first, read by key
      * off the audit history file, then one pass over the
      * live journal, which the monthly close-out keeps down
      * to the current month so a front-to-back scan still
      * answers a call-time inquiry.  Both come back in
      * date/time order, and history is always older than
      * anything on the live journal.
      *****************************************************
       2000-History-Pass.
           MOVE 0 TO WS-Match-Count
              MOVE SPACES TO WS-Out-Line
              MOVE WS-Rpt-Cust-Heading TO WS-Out-Line
              PERFORM 2900-Put-Line
              PERFORM 2010-Build-Id-Chain
              PERFORM VARYING WS-Chain-Sub FROM 1 BY 1
                    UNTIL WS-Chain-Sub >= WS-Chain-Count
                 MOVE WS-Chain-Id(WS-Chain-Sub) TO WS-Lnk-Old-Out
                 MOVE WS-Chain-Id(WS-Chain-Sub + 1)
                    TO WS-Lnk-New-Out
                 MOVE WS-Rpt-Link-Line TO WS-Out-Line
                 PERFORM 2900-Put-Line
              END-PERFORM
              MOVE WS-Blank-Line TO WS-Out-Line
              PERFORM 2900-Put-Line
              PERFORM 2050-History-File-Pass
              READ AuditFile
                 AT END MOVE 1 TO WS-Audit-EOF
              END-READ
              END-IF
           END-IF.

      *    Back from the target to the first id the customer
      *    had - the cross-reference is keyed on the old id, so
      *    finding the id a given one replaced takes a pass over
      *    it - then forward by key to the id they carry now.
      *    No cross-reference is not fatal: the history lists
      *    for the id keyed alone, with a warning.
       2010-Build-Id-Chain.
           MOVE 1 TO WS-Chain-Count
           MOVE WS-Target-Id TO WS-Chain-Id(1)
           OPEN INPUT XrefFile
           IF WS-Xref-Status NOT = "00"
              DISPLAY "SFHIST: ID CROSS-REFERENCE NOT AVAILABLE - "
                 "STATUS " WS-Xref-Status " - THIS ID ONLY"
           ELSE
              MOVE "N" TO WS-Chain-Sw
              PERFORM UNTIL WS-Chain-Done
                 PERFORM 2020-Find-Prior-Id
                 IF WS-Prior-Id = SPACES
                       OR WS-Chain-Count >= WS-Chain-Max
                    SET WS-Chain-Done TO TRUE
                 ELSE
                    PERFORM VARYING WS-Chain-Sub FROM WS-Chain-Count
                          BY -1 UNTIL WS-Chain-Sub < 1
                       MOVE WS-Chain-Id(WS-Chain-Sub)
                          TO WS-Chain-Id(WS-Chain-Sub + 1)
                    END-PERFORM
                    MOVE WS-Prior-Id TO WS-Chain-Id(1)
                    ADD 1 TO WS-Chain-Count
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-Chain-Sw
              PERFORM UNTIL WS-Chain-Done
                 MOVE WS-Chain-Id(WS-Chain-Count) TO XrefOldId
                 READ XrefFile
                    INVALID KEY
                       SET WS-Chain-Done TO TRUE
                    NOT INVALID KEY
                       IF WS-Chain-Count >= WS-Chain-Max
                          SET WS-Chain-Done TO TRUE
                       ELSE
                          ADD 1 TO WS-Chain-Count
                          MOVE XrefNewId
                             TO WS-Chain-Id(WS-Chain-Count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE XrefFile
           END-IF.

      *    WS-Prior-Id comes back as the id the first one in the
      *    chain replaced, or spaces if it was never a new id.
       2020-Find-Prior-Id.
           MOVE SPACES TO WS-Prior-Id
           MOVE 0 TO WS-Xref-EOF
           MOVE LOW-VALUES TO XrefOldId
           START XrefFile KEY IS NOT LESS THAN XrefOldId
              INVALID KEY MOVE 1 TO WS-Xref-EOF
           END-START
           IF WS-Xref-EOF = 0
              READ XrefFile NEXT RECORD
                 AT END MOVE 1 TO WS-Xref-EOF
              END-READ
           END-IF
           PERFORM UNTIL WS-Xref-EOF = 1
              IF XrefNewId = WS-Chain-Id(1)
                 MOVE XrefOldId TO WS-Prior-Id
                 MOVE 1 TO WS-Xref-EOF
              ELSE
                 READ XrefFile NEXT RECORD
                    AT END MOVE 1 TO WS-Xref-EOF
                 END-READ
              END-IF
           END-PERFORM.

      *    The history file is keyed by customer first, so each
      *    id's entries sit together from its START on; the ids
      *    are taken first to current, which is date/time order
      *    across a renumber.  Each entry is laid back into the
      *    journal record so the same check-and-print paragraphs
      *    serve both sources.  No history file is not fatal -
      *    the inquiry still lists the current month, with a
      *    warning that it is partial.
       2050-History-File-Pass.
           OPEN INPUT AuditHistFile
           IF WS-Hist-Status NOT = "00"
              DISPLAY "SFHIST: AUDIT HISTORY NOT AVAILABLE - STATUS "
                 WS-Hist-Status " - CURRENT MONTH ONLY"
           ELSE
              PERFORM VARYING WS-Chain-Sub FROM 1 BY 1
                    UNTIL WS-Chain-Sub > WS-Chain-Count
                 PERFORM 2060-History-One-Id
              END-PERFORM
              CLOSE AuditHistFile
           END-IF.

       2060-History-One-Id.
           MOVE 0 TO WS-Hist-EOF
           MOVE LOW-VALUES TO AhKey
           MOVE WS-Chain-Id(WS-Chain-Sub) TO AhCustomerId
           START AuditHistFile KEY IS NOT LESS THAN AhKey
              INVALID KEY MOVE 1 TO WS-Hist-EOF
           END-START
           IF WS-Hist-EOF = 0
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
           END-IF
           PERFORM UNTIL WS-Hist-EOF = 1
                 OR AhCustomerId NOT = WS-Chain-Id(WS-Chain-Sub)
              ADD 1 TO WS-Entry-Count
              MOVE AhDate TO AuditDate
              MOVE AhTime TO AuditTime
              MOVE AhOperator TO AuditOperator
              MOVE AhFunction TO AuditFunction
              MOVE AhBeforeImage TO AuditBeforeImage
              MOVE AhAfterImage TO AuditAfterImage
              MOVE AhApprover TO AuditApprover
              PERFORM 2100-Check-Entry
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
           END-PERFORM.

      *    Same id rule SFAUDRPT applies: the entry's customer is
      *    the after-image's id unless the entry is a delete, in
      *    which case only the before-image carries it.  Any of
      *    the ids in the target's chain is a match.
       2100-Check-Entry.
           IF AuditAfterImage NOT = SPACES
              MOVE AuditAfterImage(1:10) TO WS-Entry-Id
           ELSE
              MOVE AuditBeforeImage(1:10) TO WS-Entry-Id
           END-IF
           SET WS-Chain-Ix TO 1
           SEARCH WS-Chain-Id
              WHEN WS-Chain-Ix > WS-Chain-Count
                 CONTINUE
              WHEN WS-Chain-Id(WS-Chain-Ix) = WS-Entry-Id
                 ADD 1 TO WS-Match-Count
                 PERFORM 2200-Print-Entry
           END-SEARCH.

       2200-Print-Entry.
           MOVE AuditDate TO WS-Entry-Date-Work
           MOVE AuditBeforeImage TO WS-Before-Work
           MOVE AuditAfterImage TO WS-After-Work
           EVALUATE TRUE
              WHEN AuditFunction = "R"
                 MOVE "RENUMBER" TO WS-Ent-Act-Out
                 MOVE SPACES TO WS-Ent-Note-Out
                 STRING "FROM " WS-Bef-Id " TO " WS-Aft-Id
                    DELIMITED BY SIZE INTO WS-Ent-Note-Out
                 MOVE WS-Entry-Line TO WS-Out-Line
                 PERFORM 2900-Put-Line
              WHEN AuditBeforeImage = SPACES
                 MOVE "ADDED" TO WS-Ent-Act-Out
                 PERFORM 2300-Summarize-After
                 PERFORM 2900-Put-Line
                 PERFORM 2400-Diff-Images
           END-EVALUATE
           IF AuditApprover NOT = SPACES
              MOVE AuditApprover TO WS-Apr-Oper-Out
              MOVE WS-Approver-Line TO WS-Out-Line
              PERFORM 2900-Put-Line
           END-IF
           MOVE WS-Blank-Line TO WS-Out-Line
           PERFORM 2900-Put-Line.

