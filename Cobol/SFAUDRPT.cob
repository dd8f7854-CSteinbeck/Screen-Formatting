      * Prints the maintenance audit journal SFMAINT writes
      * (see the SFAUDIT copybook) so a supervisor can
      * review a day's add/update/delete activity: who keyed
      * each action, who approved it where a supervisor had
      * to, when, and the before and after images of the
      * customer record.  An optional date in the
      * PARM (YYYYMMDD) limits the report to that day's
      * entries; a blank PARM prints the whole journal.
      * Months already closed out by SFAUDCLS are read off
      * the audit history file and printed ahead of the live
      * journal, in date/time order, whenever the date asked
      * for (or the whole journal) reaches back before the
      * live journal's first entry.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT AuditHistFile ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AhKey
               FILE STATUS IS WS-Hist-Status.

           SELECT SortHistFile ASSIGN TO "SORTHST".

           SELECT AuditReport ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD AuditFile.
       COPY SFAUDIT.

       FD AuditHistFile.
       COPY SFAUDHST.

      *    History comes off its file in CustomerId order; the
      *    sort puts the selected entries back into the date/time
      *    order the live journal is read in.
       SD SortHistFile.
       01 SortHist-Record.
          02 SortHist-Date     PIC 9(8).
          02 SortHist-Time     PIC 9(8).
          02 SortHist-Id       PIC X(10).
          02 SortHist-Seq      PIC 9(3).
          02 SortHist-Operator PIC X(8).
          02 SortHist-Function PIC X(1).
          02 SortHist-Before   PIC X(160).
          02 SortHist-After    PIC X(160).
          02 SortHist-Approver PIC X(8).

       FD AuditReport.
       01 AuditReport-Line PIC X(132).

       01 WS-Audit-Status   PIC XX.
       01 WS-Audit-EOF      PIC Z(1).
       01 WS-Select-Date    PIC X(8).
       01 WS-Hist-Status    PIC XX.
       01 WS-Hist-EOF       PIC Z(1).
       01 WS-Sorted-EOF     PIC Z(1).
       01 WS-First-Entry    PIC X(353).

       01 WS-Entry-Count    PIC 9(7) VALUE 0.
       01 WS-Add-Count      PIC 9(7) VALUE 0.
       01 WS-Update-Count   PIC 9(7) VALUE 0.
       01 WS-Delete-Count   PIC 9(7) VALUE 0.
       01 WS-Renumber-Count PIC 9(7) VALUE 0.
       01 WS-Other-Count    PIC 9(7) VALUE 0.

       01 WS-Line-Count          PIC 9(3) VALUE 99.
          05 FILLER PIC X(4)  VALUE "FUNC".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CUST ID".
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "APPROVER".

       01 WS-Rpt-Entry-Line.
          05 WS-Rpt-Ent-Date PIC X(10).
          05 WS-Rpt-Ent-Func PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Ent-Id   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-Rpt-Ent-Appr PIC X(8).

      *    One image prints as a pair of lines: the names line,
      *    then the address/status line indented under it.
              READ AuditFile
                 AT END MOVE 1 TO WS-Audit-EOF
              END-READ
      *       The live journal starts at the open month; only a
      *       report reaching back before its first entry needs
      *       the history file, and the first entry is put back
      *       once the history has been through the record area.
              MOVE AuditDetails TO WS-First-Entry
              IF WS-Audit-EOF = 1
                    OR WS-Select-Date = SPACES
                    OR WS-Select-Date < WS-First-Entry(1:8)
                 PERFORM 2050-History-Pass
                 MOVE WS-First-Entry TO AuditDetails
              END-IF
              PERFORM UNTIL WS-Audit-EOF = 1
                 PERFORM 2100-Process-Entry
                 READ AuditFile
              CLOSE AuditFile
           END-IF.

       2050-History-Pass.
           SORT SortHistFile
              ON ASCENDING KEY SortHist-Date SortHist-Time
                               SortHist-Id SortHist-Seq
              INPUT PROCEDURE 2060-Select-History
              OUTPUT PROCEDURE 2070-Report-History.

      *    No history file is not fatal - the report still prints
      *    the live journal, with a warning that it is partial.
       2060-Select-History.
           OPEN INPUT AuditHistFile
           IF WS-Hist-Status NOT = "00"
              DISPLAY "SFAUDRPT: AUDIT HISTORY NOT AVAILABLE - STATUS "
                 WS-Hist-Status " - LIVE JOURNAL ONLY"
           ELSE
              MOVE 0 TO WS-Hist-EOF
              READ AuditHistFile NEXT RECORD
                 AT END MOVE 1 TO WS-Hist-EOF
              END-READ
              PERFORM UNTIL WS-Hist-EOF = 1
                 MOVE AhDate TO WS-Entry-Date-Work
                 IF WS-Select-Date = SPACES
                       OR WS-Entry-Date-Work = WS-Select-Date
                    MOVE AhDate TO SortHist-Date
                    MOVE AhTime TO SortHist-Time
                    MOVE AhCustomerId TO SortHist-Id
                    MOVE AhSeq TO SortHist-Seq
                    MOVE AhOperator TO SortHist-Operator
                    MOVE AhFunction TO SortHist-Function
                    MOVE AhBeforeImage TO SortHist-Before
                    MOVE AhAfterImage TO SortHist-After
                    MOVE AhApprover TO SortHist-Approver
                    RELEASE SortHist-Record
                 END-IF
                 READ AuditHistFile NEXT RECORD
                    AT END MOVE 1 TO WS-Hist-EOF
                 END-READ
              END-PERFORM
              CLOSE AuditHistFile
           END-IF.

       2070-Report-History.
           MOVE 0 TO WS-Sorted-EOF
           RETURN SortHistFile
              AT END MOVE 1 TO WS-Sorted-EOF
           END-RETURN
           PERFORM UNTIL WS-Sorted-EOF = 1
              MOVE SortHist-Date TO AuditDate
              MOVE SortHist-Time TO AuditTime
              MOVE SortHist-Operator TO AuditOperator
              MOVE SortHist-Function TO AuditFunction
              MOVE SortHist-Before TO AuditBeforeImage
              MOVE SortHist-After TO AuditAfterImage
              MOVE SortHist-Approver TO AuditApprover
              PERFORM 2100-Process-Entry
              RETURN SortHistFile
                 AT END MOVE 1 TO WS-Sorted-EOF
              END-RETURN
           END-PERFORM.

       2100-Process-Entry.
           MOVE AuditDate TO WS-Entry-Date-Work
           IF WS-Select-Date = SPACES
                 ADD 1 TO WS-Update-Count
              WHEN "D"
                 ADD 1 TO WS-Delete-Count
              WHEN "R"
                 ADD 1 TO WS-Renumber-Count
              WHEN OTHER
                 ADD 1 TO WS-Other-Count
           END-EVALUATE
              DELIMITED BY SIZE INTO WS-Rpt-Ent-Time
           MOVE AuditOperator TO WS-Rpt-Ent-Oper
           MOVE AuditFunction TO WS-Rpt-Ent-Func
           MOVE AuditApprover TO WS-Rpt-Ent-Appr
           IF AuditAfterImage NOT = SPACES
              MOVE AuditAfterImage(1:10) TO WS-Rpt-Ent-Id
           ELSE
           MOVE 4 TO WS-Line-Count.

       3000-Print-Control-Totals.
           IF WS-Line-Count + 7 > WS-Max-Lines-Per-Page
              PERFORM 2900-Print-Headers
           END-IF
           WRITE AuditReport-Line FROM WS-Rpt-Blank-Line
           MOVE "DELETES:" TO WS-Rpt-Total-Label
           MOVE WS-Delete-Count TO WS-Rpt-Total-Out
           WRITE AuditReport-Line FROM WS-Rpt-Total-Line
           MOVE "RENUMBERS:" TO WS-Rpt-Total-Label
           MOVE WS-Renumber-Count TO WS-Rpt-Total-Out
           WRITE AuditReport-Line FROM WS-Rpt-Total-Line
           MOVE "OTHER FUNCTION CODES:" TO WS-Rpt-Total-Label
           MOVE WS-Other-Count TO WS-Rpt-Total-Out
           WRITE AuditReport-Line FROM WS-Rpt-Total-Line
           ADD 7 TO WS-Line-Count
           DISPLAY "SFAUDRPT: " WS-Entry-Count
              " AUDIT ENTRIES REPORTED".
