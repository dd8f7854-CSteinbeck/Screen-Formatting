               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oper-Status.

           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

           SELECT ApprovalFile ASSIGN TO "APPRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AprKey
               FILE STATUS IS WS-ApprQ-Status.

           SELECT XrefFile ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefOldId
               FILE STATUS IS WS-Xref-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustFile.
       FD OperFile.
       COPY SFOPER.

       FD RetMailFile.
       COPY SFRETML.

       FD ApprovalFile.
       COPY SFAPPRQ.

       FD XrefFile.
       COPY SFXREF.

       WORKING-STORAGE SECTION.
       01 WS-Cust-Status    PIC XX.
       01 WS-Audit-Status   PIC XX.
          88 WS-Exit-Requested  VALUE "Y".
       01 WS-Operator-Id    PIC X(8) VALUE SPACES.
       01 WS-Before-Image   PIC X(160).
       01 WS-Before-Fields REDEFINES WS-Before-Image.
          05 FILLER            PIC X(70).
          05 WS-Before-Address PIC X(81).
          05 WS-Before-Status  PIC X(1).
          05 FILLER            PIC X(8).
       01 WS-After-Image    PIC X(160).

      *    A changed address takes the customer off returned-mail
      *    hold: their RETMAIL record is deleted, since returns
      *    from the old address say nothing about the new one.
      *    The file is not required - if it will not open, updates
      *    go ahead and a warning says no holds were cleared.
       01 WS-RetMail-Status PIC XX.
       01 WS-RetMail-Sw     PIC X VALUE "N".
          88 WS-RetMail-Open    VALUE "Y".

      *    A CustomerId SFRENUM has retired lives on in IDXREF,
      *    and SF follows it to the surviving record, so it may
      *    never be issued again - an add under it would be
      *    hidden behind the cross-reference forever.  The file
      *    is not required; if it will not open, adds go ahead
      *    unchecked and a warning says so.
       01 WS-Xref-Status    PIC XX.
       01 WS-Xref-Sw        PIC X VALUE "N".
          88 WS-Xref-Open       VALUE "Y".
       01 WS-Retired-Sw     PIC X VALUE "N".
          88 WS-Id-Is-Retired   VALUE "Y".

      *    The signed-on operator's authority, from the operator
      *    file record 0400-Check-Operator matched.  Every keyed
      *    or batch action re-checks it at the function level, so
       01 WS-Oper-Authority PIC X VALUE SPACE.
          88 WS-Oper-Can-Update VALUE "U" "F".
          88 WS-Oper-Can-Delete VALUE "F".
          88 WS-Oper-Can-Approve VALUE "F".
       01 WS-Batch-Refused-Sw PIC X VALUE "N".
          88 WS-Batch-Is-Refused VALUE "Y".
      *    An attended batch run (operator id in the PARM) is held
      *    to the same four-eyes control as the screen: its
      *    deletes and status changes go to the approval queue.
       01 WS-Batch-Attended-Sw PIC X VALUE "N".
          88 WS-Batch-Attended   VALUE "Y".
       01 WS-Needs-Approval-Sw PIC X VALUE "N".
          88 WS-Needs-Approval   VALUE "Y".

      *    Four-eyes control: a keyed delete, or an update that
      *    changes the customer's status, parks on the approval
      *    queue (SFAPPRQ copybook) instead of reaching the
      *    master, and only a different "F" operator can apply
      *    it.  No queue, no delete or status change - the
      *    session refuses them rather than fall back to
      *    applying them unchecked.
       01 WS-ApprQ-Status   PIC XX.
       01 WS-ApprQ-Sw       PIC X VALUE "N".
          88 WS-ApprQ-Open      VALUE "Y".
       01 WS-Apr-Done-Sw    PIC X VALUE "N".
          88 WS-Apr-Done        VALUE "Y".
       01 WS-Apr-Stale-Sw   PIC X VALUE "N".
          88 WS-Apr-Is-Stale    VALUE "Y".
       01 WS-Apr-Action     PIC X.
       01 WS-Apr-Shown-Count PIC 9(7) VALUE 0.
       01 WS-Apr-Action-Desc PIC X(20).
       01 WS-Apr-Req-Date-Out PIC X(10).
       01 WS-Apr-Req-Time-Out PIC X(5).
       01 WS-Apr-Date-Work.
          05 WS-Apr-Year    PIC 9(4).
          05 WS-Apr-Month   PIC 9(2).
          05 WS-Apr-Day     PIC 9(2).
       01 WS-Apr-Time-Work.
          05 WS-Apr-HH      PIC 9(2).
          05 WS-Apr-MM      PIC 9(2).
          05 FILLER         PIC 9(4).

      *    The queued images broken back into fields for the
      *    approval screen's before/after columns.
       01 WS-Qd-Before.
          05 WS-Qd-Bef-Id         PIC X(10).
          05 WS-Qd-Bef-Lastname   PIC X(20).
          05 WS-Qd-Bef-Firstname  PIC X(20).
          05 WS-Qd-Bef-Middlename PIC X(20).
          05 WS-Qd-Bef-AddrLine1  PIC X(25).
          05 WS-Qd-Bef-AddrLine2  PIC X(25).
          05 WS-Qd-Bef-City       PIC X(20).
          05 WS-Qd-Bef-State      PIC X(2).
          05 WS-Qd-Bef-Zip        PIC X(9).
          05 WS-Qd-Bef-Status     PIC X(1).
          05 WS-Qd-Bef-EffDate    PIC X(8).
       01 WS-Qd-After.
          05 WS-Qd-Aft-Id         PIC X(10).
          05 WS-Qd-Aft-Lastname   PIC X(20).
          05 WS-Qd-Aft-Firstname  PIC X(20).
          05 WS-Qd-Aft-Middlename PIC X(20).
          05 WS-Qd-Aft-AddrLine1  PIC X(25).
          05 WS-Qd-Aft-AddrLine2  PIC X(25).
          05 WS-Qd-Aft-City       PIC X(20).
          05 WS-Qd-Aft-State      PIC X(2).
          05 WS-Qd-Aft-Zip        PIC X(9).
          05 WS-Qd-Aft-Status     PIC X(1).
          05 WS-Qd-Aft-EffDate    PIC X(8).

       01 WS-Tran-Read-Count     PIC 9(7) VALUE 0.
       01 WS-Tran-Applied-Count  PIC 9(7) VALUE 0.
       01 WS-Tran-Rejected-Count PIC 9(7) VALUE 0.
       01 WS-Tran-Pending-Count  PIC 9(7) VALUE 0.
       01 WS-Tran-Queued-Count   PIC 9(7) VALUE 0.

       01 WS-Trn-Line-Count      PIC 9(3) VALUE 99.
       01 WS-Trn-Page-Count      PIC 9(3) VALUE 0.
          05 LINE 3 COLUMN 32 PIC X(10)
             USING IndexedCustomerId.
          05 LINE 4 COLUMN 1 VALUE
             "FUNCTION (A=ADD U=UPDATE D=DELETE Q=APPROVALS):".
          05 LINE 4 COLUMN 50 PIC X USING WS-Function-Code.

       01 DetailScreen.
          05 LINE 6 COLUMN 1 VALUE "LAST NAME:".
             "DELETE THIS CUSTOMER? (Y/N):".
          05 LINE 17 COLUMN 30 PIC X USING WS-Confirm-Sw.

       01 ApprovalScreen.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
             "SF CUSTOMER MAINTENANCE - APPROVAL QUEUE".
          05 LINE 3 COLUMN 1 VALUE "REQUESTED BY:".
          05 LINE 3 COLUMN 20 PIC X(8) FROM AprReqOperator.
          05 LINE 3 COLUMN 30 VALUE "ON:".
          05 LINE 3 COLUMN 34 PIC X(10) FROM WS-Apr-Req-Date-Out.
          05 LINE 3 COLUMN 45 PIC X(5) FROM WS-Apr-Req-Time-Out.
          05 LINE 4 COLUMN 1 VALUE "ACTION:".
          05 LINE 4 COLUMN 20 PIC X(20) FROM WS-Apr-Action-Desc.
          05 LINE 5 COLUMN 1 VALUE "CUSTOMER ID:".
          05 LINE 5 COLUMN 20 PIC X(10) FROM AprCustomerId.
          05 LINE 7 COLUMN 20 VALUE "BEFORE".
          05 LINE 7 COLUMN 48 VALUE "AFTER".
          05 LINE 8 COLUMN 1 VALUE "LAST NAME:".
          05 LINE 8 COLUMN 20 PIC X(20) FROM WS-Qd-Bef-Lastname.
          05 LINE 8 COLUMN 48 PIC X(20) FROM WS-Qd-Aft-Lastname.
          05 LINE 9 COLUMN 1 VALUE "FIRST NAME:".
          05 LINE 9 COLUMN 20 PIC X(20) FROM WS-Qd-Bef-Firstname.
          05 LINE 9 COLUMN 48 PIC X(20) FROM WS-Qd-Aft-Firstname.
          05 LINE 10 COLUMN 1 VALUE "ADDRESS 1:".
          05 LINE 10 COLUMN 20 PIC X(25) FROM WS-Qd-Bef-AddrLine1.
          05 LINE 10 COLUMN 48 PIC X(25) FROM WS-Qd-Aft-AddrLine1.
          05 LINE 11 COLUMN 1 VALUE "CITY:".
          05 LINE 11 COLUMN 20 PIC X(20) FROM WS-Qd-Bef-City.
          05 LINE 11 COLUMN 48 PIC X(20) FROM WS-Qd-Aft-City.
          05 LINE 12 COLUMN 1 VALUE "STATE:".
          05 LINE 12 COLUMN 20 PIC X(2) FROM WS-Qd-Bef-State.
          05 LINE 12 COLUMN 48 PIC X(2) FROM WS-Qd-Aft-State.
          05 LINE 13 COLUMN 1 VALUE "STATUS:".
          05 LINE 13 COLUMN 20 PIC X(1) FROM WS-Qd-Bef-Status.
          05 LINE 13 COLUMN 48 PIC X(1) FROM WS-Qd-Aft-Status.
          05 LINE 14 COLUMN 1 VALUE "STATUS EFFECTIVE:".
          05 LINE 14 COLUMN 20 PIC X(8) FROM WS-Qd-Bef-EffDate.
          05 LINE 14 COLUMN 48 PIC X(8) FROM WS-Qd-Aft-EffDate.
          05 LINE 17 COLUMN 1 VALUE
             "A=APPROVE D=DECLINE S=SKIP X=EXIT:".
          05 LINE 17 COLUMN 37 PIC X USING WS-Apr-Action.

       PROCEDURE DIVISION USING LS-Filename LS-LookupId
                                LS-Run-Mode.
       Begin.
              CLOSE CustFile
              GOBACK
           END-IF
           MOVE "N" TO WS-RetMail-Sw
           OPEN I-O RetMailFile
           IF WS-RetMail-Status = "00"
              SET WS-RetMail-Open TO TRUE
           ELSE
              DISPLAY "SFMAINT: RETURNED-MAIL FILE NOT AVAILABLE - "
                 "STATUS " WS-RetMail-Status
                 " - NO MAIL HOLDS WILL BE CLEARED"
           END-IF
           MOVE "N" TO WS-Xref-Sw
           OPEN INPUT XrefFile
           IF WS-Xref-Status = "00"
              SET WS-Xref-Open TO TRUE
           ELSE
              DISPLAY "SFMAINT: ID CROSS-REFERENCE NOT AVAILABLE - "
                 "STATUS " WS-Xref-Status
                 " - ADDS NOT CHECKED FOR RETIRED IDS"
           END-IF
           IF LS-Run-Mode = "B"
              PERFORM 6000-Batch-Maintenance
           ELSE
           END-IF
           CLOSE CustFile
           CLOSE AuditFile
           IF WS-RetMail-Open
              CLOSE RetMailFile
           END-IF
           IF WS-Xref-Open
              CLOSE XrefFile
           END-IF
           GOBACK.

       0600-Interactive-Session.
      *    unreadable operator file, which amounts to the same
      *    thing) never reaches the key screen.
           IF WS-Oper-Is-Found
              MOVE "N" TO WS-ApprQ-Sw
              OPEN I-O ApprovalFile
              IF WS-ApprQ-Status = "00"
                 SET WS-ApprQ-Open TO TRUE
              ELSE
                 DISPLAY "SFMAINT: APPROVAL QUEUE NOT AVAILABLE - "
                    "STATUS " WS-ApprQ-Status
                    " - NO DELETES OR STATUS CHANGES THIS SESSION"
              END-IF
              IF LS-LookupId NOT = SPACES
                 MOVE LS-LookupId TO IndexedCustomerId
              ELSE
                    PERFORM 1500-Process-Function
                 END-IF
              END-PERFORM
              IF WS-ApprQ-Open
                 CLOSE ApprovalFile
              END-IF
           END-IF.

      *    The id keyed at sign-on must match a record on the
           MOVE SPACES TO WS-Function-Code
           DISPLAY KeyScreen
           ACCEPT KeyScreen
      *    The approval queue is not about one customer, so Q
      *    is the one function that runs with no id keyed.
           IF IndexedCustomerId = SPACES
                 AND WS-Function-Code NOT = "Q"
              SET WS-Exit-Requested TO TRUE
           END-IF.

      *    sign-on: adds and updates need add/update authority,
      *    a delete needs full - a keying clerk signed on with
      *    I or U authority cannot reach 4000-Delete-Customer
      *    no matter what they key.  The approval queue is for
      *    full-authority operators only.
       1500-Process-Function.
           EVALUATE WS-Function-Code
              WHEN "A"
                 ELSE
                    PERFORM 1600-Report-Not-Authorized
                 END-IF
              WHEN "Q"
                 IF WS-Oper-Can-Approve
                    PERFORM 7100-Approval-Session
                 ELSE
                    PERFORM 1600-Report-Not-Authorized
                 END-IF
              WHEN OTHER
                 DISPLAY "SFMAINT: INVALID FUNCTION - USE A/U/D/Q"
           END-EVALUATE.

       1600-Report-Not-Authorized.
       2000-Add-Customer.
           READ CustFile
              INVALID KEY
                 PERFORM 5200-Check-Retired-Id
                 IF WS-Id-Is-Retired
                    DISPLAY "SFMAINT: CUSTOMER ID RETIRED BY RENUMBER"
                       " - ADD REFUSED"
                 ELSE
                    PERFORM 2100-Add-Customer-Write
                 END-IF
              NOT INVALID KEY
                 DISPLAY "SFMAINT: CUSTOMER ALREADY ON FILE"
           END-READ.

       2100-Add-Customer-Write.
           MOVE SPACES TO IndexedLastname
           MOVE SPACES TO IndexedFirstname
           MOVE SPACES TO IndexedMiddlename
           MOVE SPACES TO IndexedCustomerAddress
           MOVE "A" TO IndexedCustomerStatus
           MOVE ZEROS TO IndexedStatusEffDate
           DISPLAY DetailScreen
           ACCEPT DetailScreen
           IF IndexedCustomerStatus = SPACE
              MOVE "A" TO IndexedCustomerStatus
           END-IF
           WRITE IndexedCustomerDetails
              INVALID KEY
                 DISPLAY "SFMAINT: ADD FAILED - STATUS "
                    WS-Cust-Status
              NOT INVALID KEY
                 MOVE SPACES TO WS-Before-Image
                 MOVE IndexedCustomerDetails TO WS-After-Image
                 PERFORM 5000-Write-Audit
           END-WRITE.

       3000-Update-Customer.
           READ CustFile
              INVALID KEY
                 IF IndexedCustomerStatus = SPACE
                    MOVE "A" TO IndexedCustomerStatus
                 END-IF
                 MOVE IndexedCustomerDetails TO WS-After-Image
                 IF IndexedCustomerStatus NOT = WS-Before-Status
                    PERFORM 7000-Queue-For-Approval
                 ELSE
                    REWRITE IndexedCustomerDetails
                    PERFORM 5000-Write-Audit
                    PERFORM 5100-Clear-Mail-Hold
                 END-IF
           END-READ.

       4000-Delete-Customer.
                 ACCEPT ConfirmScreen
                 IF WS-Confirm-Sw = "Y"
                    MOVE IndexedCustomerDetails TO WS-Before-Image
                    MOVE SPACES TO WS-After-Image
                    PERFORM 7000-Queue-For-Approval
                 END-IF
           END-READ.

           MOVE WS-Function-Code TO AuditFunction
           MOVE WS-Before-Image TO AuditBeforeImage
           MOVE WS-After-Image TO AuditAfterImage
           MOVE SPACES TO AuditApprover
           WRITE AuditDetails.

      *****************************************************
      * Journals a queued change as the supervisor applies
      * it: the requester stays the operator of record and
      * the approver goes alongside, so the entry names
      * both pairs of eyes.  Callers set WS-Before-Image /
      * WS-After-Image from the queued item first.
      *****************************************************
       5010-Write-Approved-Audit.
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE AprReqOperator TO AuditOperator
           MOVE AprFunction TO AuditFunction
           MOVE WS-Before-Image TO AuditBeforeImage
           MOVE WS-After-Image TO AuditAfterImage
           MOVE WS-Operator-Id TO AuditApprover
           WRITE AuditDetails.

      *****************************************************
      * Called after an update is rewritten: if the address
      * changed, the customer's returned-mail record goes,
      * and with it any hold.  No record is not an error.
      *****************************************************
       5100-Clear-Mail-Hold.
           IF WS-RetMail-Open
                 AND WS-Before-Address NOT = IndexedCustomerAddress
              MOVE IndexedCustomerId TO RetCustomerId
              DELETE RetMailFile
                 INVALID KEY CONTINUE
              END-DELETE
           END-IF.

      *    Sets WS-Id-Is-Retired when IndexedCustomerId is the old
      *    id of a cross-reference entry.  Only XrefFile's record
      *    area is read into, so the customer record in progress
      *    is left as it was.
       5200-Check-Retired-Id.
           MOVE "N" TO WS-Retired-Sw
           IF WS-Xref-Open
              MOVE IndexedCustomerId TO XrefOldId
              READ XrefFile
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-Id-Is-Retired TO TRUE
              END-READ
           END-IF.

      *****************************************************
      * Run mode B - applies a regional office's A/U/D
      * transaction file (see the SFTRAN copybook) against
      *    first transaction.  An unattended run with no id
      *    keeps the traditional BATCH signature with full
      *    authority - the regional files legitimately carry
      *    deletes and nobody is at a screen to sign on.  An
      *    attended run's deletes and status changes are queued
      *    for a second "F" operator exactly as keyed ones are,
      *    so a named operator gains nothing by going through
      *    batch instead of the screen.
           MOVE "BATCH" TO WS-Operator-Id
           MOVE "F" TO WS-Oper-Authority
           IF LS-LookupId NOT = SPACES
              SET WS-Batch-Attended TO TRUE
              MOVE LS-LookupId TO WS-Operator-Id
              PERFORM 0400-Check-Operator
              IF NOT WS-Oper-Is-Found
              END-IF
           END-IF
           IF NOT WS-Batch-Is-Refused
              IF WS-Batch-Attended
                 MOVE "N" TO WS-ApprQ-Sw
                 OPEN I-O ApprovalFile
                 IF WS-ApprQ-Status = "00"
                    SET WS-ApprQ-Open TO TRUE
                 ELSE
                    DISPLAY "SFMAINT: APPROVAL QUEUE NOT AVAILABLE - "
                       "STATUS " WS-ApprQ-Status
                       " - DELETES AND STATUS CHANGES REJECTED"
                 END-IF
              END-IF
              PERFORM 6010-Run-Batch-File
              IF WS-ApprQ-Open
                 CLOSE ApprovalFile
              END-IF
           END-IF.

       6010-Run-Batch-File.
                 WS-Tran-Read-Count " READ, "
                 WS-Tran-Applied-Count " APPLIED, "
                 WS-Tran-Rejected-Count " REJECTED, "
                 WS-Tran-Pending-Count " HELD PENDING, "
                 WS-Tran-Queued-Count " QUEUED"
           END-IF.

      *    A blank CustomerId can never reach the file paths: the
      *    whole, and the nightly SFSWEEP job feeds it back
      *    through this same batch mode on the day it falls due,
      *    with the same checks, journal, and TRANRPT line it
      *    would have had today.  That release runs unattended,
      *    so an attended run may not park a delete or status
      *    change there - it would reach the master with nobody
      *    approving it.  Those are rejected, to be sent again
      *    on the day.
       6110-Apply-By-Function.
           IF TranStatus = SPACE
              MOVE "A" TO TranStatus
                 MOVE "INVALID STATUS DATE" TO WS-Trn-Reason
                 PERFORM 6520-Report-Rejected
              WHEN TranEffDate > WS-Trn-Today-Numeric
                 PERFORM 6140-Check-Needs-Approval
                 IF WS-Needs-Approval
                    MOVE "FUTURE DATED - NEEDS APPROVAL"
                       TO WS-Trn-Reason
                    PERFORM 6520-Report-Rejected
                 ELSE
                    PERFORM 6130-Hold-Pending
                 END-IF
              WHEN OTHER
                 PERFORM 6120-Apply-Valid-Function
           END-EVALUATE.
              DELIMITED BY SIZE INTO WS-Trn-Reason
           PERFORM 6600-Print-Tran-Detail.

      *    In an attended run, a delete, or an update whose
      *    status differs from the master's, needs approval.
       6140-Check-Needs-Approval.
           MOVE "N" TO WS-Needs-Approval-Sw
           IF WS-Batch-Attended
              EVALUATE TranFunction
                 WHEN "D"
                    SET WS-Needs-Approval TO TRUE
                 WHEN "U"
                    READ CustFile
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF IndexedCustomerStatus NOT = TranStatus
                             SET WS-Needs-Approval TO TRUE
                          END-IF
                    END-READ
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    Same per-function authority gate the screen session
      *    applies in 1500-Process-Function: a signed-on batch
      *    operator without delete authority gets every D
      *    transaction rejected on the report instead of
      *    applied.  The unattended BATCH signature carries full
      *    authority, so regional files behave as they always
      *    have; an attended operator's deletes queue for
      *    approval instead of applying.
       6120-Apply-Valid-Function.
           EVALUATE TranFunction
              WHEN "A"
              WHEN "U"
                 PERFORM 6300-Batch-Update
              WHEN "D"
                 EVALUATE TRUE
                    WHEN NOT WS-Oper-Can-Delete
                       MOVE "OPERATOR NOT AUTHORIZED"
                          TO WS-Trn-Reason
                       PERFORM 6520-Report-Rejected
                    WHEN WS-Batch-Attended
                       PERFORM 6410-Batch-Queue-Delete
                    WHEN OTHER
                       PERFORM 6400-Batch-Delete
                 END-EVALUATE
              WHEN OTHER
                 PERFORM 6510-Reject-Bad-Function
           END-EVALUATE.
       6200-Batch-Add.
           READ CustFile
              INVALID KEY
                 PERFORM 5200-Check-Retired-Id
                 IF WS-Id-Is-Retired
                    MOVE "ID RETIRED BY RENUMBER" TO WS-Trn-Reason
                    PERFORM 6520-Report-Rejected
                 ELSE
                    PERFORM 6210-Batch-Add-Write
                 END-IF
              NOT INVALID KEY
                 MOVE "ALREADY ON FILE" TO WS-Trn-Reason
                 PERFORM 6520-Report-Rejected
                 MOVE TranAddress TO IndexedCustomerAddress
                 MOVE TranStatus TO IndexedCustomerStatus
                 MOVE TranEffDate TO IndexedStatusEffDate
                 MOVE IndexedCustomerDetails TO WS-After-Image
                 IF WS-Batch-Attended
                       AND IndexedCustomerStatus NOT = WS-Before-Status
                    PERFORM 6450-Batch-Queue
                 ELSE
                    REWRITE IndexedCustomerDetails
                    PERFORM 5000-Write-Audit
                    PERFORM 5100-Clear-Mail-Hold
                    PERFORM 6500-Report-Applied
                 END-IF
           END-READ.

       6400-Batch-Delete.
                 PERFORM 6500-Report-Applied
           END-READ.

       6410-Batch-Queue-Delete.
           READ CustFile
              INVALID KEY
                 MOVE "NOT ON FILE" TO WS-Trn-Reason
                 PERFORM 6520-Report-Rejected
              NOT INVALID KEY
                 MOVE IndexedCustomerDetails TO WS-Before-Image
                 MOVE SPACES TO WS-After-Image
                 PERFORM 6450-Batch-Queue
           END-READ.

      *    The batch counterpart of 7000-Queue-For-Approval: the
      *    same queue item, reported on TRANRPT as QUEUED rather
      *    than displayed.  No queue, no change.
       6450-Batch-Queue.
           IF NOT WS-ApprQ-Open
              MOVE "APPROVAL QUEUE NOT AVAILABLE" TO WS-Trn-Reason
              PERFORM 6520-Report-Rejected
           ELSE
              PERFORM 7010-Build-Approval-Item
              WRITE ApprovalDetails
                 INVALID KEY
                    MOVE "UNABLE TO QUEUE FOR APPROVAL"
                       TO WS-Trn-Reason
                    PERFORM 6520-Report-Rejected
                 NOT INVALID KEY
                    PERFORM 6530-Report-Queued
              END-WRITE
           END-IF.

       6500-Report-Applied.
           ADD 1 TO WS-Tran-Applied-Count
           MOVE "APPLIED" TO WS-Trn-Status-Out
           MOVE "REJECTED" TO WS-Trn-Status-Out
           PERFORM 6600-Print-Tran-Detail.

       6530-Report-Queued.
           ADD 1 TO WS-Tran-Queued-Count
           MOVE "QUEUED" TO WS-Trn-Status-Out
           MOVE "AWAITING SUPERVISOR APPROVAL" TO WS-Trn-Reason
           PERFORM 6600-Print-Tran-Detail.

       6600-Print-Tran-Detail.
           MOVE TranFunction TO WS-Trn-Func
           MOVE TranCustomerId TO WS-Trn-Cust-Id
           MOVE 4 TO WS-Trn-Line-Count.

       6900-Print-Tran-Totals.
           IF WS-Trn-Line-Count + 6 > WS-Trn-Max-Lines
              PERFORM 6700-Print-Tran-Headers
           END-IF
           WRITE TranReport-Line FROM WS-Trn-Blank-Line
           MOVE "TRANSACTIONS HELD PENDING:" TO WS-Trn-Total-Label
           MOVE WS-Tran-Pending-Count TO WS-Trn-Total-Out
           WRITE TranReport-Line FROM WS-Trn-Total-Line
           MOVE "TRANSACTIONS QUEUED:" TO WS-Trn-Total-Label
           MOVE WS-Tran-Queued-Count TO WS-Trn-Total-Out
           WRITE TranReport-Line FROM WS-Trn-Total-Line
           ADD 6 TO WS-Trn-Line-Count.

      *****************************************************
      * Parks a keyed delete or status change on the
      * approval queue instead of applying it.  Callers set
      * WS-Before-Image / WS-After-Image (blank after image
      * for a delete) exactly as they would for the audit
      * journal; the master is left untouched until a
      * second "F" operator approves the item.
      *****************************************************
       7000-Queue-For-Approval.
           IF NOT WS-ApprQ-Open
              DISPLAY "SFMAINT: APPROVAL QUEUE NOT AVAILABLE - "
                 "CHANGE NOT MADE"
           ELSE
              PERFORM 7010-Build-Approval-Item
              WRITE ApprovalDetails
                 INVALID KEY
                    DISPLAY "SFMAINT: UNABLE TO QUEUE CHANGE - "
                       "STATUS " WS-ApprQ-Status
                 NOT INVALID KEY
                    DISPLAY "SFMAINT: CUSTOMER " AprCustomerId
                       " QUEUED FOR SUPERVISOR APPROVAL"
              END-WRITE
           END-IF.

       7010-Build-Approval-Item.
           ACCEPT AprReqDate FROM DATE YYYYMMDD
           ACCEPT AprReqTime FROM TIME
           MOVE WS-Before-Image(1:10) TO AprCustomerId
           MOVE WS-Function-Code TO AprFunction
           MOVE WS-Operator-Id TO AprReqOperator
           SET AprIsPending TO TRUE
           MOVE SPACES TO AprActOperator
           MOVE ZEROS TO AprActDate
           MOVE ZEROS TO AprActTime
           MOVE WS-Before-Image TO AprBeforeImage
           MOVE WS-After-Image TO AprAfterImage.

      *****************************************************
      * Function Q - steps a full-authority operator through
      * every pending item on the queue, oldest first, one
      * screen each.  Items already approved, declined, or
      * expired stay on file for SFAPPRPT and are passed
      * over here.
      *****************************************************
       7100-Approval-Session.
           IF NOT WS-ApprQ-Open
              DISPLAY "SFMAINT: APPROVAL QUEUE NOT AVAILABLE"
           ELSE
              MOVE "N" TO WS-Apr-Done-Sw
              MOVE 0 TO WS-Apr-Shown-Count
              MOVE LOW-VALUES TO AprKey
              START ApprovalFile KEY IS NOT LESS THAN AprKey
                 INVALID KEY SET WS-Apr-Done TO TRUE
              END-START
              PERFORM UNTIL WS-Apr-Done
                 READ ApprovalFile NEXT RECORD
                    AT END SET WS-Apr-Done TO TRUE
                    NOT AT END
                       IF AprIsPending
                          ADD 1 TO WS-Apr-Shown-Count
                          PERFORM 7200-Review-Item
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-Apr-Shown-Count = 0
                 DISPLAY "SFMAINT: NO CHANGES AWAITING APPROVAL"
              END-IF
           END-IF
           MOVE SPACES TO IndexedCustomerId.

      *    The requester may withdraw their own item by declining
      *    it, but approving it takes somebody else - that is the
      *    whole point of the queue.
       7200-Review-Item.
           MOVE AprBeforeImage TO WS-Qd-Before
           MOVE AprAfterImage TO WS-Qd-After
           IF AprIsDelete
              MOVE "DELETE CUSTOMER" TO WS-Apr-Action-Desc
           ELSE
              MOVE "CHANGE STATUS" TO WS-Apr-Action-Desc
           END-IF
           MOVE AprReqDate TO WS-Apr-Date-Work
           STRING WS-Apr-Month "/" WS-Apr-Day "/" WS-Apr-Year
              DELIMITED BY SIZE INTO WS-Apr-Req-Date-Out
           MOVE AprReqTime TO WS-Apr-Time-Work
           STRING WS-Apr-HH ":" WS-Apr-MM
              DELIMITED BY SIZE INTO WS-Apr-Req-Time-Out
           MOVE SPACE TO WS-Apr-Action
           DISPLAY ApprovalScreen
           ACCEPT ApprovalScreen
           EVALUATE WS-Apr-Action
              WHEN "A"
                 IF AprReqOperator = WS-Operator-Id
                    DISPLAY "SFMAINT: OPERATOR " WS-Operator-Id
                       " CANNOT APPROVE THEIR OWN REQUEST"
                 ELSE
                    PERFORM 7300-Approve-Item
                 END-IF
              WHEN "D"
                 PERFORM 7400-Decline-Item
              WHEN "X"
                 SET WS-Apr-Done TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    The change was keyed against the record as it stood
      *    then; if anything has touched the customer since (a
      *    plain update, another approved item) the queued after
      *    image would silently undo it, so the approval is
      *    refused and the item stays pending to be declined
      *    and keyed again.
       7300-Approve-Item.
           MOVE "N" TO WS-Apr-Stale-Sw
           MOVE AprCustomerId TO IndexedCustomerId
           READ CustFile
              INVALID KEY
                 SET WS-Apr-Is-Stale TO TRUE
              NOT INVALID KEY
                 IF IndexedCustomerDetails NOT = AprBeforeImage
                    SET WS-Apr-Is-Stale TO TRUE
                 END-IF
           END-READ
           IF WS-Apr-Is-Stale
              DISPLAY "SFMAINT: CUSTOMER " AprCustomerId
                 " CHANGED SINCE REQUEST - NOT APPROVED"
           ELSE
              MOVE AprBeforeImage TO WS-Before-Image
              MOVE AprAfterImage TO WS-After-Image
              IF AprIsDelete
                 DELETE CustFile
              ELSE
                 MOVE AprAfterImage TO IndexedCustomerDetails
                 REWRITE IndexedCustomerDetails
                 PERFORM 5100-Clear-Mail-Hold
              END-IF
              PERFORM 5010-Write-Approved-Audit
              SET AprIsApproved TO TRUE
              PERFORM 7500-Close-Item
              DISPLAY "SFMAINT: CUSTOMER " AprCustomerId
                 " CHANGE APPROVED AND APPLIED"
           END-IF.

       7400-Decline-Item.
           SET AprIsDeclined TO TRUE
           PERFORM 7500-Close-Item
           DISPLAY "SFMAINT: CUSTOMER " AprCustomerId
              " CHANGE DECLINED".

       7500-Close-Item.
           MOVE WS-Operator-Id TO AprActOperator
           ACCEPT AprActDate FROM DATE YYYYMMDD
           ACCEPT AprActTime FROM TIME
           REWRITE ApprovalDetails
              INVALID KEY
                 DISPLAY "SFMAINT: UNABLE TO UPDATE APPROVAL QUEUE - "
                    "STATUS " WS-ApprQ-Status
           END-REWRITE.
