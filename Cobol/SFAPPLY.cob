               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

           SELECT RetMailFile ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RetCustomerId
               FILE STATUS IS WS-RetMail-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CurrExtract.
       FD RunCtlFile.
       COPY SFRUNCTL.

       FD RetMailFile.
       COPY SFRETML.

       WORKING-STORAGE SECTION.
       01 WS-Prev-Status       PIC XX.

       01 WS-Stamp-Phase       PIC X(8).
       01 WS-Stamp-Cond        PIC 9(4).
       01 WS-Master-Status     PIC XX.

      *    An upstream address change takes the customer off
      *    returned-mail hold, exactly as a keyed one through
      *    SFMAINT does.  Without the file the apply still runs.
       01 WS-RetMail-Status    PIC XX.
       01 WS-RetMail-Sw        PIC X VALUE "N".
          88 WS-RetMail-Open       VALUE "Y".
       01 WS-Curr-EOF          PIC Z(1).
       01 WS-Prev-EOF          PIC Z(1).
       01 WS-Prev-Empty-Sw     PIC X VALUE "N".
       01 WS-Delta-Action      PIC X.
       01 WS-Delta-Work        PIC X(250).
       01 WS-Delta-Count       PIC 9(7) VALUE 0.
       01 WS-Delta-Ptr         PIC 9(3) VALUE 1.

       01 WS-Curr-Read-Count   PIC 9(7) VALUE 0.
       01 WS-Prev-Read-Count   PIC 9(7) VALUE 0.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O RetMailFile
           IF WS-RetMail-Status = "00"
              SET WS-RetMail-Open TO TRUE
           ELSE
              DISPLAY "SFAPPLY: RETURNED-MAIL FILE NOT AVAILABLE - "
                 "STATUS " WS-RetMail-Status
                 " - NO MAIL HOLDS WILL BE CLEARED"
           END-IF
           MOVE 0 TO WS-Curr-EOF
           MOVE 0 TO WS-Prev-EOF
           PERFORM 2100-Read-Curr
           END-PERFORM
           CLOSE CurrSorted
           CLOSE PrevSorted
           CLOSE CustomerMaster
           IF WS-RetMail-Open
              CLOSE RetMailFile
           END-IF.

       2100-Read-Curr.
           IF WS-Curr-EOF = 1
                 PERFORM 2900-Print-Curr-Action
                 MOVE "C" TO WS-Delta-Action
                 PERFORM 2930-Write-Delta-Curr
                 PERFORM 2520-Clear-Mail-Hold
           END-REWRITE.

       2510-Apply-Change-As-Add.
                 PERFORM 2900-Print-Curr-Action
                 MOVE "C" TO WS-Delta-Action
                 PERFORM 2930-Write-Delta-Curr
                 PERFORM 2520-Clear-Mail-Hold
           END-WRITE.

       2520-Clear-Mail-Hold.
           IF WS-RetMail-Open
                 AND WS-Curr-Address NOT = WS-Prev-Address
              MOVE WS-Curr-Id TO RetCustomerId
              DELETE RetMailFile
                 INVALID KEY CONTINUE
              END-DELETE
           END-IF.

       2900-Print-Curr-Action.
           MOVE WS-Curr-Id TO WS-Rpt-Cust-Id
           MOVE WS-Curr-Lastname TO WS-Rpt-Last
      * before-image (the prior hold), since a deleted
      * customer has no current image to send.  Fields are
      * trimmed and "|"-delimited, same shape as the
      * listing extract's delimited lines.  A change also
      * carries the prior state and status on the end, so a
      * reader of the feed (SFGEO) can tell a customer who
      * moved state or changed status from one who did not.
      *****************************************************
       2930-Write-Delta-Curr.
           MOVE SPACES TO WS-Delta-Work
           MOVE 1 TO WS-Delta-Ptr
           STRING WS-Delta-Action
                  WS-Delta-Delim
                  FUNCTION TRIM(WS-Curr-Id) WS-Delta-Delim
                  WS-Curr-Cust-Status WS-Delta-Delim
                  WS-Curr-EffDate
              DELIMITED BY SIZE INTO WS-Delta-Work
              WITH POINTER WS-Delta-Ptr
           END-STRING
           IF WS-Delta-Action = "C"
              STRING WS-Delta-Delim
                     FUNCTION TRIM(WS-Prev-AddrState) WS-Delta-Delim
                     WS-Prev-Cust-Status
                 DELIMITED BY SIZE INTO WS-Delta-Work
                 WITH POINTER WS-Delta-Ptr
              END-STRING
           END-IF
           WRITE DeltaFile-Line FROM WS-Delta-Work
           ADD 1 TO WS-Delta-Count.

