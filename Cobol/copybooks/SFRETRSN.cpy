      *****************************************************
      * SFRETRSN - the post office return reason codes the
      * mailroom keys, each with the wording the reports
      * print.  Shared by the returned-mail loader, which
      * refuses a code not on the table, and the
      * suppression report, which spells out why each
      * customer is held.
      *****************************************************
       01 WS-Return-Reason-Lit.
          05 FILLER PIC X(24) VALUE "ANATTEMPTED - NOT KNOWN ".
          05 FILLER PIC X(24) VALUE "IAINSUFFICIENT ADDRESS  ".
          05 FILLER PIC X(24) VALUE "NSNO SUCH NUMBER/STREET ".
          05 FILLER PIC X(24) VALUE "NFMOVED - NO FORWARDING ".
          05 FILLER PIC X(24) VALUE "FEFORWARD TIME EXPIRED  ".
          05 FILLER PIC X(24) VALUE "VCVACANT                ".
          05 FILLER PIC X(24) VALUE "UFUNABLE TO FORWARD     ".
          05 FILLER PIC X(24) VALUE "RFREFUSED               ".
          05 FILLER PIC X(24) VALUE "DCDECEASED              ".
          05 FILLER PIC X(24) VALUE "OTOTHER                 ".
       01 WS-Return-Reason-Table REDEFINES WS-Return-Reason-Lit.
          05 WS-Return-Reason-Entry OCCURS 10 TIMES
             INDEXED BY WS-Return-Reason-Ix.
             10 WS-Return-Reason-Code PIC X(2).
             10 WS-Return-Reason-Desc PIC X(22).
