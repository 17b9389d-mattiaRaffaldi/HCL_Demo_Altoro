      ******************************************************************
      * DFOIREC.cpy - Due-From Open Item Record (FD section only)
      * One row per reconciliation break between a settlement
      * account statement - the Fed master account or a
      * correspondent - and what our own records say settled
      * through it that day. Written by ACCTMGMT's statement
      * reconciliation (8740) for a statement entry with nothing on
      * our side to match (side S) or a settlement of ours missing
      * from the statement (side B). Each later reconciliation of
      * the same account tries to clear the open rows against its
      * own unmatched items, so a timing break clears itself when
      * the other side turns up; anything else stays open and ages
      * on the report until a SUPERVISOR clears it in 8750.
      ******************************************************************
       01  DUE-FROM-OPEN-RECORD.
           05  DFO-ID                  PIC 9(10).
           05  DFO-SETTLE-ACCT         PIC X(10).
           05  DFO-SIDE                PIC X(01).
               88  DFO-STATEMENT-ONLY  VALUE "S".
               88  DFO-BOOKS-ONLY      VALUE "B".
      * ACH, WIR (wire), ATM, CLT (cash letter), IPN (instant
      * payment) or whatever else the statement carried
           05  DFO-SOURCE              PIC X(03).
           05  DFO-DIRECTION           PIC X(01).
               88  DFO-DEBIT           VALUE "D".
               88  DFO-CREDIT          VALUE "C".
               88  DFO-EITHER          VALUE " ".
           05  DFO-AMOUNT              PIC S9(13)V99.
      * Our reference (file ID, wire reference, letter) and, for
      * a statement entry, the reference the statement gave it
           05  DFO-REFERENCE           PIC X(20).
           05  DFO-STMT-REF            PIC X(16).
           05  DFO-DESCRIPTION         PIC X(30).
      * Settlement date the break arose on - the aging runs from it
           05  DFO-BREAK-DATE          PIC X(08).
           05  DFO-STATUS              PIC X(01).
               88  DFO-OPEN            VALUE "O".
               88  DFO-CLEARED         VALUE "C".
           05  DFO-CLEARED-HOW         PIC X(01).
               88  DFO-CLEARED-MATCHED VALUE "M".
               88  DFO-CLEARED-WORKED  VALUE "W".
           05  DFO-CLEARED-DATE        PIC X(08).
           05  DFO-CLEARED-BY          PIC X(20).
           05  DFO-CLEARED-NOTE        PIC X(40).
           05  FILLER                  PIC X(20).
