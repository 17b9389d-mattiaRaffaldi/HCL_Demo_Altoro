      ******************************************************************
      * IOLNREC.cpy - IOLTA Overdraft Notice Queue Record
      * (FD section only)
      * One row per overdraft, returned item or item dishonored for
      * insufficient funds on an IOLTA-designated account, keyed by
      * the account and the time of the event. Written by ACCTMGMT
      * (items paid into overdraft, returned deposited items) and
      * ACHPROC (ACH debits returned unpaid, returns of settled ACH
      * items) and drained by ACCTMGMT's nightly notice run (8730),
      * which writes the notice file for the disciplinary authority
      * of the attorney's bar.
      ******************************************************************
       01  IOLTA-NOTICE-RECORD.
           05  IOLN-KEY.
               10  IOLN-ACCT-ID        PIC 9(16).
               10  IOLN-DATE           PIC X(08).
               10  IOLN-TIME           PIC X(06).
               10  IOLN-SEQ            PIC 9(02).
           05  IOLN-EVENT              PIC X(01).
               88  IOLN-OVERDRAFT      VALUE "O".
               88  IOLN-RETURNED-ITEM  VALUE "R".
               88  IOLN-DISHONORED     VALUE "D".
           05  IOLN-ITEM-AMOUNT        PIC S9(13)V99.
           05  IOLN-BALANCE            PIC S9(13)V99.
           05  IOLN-ITEM-REF           PIC X(20).
           05  IOLN-BAR-NUMBER         PIC X(12).
           05  IOLN-BAR-STATE          PIC X(02).
           05  IOLN-QUEUED-BY          PIC X(20).
           05  IOLN-STATUS             PIC X(01).
               88  IOLN-QUEUED         VALUE "Q".
               88  IOLN-SENT           VALUE "S".
           05  IOLN-SENT-DATE          PIC X(08).
           05  FILLER                  PIC X(20).
