      ******************************************************************
      * RUHREC.cpy - Debit Card Round-Up History Record
      * (FD section only)
      * One row per customer per enrolled checking account per day
      * the nightly round-up sweep found settled card purchases,
      * keyed by the customer so the history reads back in date
      * order for every account they have enrolled. Written by
      * ACCTMGMT's 7820; both the checking and the savings
      * statement print the rows for their period.
      ******************************************************************
       01  ROUNDUP-HISTORY-RECORD.
           05  RUH-KEY.
               10  RUH-CUST-ID         PIC X(20).
               10  RUH-DATE            PIC X(08).
               10  RUH-CHK-ACCT-ID     PIC 9(16).
           05  RUH-SAV-ACCT-ID         PIC 9(16).
           05  RUH-PURCHASE-COUNT      PIC 9(04).
      * The day's round-ups after the multiplier, before the cap
           05  RUH-ROUNDUP-AMT         PIC S9(07)V99.
           05  RUH-SWEPT-AMT           PIC S9(07)V99.
           05  RUH-MATCH-AMT           PIC S9(07)V99.
           05  RUH-STATUS              PIC X(01).
               88  RUH-SWEPT           VALUE "S".
               88  RUH-CAPPED          VALUE "C".
               88  RUH-SKIPPED-NSF     VALUE "K".
               88  RUH-SKIPPED-RESTRICTED VALUE "R".
           05  RUH-SWEEP-TRAN-ID       PIC 9(10).
           05  FILLER                  PIC X(20).
