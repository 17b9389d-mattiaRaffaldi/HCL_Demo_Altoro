      ******************************************************************
      * SNAPREC.cpy - Month-End Balance Snapshot Record (FD section
      * only)
      * One row per account per closed month, written by ACCTMGMT's
      * month-end snapshot job (8850) once the scheduler has closed
      * the period. The history is kept by year: BALSNAPyyyy holds
      * the months of year yyyy, keyed by period then account, so a
      * month reads back in account order and a year can be archived
      * or purged whole.
      * Ledger and available balances are as of the last day of the
      * period - anything posted since is backed out - and the
      * average daily balance is the period's own. Accrued interest,
      * status and delinquency bucket are as they stood when the
      * snapshot was taken. SNAP-PRODUCT is spaces for an account
      * that predates the product master; the trend reports group
      * those under their account type.
      ******************************************************************
       01  BALANCE-SNAPSHOT-RECORD.
           05  SNAP-KEY.
               10  SNAP-PERIOD         PIC X(06).
               10  SNAP-ACCT-ID        PIC 9(16).
           05  SNAP-OWNER-ID           PIC X(20).
           05  SNAP-ACCT-TYPE          PIC X(02).
           05  SNAP-PRODUCT            PIC X(04).
           05  SNAP-BRANCH             PIC X(04).
           05  SNAP-OFFICER            PIC X(10).
           05  SNAP-STATUS             PIC X(01).
               88  SNAP-ACTIVE         VALUE "A".
               88  SNAP-CLOSED         VALUE "C".
               88  SNAP-CHARGED-OFF    VALUE "W".
           05  SNAP-CURRENCY           PIC X(03).
           05  SNAP-OPEN-DATE          PIC X(08).
           05  SNAP-LEDGER-BAL         PIC S9(13)V99.
           05  SNAP-AVAILABLE-BAL      PIC S9(13)V99.
           05  SNAP-AVG-DAILY-BAL      PIC S9(13)V99.
           05  SNAP-ACCRUED-INT        PIC S9(13)V99.
      * Loans only - the 30/60/90 aging bucket off LOAN-SCHEDULE-
      * FILE, spaces when current
           05  SNAP-DELINQ-BUCKET      PIC X(02).
           05  SNAP-TAKEN-DATE         PIC X(08).
           05  FILLER                  PIC X(20).
