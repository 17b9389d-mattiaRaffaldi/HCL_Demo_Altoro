      ******************************************************************
      * RWQREC.cpy - Reward Checking Qualification Record
      * (FD section only)
      * One row per reward-checking account per calendar-month
      * cycle. The nightly interest accrual keeps two running
      * totals for the cycle - what the account has earned at its
      * product's base rate plan and what it would earn at the
      * bonus plan - while the base amount goes to the accrual
      * bucket as usual. ACCTMGMT's month-end qualification run
      * fills in what the customer did against what the product
      * needed, swaps the bonus total into the bucket for a
      * qualifier ahead of the month-end posting, and refunds the
      * cycle's foreign ATM surcharges up to the product's cap.
      * The statement prints the latest evaluated row.
      ******************************************************************
       01  REWARD-QUAL-RECORD.
           05  RWQ-KEY.
               10  RWQ-ACCT-ID         PIC 9(16).
               10  RWQ-CYCLE           PIC X(06).
           05  RWQ-STATUS              PIC X(01).
               88  RWQ-OPEN            VALUE "O".
               88  RWQ-QUALIFIED       VALUE "Q".
               88  RWQ-MISSED          VALUE "M".
               88  RWQ-EVALUATED       VALUES "Q" "M".
           05  RWQ-BASE-ACCRUED        PIC S9(11)V99.
           05  RWQ-BONUS-ACCRUED       PIC S9(11)V99.
      * What the customer did in the cycle
           05  RWQ-PURCHASE-COUNT      PIC 9(04).
           05  RWQ-DEPOSIT-COUNT       PIC 9(03).
           05  RWQ-PAPERLESS           PIC X(01).
      * What the product needed, as configured when evaluated
           05  RWQ-PURCHASE-REQ        PIC 9(03).
           05  RWQ-DEPOSIT-REQ         PIC X(01).
           05  RWQ-PAPERLESS-REQ       PIC X(01).
      * Foreign ATM surcharges in the cycle and what was refunded
           05  RWQ-ATM-FEES            PIC S9(07)V99.
           05  RWQ-ATM-REFUND          PIC S9(07)V99.
           05  RWQ-ATM-CAP             PIC 9(03)V99.
           05  RWQ-EVAL-DATE           PIC X(08).
           05  FILLER                  PIC X(20).
