      ******************************************************************
      * CNLREC.cpy - Construction Loan Project Record (FD section
      * only)
      * One row per construction loan, keyed by the LN account. The
      * loan is booked with nothing funded: ACCT-CREDIT-LIMIT holds
      * the commitment and the ledger balance grows only as draws
      * against the budget (CNBREC) are inspected, approved and
      * disbursed (CNDREC). At completion the funded balance converts
      * to a permanent amortizing schedule. Written by ACCTMGMT's
      * 2450-BOOK-APPROVED-LOAN; read by RPTGEN's construction loan
      * status report.
      ******************************************************************
       01  CONSTR-LOAN-RECORD.
           05  CNL-ACCT-ID             PIC 9(16).
           05  CNL-PROJECT-NAME        PIC X(30).
           05  CNL-PROJECT-ADDRESS     PIC X(40).
           05  CNL-COMMITMENT          PIC S9(13)V99.
      * Sum of the draws disbursed to date
           05  CNL-FUNDED              PIC S9(13)V99.
           05  CNL-DRAW-COUNT          PIC 9(03).
      * Deposit account each approved draw is paid into
           05  CNL-DISB-ACCT-ID        PIC 9(16).
      * Amortization term the funded balance converts to
           05  CNL-PERM-TERM-MONTHS    PIC 9(03).
           05  CNL-PHASE               PIC X(01).
               88  CNL-UNDER-CONSTRUCTION  VALUE "C".
               88  CNL-CONVERTED       VALUE "P".
           05  CNL-BOOKED-DATE         PIC X(08).
           05  CNL-CONVERTED-DATE      PIC X(08).
           05  CNL-LAST-BILL-DATE      PIC X(08).
           05  FILLER                  PIC X(20).
