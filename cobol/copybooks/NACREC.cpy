      ******************************************************************
      * NACREC.cpy - Loan Nonaccrual Record (FD section only)
      * One row per amortizing loan that has ever been placed on
      * nonaccrual, keyed by the loan account. Written by ACCTMGMT's
      * nightly delinquency aging (automatic placement at the past-
      * due threshold) or by an officer through 8470; while the loan
      * is on nonaccrual the nightly accrual tallies the interest
      * forgone here instead of booking it, and payments go to
      * principal. Read by RPTGEN's nonaccrual inventory report.
      ******************************************************************
       01  LOAN-NONACCRUAL-RECORD.
           05  NAC-LOAN-ACCT-ID        PIC 9(16).
           05  NAC-STATUS              PIC X(01).
               88  NAC-ON-NONACCRUAL   VALUE "N".
               88  NAC-RETURNED        VALUE "R".
      * Placed by the nightly aging job or by an officer
           05  NAC-PLACED-HOW          PIC X(01).
               88  NAC-PLACED-AUTO     VALUE "A".
               88  NAC-PLACED-MANUAL   VALUE "M".
           05  NAC-PLACED-DATE         PIC X(08).
           05  NAC-PLACED-BY           PIC X(20).
           05  NAC-REASON              PIC X(60).
           05  NAC-DAYS-PAST-DUE       PIC 9(05).
           05  NAC-PRIN-AT-PLACEMENT   PIC S9(13)V99.
      * Accrued interest reversed out of income at placement
           05  NAC-REVERSED-INT        PIC S9(13)V99.
      * Interest the nightly accrual would have booked since
           05  NAC-FORGONE-INT         PIC S9(13)V99.
      * Payments applied to principal on the cash basis
           05  NAC-CASH-APPLIED        PIC S9(13)V99.
      * Consecutive payments since the loan was last past due -
      * the sustained repayment a return to accrual waits for
           05  NAC-PAYMENTS-MADE       PIC 9(03).
           05  NAC-LAST-PAYMENT-DATE   PIC X(08).
           05  NAC-RETURN-DATE         PIC X(08).
           05  NAC-RETURN-APPROVED-BY  PIC X(20).
           05  FILLER                  PIC X(20).
