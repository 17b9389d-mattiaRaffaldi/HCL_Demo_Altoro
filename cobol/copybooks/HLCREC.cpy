      ******************************************************************
      * HLCREC.cpy - Home Equity Line of Credit Record (FD section
      * only)
      * One row per home equity line, keyed by the LN account the
      * line is carried on. A loan account with a row here is a
      * revolving line rather than a closed-end loan: it draws
      * against ACCT-CREDIT-LIMIT during the draw period, bills
      * interest-only, then converts to a fully amortizing
      * repayment period. Written by ACCTMGMT's 8400-OPEN-HELOC.
      ******************************************************************
       01  HELOC-RECORD.
           05  HLC-ACCT-ID             PIC 9(16).
      * Line as originally granted - ACCT-CREDIT-LIMIT carries the
      * line in force after any reduction
           05  HLC-LINE-AMOUNT         PIC S9(13)V99.
           05  HLC-PHASE               PIC X(01).
               88  HLC-DRAW-PERIOD     VALUE "D".
               88  HLC-REPAY-PERIOD    VALUE "R".
           05  HLC-DRAW-END-DATE       PIC X(08).
           05  HLC-REPAY-MONTHS        PIC 9(03).
      * Set at conversion: balance owed spread over the repayment
      * months, and the date the last installment falls due
           05  HLC-REPAY-PRINCIPAL     PIC S9(13)V99.
           05  HLC-MATURITY-DATE       PIC X(08).
      * Underwriting: property value the line was last sized on,
      * liens ahead of ours, and the combined LTV ceiling
           05  HLC-PROPERTY-VALUE      PIC S9(13)V99.
           05  HLC-SENIOR-LIENS        PIC S9(13)V99.
           05  HLC-MAX-CLTV            PIC 9V9(04).
           05  HLC-LINE-STATUS         PIC X(01).
               88  HLC-LINE-OPEN       VALUE "O".
               88  HLC-LINE-FROZEN     VALUE "F".
               88  HLC-LINE-REDUCED    VALUE "R".
           05  HLC-STATUS-DATE         PIC X(08).
           05  HLC-STATUS-REASON       PIC X(30).
      * Billing: the last cycle and the minimum it left due
           05  HLC-LAST-BILL-DATE      PIC X(08).
           05  HLC-MIN-PAYMENT-DUE     PIC S9(13)V99.
           05  HLC-PAYMENT-DUE-DATE    PIC X(08).
           05  FILLER                  PIC X(20).
