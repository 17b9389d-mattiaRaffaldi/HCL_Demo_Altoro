      ******************************************************************
      * CLRVREC.cpy - Credit Card Line Review Record (FD section only)
      * One row per credit card account holding the outcome of its
      * latest periodic credit-line review in ACCTMGMT (8530). An
      * increase waits here while it sits in the pending-approval
      * queue and is marked effective when a second user approves
      * it; a decrease waits out the customer's advance notice and
      * is applied by the nightly decrease job (8536) on its
      * effective date. No-change outcomes are kept for the record.
      ******************************************************************
       01  CREDIT-LINE-REVIEW-RECORD.
           05  CLR-ACCT-ID             PIC 9(16).
           05  CLR-REVIEW-DATE         PIC X(08).
           05  CLR-ACTION              PIC X(01).
               88  CLR-INCREASE        VALUE "I".
               88  CLR-DECREASE        VALUE "D".
               88  CLR-NO-CHANGE       VALUE "N".
      * Q increase awaiting its checker, P decrease in its notice
      * period, E change in effect, C closed with no change made
           05  CLR-STATUS              PIC X(01).
               88  CLR-AWAITING-APPROVAL VALUE "Q".
               88  CLR-NOTICE-PERIOD   VALUE "P".
               88  CLR-EFFECTIVE       VALUE "E".
               88  CLR-CLOSED          VALUE "C".
               88  CLR-OPEN-ACTION     VALUES "Q" "P".
           05  CLR-PRIOR-LIMIT         PIC S9(13)V99.
           05  CLR-NEW-LIMIT           PIC S9(13)V99.
           05  CLR-BALANCE-OWED        PIC S9(13)V99.
      * Measures the recommendation was drawn from
           05  CLR-UTIL-PCT            PIC 9(03)V99.
           05  CLR-MINS-MET            PIC 9(02).
           05  CLR-LATE-FEES           PIC 9(02).
           05  CLR-AGE-MONTHS          PIC 9(04).
           05  CLR-REASON              PIC X(30).
           05  CLR-APPROVAL-ID         PIC 9(10).
           05  CLR-NOTICE-DATE         PIC X(08).
           05  CLR-EFFECTIVE-DATE      PIC X(08).
           05  CLR-DECIDED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
