      ******************************************************************
      * RUPREC.cpy - Debit Card Round-Up Enrollment Record
      * (FD section only)
      * One row per enrolled checking account, keyed by it: the
      * savings account the round-ups sweep to, the multiplier and
      * monthly cap the customer chose, and the first-year bank
      * match. Maintained in ACCTMGMT's 7835; ACCTMGMT's nightly
      * round-up sweep (7820) keeps the month-to-date total the cap
      * is measured against and the match owed until the quarterly
      * match run (7826) credits it.
      ******************************************************************
       01  ROUNDUP-ENROLL-RECORD.
           05  RUP-CHK-ACCT-ID         PIC 9(16).
           05  RUP-CUST-ID             PIC X(20).
           05  RUP-CARD-NUMBER         PIC 9(16).
           05  RUP-SAV-ACCT-ID         PIC 9(16).
      * Each purchase's round-up is multiplied by this (1 = plain)
           05  RUP-MULTIPLIER          PIC 9(01).
      * Most swept in a calendar month - zero means no cap
           05  RUP-MONTHLY-CAP         PIC 9(05)V99.
           05  RUP-CAP-MONTH           PIC X(06).
           05  RUP-MONTH-SWEPT         PIC S9(07)V99.
      * Bank match - a percentage of each sweep in the first year
      * after enrollment, owed until credited at quarter start
           05  RUP-MATCH-FLAG          PIC X(01).
               88  RUP-MATCH-ELECTED   VALUE "Y".
           05  RUP-MATCH-PCT           PIC 9(03).
           05  RUP-MATCH-OWED          PIC S9(07)V99.
           05  RUP-MATCH-PAID          PIC S9(07)V99.
           05  RUP-LAST-SWEEP-DATE     PIC X(08).
           05  RUP-STATUS              PIC X(01).
               88  RUP-ACTIVE          VALUE "A".
               88  RUP-ENDED           VALUE "X".
           05  RUP-ENROLL-DATE         PIC X(08).
           05  RUP-ENROLLED-BY         PIC X(20).
           05  FILLER                  PIC X(20).
