      ******************************************************************
      * LNVARREC.cpy - Variable-Rate Loan Terms Record (FD section
      * only)
      * One row per loan booked at a variable rate, keyed by the
      * loan account. A loan with no row here is fixed-rate. Written
      * by ACCTMGMT's 2450-BOOK-APPROVED-LOAN and carried forward by
      * the nightly repricing, which moves LOAN-INTEREST-RATE on the
      * schedule record to index plus margin on each change date,
      * within the caps and floor.
      ******************************************************************
       01  LOAN-VAR-RECORD.
           05  LVR-ACCT-ID             PIC 9(16).
           05  LVR-INDEX-CODE          PIC X(04).
           05  LVR-MARGIN              PIC 9(02)V9(04).
      * Months between rate changes, and the next one due
           05  LVR-CHANGE-FREQ         PIC 9(03).
           05  LVR-NEXT-CHANGE-DATE    PIC X(08).
      * Most the rate may move at one change; most it may ever rise
      * above the rate booked; least it may ever be. Zero caps are
      * not applied.
           05  LVR-PERIODIC-CAP        PIC 9(02)V9(04).
           05  LVR-LIFETIME-CAP        PIC 9(02)V9(04).
           05  LVR-FLOOR-RATE          PIC 9(02)V9(04).
           05  LVR-INITIAL-RATE        PIC 9(02)V9(04).
           05  LVR-PRIOR-RATE          PIC 9(02)V9(04).
           05  LVR-LAST-CHANGE-DATE    PIC X(08).
      * First payment at the new rate, and the customer notice of it
           05  LVR-NEW-PAYMENT         PIC S9(13)V99.
           05  LVR-NEW-PAYMENT-DATE    PIC X(08).
           05  LVR-NOTICE-DUE-DATE     PIC X(08).
           05  LVR-NOTICE-STATUS       PIC X(01).
               88  LVR-NOTICE-NONE     VALUE SPACE.
               88  LVR-NOTICE-PENDING  VALUE "P".
               88  LVR-NOTICE-SENT     VALUE "S".
           05  FILLER                  PIC X(20).
