      ******************************************************************
      * COVNREC.cpy - Loan Covenant Record (FD section only)
      * One row per covenant or reporting requirement on a
      * commercial loan, keyed by the loan and a sequence. A tested
      * covenant (debt service coverage, leverage, liquidity) holds
      * the threshold the measured value must meet - at least it
      * for a minimum, at most it for a maximum; a document
      * requirement (financial statements, insurance certificate,
      * tax return) is satisfied by receipt alone. Receipt rolls the
      * due date forward by the frequency. Maintained through
      * ACCTMGMT's 8500; the nightly tickler 8512 queues what is
      * coming due or overdue to the loan's officer and marks items
      * left outstanding too long as breached. Read by RPTGEN's
      * officer portfolio report.
      ******************************************************************
       01  LOAN-COVENANT-RECORD.
           05  COV-KEY.
               10  COV-LOAN-ACCT-ID    PIC 9(16).
               10  COV-SEQ             PIC 9(02).
           05  COV-TYPE                PIC X(04).
               88  COV-TYPE-DSCR       VALUE "DSCR".
               88  COV-TYPE-LEVERAGE   VALUE "LEVR".
               88  COV-TYPE-LIQUIDITY  VALUE "LIQD".
               88  COV-TYPE-FIN-STMT   VALUE "FINS".
               88  COV-TYPE-INSURANCE  VALUE "INSC".
               88  COV-TYPE-TAX-RETURN VALUE "TAXR".
               88  COV-TYPE-OTHER      VALUE "OTHR".
               88  COV-TYPE-VALID      VALUES "DSCR" "LEVR" "LIQD"
                                              "FINS" "INSC" "TAXR"
                                              "OTHR".
           05  COV-DESCRIPTION         PIC X(30).
           05  COV-TEST                PIC X(01).
               88  COV-TEST-MINIMUM    VALUE "N".
               88  COV-TEST-MAXIMUM    VALUE "X".
               88  COV-TEST-RECEIPT    VALUE "R".
           05  COV-THRESHOLD           PIC S9(09)V9(04).
           05  COV-FREQUENCY           PIC X(01).
               88  COV-FREQ-MONTHLY    VALUE "M".
               88  COV-FREQ-QUARTERLY  VALUE "Q".
               88  COV-FREQ-SEMIANNUAL VALUE "S".
               88  COV-FREQ-ANNUAL     VALUE "A".
               88  COV-FREQ-VALID      VALUES "M" "Q" "S" "A".
           05  COV-DUE-DATE            PIC X(08).
      * Days ahead of the due date the tickler starts queueing it
           05  COV-LEAD-DAYS           PIC 9(03).
           05  COV-STATUS              PIC X(01).
               88  COV-ACTIVE          VALUE "A".
               88  COV-RELEASED        VALUE "R".
           05  COV-COMPLIANCE          PIC X(01).
               88  COV-NOT-YET-TESTED  VALUE " ".
               88  COV-IN-COMPLIANCE   VALUE "C".
               88  COV-IN-BREACH       VALUE "B".
           05  COV-BREACH-DATE         PIC X(08).
           05  COV-BREACH-REASON       PIC X(30).
           05  COV-LAST-RECEIVED-DATE  PIC X(08).
           05  COV-LAST-PERIOD-DUE     PIC X(08).
           05  COV-LAST-MEASURED       PIC S9(09)V9(04).
           05  COV-RECEIVED-BY         PIC X(20).
           05  COV-ADDED-DATE          PIC X(08).
           05  COV-ADDED-BY            PIC X(20).
           05  FILLER                  PIC X(20).
