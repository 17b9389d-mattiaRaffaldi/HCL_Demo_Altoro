      ******************************************************************
      * LRQCREC.cpy - Legal Records Request Case Record (FD section
      * only)
      * One row per subpoena, summons, warrant or letter request for
      * customer records - the paper log legal used to keep. Unlike
      * a garnishment or levy (LEGLORDR, ACCTMGMT 6300) a records
      * request moves no money: it names customers and accounts
      * (LRQSREC), a date range and a due date, and is answered
      * with a production package of statements, signature cards
      * and transaction history whose every item is logged
      * (LRQPREC). Opened and worked in ACCTMGMT's 6330, researched
      * in 6340 and aged for legal in 6348.
      ******************************************************************
       01  LRQ-CASE-RECORD.
           05  LRQ-CASE-ID             PIC 9(08).
           05  LRQ-REQUEST-TYPE        PIC X(01).
               88  LRQ-TYPE-SUBPOENA   VALUE "S".
               88  LRQ-TYPE-SUMMONS    VALUE "U".
               88  LRQ-TYPE-WARRANT    VALUE "W".
               88  LRQ-TYPE-LETTER     VALUE "L".
               88  LRQ-TYPE-VALID      VALUES "S" "U" "W" "L".
      * Who is asking decides the defaults for customer notice and
      * for whether a research fee may be billed
           05  LRQ-AGENCY-TYPE         PIC X(01).
               88  LRQ-AGCY-FEDERAL    VALUE "F".
               88  LRQ-AGCY-GRAND-JURY VALUE "G".
               88  LRQ-AGCY-IRS        VALUE "T".
               88  LRQ-AGCY-STATE-LOCAL VALUE "L".
               88  LRQ-AGCY-CIVIL      VALUE "C".
               88  LRQ-AGCY-REGULATOR  VALUE "R".
               88  LRQ-AGCY-VALID      VALUES "F" "G" "T" "L"
                                              "C" "R".
           05  LRQ-AGENCY-NAME         PIC X(40).
      * The requester's own case or docket number
           05  LRQ-AGENCY-REF          PIC X(20).
           05  LRQ-AGENCY-CONTACT      PIC X(30).
           05  LRQ-AGENCY-PHONE        PIC X(15).
      * Period of records asked for, YYYYMMDD
           05  LRQ-RANGE-FROM          PIC X(08).
           05  LRQ-RANGE-TO            PIC X(08).
      * Y for each kind of record the request calls for
           05  LRQ-WANT-STATEMENTS     PIC X(01).
           05  LRQ-WANT-SIGNATURES     PIC X(01).
           05  LRQ-WANT-HISTORY        PIC X(01).
           05  LRQ-RECEIVED-DATE       PIC X(08).
           05  LRQ-DUE-DATE            PIC X(08).
      * Customer notice: required of the bank, prohibited (grand
      * jury, non-disclosure or delay-of-notice order) or not the
      * bank's to give. A prohibition with a date lifts on that
      * date and notice then becomes due; spaces mean it stands.
           05  LRQ-NOTICE-REQ          PIC X(01).
               88  LRQ-NOTICE-REQUIRED VALUE "R".
               88  LRQ-NOTICE-PROHIBITED VALUE "P".
               88  LRQ-NOTICE-NONE     VALUE "N".
               88  LRQ-NOTICE-VALID    VALUES "R" "P" "N".
           05  LRQ-NOTICE-DELAY-UNTIL  PIC X(08).
           05  LRQ-NOTICE-SENT-DATE    PIC X(08).
      * Research fee - billed to the requester only where the law
      * lets the bank recover its costs
           05  LRQ-FEE-BILLABLE        PIC X(01).
               88  LRQ-FEE-ALLOWED     VALUE "Y".
               88  LRQ-FEE-NOT-ALLOWED VALUE "N".
           05  LRQ-RESEARCH-HOURS      PIC 9(03)V99.
           05  LRQ-PAGE-COUNT          PIC 9(06).
           05  LRQ-FEE-AMOUNT          PIC S9(09)V99.
           05  LRQ-FEE-BILLED-DATE     PIC X(08).
           05  LRQ-FEE-PAID-AMOUNT     PIC S9(09)V99.
           05  LRQ-FEE-PAID-DATE       PIC X(08).
           05  LRQ-SUBJECT-COUNT       PIC 9(03).
           05  LRQ-STATUS              PIC X(01).
               88  LRQ-STAT-OPEN       VALUE "O".
               88  LRQ-STAT-RESEARCHED VALUE "R".
               88  LRQ-STAT-PRODUCED   VALUE "P".
               88  LRQ-STAT-CLOSED     VALUE "C".
               88  LRQ-STAT-WITHDRAWN  VALUE "W".
               88  LRQ-STAT-PENDING    VALUES "O" "R".
      * The last production package built for the case
           05  LRQ-PACKAGE-PATH        PIC X(100).
           05  LRQ-OPENED-BY           PIC X(20).
           05  LRQ-RESEARCHED-BY       PIC X(20).
           05  LRQ-RESEARCHED-DATE     PIC X(08).
           05  LRQ-PRODUCED-BY         PIC X(20).
           05  LRQ-PRODUCED-DATE       PIC X(08).
           05  LRQ-CLOSED-BY           PIC X(20).
           05  LRQ-CLOSED-DATE         PIC X(08).
      * Accounts the last research reached beyond what one package
      * holds - a case with any is not researched and cannot be
      * produced until its subjects are split across cases
           05  LRQ-ACCT-OVERFLOW       PIC 9(04).
           05  FILLER                  PIC X(16).
