               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.

      * Chart-of-accounts mapping the GL feed books every posting
      * through, and the feed's unmapped-posting exception file.
           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT GL-EXCEPTION-FILE
               ASSIGN TO WS-GLX-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.

      * Document archive index - 1099-INT and CTR output produced
      * here is indexed for retrieval, and the search/reprint
      * screen reads it.
               RECORD KEY IS SUSPL-ID
               FILE STATUS IS WS-SUSPL-FILE-STATUS.

      * Official check register maintained in ACCTMGMT - the GL
      * feed books the day's presentments and voids off it against
      * the official checks outstanding liability.
           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-SERIAL
               FILE STATUS IS WS-OFC-FILE-STATUS.

      * Product master maintained in ACCTMGMT - read so the call
      * report can split brokered deposits from retail.
           SELECT PRODUCT-FILE
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

      * Entity (bank charter) master, maintained in ACCTMGMT - see
      * ENTYREC
           SELECT ENTITY-FILE
               ASSIGN TO "ENTYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTY-CODE
               FILE STATUS IS WS-ENTY-FILE-STATUS.

      * POD beneficiary designations maintained in ACCTMGMT - read
      * so the FDIC coverage report can classify POD accounts and
      * count their beneficiaries.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

      * BAI2 balance reporting for corporate cash management: the
      * subscription master naming the accounts each company
      * receives, the transmission files themselves, and the log of
      * every file built so we can show a client what they were
      * sent.
           SELECT BAI-SUBSCRIPTION-FILE
               ASSIGN TO "BAISUBS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAIS-KEY
               FILE STATUS IS WS-BAIS-FILE-STATUS.

           SELECT BAI2-OUTPUT-FILE
               ASSIGN TO WS-BAI-OUTPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-OUTPUT-STATUS.

           SELECT BAI-TRANSMIT-LOG-FILE
               ASSIGN TO "BAITXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAIX-KEY
               FILE STATUS IS WS-BAIX-FILE-STATUS.

      * Memo-posted items written by ACCTMGMT during the day - read
      * so the current-day BAI2 file can report them before the
      * nightly memo-post applies them to the ledger.
           SELECT MEMO-POST-FILE
               ASSIGN TO "MEMOPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-TRAN-ID
               FILE STATUS IS WS-MEMO-FILE-STATUS.

      * ACCTMGMT's non-customer check cashing register - the cash
      * paid out to presenters counts in the teller balancing and
      * the CTR scan.
           SELECT NONCUST-CASH-FILE
               ASSIGN TO "NCCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCC-KEY
               FILE STATUS IS WS-NCC-FILE-STATUS.

      * ACCTMGMT's construction loans and their budget lines - the
      * status report sets budget against funded and inspected.
           SELECT CONSTR-LOAN-FILE
               ASSIGN TO "CNSTLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNL-ACCT-ID
               FILE STATUS IS WS-CNL-FILE-STATUS.

           SELECT CONSTR-BUDGET-FILE
               ASSIGN TO "CNSTBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNB-KEY
               FILE STATUS IS WS-CNB-FILE-STATUS.

      * ACCTMGMT's loan participations - shares sold come out of
      * the loan figures when a report is run net.
           SELECT LOAN-PART-FILE
               ASSIGN TO "LOANPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTC-KEY
               FILE STATUS IS WS-PTC-FILE-STATUS.

      * ACCTMGMT's loans on nonaccrual, for the inventory report
           SELECT LOAN-NONACCRUAL-FILE
               ASSIGN TO "LOANNACR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAC-LOAN-ACCT-ID
               FILE STATUS IS WS-NAC-FILE-STATUS.

      * ACCTMGMT's loan risk grade history, and the allowance loss-
      * rate table and per-quarter calculation detail kept here.
           SELECT LOAN-GRADE-FILE
               ASSIGN TO "LOANGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LGR-FILE-STATUS.

           SELECT LOSS-RATE-FILE
               ASSIGN TO "LOSSRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSR-KEY
               FILE STATUS IS WS-LSR-FILE-STATUS.

           SELECT ALLOWANCE-DETAIL-FILE
               ASSIGN TO "ALLWDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALW-KEY
               FILE STATUS IS WS-ALW-FILE-STATUS.

      * ACCTMGMT's borrower relationships and home equity lines -
      * the concentration report groups loans by relationship and
      * counts the undrawn side of open lines.
           SELECT BORROWER-REL-FILE
               ASSIGN TO "BORRREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRL-CUST-ID
               FILE STATUS IS WS-BRL-FILE-STATUS.

           SELECT HELOC-FILE
               ASSIGN TO "HELOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLC-ACCT-ID
               FILE STATUS IS WS-HLC-FILE-STATUS.

      * ACCTMGMT's loan covenants - the officer portfolio report
      * flags loans with a covenant in breach.
           SELECT LOAN-COVENANT-FILE
               ASSIGN TO "LOANCOVN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COV-FILE-STATUS.
      * ACCTMGMT's customer military status - the SCRA compliance
      * report.
           SELECT MILITARY-STATUS-FILE
               ASSIGN TO "MILSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIL-CUST-ID
               FILE STATUS IS WS-MIL-FILE-STATUS.
      * CUSTMGMT's customer tax status - W-8BEN nonresident aliens
      * come off the 1099-INT and onto the 1042-S extract.
           SELECT TAX-STATUS-FILE
               ASSIGN TO "TAXSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXS-CUST-ID
               FILE STATUS IS WS-TAXS-FILE-STATUS.
      * ACCTMGMT's IOLTA trust designations - interest on an
      * attorney trust account is the bar foundation's, not the
      * owner's, and stays off the 1099-INT.
           SELECT IOLTA-FILE
               ASSIGN TO "IOLTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOL-ACCT-ID
               FILE STATUS IS WS-IOL-FILE-STATUS.
      * ACCTMGMT's customer bankruptcy cases - the Metro 2 Consumer
      * Information Indicator.
           SELECT BANKRUPTCY-CASE-FILE
               ASSIGN TO "BKRCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-FILE-STATUS.
      * Report query catalog - the approved, named ad hoc queries
      * that replace free-form SQL - and the log of every run.
           SELECT QUERY-DEF-FILE
               ASSIGN TO "QRYDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QRYD-ID
               FILE STATUS IS WS-QRYD-FILE-STATUS.

           SELECT QUERY-RUN-LOG-FILE
               ASSIGN TO "QRYRUNLG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QRYL-FILE-STATUS.

      * Month-end balance snapshot history (BALSNAPyyyy, written by
      * ACCTMGMT) behind the trend reports. The compare file is a
      * second look at the same history so two months can be
      * matched account by account; the warehouse extract is a
      * flat copy of one month.
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO WS-SNAP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT SNAPSHOT-COMPARE-FILE
               ASSIGN TO WS-SNPC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNPC-KEY
               FILE STATUS IS WS-SNPC-FILE-STATUS.

           SELECT DW-SNAPSHOT-EXTRACT-FILE
               ASSIGN TO WS-DWX-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DWX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
               88  CARD-BLOCKED        VALUE "B".
               88  CARD-EXPIRED        VALUE "E".
               88  CARD-REISSUED       VALUE "R".
      * Last business date the card was used at an ATM - the
      * monthly renewal run passes over cards unused too long
           05  CARD-LAST-USED-DATE     PIC X(08).
      * Key version CARD-PIN is sealed under (see PIICRYPT.cpy)
           05  CARD-PIN-KEY-VER        PIC 9(03).
           05  FILLER                  PIC X(04).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  LOAN-STATUS                 PIC X(01).
               88  LOAN-ACTIVE             VALUE "A".
               88  LOAN-PAID-OFF           VALUE "P".
               88  LOAN-CHARGED-OFF        VALUE "W".
           05  LOAN-DELINQ-BUCKET          PIC X(02).
           05  LOAN-LAST-LATE-FEE-DATE     PIC X(10).
           05  LOAN-ESCROW-PAYMENT         PIC S9(13)V99.

       FD  GL-STATUS-FILE.
       01  GL-STATUS-RECORD.
      * One row per feed date, GL account and entity - each charter
      * keeps its own ledger, so the same account code can appear
      * once per entity
           05  GLST-KEY.
               10  GLST-DATE           PIC X(08).
               10  GLST-ACCT-CODE      PIC X(10).
               10  GLST-ENTITY         PIC X(03).
           05  GLST-AMOUNT             PIC S9(13)V99.
           05  GLST-STATUS             PIC X(01).
               88  GLST-PENDING        VALUE "P".
               88  GLST-ACCEPTED       VALUE "A".
               88  GLST-REJECTED       VALUE "R".
           05  GLST-REJECT-REASON      PIC X(30).
      * Feed run that last wrote the row - lines for the same GL
      * account within one run (one per cost center) add up here
           05  GLST-FEED-RUN           PIC X(14).
           05  FILLER                  PIC X(01).

       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD               PIC X(80).

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  GL-EXCEPTION-FILE.
       01  GL-EXCEPTION-RECORD         PIC X(132).

       FD  DOC-INDEX-FILE.
           COPY DOCINDEX.

           05  IBR-TO-BRANCH           PIC X(04).
           05  IBR-AMOUNT              PIC S9(13)V99.
           05  IBR-TRAN-ID             PIC 9(10).
           05  IBR-FROM-ENTITY         PIC X(03).
           05  IBR-TO-ENTITY           PIC X(03).
           05  FILLER                  PIC X(09).

      * Same layout as ACCTMGMT's COLLECTION-QUEUE-FILE.
       FD  COLLECTION-QUEUE-FILE.
               88  COLQ-STAT-OPEN          VALUE "O".
               88  COLQ-STAT-PROMISED      VALUE "P".
               88  COLQ-STAT-CURED         VALUE "C".
               88  COLQ-STAT-STAYED        VALUE "S".
           05  COLQ-COLLECTOR-NOTES    PIC X(120).
           05  FILLER                  PIC X(15).

           05  SUSPL-CLEARED-DATE      PIC X(10).
           05  FILLER                  PIC X(15).

      * Same layout as ACCTMGMT's OFFICIAL-CHECK-FILE.
       FD  OFFICIAL-CHECK-FILE.
       01  OFFICIAL-CHECK-RECORD.
           05  OFC-SERIAL              PIC 9(09).
           05  OFC-REMITTER-ACCT       PIC 9(16).
           05  OFC-REMITTER-NAME       PIC X(30).
           05  OFC-PAYEE               PIC X(30).
           05  OFC-AMOUNT              PIC S9(13)V99.
           05  OFC-ISSUE-DATE          PIC X(08).
           05  OFC-ISSUE-TRAN-ID       PIC 9(10).
           05  OFC-ISSUED-BY           PIC X(20).
           05  OFC-BRANCH-CODE         PIC X(04).
           05  OFC-STATUS              PIC X(01).
               88  OFC-OUTSTANDING     VALUE "O".
               88  OFC-PAID            VALUE "P".
               88  OFC-VOIDED          VALUE "V".
               88  OFC-STOPPED         VALUE "S".
           05  OFC-STATUS-DATE         PIC X(08).
           05  OFC-STATUS-BY           PIC X(20).
           05  OFC-REPLACES-SERIAL     PIC 9(09).
           05  OFC-REPLACED-BY-SERIAL  PIC 9(09).
           05  FILLER                  PIC X(15).

      * Same layout as ACCTMGMT's PRODUCT-FILE.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05  PROD-STATUS             PIC X(01).
               88  PROD-ACTIVE         VALUE "A".
               88  PROD-INACTIVE       VALUE "I".
           05  PROD-DAY-COUNT          PIC X(01).
           05  PROD-BONUS-RATE-PLAN    PIC X(02).
           05  PROD-RWD-MIN-PURCHASES  PIC 9(03).
           05  PROD-RWD-REQ-DEPOSIT    PIC X(01).
           05  PROD-RWD-REQ-PAPERLESS  PIC X(01).
           05  PROD-RWD-ATM-REFUND-CAP PIC 9(03)V99.
           05  FILLER                  PIC X(01).

       FD  FX-REVAL-FILE.
       01  FX-REVAL-RECORD.
               88  BRCH-CLOSED         VALUE "C".
               88  BRCH-MERGED         VALUE "M".
           05  BRCH-MERGED-INTO        PIC X(04).
           05  BRCH-ENTITY             PIC X(03).
           05  FILLER                  PIC X(12).

       FD  ENTITY-FILE.
           COPY ENTYREC.

      * Same layout as ACCTMGMT's BENEFICIARY-FILE.
       FD  BENEFICIARY-FILE.
           05  RATE-TIER-LIMIT         PIC 9(11)V99.
           05  RATE-SET-BY             PIC X(20).
           05  RATE-SET-DATE           PIC X(10).
           05  RATE-NOTICE-STATUS      PIC X(01).
           05  RATE-NOTICE-DATE        PIC X(08).
           05  FILLER                  PIC X(06).

      * Same layout as ACHPROC's ACH-ITEM-FILE.
       FD  ACH-ITEM-FILE.
           05  DIST-LOG-RECIPIENTS     PIC X(200).
           05  FILLER                  PIC X(30).

       FD  BAI-SUBSCRIPTION-FILE.
       01  BAI-SUBSCRIPTION-RECORD.
           05  BAIS-KEY.
               10  BAIS-COMPANY-ID     PIC X(10).
               10  BAIS-ACCT-ID        PIC 9(16).
           05  BAIS-COMPANY-NAME       PIC X(30).
      * Receiver identification the company's treasury workstation
      * expects in the file and group headers
           05  BAIS-RECEIVER-ID        PIC X(15).
           05  BAIS-PRIOR-DAY-FLAG     PIC X(01).
               88  BAIS-PRIOR-DAY      VALUE "Y".
           05  BAIS-CURRENT-DAY-FLAG   PIC X(01).
               88  BAIS-CURRENT-DAY    VALUE "Y".
           05  BAIS-STATUS             PIC X(01).
               88  BAIS-ACTIVE         VALUE "A".
               88  BAIS-INACTIVE       VALUE "I".
           05  BAIS-ADDED-DATE         PIC X(08).
           05  BAIS-ADDED-BY           PIC X(20).
           05  FILLER                  PIC X(15).

       FD  BAI2-OUTPUT-FILE.
       01  BAI2-OUTPUT-RECORD          PIC X(200).

       FD  BAI-TRANSMIT-LOG-FILE.
       01  BAI-TRANSMIT-LOG-RECORD.
           05  BAIX-KEY.
               10  BAIX-COMPANY-ID     PIC X(10).
               10  BAIX-AS-OF-DATE     PIC X(08).
               10  BAIX-FILE-TYPE      PIC X(01).
                   88  BAIX-PRIOR-DAY  VALUE "P".
                   88  BAIX-CURRENT-DAY VALUE "C".
               10  BAIX-FILE-SEQ       PIC 9(03).
           05  BAIX-CREATED-DATE       PIC X(08).
           05  BAIX-CREATED-TIME       PIC X(06).
           05  BAIX-ACCT-COUNT         PIC 9(05).
           05  BAIX-DETAIL-COUNT       PIC 9(07).
           05  BAIX-RECORD-COUNT       PIC 9(07).
      * File control total as carried on the 99 trailer, in cents
           05  BAIX-CONTROL-TOTAL      PIC S9(17).
           05  BAIX-FILE-PATH          PIC X(100).
           05  BAIX-CREATED-BY         PIC X(20).
           05  FILLER                  PIC X(15).

      * Same layout as ACCTMGMT's MEMO-POST-FILE.
       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           05  MEMO-TRAN-ID            PIC 9(10).
           05  MEMO-ACCT-ID            PIC 9(16).
           05  MEMO-AMOUNT             PIC S9(13)V99.
           05  MEMO-DATE               PIC X(10).
           05  MEMO-ENTERED-BY         PIC X(20).
           05  MEMO-STATUS             PIC X(01).
               88  MEMO-STAT-PENDING   VALUE "P".
               88  MEMO-STAT-APPLIED   VALUE "A".
           05  FILLER                  PIC X(15).

       FD  NONCUST-CASH-FILE.
           COPY NCCREC.

       FD  CONSTR-LOAN-FILE.
           COPY CNLREC.

       FD  CONSTR-BUDGET-FILE.
           COPY CNBREC.

       FD  LOAN-PART-FILE.
           COPY LPARTREC.

       FD  LOAN-NONACCRUAL-FILE.
           COPY NACREC.

       FD  LOAN-GRADE-FILE.
           COPY LGRDREC.

       FD  LOSS-RATE-FILE.
           COPY LSRTREC.

       FD  ALLOWANCE-DETAIL-FILE.
           COPY ALLWREC.

       FD  BORROWER-REL-FILE.
           COPY BRELREC.

       FD  HELOC-FILE.
           COPY HLCREC.

       FD  LOAN-COVENANT-FILE.
           COPY COVNREC.
       FD  MILITARY-STATUS-FILE.
           COPY MILREC.
       FD  BANKRUPTCY-CASE-FILE.
           COPY BKRREC.
       FD  TAX-STATUS-FILE.
           COPY TAXSREC.
       FD  IOLTA-FILE.
           COPY IOLTREC.
       FD  QUERY-DEF-FILE.
           COPY QRYDREC.
       FD  QUERY-RUN-LOG-FILE.
       01  QUERY-RUN-LOG-RECORD.
           05  QRYL-RUN-DATE           PIC X(08).
           05  QRYL-RUN-TIME           PIC X(08).
           05  QRYL-USER-ID            PIC X(20).
           05  QRYL-ROLE               PIC X(10).
           05  QRYL-QUERY-ID           PIC X(08).
      * C = completed, D = refused for role or status, V = a
      * parameter failed validation
           05  QRYL-RESULT             PIC X(01).
               88  QRYL-COMPLETED      VALUE "C".
               88  QRYL-DENIED         VALUE "D".
               88  QRYL-INVALID        VALUE "V".
           05  QRYL-PARM-VALUES        PIC X(80).
           05  QRYL-ROW-COUNT          PIC 9(07).
           05  QRYL-OUTPUT-PATH        PIC X(100).
           05  FILLER                  PIC X(20).
       FD  BALANCE-SNAPSHOT-FILE.
           COPY SNAPREC.
      * Same layout as BALANCE-SNAPSHOT-FILE (SNAPREC.cpy).
       FD  SNAPSHOT-COMPARE-FILE.
       01  SNAPSHOT-COMPARE-RECORD.
           05  SNPC-KEY.
               10  SNPC-PERIOD         PIC X(06).
               10  SNPC-ACCT-ID        PIC 9(16).
           05  SNPC-OWNER-ID           PIC X(20).
           05  SNPC-ACCT-TYPE          PIC X(02).
           05  SNPC-PRODUCT            PIC X(04).
           05  SNPC-BRANCH             PIC X(04).
           05  SNPC-OFFICER            PIC X(10).
           05  SNPC-STATUS             PIC X(01).
               88  SNPC-ACTIVE         VALUE "A".
               88  SNPC-CLOSED         VALUE "C".
               88  SNPC-CHARGED-OFF    VALUE "W".
           05  SNPC-CURRENCY           PIC X(03).
           05  SNPC-OPEN-DATE          PIC X(08).
           05  SNPC-LEDGER-BAL         PIC S9(13)V99.
           05  SNPC-AVAILABLE-BAL      PIC S9(13)V99.
           05  SNPC-AVG-DAILY-BAL      PIC S9(13)V99.
           05  SNPC-ACCRUED-INT        PIC S9(13)V99.
           05  SNPC-DELINQ-BUCKET      PIC X(02).
           05  SNPC-TAKEN-DATE         PIC X(08).
           05  FILLER                  PIC X(20).
       FD  DW-SNAPSHOT-EXTRACT-FILE.
       01  DW-SNAPSHOT-EXTRACT-RECORD  PIC X(200).

       WORKING-STORAGE SECTION.

      * Copy in shared data structures
           COPY CUSTWS.
           COPY ACCTWS.
           COPY TRANWS.
           COPY PIICRYPT.

      * Clear SSN, decrypted by 8861 for the reports that need it -
      * never written back
       01  WS-PII-SSN                  PIC X(11) VALUE SPACES.

      * Local working fields
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "RPTGEN".
       01  WS-GL-FEED-PATH             PIC X(256) VALUE SPACES.
       01  WS-GL-FEED-STATUS           PIC X(02).
       01  WS-TAX-FORM-PATH            PIC X(256) VALUE SPACES.
       01  WS-TAX-FORM-ENTITY          PIC X(03) VALUE SPACES.
       01  WS-TAX-FORM-STATUS          PIC X(02).
       01  WS-RUNLOG-FILE-STATUS       PIC X(02).
       01  WS-RUNLOG-OPEN              PIC X(01) VALUE "N".
           05  WS-OFCR-BALANCE         PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-OFCR-LAST-ACTIVITY   PIC X(10).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-OFCR-FLAG            PIC X(19).

      * Transaction report detail line
       01  WS-TRAN-RPT-DETAIL.

      * Officer portfolio report fields
       01  WS-OFCR-INPUT-ID             PIC X(10).
       01  WS-COV-FILE-STATUS          PIC X(02).
       01  WS-OFCR-BREACH-COUNT        PIC 9(06) VALUE ZEROS.

      * Dormancy report fields
       01  WS-DORM-THRESHOLD-DAYS      PIC 9(05) VALUE ZEROS.
       01  WS-GL-LINE-NAME             PIC X(20).
       01  WS-GL-LINE-COUNT            PIC 9(06).
       01  WS-GL-LINE-AMOUNT           PIC S9(13)V99.
       01  WS-GL-LINE-CC               PIC X(06) VALUE SPACES.
      * Entity the line books under (spaces - the home entity) and
      * the entity whose feed file is open (spaces - the home
      * entity's plain .gl file)
       01  WS-GL-LINE-ENTITY           PIC X(03) VALUE SPACES.
       01  WS-GL-FEED-ENTITY           PIC X(03) VALUE SPACES.
       01  WS-GL-RUN-STAMP             PIC X(14) VALUE SPACES.

      * GL chart-of-accounts mapping lookup. The probe fields are
      * the posting's own type/product/branch/currency; the lookup
      * falls back to "****"/"***" rows when nothing more specific
      * is in force on the posting date.
       01  WS-GLM-FILE-STATUS          PIC X(02).
       01  WS-GLM-FOUND                PIC X(01) VALUE "N".
       01  WS-GLM-IN-TYPE              PIC X(02).
       01  WS-GLM-IN-PRODUCT           PIC X(04).
       01  WS-GLM-IN-BRANCH            PIC X(04).
       01  WS-GLM-IN-CURRENCY          PIC X(03).
       01  WS-GLM-PROBE.
           05  WS-GLM-PR-TYPE          PIC X(02).
           05  WS-GLM-PR-PRODUCT       PIC X(04).
           05  WS-GLM-PR-BRANCH        PIC X(04).
           05  WS-GLM-PR-CURRENCY      PIC X(03).
       01  WS-GLM-DR-GL                PIC X(10).
       01  WS-GLM-CR-GL                PIC X(10).
       01  WS-GLM-COST-CENTER          PIC X(06).
       01  WS-GLM-DESCRIPTION          PIC X(20).
       01  WS-GLM-OPEN                 PIC X(01) VALUE "N".
       01  WS-GLM-ENTRY-AMOUNT         PIC S9(13)V99.
       01  WS-GLM-ENTRY-REF            PIC X(16).
       01  WS-GLM-ENTRY-SOURCE         PIC X(04).

      * The day's GL entries, one row per GL account and cost
      * center, built before anything is written so the feed can
      * be proved debit-for-credit first
       01  WS-GLL-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-GLL-MAX                  PIC 9(04) VALUE 500.
       01  WS-GLL-OVERFLOW             PIC 9(06) VALUE ZEROS.
       01  WS-GLL-IDX                  PIC 9(04).
       01  WS-GLL-FOUND-IDX            PIC 9(04).
       01  WS-GLL-IN-ACCT              PIC X(10).
       01  WS-GLL-IN-CC                PIC X(06).
       01  WS-GLL-IN-ENTITY            PIC X(03) VALUE "001".
       01  WS-GLL-IN-DESC              PIC X(20).
       01  WS-GLL-IN-AMOUNT            PIC S9(13)V99.
       01  WS-GLL-TABLE.
           05  WS-GLL-ENTRY            OCCURS 500 TIMES.
               10  WS-GLL-ACCT         PIC X(10).
               10  WS-GLL-CC           PIC X(06).
               10  WS-GLL-ENTITY       PIC X(03).
               10  WS-GLL-DESC         PIC X(20).
               10  WS-GLL-TRAN-COUNT   PIC 9(06).
               10  WS-GLL-DEBITS       PIC S9(15)V99.
               10  WS-GLL-CREDITS      PIC S9(15)V99.

      * Postings the mapping could not place
       01  WS-GLX-PATH                 PIC X(256) VALUE SPACES.
       01  WS-GLX-FILE-STATUS          PIC X(02).
       01  WS-GLX-OPEN                 PIC X(01) VALUE "N".
       01  WS-GLX-COUNT                PIC 9(06) VALUE ZEROS.
       01  WS-GLX-AMOUNT               PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLX-DSP-AMOUNT           PIC -(13)9.99.

      * GL mapping maintenance entry fields
       01  WS-GLM-INPUT-KEY.
           05  WS-GLM-INPUT-TYPE       PIC X(02).
           05  WS-GLM-INPUT-PRODUCT    PIC X(04).
           05  WS-GLM-INPUT-BRANCH     PIC X(04).
           05  WS-GLM-INPUT-CURRENCY   PIC X(03).
           05  WS-GLM-INPUT-EFF-DATE   PIC X(08).
       01  WS-GLM-INPUT-DR-GL          PIC X(10).
       01  WS-GLM-INPUT-CR-GL          PIC X(10).
       01  WS-GLM-INPUT-CC             PIC X(06).
       01  WS-GLM-INPUT-DESC           PIC X(20).

      * GL feed detail line, written to GL-FEED-RECORD
       01  WS-GL-FEED-DETAIL.
           05  WS-GL-TRAN-COUNT        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-GL-AMOUNT            PIC S9(13)V99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-GL-COST-CENTER       PIC X(06).
           05  FILLER                  PIC X(01) VALUE " ".
      * The booking entity's own GL company code
           05  WS-GL-COMPANY           PIC X(04).
           05  FILLER                  PIC X(08) VALUE SPACES.

      * Currency Transaction Report (CTR) fields
       01  WS-CTR-INPUT-DATE           PIC X(10).
       01  WS-CTR-GROUP-TOTAL          PIC S9(13)V99.
       01  WS-CTR-GROUP-COUNT          PIC 9(06).
       01  WS-CTR-FLAG-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-NCC-FILE-STATUS          PIC X(02).
       01  WS-CTR-NCC-ID.
           05  WS-CTR-NCC-ID-TYPE      PIC X(02).
           05  WS-CTR-NCC-ID-NUMBER    PIC X(20).
       01  WS-CTR-NCC-NAME             PIC X(30).

      * CTR report detail line
       01  WS-CTR-RPT-DETAIL.
           05  WS-1099F-WITHHELD       PIC S9(13)V99.
           05  FILLER                  PIC X(02) VALUE SPACES.

      * Nonresident alien recipients - left off the 1099-INT and
      * reported on the 1042-S extract instead (see TAXSREC)
       01  WS-TAXS-FILE-STATUS         PIC X(02).
       01  WS-1042-NRA-FLAG            PIC X(01).
           88  WS-1042-IS-NRA          VALUE "Y".
       01  WS-1099-NRA-SKIP-COUNT      PIC 9(06) VALUE ZEROS.
      * IOLTA interest - left off the 1099-INT for the dates the
      * account was designated (see IOLTREC)
       01  WS-IOL-FILE-STATUS          PIC X(02).
       01  WS-1099-IOL-FROM            PIC X(08).
       01  WS-1099-IOL-TO              PIC X(08).
       01  WS-1099-IOL-EXCL-TOTAL      PIC S9(13)V99 VALUE ZEROS.
       01  WS-1042-FLAG-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-1042-DSP-RATE            PIC Z9.99.
       01  WS-1042-CODE-TABLE.
           05  WS-1042-CODE-ENTRY      OCCURS 10 TIMES.
               10  WS-1042-CT-CODE     PIC X(02).
               10  WS-1042-CT-COUNT    PIC 9(06).
               10  WS-1042-CT-GROSS    PIC S9(13)V99.
               10  WS-1042-CT-WITHHELD PIC S9(13)V99.
       01  WS-1042-CODE-MAX            PIC 9(02) COMP VALUE ZEROS.
       01  WS-1042-CODE-IDX            PIC 9(02) COMP VALUE ZEROS.

      * 1042-S report detail line
       01  WS-1042-RPT-DETAIL.
           05  WS-1042-CUST-ID         PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-NAME            PIC X(30).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-COUNTRY         PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-INCOME-CODE     PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-RATE            PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-GROSS           PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042-WITHHELD        PIC Z(12)9.99-.

      * 1042-S tax form data file line, same fixed-width shape as
      * the 1099-INT line
       01  WS-1042-FORM-DETAIL.
           05  WS-1042F-TAX-YEAR       PIC X(04).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-CUST-ID        PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-NAME           PIC X(30).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-COUNTRY        PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-INCOME-CODE    PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-RATE           PIC 9(02)V99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-GROSS          PIC S9(13)V99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-1042F-WITHHELD       PIC S9(13)V99.
           05  FILLER                  PIC X(01) VALUE SPACES.

      * Nightly balance reconciliation report fields
       01  WS-RECON-COMPUTED-TOTAL     PIC S9(15)V99 VALUE ZEROS.
       01  WS-RECON-DIFFERENCE         PIC S9(15)V99 VALUE ZEROS.
      * Metro 2 extract fields. The simplified base segment is
      * fixed columns: segment tag, account number, consumer SSN
      * and name, date opened, account status per the Metro 2
      * status codes (11 current, 71/78/80 for 30/60/90+ days,
      * 97 written off), scheduled payment, current balance,
      * payments-made history counter, and the Consumer Information
      * Indicator when the consumer has a bankruptcy on file - A-D
      * petition, E-H discharged, I-L dismissed, for chapters 7, 11,
      * 12 and 13 in turn.
       01  WS-M2-EXTRACT-STATUS        PIC X(02).
       01  WS-M2CT-FILE-STATUS         PIC X(02).
       01  WS-M2-EXTRACT-PATH          PIC X(256) VALUE SPACES.
       01  WS-M2-PRIOR-MONTH           PIC X(06).
       01  WS-M2-YEAR                  PIC 9(04).
       01  WS-M2-MM                    PIC 9(02).
       01  WS-BKR-FILE-STATUS          PIC X(02).
       01  WS-M2-CII-IDX               PIC 9(02).
       01  WS-M2-CII-TABLE             PIC X(12) VALUE "ABCDEFGHIJKL".
       01  WS-M2-CII-CODES REDEFINES WS-M2-CII-TABLE.
           05  WS-M2-CII-CODE          PIC X(01) OCCURS 12 TIMES.
       01  WS-M2-DETAIL.
           05  WS-M2-SEG               PIC X(04) VALUE "BASE".
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2-BALANCE           PIC 9(11)V99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2-PAY-HISTORY       PIC 9(03).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2-CII               PIC X(02).
           05  FILLER                  PIC X(90) VALUE SPACES.
      * Each furnishing entity's file opens with a header naming the
      * charter and closes with a trailer carrying its record count
      * and balance total, for the bureau's load balancing.
       01  WS-M2-ENTITY-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-M2-ENTITY-TOTAL          PIC S9(15)V99 VALUE ZEROS.
       01  WS-M2-HEADER.
           05  FILLER                  PIC X(04) VALUE "HEAD".
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2H-ENTITY           PIC X(03).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2H-NAME             PIC X(40).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2H-RSSD             PIC X(10).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2H-MONTH            PIC X(06).
           05  FILLER                  PIC X(133) VALUE SPACES.
       01  WS-M2-TRAILER.
           05  FILLER                  PIC X(04) VALUE "TRLR".
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2T-ENTITY           PIC X(03).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2T-RSSD             PIC X(10).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2T-COUNT            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-M2T-BALANCE          PIC 9(15)V99.
           05  FILLER                  PIC X(156) VALUE SPACES.

      * Daily summary read fields
       01  WS-SUMM-FILE-STATUS         PIC X(02).

      * GL acknowledgment intake fields. Ack lines are fixed
      * columns: feed date (8), GL account code (10), disposition
      * A/R (1), reject reason (30), entity (3) - blank from the
      * home entity's GL, which predates the column.
       01  WS-GLST-FILE-STATUS         PIC X(02).
       01  WS-GL-ACK-STATUS            PIC X(02).
       01  WS-GL-ACK-PATH              PIC X(256) VALUE SPACES.
           05  WS-GLA-ACCT-CODE        PIC X(10).
           05  WS-GLA-DISPOSITION      PIC X(01).
           05  WS-GLA-REASON           PIC X(30).
           05  WS-GLA-ENTITY           PIC X(03).
           05  FILLER                  PIC X(28).
       01  WS-GL-ACK-ACCEPTED          PIC 9(06) VALUE ZEROS.
       01  WS-GL-ACK-REJECTED          PIC 9(06) VALUE ZEROS.
       01  WS-GL-ACK-UNMATCHED         PIC 9(06) VALUE ZEROS.
       01  WS-IBR-RPT-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-IBR-DUETO-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-IBR-GL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-IBR-FROM-GL              PIC X(10).
       01  WS-IBR-FROM-CC              PIC X(06).
       01  WS-IBR-FROM-DESC            PIC X(20).
       01  WS-IBR-IC-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-IBR-FROM-ENT             PIC X(03).
       01  WS-IBR-TO-ENT               PIC X(03).
       01  WS-IBR-IC-FLAG              PIC X(08).

      * Legal entity (charter) fields. Entity 001 is Altoro Mutual
      * itself; spaces on a branch or account mean 001. The feed
      * entity table holds every entity the day's GL entries touch,
      * home entity first, so each gets its own feed file.
       01  WS-ENTY-FILE-STATUS         PIC X(02).
       01  WS-ENTY-HOME-CODE           PIC X(03) VALUE "001".
       01  WS-GLE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-GLE-MAX                  PIC 9(02) VALUE 20.
       01  WS-GLE-IDX                  PIC 9(02).
       01  WS-GLE-FOUND                PIC X(01).
       01  WS-GLE-TABLE.
           05  WS-GLE-ENTRY            OCCURS 20 TIMES.
               10  WS-GLE-CODE         PIC X(03).
               10  WS-GLE-LINES        PIC 9(04).

      * Loan delinquency aging report fields
       01  WS-COLQ-FILE-STATUS         PIC X(02).
           05  WS-AGE-STATUS           PIC X(01).
           05  FILLER                  PIC X(20) VALUE SPACES.

      * Construction loan status report. Inspected dollars are the
      * budget times the last inspected percent complete; a line
      * funded past that is flagged.
       01  WS-CNL-FILE-STATUS          PIC X(02).
       01  WS-CNB-FILE-STATUS          PIC X(02).
       01  WS-CNS-INSPECTED            PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-REMAINING            PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-PRJ-BUDGET           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-PRJ-FUNDED           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-PRJ-INSPECTED        PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-TOT-BUDGET           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-TOT-FUNDED           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-TOT-INSPECTED        PIC S9(13)V99 VALUE ZEROS.
       01  WS-CNS-PROJECT-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CNS-AHEAD-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-CNS-PHASE-TEXT           PIC X(20).
       01  WS-CNS-DSP-FUNDED           PIC Z(12)9.99-.
       01  WS-CNS-DSP-INSPECTED        PIC Z(12)9.99-.

      * Construction loan budget line
       01  WS-CNS-RPT-DETAIL.
           05  WS-CNS-LINE-NO          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-CATEGORY         PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-BUDGET           PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-FUNDED           PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-INSP-AMT         PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-PCT              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-REMAIN           PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CNS-FLAG             PIC X(11).
           05  FILLER                  PIC X(20) VALUE SPACES.

      * FX revaluation fields. One position row per non-USD
      * currency; the tolerance alarm fires when any single
      * currency's USD exposure passes the limit.
       01  WS-INSR-OD-COUNT            PIC 9(04).
       01  WS-INSR-WAIVE-COUNT         PIC 9(04).
       01  WS-INSR-PREF-COUNT          PIC 9(04).
       01  WS-INSR-ACCT-COUNT          PIC 9(04).
       01  WS-INSR-TOTAL-FLAGS         PIC 9(06) VALUE ZEROS.
       01  WS-INSR-OFFER-RATE          PIC 9(02)V9(04).
       01  WS-INSR-OFFER-DATE          PIC X(08).
       01  WS-GLP-FEE-VAR              PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLP-IBR-TOTAL            PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLP-SUSP-LEDGER          PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLP-SUSP-CLEARED         PIC S9(15)V99 VALUE ZEROS.
       01  WS-OFC-FILE-STATUS          PIC X(02).
       01  WS-GLP-OFC-ISSUED           PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLP-OFC-PAID             PIC S9(15)V99 VALUE ZEROS.
       01  WS-GLP-OFC-VOIDED           PIC S9(15)V99 VALUE ZEROS.

      * HMDA LAR extract fields. Action-taken codes follow the
      * submission convention: 1 originated, 2 approved not
       01  WS-CALL-BR-MAX              PIC 9(02) VALUE ZEROS.
       01  WS-CALL-EXTRACT-LINE        PIC X(132).

      * Regulatory reports by entity (charter). FDIC coverage, the
      * call report, the CTR, the 1099-INT and 1042-S, the HMDA LAR,
      * Metro 2 and the Reg O insider report are filed per charter,
      * so each runs one section (or one file) per entity with that
      * entity's own identifiers - every active entity, or just the
      * one asked for.
       01  WS-RPE-INPUT                PIC X(03).
       01  WS-RPE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-RPE-IDX                  PIC 9(02).
       01  WS-RPE-TABLE.
           05  WS-RPE-CODE             PIC X(03) OCCURS 20 TIMES.
       01  WS-RPE-ENTITY               PIC X(03).
       01  WS-RPE-NAME                 PIC X(40).
       01  WS-RPE-CERT                 PIC X(06).
       01  WS-RPE-RSSD                 PIC X(10).
       01  WS-RPE-ACCT-ENTITY          PIC X(03).
       01  WS-RPE-DEPOSITORS           PIC 9(06) VALUE ZEROS.
       01  WS-RPE-BRANCH               PIC X(04).
       01  WS-RPE-SECTION-START        PIC 9(06).
       01  WS-RPE-SECTION-COUNT        PIC 9(06).

      * Loan participations. WS-CALL-BASIS and WS-AGE-BASIS say
      * whether loans are reported gross or net of the shares sold
      * to participants; 8888 totals the active sold percentage of
      * one loan.
       01  WS-PTC-FILE-STATUS          PIC X(02).
       01  WS-CALL-BASIS               PIC X(01) VALUE "N".
           88  WS-CALL-NET             VALUE "N".
       01  WS-AGE-BASIS                PIC X(01) VALUE "G".
           88  WS-AGE-NET              VALUE "N".
       01  WS-CALL-PART-SOLD           PIC S9(15)V99 VALUE ZEROS.
       01  WS-CALL-PART-PURCH          PIC S9(15)V99 VALUE ZEROS.
       01  WS-PTC-LOOKUP-ACCT          PIC 9(16).
       01  WS-PTC-SOLD-PCT             PIC 9(03)V9(04).
       01  WS-PTC-PURCHASED            PIC X(01).
       01  WS-PTC-SOLD-AMT             PIC S9(13)V99.
       01  WS-PTC-REPORT-BAL           PIC S9(13)V99.
       01  WS-AGE-NET-AMOUNT           PIC S9(13)V99.

      * Nonaccrual inventory. Interest forgone is what was reversed
      * at placement plus what the nightly accrual has not booked
      * since.
       01  WS-NAC-FILE-STATUS          PIC X(02).
       01  WS-NAC-COUNT                PIC 9(06) VALUE ZEROS.
       01  WS-NAC-TOT-PRINCIPAL        PIC S9(15)V99 VALUE ZEROS.
       01  WS-NAC-TOT-REVERSED         PIC S9(15)V99 VALUE ZEROS.
       01  WS-NAC-TOT-FORGONE          PIC S9(15)V99 VALUE ZEROS.
       01  WS-NAC-TOT-CASH             PIC S9(15)V99 VALUE ZEROS.
       01  WS-NAC-INT-FORGONE          PIC S9(13)V99 VALUE ZEROS.
       01  WS-NAC-DSP-TOTAL            PIC Z(14)9.99-.

      * Quarter-end allowance for credit losses. Loans pool by
      * product and risk grade at the loss-rate table's rate;
      * individually impaired loans carry their specific reserve.
      * The change from the prior quarter's allowance is the GL
      * provision entry.
       01  WS-LGR-FILE-STATUS          PIC X(02).
       01  WS-LSR-FILE-STATUS          PIC X(02).
       01  WS-ALW-FILE-STATUS          PIC X(02).
       01  WS-ALW-INPUT-QTR            PIC X(06).
       01  WS-ALW-INPUT-AMOUNT         PIC X(15).
       01  WS-ALW-QUARTER              PIC X(06).
       01  WS-ALW-PRIOR-QTR            PIC X(06).
       01  WS-ALW-QTR-YEAR             PIC 9(04).
       01  WS-ALW-QTR-NUM              PIC 9(01).
       01  WS-ALW-MONTH                PIC 9(02).
       01  WS-ALW-PRODUCT              PIC X(04).
       01  WS-ALW-GRADE                PIC X(01).
       01  WS-ALW-IMPAIRED             PIC X(01).
       01  WS-ALW-SPECIFIC             PIC S9(13)V99.
       01  WS-ALW-EXPOSURE             PIC S9(13)V99.
       01  WS-ALW-RATE                 PIC 9(03)V9(04).
       01  WS-ALW-RESERVE              PIC S9(13)V99.
       01  WS-ALW-LOAN-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-ALW-UNGRADED-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-ALW-NO-RATE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-ALW-SPEC-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-ALW-SPEC-TOTAL           PIC S9(15)V99 VALUE ZEROS.
       01  WS-ALW-POOL-TOTAL           PIC S9(15)V99 VALUE ZEROS.
       01  WS-ALW-REQUIRED             PIC S9(15)V99 VALUE ZEROS.
       01  WS-ALW-PRIOR-TOTAL          PIC S9(15)V99 VALUE ZEROS.
       01  WS-ALW-PRIOR-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-ALW-ADJUSTMENT           PIC S9(15)V99 VALUE ZEROS.
       01  WS-ALW-UPGRADES             PIC 9(06) VALUE ZEROS.
       01  WS-ALW-DOWNGRADES           PIC 9(06) VALUE ZEROS.
       01  WS-ALW-POOL-TABLE.
           05  WS-ALW-POOL-ENTRY       OCCURS 100 TIMES.
               10  WS-ALW-POOL-PRODUCT PIC X(04).
               10  WS-ALW-POOL-GRADE   PIC X(01).
               10  WS-ALW-POOL-COUNT   PIC 9(06).
               10  WS-ALW-POOL-EXPOSURE
                                       PIC S9(15)V99.
               10  WS-ALW-POOL-RATE    PIC 9(03)V9(04).
               10  WS-ALW-POOL-RESERVE PIC S9(15)V99.
       01  WS-ALW-POOL-IDX             PIC 9(03).
       01  WS-ALW-POOL-MAX             PIC 9(03) VALUE ZEROS.
      * Grade migration: row 1 is loans new since the prior
      * quarter, rows 2-6 the prior quarter's grade 1-5; columns
      * are this quarter's grade. Prior-quarter loans with no row
      * this quarter (paid off, charged off) have exited.
       01  WS-MIG-TABLE.
           05  WS-MIG-FROM             OCCURS 6 TIMES.
               10  WS-MIG-COUNT        OCCURS 5 TIMES
                                       PIC 9(06).
       01  WS-MIG-PRIOR-TABLE.
           05  WS-MIG-PRIOR-BY-GRADE   OCCURS 5 TIMES.
               10  WS-MIG-PRIOR-N      PIC 9(06).
               10  WS-MIG-MATCHED-N    PIC 9(06).
       01  WS-MIG-ROW                  PIC 9(01).
       01  WS-MIG-COL                  PIC 9(01).
       01  WS-MIG-GRADE-NUM            PIC 9(01).
       01  WS-LSR-INPUT-PRODUCT        PIC X(04).
       01  WS-LSR-INPUT-GRADE          PIC X(01).
       01  WS-LSR-INPUT-PCT            PIC X(10).

      * Allowance pool line
       01  WS-ALW-RPT-DETAIL.
           05  WS-ALW-D-PRODUCT        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ALW-D-GRADE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-ALW-D-NAME           PIC X(16).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-ALW-D-COUNT          PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-ALW-D-EXPOSURE       PIC Z(14)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-ALW-D-PCT            PIC ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-ALW-D-RESERVE        PIC Z(14)9.99-.
           05  FILLER                  PIC X(20) VALUE SPACES.

      * Grade migration line - six right-justified count columns
       01  WS-MIG-RPT-DETAIL.
           05  WS-MIG-LABEL            PIC X(16).
           05  WS-MIG-CELL             OCCURS 6 TIMES
                                       PIC Z(08)9.
           05  FILLER                  PIC X(20) VALUE SPACES.

      * Lending concentration. Loans roll up to the borrowing
      * relationship a customer belongs to, or to the customer
      * alone; the largest relationships are ranked by committed
      * exposure against the limits in WS-LENDING-LIMITS.
       01  WS-BRL-FILE-STATUS          PIC X(02).
       01  WS-HLC-FILE-STATUS          PIC X(02).
       01  WS-CON-MAP-TABLE.
           05  WS-CON-MAP-ENTRY        OCCURS 500 TIMES.
               10  WS-CON-MAP-CUST     PIC X(20).
               10  WS-CON-MAP-GROUP    PIC X(20).
       01  WS-CON-MAP-MAX              PIC 9(03) VALUE ZEROS.
       01  WS-CON-MAP-IDX              PIC 9(03).
       01  WS-CON-REL-TABLE.
           05  WS-CON-REL-ENTRY        OCCURS 500 TIMES.
               10  WS-CON-REL-ID       PIC X(20).
               10  WS-CON-REL-GROUPED  PIC X(01).
               10  WS-CON-REL-LOANS    PIC 9(05).
               10  WS-CON-REL-OUT      PIC S9(15)V99.
               10  WS-CON-REL-COMMIT   PIC S9(15)V99.
               10  WS-CON-REL-DONE     PIC X(01).
       01  WS-CON-REL-MAX              PIC 9(03) VALUE ZEROS.
       01  WS-CON-REL-IDX              PIC 9(03).
       01  WS-CON-BEST-IDX             PIC 9(03).
       01  WS-CON-RANK                 PIC 9(03).
       01  WS-CON-TOP-N                PIC 9(03) VALUE 25.
       01  WS-CON-OVERFLOW             PIC 9(06) VALUE ZEROS.
       01  WS-CON-REL-KEY              PIC X(20).
       01  WS-CON-REL-GROUP-FLAG       PIC X(01).
       01  WS-CON-LOAN-OUT             PIC S9(13)V99.
       01  WS-CON-LOAN-COMMIT          PIC S9(13)V99.
       01  WS-CON-LOAN-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CON-TOT-OUT              PIC S9(15)V99 VALUE ZEROS.
       01  WS-CON-TOT-COMMIT           PIC S9(15)V99 VALUE ZEROS.
       01  WS-CON-TOP-COMMIT           PIC S9(15)V99 VALUE ZEROS.
       01  WS-CON-LEGAL-LIMIT          PIC S9(15)V99.
       01  WS-CON-HOUSE-LIMIT          PIC S9(15)V99.
       01  WS-CON-OVER-LEGAL           PIC 9(04) VALUE ZEROS.
       01  WS-CON-OVER-HOUSE           PIC 9(04) VALUE ZEROS.
       01  WS-CON-PCT                  PIC 9(05)V99.
       01  WS-CON-DSP-PCT              PIC ZZZ9.99.

      * Lending concentration line
       01  WS-CON-RPT-DETAIL.
           05  WS-CON-D-RANK           PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-ID             PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-NAME           PIC X(24).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-GROUPED        PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-LOANS          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-OUT            PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-COMMIT         PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-PCT            PIC ZZZ9.99.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-CON-D-FLAG           PIC X(10).
           05  FILLER                  PIC X(21) VALUE SPACES.

      * SCRA compliance. WS-SCRA-CAP-RATE matches ACCTMGMT's.
       01  WS-MIL-FILE-STATUS          PIC X(02).
       01  WS-SCRA-CAP-RATE            PIC 9(02)V9(04) VALUE 6.0000.
       01  WS-SCRA-TODAY               PIC X(08).
       01  WS-SCRA-PROTECT-FLAG        PIC X(01).
           88  WS-SCRA-PROTECTED       VALUE "Y".
       01  WS-SCRA-VERIFY-INT          PIC 9(08).
       01  WS-SCRA-MEMBER-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-SCRA-PROT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-SCRA-ACCT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-SCRA-EXCEPT-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-SCRA-TOT-FORGIVEN        PIC S9(13)V99 VALUE ZEROS.
       01  WS-SCRA-TOT-FEES            PIC 9(07) VALUE ZEROS.
       01  WS-SCRA-TOT-CHGO            PIC 9(07) VALUE ZEROS.
       01  WS-SCRA-TOT-COLL            PIC 9(07) VALUE ZEROS.
       01  WS-SCRA-MEM-DETAIL.
           05  WS-SCRA-M-CUST          PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-NAME          PIC X(22).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-STATUS        PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-START         PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-END           PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-PROT-END      PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-SOURCE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-DMDC          PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-PROT          PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-FORGIVEN      PIC Z(08)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-FEES          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-CHGO          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-COLL          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-M-FLAG          PIC X(14).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-SCRA-ACCT-DETAIL.
           05  WS-SCRA-A-ACCT          PIC 9(16).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-CUST          PIC X(20).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-TYPE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-OPENED        PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-RATE          PIC Z9.9999.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-CHARGED       PIC Z9.9999.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-BALANCE       PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-SCRA-A-FLAG          PIC X(14).
           05  FILLER                  PIC X(34) VALUE SPACES.

      * Nonaccrual inventory line
       01  WS-NAC-RPT-DETAIL.
           05  WS-NAC-ACCT             PIC 9(16).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-PLACED           PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-HOW              PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-DPD              PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-PRINCIPAL        PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-REVERSED         PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-FORGONE          PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-CASH             PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-NAC-PMTS             PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

      * CD maturity ladder / repricing gap fields. Buckets: 1 =
      * 0-3 months, 2 = 3-6, 3 = 6-12, 4 = over 12.
       01  WS-LADR-BUCKET              PIC 9(01).
           05  WS-RPT-INPUT-BRANCH     PIC X(04).
           05  WS-RPT-TRAN-BRANCH-OK   PIC X(01).

      * BAI2 balance reporting fields. Amounts go on the file in
      * cents with no decimal point; the control totals on the 49,
      * 98 and 99 trailers are carried in cents to match.
       01  WS-BAIS-FILE-STATUS         PIC X(02).
       01  WS-BAIX-FILE-STATUS         PIC X(02).
       01  WS-BAI-OUTPUT-STATUS        PIC X(02).
       01  WS-MEMO-FILE-STATUS         PIC X(02).
       01  WS-BAI-OUTPUT-PATH          PIC X(256) VALUE SPACES.
      * Originator on the file's 01/02 headers - the routing number
      * of the charter holding the company's accounts
       01  WS-BAI-HOME-ROUTING         PIC 9(09) VALUE 091000019.
       01  WS-BAI-OUR-ROUTING          PIC 9(09) VALUE 091000019.
       01  WS-BAI-FILE-TYPE            PIC X(01).
           88  WS-BAI-PRIOR-DAY        VALUE "P".
           88  WS-BAI-CURRENT-DAY      VALUE "C".
       01  WS-BAI-JOB-NAME             PIC X(08).
       01  WS-BAI-AS-OF-DATE           PIC 9(08).
       01  WS-BAI-AS-OF-TEXT           PIC X(08).
       01  WS-BAI-DAY-INT              PIC 9(08).
       01  WS-BAI-DOW                  PIC 9(01).
       01  WS-BAI-DAY-FOUND            PIC X(01).
       01  WS-BAI-CUR-COMPANY          PIC X(10) VALUE SPACES.
       01  WS-BAI-CUR-RECEIVER         PIC X(15).
       01  WS-BAI-FILE-OPEN            PIC X(01) VALUE "N".
       01  WS-BAI-FILE-SEQ             PIC 9(03).
       01  WS-BAI-LINE                 PIC X(200).
       01  WS-BAI-TEXT                 PIC X(50).
       01  WS-BAI-CUST-REF             PIC X(20).
       01  WS-BAI-TYPE-CODE            PIC X(03).
       01  WS-BAI-TRAN-CLASS           PIC X(01).
           88  WS-BAI-TRAN-LEDGER      VALUE "L".
           88  WS-BAI-TRAN-MEMO        VALUE "M".
           88  WS-BAI-TRAN-IGNORED     VALUE "N".
       01  WS-BAI-IN-WINDOW            PIC X(01).
           88  WS-BAI-DETAIL-DAY       VALUE "D".
           88  WS-BAI-AFTER-DAY        VALUE "A".
           88  WS-BAI-BEFORE-DAY       VALUE "B".
       01  WS-BAI-FILE-RECORDS         PIC 9(07) VALUE ZEROS.
       01  WS-BAI-GROUP-RECORDS        PIC 9(07) VALUE ZEROS.
       01  WS-BAI-ACCT-RECORDS         PIC 9(07) VALUE ZEROS.
       01  WS-BAI-ACCT-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-BAI-DETAIL-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-BAI-FILES-WRITTEN        PIC 9(05) VALUE ZEROS.
       01  WS-BAI-TOTAL-ACCTS          PIC 9(07) VALUE ZEROS.
       01  WS-BAI-SKIPPED              PIC 9(05) VALUE ZEROS.
       01  WS-BAI-ACCT-CTL             PIC S9(17) VALUE ZEROS.
       01  WS-BAI-GROUP-CTL            PIC S9(17) VALUE ZEROS.
       01  WS-BAI-CENTS                PIC S9(17).
       01  WS-BAI-AMOUNT               PIC S9(15)V99.
       01  WS-BAI-OPEN-LEDGER          PIC S9(15)V99.
       01  WS-BAI-CLOSE-LEDGER         PIC S9(15)V99.
       01  WS-BAI-OPEN-AVAIL           PIC S9(15)V99.
       01  WS-BAI-CLOSE-AVAIL          PIC S9(15)V99.
       01  WS-BAI-LATER-LEDGER         PIC S9(15)V99.
       01  WS-BAI-LATER-AVAIL          PIC S9(15)V99.
       01  WS-BAI-DAY-LEDGER           PIC S9(15)V99.
       01  WS-BAI-DAY-AVAIL            PIC S9(15)V99.
       01  WS-BAI-CR-TOTAL             PIC S9(15)V99.
       01  WS-BAI-DR-TOTAL             PIC S9(15)V99.
       01  WS-BAI-CR-COUNT             PIC 9(07).
       01  WS-BAI-DR-COUNT             PIC 9(07).
       01  WS-BAI-AMT-EDIT             PIC -(17)9.
       01  WS-BAI-CNT-EDIT             PIC Z(06)9.
       01  WS-BAI-FLD-IDX              PIC 9(01).
       01  WS-BAI-FIELDS.
           05  WS-BAI-FLD              PIC X(18) OCCURS 8 TIMES.
       01  WS-BAI-CR-CNT-TXT           PIC X(08).
       01  WS-BAI-DR-CNT-TXT           PIC X(08).
       01  WS-BAI-CNT-TXT              PIC X(08).
       01  WS-BAI-CNT2-TXT             PIC X(08).
       01  WS-BAI-SEQ-TXT              PIC X(08).
       01  WS-BAI-STATUS-CODES.
           05  WS-BAI-OPEN-LDG-CODE    PIC X(03).
           05  WS-BAI-CLOSE-LDG-CODE   PIC X(03).
           05  WS-BAI-OPEN-AVL-CODE    PIC X(03).
           05  WS-BAI-CLOSE-AVL-CODE   PIC X(03).
       01  WS-BAI-MODIFIER             PIC X(01).
       01  WS-BAI-AS-OF-TIME           PIC X(04).
       01  WS-BAIS-INPUT-COMPANY       PIC X(10).
       01  WS-BAIS-INPUT-ACCT          PIC X(16).
       01  WS-BAIS-INPUT-NAME          PIC X(30).
       01  WS-BAIS-INPUT-RECEIVER      PIC X(15).
       01  WS-BAIS-INPUT-PRIOR         PIC X(01).
       01  WS-BAIS-INPUT-CURRENT       PIC X(01).
       01  WS-BAIS-INPUT-STATUS        PIC X(01).
       01  WS-BAI-DSP-TOTAL            PIC Z(14)9-.
       01  WS-BAI-DSP-COUNT            PIC 9(05) VALUE ZEROS.

      * Report query catalog. A run supplies only the parameters
      * its definition declares; anything not declared (or left
      * blank where optional) does not filter.
       01  WS-QRYD-FILE-STATUS         PIC X(02).
       01  WS-QRYL-FILE-STATUS         PIC X(02).
       01  WS-QRY-INPUT-ID             PIC X(08).
       01  WS-QRY-INPUT-ACTION         PIC X(01).
       01  WS-QRY-INPUT-NAME           PIC X(40).
       01  WS-QRY-INPUT-CODE           PIC X(10).
       01  WS-QRY-INPUT-FROM           PIC X(10).
       01  WS-QRY-INPUT-TO             PIC X(10).
       01  WS-QRY-INPUT-AMOUNT         PIC X(15).
       01  WS-QRY-ROLE-FLAG            PIC X(01).
           88  WS-QRY-ROLE-OK          VALUE "Y".
       01  WS-QRY-PARMS-FLAG           PIC X(01).
           88  WS-QRY-PARMS-OK         VALUE "Y".
       01  WS-QRY-DATE-FLAG            PIC X(01).
           88  WS-QRY-DATE-OK          VALUE "Y".
       01  WS-QRY-DATE-IN              PIC X(10).
       01  WS-QRY-DATE-PARTS.
           05  WS-QRY-DATE-YYYY        PIC 9(04).
           05  WS-QRY-DATE-MM          PIC 9(02).
           05  WS-QRY-DATE-DD          PIC 9(02).
       01  WS-QRY-PARM-IDX             PIC 9(01).
       01  WS-QRY-FROM-DATE            PIC X(08).
       01  WS-QRY-TO-DATE              PIC X(08).
       01  WS-QRY-BRANCH               PIC X(04).
       01  WS-QRY-ACCT-TYPE            PIC X(02).
       01  WS-QRY-MIN-AMOUNT           PIC S9(13)V99.
       01  WS-QRY-ABS-AMOUNT           PIC S9(13)V99.
       01  WS-QRY-DSP-MIN              PIC Z(12)9.99.
       01  WS-QRY-SELECT-FLAG          PIC X(01).
           88  WS-QRY-SELECTED         VALUE "Y".
       01  WS-QRY-ROW-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-QRY-LIST-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-QRY-TOTAL                PIC S9(15)V99 VALUE ZEROS.
       01  WS-QRY-DSP-TOTAL            PIC Z(14)9.99-.
       01  WS-QRY-PARM-TEXT            PIC X(80).
       01  WS-QRY-RESULT               PIC X(01).
       01  WS-QRY-SAVE-RUNS            PIC 9(07).
       01  WS-QRY-SAVE-LAST-RUN        PIC X(08).

      * Query catalog detail lines - transaction source, then
      * account source
       01  WS-QRY-TRAN-DETAIL.
           05  WS-QTD-TRAN-ID          PIC 9(10).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-ACCT             PIC 9(16).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-BRANCH           PIC X(04).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-TYPE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-CASH             PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-AMOUNT           PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QTD-DESC             PIC X(30).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-QRY-ACCT-DETAIL.
           05  WS-QAD-ACCT             PIC 9(16).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-NAME             PIC X(30).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-TYPE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-BRANCH           PIC X(04).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-OPENED           PIC X(08).
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-BALANCE          PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE " ".
           05  WS-QAD-AVAILABLE        PIC Z(12)9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.

      * Month-end snapshot trend reports and warehouse extract. The
      * group tables carry two counts and four amounts whose meaning
      * depends on WS-TRD-REPORT:
      *   D - deposit growth: accounts and balance at the start and
      *       end periods, average daily balance at the end
      *   L - loan runoff: loans and outstanding at start and end,
      *       runoff off the starting book, new originations
      *   O - openings/closings: accounts opened and closed, the
      *       new accounts' balances, the closed ones' last balances
       01  WS-SNAP-FILE-STATUS         PIC X(02).
       01  WS-SNPC-FILE-STATUS         PIC X(02).
       01  WS-DWX-FILE-STATUS          PIC X(02).
       01  WS-SNAP-PATH                PIC X(256) VALUE SPACES.
       01  WS-SNPC-PATH                PIC X(256) VALUE SPACES.
       01  WS-DWX-PATH                 PIC X(256) VALUE SPACES.
       01  WS-SNAP-OPEN-YEAR           PIC X(04) VALUE SPACES.
       01  WS-SNPC-OPEN-YEAR           PIC X(04) VALUE SPACES.
       01  WS-TRD-REPORT               PIC X(01).
           88  WS-TRD-DEPOSIT          VALUE "D".
           88  WS-TRD-LOAN             VALUE "L".
           88  WS-TRD-OPEN-CLOSE       VALUE "O".
       01  WS-TRD-SECTION              PIC X(01).
           88  WS-TRD-BY-PRODUCT       VALUE "P".
           88  WS-TRD-BY-BRANCH        VALUE "B".
       01  WS-TRD-INPUT-FROM           PIC X(06).
       01  WS-TRD-INPUT-TO             PIC X(06).
       01  WS-TRD-RANGE-FLAG           PIC X(01).
           88  WS-TRD-RANGE-OK         VALUE "Y".
       01  WS-TRD-FROM-PERIOD          PIC X(06).
       01  WS-TRD-TO-PERIOD            PIC X(06).
       01  WS-TRD-PERIOD               PIC X(06).
       01  WS-TRD-PERIOD-PARTS REDEFINES WS-TRD-PERIOD.
           05  WS-TRD-YEAR             PIC 9(04).
           05  WS-TRD-MONTH            PIC 9(02).
       01  WS-TRD-CMP-PERIOD           PIC X(06).
       01  WS-TRD-CMP-PARTS REDEFINES WS-TRD-CMP-PERIOD.
           05  WS-TRD-CMP-YEAR         PIC 9(04).
           05  WS-TRD-CMP-MONTH        PIC 9(02).
       01  WS-TRD-GROUP-CODE           PIC X(04).
       01  WS-TRD-BRANCH-CODE          PIC X(04).
       01  WS-TRD-OUTSTANDING          PIC S9(13)V99.
       01  WS-TRD-END-OUTSTANDING      PIC S9(13)V99.
       01  WS-TRD-PCT                  PIC S9(05)V99.
       01  WS-TRD-PRIOR-TOTAL          PIC S9(15)V99.
       01  WS-TRD-PRIOR-FLAG           PIC X(01).
           88  WS-TRD-HAVE-PRIOR       VALUE "Y".
       01  WS-TRD-MON-FLAG             PIC X(01).
           88  WS-TRD-MON-FOUND        VALUE "Y".
       01  WS-TRD-SECTION-NAME         PIC X(08).
      * One month's line
       01  WS-TRD-MON-CNT-1            PIC 9(08).
       01  WS-TRD-MON-CNT-2            PIC 9(08).
       01  WS-TRD-MON-AMT-1            PIC S9(15)V99.
       01  WS-TRD-MON-AMT-2            PIC S9(15)V99.
       01  WS-TRD-MON-AMT-3            PIC S9(15)V99.
      * Loan runoff movements
       01  WS-TRD-PAYDOWN              PIC S9(15)V99.
       01  WS-TRD-ADVANCES             PIC S9(15)V99.
       01  WS-TRD-PAYOFF-CNT           PIC 9(08).
       01  WS-TRD-PAYOFF-AMT           PIC S9(15)V99.
       01  WS-TRD-CHGOFF-CNT           PIC 9(08).
       01  WS-TRD-CHGOFF-AMT           PIC S9(15)V99.
       01  WS-TRD-NEW-CNT              PIC 9(08).
       01  WS-TRD-NEW-AMT              PIC S9(15)V99.
       01  WS-TRD-OUTCOME              PIC X(01).
           88  WS-TRD-PAID-OFF         VALUE "P".
           88  WS-TRD-WRITTEN-OFF      VALUE "W".
           88  WS-TRD-CONTINUING       VALUE "C".
      * What one snapshot row adds to its product and branch
       01  WS-TRD-ADD-VALUES.
           05  WS-TRD-ADD-CNT-1        PIC 9(08).
           05  WS-TRD-ADD-CNT-2        PIC 9(08).
           05  WS-TRD-ADD-AMT-1        PIC S9(15)V99.
           05  WS-TRD-ADD-AMT-2        PIC S9(15)V99.
           05  WS-TRD-ADD-AMT-3        PIC S9(15)V99.
           05  WS-TRD-ADD-AMT-4        PIC S9(15)V99.
      * Running totals and the group line being written
       01  WS-TRD-TOTALS.
           05  WS-TRD-TOT-CNT-1        PIC 9(08).
           05  WS-TRD-TOT-CNT-2        PIC 9(08).
           05  WS-TRD-TOT-AMT-1        PIC S9(15)V99.
           05  WS-TRD-TOT-AMT-2        PIC S9(15)V99.
           05  WS-TRD-TOT-AMT-3        PIC S9(15)V99.
           05  WS-TRD-TOT-AMT-4        PIC S9(15)V99.
       01  WS-TRD-CUR-CODE             PIC X(04).
       01  WS-TRD-CUR-VALUES.
           05  WS-TRD-CUR-CNT-1        PIC 9(08).
           05  WS-TRD-CUR-CNT-2        PIC 9(08).
           05  WS-TRD-CUR-AMT-1        PIC S9(15)V99.
           05  WS-TRD-CUR-AMT-2        PIC S9(15)V99.
           05  WS-TRD-CUR-AMT-3        PIC S9(15)V99.
           05  WS-TRD-CUR-AMT-4        PIC S9(15)V99.
       01  WS-TRD-PROD-MAX             PIC 9(02) VALUE ZEROS.
       01  WS-TRD-PROD-IDX             PIC 9(02).
       01  WS-TRD-PROD-TABLE.
           05  WS-TRD-PROD-ENTRY       OCCURS 50 TIMES.
               10  WS-TRD-PROD-CODE    PIC X(04).
               10  WS-TRD-PROD-VALUES.
                   15  WS-TRD-PROD-CNT-1   PIC 9(08).
                   15  WS-TRD-PROD-CNT-2   PIC 9(08).
                   15  WS-TRD-PROD-AMT-1   PIC S9(15)V99.
                   15  WS-TRD-PROD-AMT-2   PIC S9(15)V99.
                   15  WS-TRD-PROD-AMT-3   PIC S9(15)V99.
                   15  WS-TRD-PROD-AMT-4   PIC S9(15)V99.
       01  WS-TRD-BR-MAX               PIC 9(02) VALUE ZEROS.
       01  WS-TRD-BR-IDX               PIC 9(02).
       01  WS-TRD-BR-TABLE.
           05  WS-TRD-BR-ENTRY         OCCURS 50 TIMES.
               10  WS-TRD-BR-CODE      PIC X(04).
               10  WS-TRD-BR-VALUES.
                   15  WS-TRD-BR-CNT-1     PIC 9(08).
                   15  WS-TRD-BR-CNT-2     PIC 9(08).
                   15  WS-TRD-BR-AMT-1     PIC S9(15)V99.
                   15  WS-TRD-BR-AMT-2     PIC S9(15)V99.
                   15  WS-TRD-BR-AMT-3     PIC S9(15)V99.
                   15  WS-TRD-BR-AMT-4     PIC S9(15)V99.
       01  WS-TRD-GRP-HDR.
           05  WS-TRDH-CODE            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDH-CNT-1           PIC X(07) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDH-CNT-2           PIC X(07) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDH-AMT-1           PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDH-AMT-2           PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDH-AMT-3           PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDH-AMT-4           PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDH-PCT             PIC X(08) JUSTIFIED RIGHT.
       01  WS-TRD-GRP-DTL.
           05  WS-TRDG-CODE            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDG-CNT-1           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-CNT-2           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-AMT-1           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-AMT-2           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-AMT-3           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-AMT-4           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDG-PCT             PIC Z(04)9.99-.
       01  WS-TRD-MON-HDR.
           05  WS-TRDMH-PERIOD         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDMH-CNT-1          PIC X(07) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDMH-CNT-2          PIC X(07) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDMH-AMT-1          PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDMH-AMT-2          PIC X(17) JUSTIFIED RIGHT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDMH-AMT-3          PIC X(17) JUSTIFIED RIGHT.
       01  WS-TRD-MON-DTL.
           05  WS-TRDM-PERIOD          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDM-CNT-1           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDM-CNT-2           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDM-AMT-1           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDM-AMT-2           PIC Z(13)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRDM-AMT-3           PIC Z(13)9.99-.
       01  WS-TRD-RCN-LINE.
           05  WS-TRDR-LABEL           PIC X(36).
           05  WS-TRDR-COUNT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRDR-AMOUNT          PIC Z(14)9.99-.
      * Warehouse extract - fixed-width, header and trailer
       01  WS-DWX-BATCH-FLAG           PIC X(01) VALUE "N".
           88  WS-DWX-IN-BATCH         VALUE "Y".
       01  WS-DWX-INPUT-PERIOD         PIC X(06).
       01  WS-DWX-COUNT                PIC 9(09) VALUE ZEROS.
       01  WS-DWX-LEDGER-TOTAL         PIC S9(15)V99 VALUE ZEROS.
       01  WS-DWX-HEADER.
           05  WS-DWXH-TYPE            PIC X(01) VALUE "H".
           05  WS-DWXH-FILE-ID         PIC X(08) VALUE "BALSNAP".
           05  WS-DWXH-PERIOD          PIC X(06).
           05  WS-DWXH-RUN-DATE        PIC 9(08).
           05  WS-DWXH-RUN-TIME        PIC X(06).
           05  FILLER                  PIC X(171) VALUE SPACES.
       01  WS-DWX-DETAIL.
           05  WS-DWXD-TYPE            PIC X(01) VALUE "D".
           05  WS-DWXD-PERIOD          PIC X(06).
           05  WS-DWXD-ACCT-ID         PIC 9(16).
           05  WS-DWXD-OWNER-ID        PIC X(20).
           05  WS-DWXD-ACCT-TYPE       PIC X(02).
           05  WS-DWXD-PRODUCT         PIC X(04).
           05  WS-DWXD-BRANCH          PIC X(04).
           05  WS-DWXD-OFFICER         PIC X(10).
           05  WS-DWXD-STATUS          PIC X(01).
           05  WS-DWXD-CURRENCY        PIC X(03).
           05  WS-DWXD-OPEN-DATE       PIC X(08).
           05  WS-DWXD-LEDGER-BAL      PIC -9(13).99.
           05  WS-DWXD-AVAILABLE-BAL   PIC -9(13).99.
           05  WS-DWXD-AVG-DAILY-BAL   PIC -9(13).99.
           05  WS-DWXD-ACCRUED-INT     PIC -9(13).99.
           05  WS-DWXD-DELINQ-BUCKET   PIC X(02).
           05  WS-DWXD-TAKEN-DATE      PIC X(08).
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  WS-DWX-TRAILER.
           05  WS-DWXT-TYPE            PIC X(01) VALUE "T".
           05  WS-DWXT-PERIOD          PIC X(06).
           05  WS-DWXT-COUNT           PIC 9(09).
           05  WS-DWXT-LEDGER-TOTAL    PIC -9(15).99.
           05  FILLER                  PIC X(165) VALUE SPACES.

      * Display fields
       01  WS-DSP-BALANCE              PIC Z(14)9.99-.
       01  WS-DSP-AMOUNT               PIC Z(12)9.99-.
                   PERFORM 8950-DAILY-FLASH-REPORT
               WHEN "FXRV"
                   PERFORM 8960-FX-REVALUATION
               WHEN "BAIP"
                   PERFORM 8972-BAI2-PRIOR-DAY-FILE
               WHEN "BAIC"
                   PERFORM 8973-BAI2-CURRENT-DAY-FILE
               WHEN "ALLW"
                   PERFORM 8900-QUARTERLY-ALLOWANCE
                       THRU 8900-ALLW-EXIT
               WHEN "CONC"
                   PERFORM 8920-LENDING-CONCENTRATION
               WHEN "SCRA"
                   PERFORM 8924-SCRA-COMPLIANCE-REPORT
               WHEN "DWSN"
                   MOVE "Y" TO WS-DWX-BATCH-FLAG
                   PERFORM 8948-SNAPSHOT-DW-EXTRACT
                       THRU 8948-DWX-EXIT
               WHEN OTHER
                   PERFORM 1000-REPORT-MENU
           END-EVALUATE
           END-IF
           OPEN INPUT ACCOUNT-OWNER-FILE
           OPEN INPUT BRANCH-FILE
           OPEN INPUT ENTITY-FILE
           OPEN INPUT PRODUCT-FILE
           OPEN INPUT INSIDER-FILE
           OPEN INPUT LOAN-APPL-FILE
           OPEN INPUT ACCOUNT-HOLD-FILE
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN INPUT TRAN-SUMMARY-FILE
           OPEN INPUT NONCUST-CASH-FILE
           OPEN INPUT CONSTR-LOAN-FILE
           OPEN INPUT CONSTR-BUDGET-FILE
           OPEN INPUT LOAN-PART-FILE
           OPEN INPUT LOAN-NONACCRUAL-FILE
           OPEN INPUT LOAN-GRADE-FILE
           OPEN INPUT BORROWER-REL-FILE
           OPEN INPUT HELOC-FILE
           OPEN INPUT LOAN-COVENANT-FILE
           OPEN INPUT MILITARY-STATUS-FILE
           OPEN INPUT TAX-STATUS-FILE
           OPEN INPUT IOLTA-FILE
           OPEN INPUT BANKRUPTCY-CASE-FILE
           OPEN INPUT OVERRIDE-LOG-FILE
           OPEN I-O METRO2-CONTROL-FILE
           IF WS-M2CT-FILE-STATUS = "35"
           CLOSE AUDIT-SEAL-FILE
           CLOSE ACCOUNT-OWNER-FILE
           CLOSE BRANCH-FILE
           CLOSE ENTITY-FILE
           CLOSE PRODUCT-FILE
           CLOSE INSIDER-FILE
           CLOSE LOAN-APPL-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE TRAN-SUMMARY-FILE
           CLOSE NONCUST-CASH-FILE
           CLOSE CONSTR-LOAN-FILE
           CLOSE CONSTR-BUDGET-FILE
           CLOSE LOAN-PART-FILE
           CLOSE LOAN-NONACCRUAL-FILE
           CLOSE LOAN-GRADE-FILE
           CLOSE BORROWER-REL-FILE
           CLOSE HELOC-FILE
           CLOSE LOAN-COVENANT-FILE
           CLOSE MILITARY-STATUS-FILE
           CLOSE TAX-STATUS-FILE
           CLOSE IOLTA-FILE
           CLOSE BANKRUPTCY-CASE-FILE
           CLOSE METRO2-CONTROL-FILE
           CLOSE OVERRIDE-LOG-FILE
           IF WS-DIST-LOG-OPEN = "Y"
               DISPLAY "  4. Full Audit Report"
               DISPLAY "  5. System Log Report"
               DISPLAY "  6. Regulatory Compliance Report"
               DISPLAY "  7. Report Query Catalog"
               DISPLAY "  8. Consolidated Activity Timeline"
               DISPLAY "  9. Dormant Account / Escheatment Report"
               DISPLAY " 10. Officer Portfolio Report"
               DISPLAY " 39. Insider (Reg O) Activity Report"
               DISPLAY " 40. Daily Management Flash Report"
               DISPLAY " 41. FX Revaluation / Position (Batch)"
               DISPLAY " 42. Maintain BAI2 Subscriptions"
               DISPLAY " 43. BAI2 Prior-Day Balance File (Batch)"
               DISPLAY " 44. BAI2 Current-Day Balance File"
               DISPLAY " 45. BAI2 Transmission Log"
               DISPLAY " 46. Construction Loan Status Report"
               DISPLAY " 47. Nonaccrual Loan Inventory"
               DISPLAY " 48. Maintain Allowance Loss Rates"
               DISPLAY " 49. Quarter-End Allowance for Credit Losses"
               DISPLAY " 50. Lending Concentration Report"
               DISPLAY " 51. SCRA Compliance Report"
               DISPLAY " 52. Year-End 1042-S NRA Interest Extract"
               DISPLAY " 53. Maintain Report Query Catalog"
               DISPLAY " 54. Maintain GL Mapping Table"
               DISPLAY " 55. Deposit Growth Trend (Snapshots)"
               DISPLAY " 56. Loan Portfolio Runoff (Snapshots)"
               DISPLAY " 57. Account Openings/Closings (Snapshots)"
               DISPLAY " 58. Balance Snapshot Warehouse Extract"
               DISPLAY " "
               DISPLAY "  0. Return to Main Menu"
               DISPLAY " "
                   WHEN "6"
                       PERFORM 6000-COMPLIANCE-REPORT
                   WHEN "7"
                       PERFORM 7000-QUERY-CATALOG-REPORT
                           THRU 7000-QRY-EXIT
                   WHEN "8"
                       PERFORM 6500-ACTIVITY-TIMELINE-REPORT
                   WHEN "9"
                       PERFORM 8950-DAILY-FLASH-REPORT
                   WHEN "41"
                       PERFORM 8960-FX-REVALUATION
                   WHEN "42"
                       PERFORM 8970-MAINTAIN-BAI-SUBSCRIPTIONS
                   WHEN "43"
                       PERFORM 8972-BAI2-PRIOR-DAY-FILE
                   WHEN "44"
                       PERFORM 8973-BAI2-CURRENT-DAY-FILE
                   WHEN "45"
                       PERFORM 8986-BAI2-TRANSMISSION-LOG
                   WHEN "46"
                       PERFORM 8990-CONSTRUCTION-STATUS-REPORT
                   WHEN "47"
                       PERFORM 8995-NONACCRUAL-INVENTORY
                   WHEN "48"
                       PERFORM 8912-MAINTAIN-LOSS-RATES
                           THRU 8912-LSR-EXIT
                   WHEN "49"
                       PERFORM 8900-QUARTERLY-ALLOWANCE
                           THRU 8900-ALLW-EXIT
                   WHEN "50"
                       PERFORM 8920-LENDING-CONCENTRATION
                   WHEN "51"
                       PERFORM 8924-SCRA-COMPLIANCE-REPORT
                   WHEN "52"
                       PERFORM 7930-1042S-EXTRACT
                   WHEN "53"
                       PERFORM 7070-MAINTAIN-QUERY-CATALOG
                           THRU 7070-CAT-EXIT
                   WHEN "54"
                       PERFORM 7780-MAINTAIN-GL-MAPPING
                           THRU 7780-GLM-EXIT
                   WHEN "55"
                       PERFORM 8930-DEPOSIT-GROWTH-REPORT
                           THRU 8930-DEP-EXIT
                   WHEN "56"
                       PERFORM 8935-LOAN-RUNOFF-REPORT
                           THRU 8935-RUN-EXIT
                   WHEN "57"
                       PERFORM 8940-OPEN-CLOSE-REPORT
                           THRU 8940-OPC-EXIT
                   WHEN "58"
                       PERFORM 8948-SNAPSHOT-DW-EXTRACT
                           THRU 8948-DWX-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-RPT-CONTINUE
                   WHEN OTHER
      * 1560 - OPEN GENERAL LEDGER FEED FILE
      * Structured feed for the GL feed export, named from the same
      * output path with a .gl suffix, the same way 1550-OPEN-CSV-FILE
      * derives WS-RPT-CSV-PATH. Another entity's feed carries its
      * entity code ahead of the suffix (.002.gl) so each charter's
      * GL receives only its own lines.
      ******************************************************************
       1560-OPEN-GL-FEED-FILE.
           MOVE SPACES TO WS-GL-FEED-PATH
           IF WS-GL-FEED-ENTITY = SPACES
               OR WS-GL-FEED-ENTITY = WS-ENTY-HOME-CODE
               STRING FUNCTION TRIM(WS-RPT-OUTPUT-PATH) ".gl"
                   DELIMITED SIZE INTO WS-GL-FEED-PATH
           ELSE
               STRING FUNCTION TRIM(WS-RPT-OUTPUT-PATH) "."
                      WS-GL-FEED-ENTITY ".gl"
                   DELIMITED SIZE INTO WS-GL-FEED-PATH
           END-IF
           DISPLAY "Writing GL feed to: " WS-GL-FEED-PATH
           OPEN OUTPUT GL-FEED-FILE
           MOVE "Y" TO WS-GL-FEED-OPEN.
      * 1570 - OPEN TAX FORM FILE
      * 1099-INT data file, named from the same output path with a
      * .1099 suffix, the same way 1560-OPEN-GL-FEED-FILE derives
      * WS-GL-FEED-PATH. The payer is the charter: another entity's
      * forms carry its entity code ahead of the suffix (.002.1099).
      ******************************************************************
       1570-OPEN-TAX-FORM-FILE.
           MOVE SPACES TO WS-TAX-FORM-PATH
           IF WS-TAX-FORM-ENTITY = SPACES
               OR WS-TAX-FORM-ENTITY = WS-ENTY-HOME-CODE
               STRING FUNCTION TRIM(WS-RPT-OUTPUT-PATH) ".1099"
                   DELIMITED SIZE INTO WS-TAX-FORM-PATH
           ELSE
               STRING FUNCTION TRIM(WS-RPT-OUTPUT-PATH) "."
                      WS-TAX-FORM-ENTITY ".1099"
                   DELIMITED SIZE INTO WS-TAX-FORM-PATH
           END-IF
           DISPLAY "Writing 1099-INT data file to: " WS-TAX-FORM-PATH
           OPEN OUTPUT TAX-FORM-FILE
           MOVE "Y" TO WS-TAX-FORM-OPEN.

      ******************************************************************
      * 1580 - OPEN GL MAPPING EXCEPTION FILE
      * Postings the GL feed could not map, named from the same
      * output path with a .glx suffix. Opened on the first
      * exception only, so a clean day leaves no file behind.
      ******************************************************************
       1580-OPEN-GL-EXCEPTION-FILE.
           MOVE SPACES TO WS-GLX-PATH
           STRING FUNCTION TRIM(WS-RPT-OUTPUT-PATH) ".glx"
               DELIMITED SIZE INTO WS-GLX-PATH
           DISPLAY "Writing GL mapping exceptions to: " WS-GLX-PATH
           OPEN OUTPUT GL-EXCEPTION-FILE
           MOVE "Y" TO WS-GLX-OPEN
           MOVE SPACES TO GL-EXCEPTION-RECORD
           STRING "GL MAPPING EXCEPTIONS FOR POSTING DATE "
                  WS-GL-INPUT-DATE
                  DELIMITED SIZE INTO GL-EXCEPTION-RECORD
           WRITE GL-EXCEPTION-RECORD
           MOVE "SRCE REFERENCE        TY   PROD    BRCH   CCY "
               & "          AMOUNT" TO GL-EXCEPTION-RECORD
           WRITE GL-EXCEPTION-RECORD.

      ******************************************************************
      * 1600 - WRITE REPORT HEADER
      ******************************************************************
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD.

      ******************************************************************
      * 7000 - REPORT QUERY CATALOG
      * Runs one approved, named query from the catalog in place of
      * free-form SQL. The user picks from the approved queries
      * their role may run and supplies the parameters the query
      * declares, each edited for its type; output goes through the
      * same fixed-width/CSV writers as every other report, and the
      * run is logged with its parameters.
      ******************************************************************
       7000-QUERY-CATALOG-REPORT.
           DISPLAY " "
           DISPLAY "=== REPORT QUERY CATALOG ==="
           DISPLAY " "
           OPEN I-O QUERY-DEF-FILE
           IF WS-QRYD-FILE-STATUS = "35"
               OPEN OUTPUT QUERY-DEF-FILE
               CLOSE QUERY-DEF-FILE
               OPEN I-O QUERY-DEF-FILE
           END-IF

      * Only the approved queries this user's role may run
           MOVE ZEROS TO WS-QRY-LIST-COUNT
           MOVE LOW-VALUES TO QRYD-ID
           START QUERY-DEF-FILE KEY >= QRYD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-QRYD-FILE-STATUS NOT = "00"
               READ QUERY-DEF-FILE NEXT RECORD
               IF WS-QRYD-FILE-STATUS = "00"
                   AND QRYD-ACTIVE
                   PERFORM 7005-CHECK-QUERY-ROLE
                   IF WS-QRY-ROLE-OK
                       ADD 1 TO WS-QRY-LIST-COUNT
                       DISPLAY "  " QRYD-ID "  " QRYD-NAME
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-QRYD-FILE-STATUS
           IF WS-QRY-LIST-COUNT = ZEROS
               DISPLAY "  (no approved queries available to role "
                       LS-CURRENT-ROLE ")"
               CLOSE QUERY-DEF-FILE
               GO TO 7000-QRY-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Query ID (blank to exit): " WITH NO ADVANCING
           ACCEPT WS-QRY-INPUT-ID FROM CONSOLE
           IF WS-QRY-INPUT-ID = SPACES
               CLOSE QUERY-DEF-FILE
               GO TO 7000-QRY-EXIT
           END-IF
           MOVE WS-QRY-INPUT-ID TO QRYD-ID
           READ QUERY-DEF-FILE
           IF WS-QRYD-FILE-STATUS NOT = "00"
               DISPLAY "Query " WS-QRY-INPUT-ID " is not in the "
                       "catalog."
               CLOSE QUERY-DEF-FILE
               GO TO 7000-QRY-EXIT
           END-IF

           MOVE SPACES TO WS-QRY-PARM-TEXT
           MOVE ZEROS TO WS-QRY-ROW-COUNT
           MOVE SPACES TO WS-RPT-OUTPUT-PATH
           PERFORM 7005-CHECK-QUERY-ROLE
           IF NOT QRYD-ACTIVE
               OR NOT WS-QRY-ROLE-OK
               DISPLAY "Query " QRYD-ID " is not approved for your "
                       "role."
               MOVE "D" TO WS-QRY-RESULT
               PERFORM 7060-LOG-QUERY-RUN
               CLOSE QUERY-DEF-FILE
               GO TO 7000-QRY-EXIT
           END-IF

           PERFORM 7010-ACCEPT-QUERY-PARMS
           IF NOT WS-QRY-PARMS-OK
               DISPLAY "Query not run."
               MOVE "V" TO WS-QRY-RESULT
               PERFORM 7060-LOG-QUERY-RUN
               CLOSE QUERY-DEF-FILE
               GO TO 7000-QRY-EXIT
           END-IF

           MOVE SPACES TO LS-REPORT-TITLE
           STRING "QUERY " QRYD-ID " - " QRYD-NAME
               DELIMITED SIZE INTO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "Parameters: " WS-QRY-PARM-TEXT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "Approved by " QRYD-CHECKER " on "
                  QRYD-CHECKED-DATE "   Run by " LS-CURRENT-USER
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM

           MOVE ZEROS TO WS-QRY-TOTAL
           IF QRYD-SRC-TRANSACTIONS
               PERFORM 7020-RUN-TRANSACTION-QUERY
           ELSE
               PERFORM 7030-RUN-ACCOUNT-QUERY
           END-IF

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-QRY-TOTAL TO WS-QRY-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ROWS: " WS-QRY-ROW-COUNT
                  "   TOTAL AMOUNT $" WS-QRY-DSP-TOTAL
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ADD 1 TO QRYD-RUN-COUNT
           MOVE WS-ACCEPT-DATE TO QRYD-LAST-RUN-DATE
           REWRITE QUERY-DEF-RECORD
           MOVE "C" TO WS-QRY-RESULT
           PERFORM 7060-LOG-QUERY-RUN
           CLOSE QUERY-DEF-FILE

           DISPLAY " "
           DISPLAY "Query " QRYD-ID " complete - "
                   WS-QRY-ROW-COUNT " row(s)."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

       7000-QRY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7005 - MAY THIS USER'S ROLE RUN THE QUERY
      * ADMIN runs anything; SUPERVISOR runs queries released to
      * SUPERVISOR. QUERY-DEF-RECORD is current on entry.
      ******************************************************************
       7005-CHECK-QUERY-ROLE.
           MOVE "N" TO WS-QRY-ROLE-FLAG
           IF LS-CURRENT-ROLE = "ADMIN"
               MOVE "Y" TO WS-QRY-ROLE-FLAG
           END-IF
           IF LS-CURRENT-ROLE = "SUPERVISOR"
               AND QRYD-RUN-ROLE = "SUPERVISOR"
               MOVE "Y" TO WS-QRY-ROLE-FLAG
           END-IF.

      ******************************************************************
      * 7010 - ACCEPT AND VALIDATE THE DECLARED PARAMETERS
      * Prompts for each parameter the definition declares, in its
      * declared order. A required parameter must be supplied; any
      * value supplied must pass its type's edit. Builds the
      * parameter text the report header and the run log carry.
      ******************************************************************
       7010-ACCEPT-QUERY-PARMS.
           MOVE "Y" TO WS-QRY-PARMS-FLAG
           MOVE SPACES TO WS-QRY-FROM-DATE
           MOVE SPACES TO WS-QRY-TO-DATE
           MOVE SPACES TO WS-QRY-BRANCH
           MOVE SPACES TO WS-QRY-ACCT-TYPE
           MOVE ZEROS TO WS-QRY-MIN-AMOUNT
           PERFORM VARYING WS-QRY-PARM-IDX FROM 1 BY 1
               UNTIL WS-QRY-PARM-IDX > 4
               OR NOT WS-QRY-PARMS-OK
               IF QRYD-PARM-TYPE(WS-QRY-PARM-IDX) NOT = SPACES
                   PERFORM 7012-ACCEPT-ONE-PARM
               END-IF
           END-PERFORM

           MOVE WS-QRY-MIN-AMOUNT TO WS-QRY-DSP-MIN
           STRING "DATES=" WS-QRY-FROM-DATE "-" WS-QRY-TO-DATE
                  " BR=" WS-QRY-BRANCH
                  " TYPE=" WS-QRY-ACCT-TYPE
                  " MIN=" WS-QRY-DSP-MIN
               DELIMITED SIZE INTO WS-QRY-PARM-TEXT.

      ******************************************************************
      * 7012 - ACCEPT ONE PARAMETER
      ******************************************************************
       7012-ACCEPT-ONE-PARM.
           EVALUATE QRYD-PARM-TYPE(WS-QRY-PARM-IDX)
               WHEN "D"
                   DISPLAY "From Date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-QRY-INPUT-FROM FROM CONSOLE
                   DISPLAY "To Date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-QRY-INPUT-TO FROM CONSOLE
                   IF WS-QRY-INPUT-FROM = SPACES
                       AND WS-QRY-INPUT-TO = SPACES
                       IF QRYD-PARM-IS-REQUIRED(WS-QRY-PARM-IDX)
                           DISPLAY "A date range is required."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   ELSE
                       MOVE WS-QRY-INPUT-FROM TO WS-QRY-DATE-IN
                       PERFORM 7015-EDIT-QUERY-DATE
                       MOVE WS-QRY-DATE-IN(1:8) TO WS-QRY-FROM-DATE
                       IF WS-QRY-DATE-OK
                           MOVE WS-QRY-INPUT-TO TO WS-QRY-DATE-IN
                           PERFORM 7015-EDIT-QUERY-DATE
                           MOVE WS-QRY-DATE-IN(1:8) TO WS-QRY-TO-DATE
                       END-IF
                       IF NOT WS-QRY-DATE-OK
                           DISPLAY "Dates must be valid YYYYMMDD."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       ELSE
                           IF WS-QRY-FROM-DATE > WS-QRY-TO-DATE
                               DISPLAY "From date is after to date."
                               MOVE "N" TO WS-QRY-PARMS-FLAG
                           END-IF
                       END-IF
                   END-IF
               WHEN "B"
                   DISPLAY "Branch Code: " WITH NO ADVANCING
                   ACCEPT WS-QRY-BRANCH FROM CONSOLE
                   IF WS-QRY-BRANCH = SPACES
                       IF QRYD-PARM-IS-REQUIRED(WS-QRY-PARM-IDX)
                           DISPLAY "A branch is required."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   ELSE
                       MOVE WS-QRY-BRANCH TO BRCH-CODE
                       READ BRANCH-FILE
                       IF WS-BRCH-FILE-STATUS NOT = "00"
                           DISPLAY "Branch " WS-QRY-BRANCH
                                   " is not on the branch master."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                       MOVE "00" TO WS-BRCH-FILE-STATUS
                   END-IF
               WHEN "T"
                   DISPLAY "Account Type (CH/SA/IR/CC/CO/CD/LN): "
                       WITH NO ADVANCING
                   ACCEPT WS-QRY-ACCT-TYPE FROM CONSOLE
                   IF WS-QRY-ACCT-TYPE = SPACES
                       IF QRYD-PARM-IS-REQUIRED(WS-QRY-PARM-IDX)
                           DISPLAY "An account type is required."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   ELSE
                       IF WS-QRY-ACCT-TYPE NOT = "CH"
                           AND WS-QRY-ACCT-TYPE NOT = "SA"
                           AND WS-QRY-ACCT-TYPE NOT = "IR"
                           AND WS-QRY-ACCT-TYPE NOT = "CC"
                           AND WS-QRY-ACCT-TYPE NOT = "CO"
                           AND WS-QRY-ACCT-TYPE NOT = "CD"
                           AND WS-QRY-ACCT-TYPE NOT = "LN"
                           DISPLAY "Unknown account type."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   END-IF
               WHEN "M"
                   DISPLAY "Minimum Amount: " WITH NO ADVANCING
                   ACCEPT WS-QRY-INPUT-AMOUNT FROM CONSOLE
                   IF WS-QRY-INPUT-AMOUNT = SPACES
                       IF QRYD-PARM-IS-REQUIRED(WS-QRY-PARM-IDX)
                           DISPLAY "An amount threshold is required."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   ELSE
                       COMPUTE WS-QRY-MIN-AMOUNT =
                           FUNCTION NUMVAL(WS-QRY-INPUT-AMOUNT)
                       IF WS-QRY-MIN-AMOUNT NOT > ZEROS
                           DISPLAY "Amount must be greater than zero."
                           MOVE "N" TO WS-QRY-PARMS-FLAG
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 7015 - EDIT ONE YYYYMMDD DATE
      * WS-QRY-DATE-IN holds the date as keyed.
      ******************************************************************
       7015-EDIT-QUERY-DATE.
           MOVE "N" TO WS-QRY-DATE-FLAG
           IF WS-QRY-DATE-IN(1:8) IS NUMERIC
               AND WS-QRY-DATE-IN(9:2) = SPACES
               MOVE WS-QRY-DATE-IN(1:8) TO WS-QRY-DATE-PARTS
               IF WS-QRY-DATE-YYYY > 1900
                   AND WS-QRY-DATE-MM >= 1
                   AND WS-QRY-DATE-MM <= 12
                   AND WS-QRY-DATE-DD >= 1
                   AND WS-QRY-DATE-DD <= 31
                   MOVE "Y" TO WS-QRY-DATE-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * 7020 - RUN A TRANSACTION-SOURCE QUERY
      * Date range on the posting date, branch and account type
      * off the account posted to, threshold on the absolute
      * amount, plus the definition's fixed type and cash filters.
      ******************************************************************
       7020-RUN-TRANSACTION-QUERY.
           MOVE "TRAN ID    DATE     ACCOUNT ID       TY BRCH TY C"
               & "            AMOUNT DESCRIPTION"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "TRAN_ID,DATE,ACCOUNT_ID,ACCT_TYPE,BRANCH,"
                   & "TRAN_TYPE,CASH,AMOUNT,DESCRIPTION"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   PERFORM 7025-SELECT-TRANSACTION
                   IF WS-QRY-SELECTED
                       PERFORM 7040-WRITE-TRAN-ROW
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS.

      ******************************************************************
      * 7025 - DOES THE CURRENT TRANSACTION MEET THE QUERY
      ******************************************************************
       7025-SELECT-TRANSACTION.
           MOVE "Y" TO WS-QRY-SELECT-FLAG
           IF QRYD-TRAN-TYPE NOT = SPACES
               AND TRAN-TYPE NOT = QRYD-TRAN-TYPE
               MOVE "N" TO WS-QRY-SELECT-FLAG
           END-IF
           IF QRYD-IS-CASH-ONLY
               AND NOT TRAN-IS-CASH
               MOVE "N" TO WS-QRY-SELECT-FLAG
           END-IF
           IF WS-QRY-FROM-DATE NOT = SPACES
               IF TRAN-DATE(1:8) < WS-QRY-FROM-DATE
                   OR TRAN-DATE(1:8) > WS-QRY-TO-DATE
                   MOVE "N" TO WS-QRY-SELECT-FLAG
               END-IF
           END-IF
           IF WS-QRY-MIN-AMOUNT > ZEROS
               MOVE TRAN-AMOUNT TO WS-QRY-ABS-AMOUNT
               IF WS-QRY-ABS-AMOUNT < ZEROS
                   COMPUTE WS-QRY-ABS-AMOUNT = WS-QRY-ABS-AMOUNT * -1
               END-IF
               IF WS-QRY-ABS-AMOUNT < WS-QRY-MIN-AMOUNT
                   MOVE "N" TO WS-QRY-SELECT-FLAG
               END-IF
           END-IF
           IF WS-QRY-SELECTED
               MOVE TRAN-ACCOUNT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO ACCT-TYPE
                   MOVE SPACES TO ACCT-BRANCH-CODE
               END-IF
               MOVE "00" TO WS-ACCT-FILE-STATUS
               IF WS-QRY-BRANCH NOT = SPACES
                   AND ACCT-BRANCH-CODE NOT = WS-QRY-BRANCH
                   MOVE "N" TO WS-QRY-SELECT-FLAG
               END-IF
               IF WS-QRY-ACCT-TYPE NOT = SPACES
                   AND ACCT-TYPE NOT = WS-QRY-ACCT-TYPE
                   MOVE "N" TO WS-QRY-SELECT-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * 7030 - RUN AN ACCOUNT-SOURCE QUERY
      * Date range on the opening date, threshold on the ledger
      * balance.
      ******************************************************************
       7030-RUN-ACCOUNT-QUERY.
           MOVE "ACCOUNT ID       NAME                           TY"
               & " BRCH S OPENED            BALANCE         AVAILABLE"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ACCOUNT_ID,NAME,ACCT_TYPE,BRANCH,STATUS,OPENED,"
                   & "BALANCE,AVAILABLE"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE "Y" TO WS-QRY-SELECT-FLAG
                   IF WS-QRY-FROM-DATE NOT = SPACES
                       IF ACCT-OPEN-DATE(1:8) < WS-QRY-FROM-DATE
                           OR ACCT-OPEN-DATE(1:8) > WS-QRY-TO-DATE
                           MOVE "N" TO WS-QRY-SELECT-FLAG
                       END-IF
                   END-IF
                   IF WS-QRY-BRANCH NOT = SPACES
                       AND ACCT-BRANCH-CODE NOT = WS-QRY-BRANCH
                       MOVE "N" TO WS-QRY-SELECT-FLAG
                   END-IF
                   IF WS-QRY-ACCT-TYPE NOT = SPACES
                       AND ACCT-TYPE NOT = WS-QRY-ACCT-TYPE
                       MOVE "N" TO WS-QRY-SELECT-FLAG
                   END-IF
                   IF WS-QRY-MIN-AMOUNT > ZEROS
                       AND ACCT-BALANCE < WS-QRY-MIN-AMOUNT
                       MOVE "N" TO WS-QRY-SELECT-FLAG
                   END-IF
                   IF WS-QRY-SELECTED
                       PERFORM 7050-WRITE-ACCOUNT-ROW
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS.

      ******************************************************************
      * 7040 - WRITE ONE TRANSACTION ROW
      * TRANSACTION-RECORD and its ACCOUNT-RECORD are current.
      ******************************************************************
       7040-WRITE-TRAN-ROW.
           ADD 1 TO WS-QRY-ROW-COUNT
           ADD TRAN-AMOUNT TO WS-QRY-TOTAL
           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE TRAN-ID TO WS-QTD-TRAN-ID
           MOVE TRAN-DATE(1:8) TO WS-QTD-DATE
           MOVE TRAN-ACCOUNT-ID TO WS-QTD-ACCT
           MOVE ACCT-TYPE TO WS-QTD-ACCT-TYPE
           MOVE ACCT-BRANCH-CODE TO WS-QTD-BRANCH
           MOVE TRAN-TYPE TO WS-QTD-TYPE
           MOVE TRAN-CASH-FLAG TO WS-QTD-CASH
           MOVE TRAN-AMOUNT TO WS-QTD-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-QTD-DESC
           WRITE RPT-OUTPUT-RECORD FROM WS-QRY-TRAN-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   WS-QTD-TRAN-ID ","
                   WS-QTD-DATE ","
                   WS-QTD-ACCT ","
                   WS-QTD-ACCT-TYPE ","
                   FUNCTION TRIM(WS-QTD-BRANCH) ","
                   WS-QTD-TYPE ","
                   WS-QTD-CASH ","
                   FUNCTION TRIM(WS-QTD-AMOUNT) ',"'
                   FUNCTION TRIM(TRAN-DESCRIPTION) '"'
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 7050 - WRITE ONE ACCOUNT ROW
      ******************************************************************
       7050-WRITE-ACCOUNT-ROW.
           ADD 1 TO WS-QRY-ROW-COUNT
           ADD ACCT-BALANCE TO WS-QRY-TOTAL
           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE ACCT-ID TO WS-QAD-ACCT
           MOVE ACCT-NAME TO WS-QAD-NAME
           MOVE ACCT-TYPE TO WS-QAD-TYPE
           MOVE ACCT-BRANCH-CODE TO WS-QAD-BRANCH
           MOVE ACCT-STATUS TO WS-QAD-STATUS
           MOVE ACCT-OPEN-DATE(1:8) TO WS-QAD-OPENED
           MOVE ACCT-BALANCE TO WS-QAD-BALANCE
           MOVE ACCT-AVAILABLE-BAL TO WS-QAD-AVAILABLE
           WRITE RPT-OUTPUT-RECORD FROM WS-QRY-ACCT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   WS-QAD-ACCT ',"'
                   FUNCTION TRIM(ACCT-NAME) '",'
                   WS-QAD-TYPE ","
                   FUNCTION TRIM(WS-QAD-BRANCH) ","
                   WS-QAD-STATUS ","
                   WS-QAD-OPENED ","
                   FUNCTION TRIM(WS-QAD-BALANCE) ","
                   FUNCTION TRIM(WS-QAD-AVAILABLE)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 7060 - LOG ONE CATALOG RUN
      * Every attempt is logged - completed, refused, or stopped by
      * a parameter edit - with the parameter values as entered.
      * The caller sets WS-QRY-RESULT first.
      ******************************************************************
       7060-LOG-QUERY-RUN.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           OPEN EXTEND QUERY-RUN-LOG-FILE
           IF WS-QRYL-FILE-STATUS = "35"
               OPEN OUTPUT QUERY-RUN-LOG-FILE
           END-IF
           MOVE SPACES TO QUERY-RUN-LOG-RECORD
           MOVE WS-ACCEPT-DATE TO QRYL-RUN-DATE
           MOVE WS-ACCEPT-TIME TO QRYL-RUN-TIME
           MOVE LS-CURRENT-USER TO QRYL-USER-ID
           MOVE LS-CURRENT-ROLE TO QRYL-ROLE
           MOVE WS-QRY-INPUT-ID TO QRYL-QUERY-ID
           MOVE WS-QRY-RESULT TO QRYL-RESULT
           MOVE WS-QRY-PARM-TEXT TO QRYL-PARM-VALUES
           MOVE WS-QRY-ROW-COUNT TO QRYL-ROW-COUNT
           MOVE WS-RPT-OUTPUT-PATH TO QRYL-OUTPUT-PATH
           WRITE QUERY-RUN-LOG-RECORD
           CLOSE QUERY-RUN-LOG-FILE.

      ******************************************************************
      * 7070 - MAINTAIN THE REPORT QUERY CATALOG
      * SUPERVISOR/ADMIN only. A new or changed definition goes on
      * file pending; a second SUPERVISOR/ADMIN who did not key it
      * approves or rejects it before anyone can run it. Retiring
      * a query takes effect at once. The run log can be listed
      * here by query.
      ******************************************************************
       7070-MAINTAIN-QUERY-CATALOG.
           DISPLAY " "
           DISPLAY "=== MAINTAIN REPORT QUERY CATALOG ==="
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may maintain the catalog."
               GO TO 7070-CAT-EXIT
           END-IF
           OPEN I-O QUERY-DEF-FILE
           IF WS-QRYD-FILE-STATUS = "35"
               OPEN OUTPUT QUERY-DEF-FILE
               CLOSE QUERY-DEF-FILE
               OPEN I-O QUERY-DEF-FILE
           END-IF

           MOVE LOW-VALUES TO QRYD-ID
           START QUERY-DEF-FILE KEY >= QRYD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-QRYD-FILE-STATUS NOT = "00"
               READ QUERY-DEF-FILE NEXT RECORD
               IF WS-QRYD-FILE-STATUS = "00"
                   DISPLAY "  " QRYD-ID " " QRYD-STATUS " "
                           QRYD-SOURCE " " QRYD-NAME(1:30)
                           " " QRYD-RUN-ROLE
                           " by " QRYD-MAKER(1:10)
               END-IF
           END-PERFORM
           MOVE "00" TO WS-QRYD-FILE-STATUS

           DISPLAY " "
           DISPLAY "(D)efine/change, (A)pprove, (R)eject, re(T)ire,"
                   " (L)ist runs: " WITH NO ADVANCING
           ACCEPT WS-QRY-INPUT-ACTION FROM CONSOLE
           DISPLAY "Query ID: " WITH NO ADVANCING
           ACCEPT WS-QRY-INPUT-ID FROM CONSOLE
           IF WS-QRY-INPUT-ID = SPACES
               CLOSE QUERY-DEF-FILE
               GO TO 7070-CAT-EXIT
           END-IF
           MOVE WS-QRY-INPUT-ID TO QRYD-ID
           READ QUERY-DEF-FILE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           EVALUATE WS-QRY-INPUT-ACTION
               WHEN "D"
                   PERFORM 7072-DEFINE-QUERY
                       THRU 7072-DEFINE-EXIT
               WHEN "A"
               WHEN "R"
                   PERFORM 7074-DECIDE-QUERY
                       THRU 7074-DECIDE-EXIT
               WHEN "T"
                   IF WS-QRYD-FILE-STATUS NOT = "00"
                       DISPLAY "Query not on file."
                   ELSE
                       SET QRYD-RETIRED TO TRUE
                       MOVE LS-CURRENT-USER TO QRYD-CHECKER
                       MOVE WS-ACCEPT-DATE TO QRYD-CHECKED-DATE
                       REWRITE QUERY-DEF-RECORD
                       DISPLAY "Query " QRYD-ID " retired."
                   END-IF
               WHEN "L"
                   PERFORM 7076-LIST-QUERY-RUNS
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           CLOSE QUERY-DEF-FILE.

       7070-CAT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7072 - DEFINE OR CHANGE A QUERY (MAKER)
      * The whole definition is keyed afresh and goes pending, so a
      * change to an approved query takes it out of service until
      * the change itself is approved.
      ******************************************************************
       7072-DEFINE-QUERY.
           IF WS-QRYD-FILE-STATUS = "00"
               MOVE QRYD-RUN-COUNT TO WS-QRY-SAVE-RUNS
               MOVE QRYD-LAST-RUN-DATE TO WS-QRY-SAVE-LAST-RUN
           ELSE
               MOVE ZEROS TO WS-QRY-SAVE-RUNS
               MOVE SPACES TO WS-QRY-SAVE-LAST-RUN
           END-IF
           MOVE SPACES TO QUERY-DEF-RECORD
           MOVE WS-QRY-INPUT-ID TO QRYD-ID
           DISPLAY "Query Name: " WITH NO ADVANCING
           ACCEPT WS-QRY-INPUT-NAME FROM CONSOLE
           IF WS-QRY-INPUT-NAME = SPACES
               DISPLAY "A query name is required."
               GO TO 7072-DEFINE-EXIT
           END-IF
           MOVE WS-QRY-INPUT-NAME TO QRYD-NAME
           DISPLAY "Source (T)ransactions or (A)ccounts: "
               WITH NO ADVANCING
           ACCEPT QRYD-SOURCE FROM CONSOLE
           IF NOT QRYD-SRC-TRANSACTIONS
               AND NOT QRYD-SRC-ACCOUNTS
               DISPLAY "Source must be T or A."
               GO TO 7072-DEFINE-EXIT
           END-IF
           IF QRYD-SRC-TRANSACTIONS
               DISPLAY "Fixed Transaction Type (blank for all): "
                   WITH NO ADVANCING
               ACCEPT QRYD-TRAN-TYPE FROM CONSOLE
               DISPLAY "Cash transactions only? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT QRYD-CASH-ONLY FROM CONSOLE
           END-IF
           IF NOT QRYD-IS-CASH-ONLY
               MOVE "N" TO QRYD-CASH-ONLY
           END-IF

           DISPLAY "Parameters, in prompt order - D date range, "
                   "B branch, T account type, M amount threshold"
           DISPLAY "  (e.g. DBM, blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-QRY-INPUT-CODE FROM CONSOLE
           PERFORM VARYING WS-QRY-PARM-IDX FROM 1 BY 1
               UNTIL WS-QRY-PARM-IDX > 4
               MOVE WS-QRY-INPUT-CODE(WS-QRY-PARM-IDX:1)
                   TO QRYD-PARM-TYPE(WS-QRY-PARM-IDX)
               MOVE "N" TO QRYD-PARM-REQUIRED(WS-QRY-PARM-IDX)
           END-PERFORM
           IF WS-QRY-INPUT-CODE(5:6) NOT = SPACES
               DISPLAY "At most four parameters may be declared."
               GO TO 7072-DEFINE-EXIT
           END-IF
           PERFORM VARYING WS-QRY-PARM-IDX FROM 1 BY 1
               UNTIL WS-QRY-PARM-IDX > 4
               IF QRYD-PARM-TYPE(WS-QRY-PARM-IDX) NOT = SPACES
                   IF NOT QRYD-PARM-DATE-RANGE(WS-QRY-PARM-IDX)
                       AND NOT QRYD-PARM-BRANCH(WS-QRY-PARM-IDX)
                       AND NOT QRYD-PARM-ACCT-TYPE(WS-QRY-PARM-IDX)
                       AND NOT QRYD-PARM-AMOUNT(WS-QRY-PARM-IDX)
                       MOVE "X" TO WS-QRY-INPUT-ACTION
                   ELSE
                       DISPLAY "  Parameter "
                               QRYD-PARM-TYPE(WS-QRY-PARM-IDX)
                               " required? (Y/N): " WITH NO ADVANCING
                       ACCEPT QRYD-PARM-REQUIRED(WS-QRY-PARM-IDX)
                           FROM CONSOLE
                       IF NOT QRYD-PARM-IS-REQUIRED(WS-QRY-PARM-IDX)
                           MOVE "N"
                               TO QRYD-PARM-REQUIRED(WS-QRY-PARM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QRY-INPUT-ACTION = "X"
               DISPLAY "Parameter types must be D, B, T or M."
               GO TO 7072-DEFINE-EXIT
           END-IF

           DISPLAY "Lowest Role Allowed (SUPERVISOR/ADMIN): "
               WITH NO ADVANCING
           ACCEPT QRYD-RUN-ROLE FROM CONSOLE
           IF QRYD-RUN-ROLE NOT = "SUPERVISOR"
               AND QRYD-RUN-ROLE NOT = "ADMIN"
               DISPLAY "Role must be SUPERVISOR or ADMIN."
               GO TO 7072-DEFINE-EXIT
           END-IF

           SET QRYD-PENDING TO TRUE
           MOVE LS-CURRENT-USER TO QRYD-MAKER
           MOVE WS-ACCEPT-DATE TO QRYD-MADE-DATE
           MOVE SPACES TO QRYD-CHECKER
           MOVE SPACES TO QRYD-CHECKED-DATE
           MOVE WS-QRY-SAVE-RUNS TO QRYD-RUN-COUNT
           MOVE WS-QRY-SAVE-LAST-RUN TO QRYD-LAST-RUN-DATE
           WRITE QUERY-DEF-RECORD
           IF WS-QRYD-FILE-STATUS NOT = "00"
               REWRITE QUERY-DEF-RECORD
           END-IF
           DISPLAY "Query " QRYD-ID " saved - pending approval by "
                   "a second supervisor.".

       7072-DEFINE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7074 - APPROVE OR REJECT A PENDING QUERY (CHECKER)
      ******************************************************************
       7074-DECIDE-QUERY.
           IF WS-QRYD-FILE-STATUS NOT = "00"
               DISPLAY "Query not on file."
               GO TO 7074-DECIDE-EXIT
           END-IF
           IF NOT QRYD-PENDING
               DISPLAY "Query " QRYD-ID " is not pending (status "
                       QRYD-STATUS ")."
               GO TO 7074-DECIDE-EXIT
           END-IF
           IF QRYD-MAKER = LS-CURRENT-USER
               DISPLAY "A query cannot be approved by the user who "
                       "defined it."
               GO TO 7074-DECIDE-EXIT
           END-IF
           DISPLAY "  Name:   " QRYD-NAME
           DISPLAY "  Source: " QRYD-SOURCE
                   "  Fixed type: " QRYD-TRAN-TYPE
                   "  Cash only: " QRYD-CASH-ONLY
           DISPLAY "  Parms:  " QRYD-PARM-TYPE(1) QRYD-PARM-REQUIRED(1)
                   " " QRYD-PARM-TYPE(2) QRYD-PARM-REQUIRED(2)
                   " " QRYD-PARM-TYPE(3) QRYD-PARM-REQUIRED(3)
                   " " QRYD-PARM-TYPE(4) QRYD-PARM-REQUIRED(4)
           DISPLAY "  Role:   " QRYD-RUN-ROLE
                   "  Keyed by " QRYD-MAKER " on " QRYD-MADE-DATE
           IF WS-QRY-INPUT-ACTION = "A"
               SET QRYD-ACTIVE TO TRUE
           ELSE
               SET QRYD-REJECTED TO TRUE
           END-IF
           MOVE LS-CURRENT-USER TO QRYD-CHECKER
           MOVE WS-ACCEPT-DATE TO QRYD-CHECKED-DATE
           REWRITE QUERY-DEF-RECORD
           DISPLAY "Query " QRYD-ID " status now " QRYD-STATUS ".".

       7074-DECIDE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7076 - LIST THE RUN LOG FOR ONE QUERY
      ******************************************************************
       7076-LIST-QUERY-RUNS.
           MOVE ZEROS TO WS-QRY-LIST-COUNT
           OPEN INPUT QUERY-RUN-LOG-FILE
           IF WS-QRYL-FILE-STATUS = "00"
               PERFORM UNTIL WS-QRYL-FILE-STATUS NOT = "00"
                   READ QUERY-RUN-LOG-FILE
                   IF WS-QRYL-FILE-STATUS = "00"
                       AND QRYL-QUERY-ID = WS-QRY-INPUT-ID
                       ADD 1 TO WS-QRY-LIST-COUNT
                       DISPLAY "  " QRYL-RUN-DATE " " QRYL-RUN-TIME(1:6)
                               " " QRYL-USER-ID(1:12) " "
                               QRYL-RESULT " " QRYL-ROW-COUNT
                       DISPLAY "      " QRYL-PARM-VALUES
                   END-IF
               END-PERFORM
               CLOSE QUERY-RUN-LOG-FILE
           END-IF
           IF WS-QRY-LIST-COUNT = ZEROS
               DISPLAY "  (no runs logged for " WS-QRY-INPUT-ID ")"
           END-IF.

      ******************************************************************
      * 7500 - DORMANCY / ESCHEATMENT REPORT
      ******************************************************************
       7500-DORMANCY-REPORT.
           MOVE "DORMANT ACCOUNT / ESCHEATMENT REPORT"
               TO LS-REPORT-TITLE

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE 365 TO WS-DORM-THRESHOLD-DAYS
           ELSE
               DISPLAY " "
               DISPLAY "Days of inactivity to flag as dormant: "
                   WITH NO ADVANCING
               ACCEPT WS-DORM-THRESHOLD-DAYS FROM CONSOLE
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE "ACCOUNT ID        "
               & "OWNER                "
               & "TY BALANCE          "
               & "LAST ACTIV FLAG"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ACCOUNT_ID,OWNER,TYPE,BALANCE,LAST_ACTIVITY,"
                   & "COVENANT_FLAG"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF
           START ACCOUNT-FILE KEY >= ACCT-ID
           MOVE ZEROS TO WS-RPT-OFCR-COUNT
           MOVE ZEROS TO WS-RPT-TOTAL-BALANCE
           MOVE ZEROS TO WS-OFCR-BREACH-COUNT

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
                       MOVE ACCT-BALANCE TO WS-OFCR-BALANCE
                       MOVE ACCT-LAST-ACTIVITY(1:10) TO
                           WS-OFCR-LAST-ACTIVITY
                       MOVE SPACES TO WS-OFCR-FLAG
                       IF ACCT-TYPE-LOAN
                           PERFORM 7605-CHECK-COVENANT-BREACH
                       END-IF

                       WRITE RPT-OUTPUT-RECORD
                           FROM WS-OFCR-RPT-DETAIL
                               '"' FUNCTION TRIM(WS-OFCR-OWNER) '","'
                               FUNCTION TRIM(WS-OFCR-TYPE) '",'
                               FUNCTION TRIM(WS-OFCR-BALANCE) ","
                               FUNCTION TRIM(WS-OFCR-LAST-ACTIVITY) ","
                               FUNCTION TRIM(WS-OFCR-FLAG)
                               DELIMITED SIZE INTO CSV-OUTPUT-RECORD
                           WRITE CSV-OUTPUT-RECORD
                       END-IF
                  "  Total Balance: $" WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-OFCR-BREACH-COUNT TO WS-DSP-COUNT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "Loans with a Covenant Breach: " WS-DSP-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "Officer portfolio report generated. "
                   WS-RPT-OFCR-COUNT " accounts."
           DISPLAY "Loans flagged for covenant breach: "
                   WS-OFCR-BREACH-COUNT
           DISPLAY "Total balance: $" WS-DSP-BALANCE

           CLOSE REPORT-OUTPUT-FILE

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 7605 - FLAG A LOAN WITH A COVENANT IN BREACH
      * ACCOUNT-RECORD is one of the officer's loans. Any active
      * covenant in breach flags it on the portfolio report.
      ******************************************************************
       7605-CHECK-COVENANT-BREACH.
           MOVE ACCT-ID TO COV-LOAN-ACCT-ID
           MOVE ZEROS TO COV-SEQ
           START LOAN-COVENANT-FILE KEY >= COV-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COV-FILE-STATUS NOT = "00"
               READ LOAN-COVENANT-FILE NEXT RECORD
               IF WS-COV-FILE-STATUS = "00"
                   IF COV-LOAN-ACCT-ID = ACCT-ID
                       IF COV-ACTIVE AND COV-IN-BREACH
                           MOVE "COVENANT BREACH" TO WS-OFCR-FLAG
                       END-IF
                   ELSE
                       MOVE "10" TO WS-COV-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COV-FILE-STATUS
           IF WS-OFCR-FLAG NOT = SPACES
               ADD 1 TO WS-OFCR-BREACH-COUNT
           END-IF.

      ******************************************************************
      * 7700 - GENERAL LEDGER FEED EXPORT
      * Books one day's TRANSACTION-FILE postings, inter-branch
      * settlements and suspense openings and clearings through the
      * GL chart-of-accounts mapping into debit and credit GL
      * accounts by cost center, and writes them to GL-FEED-FILE,
      * the structured feed finance's ledger system picks up for
      * month-end close, alongside a printable summary of the same
      * lines. A posting the mapping cannot place goes to the
      * exception file instead of the feed.
      ******************************************************************
       7700-GL-FEED-EXPORT.
           MOVE "GENERAL LEDGER FEED EXPORT" TO LS-REPORT-TITLE
           ADD 1 TO WS-RPT-LINE-NUM

      * Write column headers
           MOVE "GL ACCOUNT CC     "
               & "ACCOUNT NAME        "
               & "COUNT  AMOUNT"
               TO RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM

           MOVE ZEROS TO WS-GL-TOTALS
           MOVE ZEROS TO WS-GLP-FEED-NET
           MOVE ZEROS TO WS-GLL-COUNT
           MOVE ZEROS TO WS-GLL-OVERFLOW
           MOVE ZEROS TO WS-GLX-COUNT
           MOVE ZEROS TO WS-GLX-AMOUNT
           MOVE ZEROS TO WS-GLP-OFC-ISSUED
           MOVE ZEROS TO WS-GLP-OFC-PAID
           MOVE ZEROS TO WS-GLP-OFC-VOIDED
           INITIALIZE WS-GLL-TABLE

      * One stamp per run, so lines for the same GL account under
      * different cost centers add up on the status file
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-GL-RUN-STAMP
           STRING WS-ACCEPT-DATE WS-ACCEPT-TIME(1:6)
               DELIMITED SIZE INTO WS-GL-RUN-STAMP

           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-FILE-STATUS = "00"
               MOVE "Y" TO WS-GLM-OPEN
           ELSE
               DISPLAY "GL mapping file not available - every "
                       "posting will be reported as unmapped."
           END-IF

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
                               ADD 1 TO WS-GL-AJ-COUNT
                               ADD TRAN-AMOUNT TO WS-GL-AJ-AMOUNT
                       END-EVALUATE
                       ADD TRAN-AMOUNT TO WS-GLP-FEED-NET
                       PERFORM 7730-MAP-TRANSACTION
      * The remitter's debit for an official check is the bank's
      * new liability on the item
                       IF TRAN-TYPE-WITHDRAW
                           AND TRAN-REF-NUMBER(1:4) = "OFC:"
                           PERFORM 7747-MAP-OFC-ISSUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      * Due-to/due-from settlement pairs for the day's cross-branch
      * postings, the day's suspense openings and clearings, and the
      * day's official check presentments and voids book through
      * the same mapping
           PERFORM 7720-FEED-INTERBRANCH-ENTRIES
               THRU 7720-FEED-EXIT
           PERFORM 7740-FEED-SUSPENSE-ENTRIES
               THRU 7740-FEED-EXIT
           PERFORM 7746-FEED-OFFICIAL-CHECK-ENTRIES
               THRU 7746-FEED-EXIT
           IF WS-GLM-OPEN = "Y"
               CLOSE GL-MAP-FILE
               MOVE "N" TO WS-GLM-OPEN
           END-IF
           IF WS-GLX-OPEN = "Y"
               CLOSE GL-EXCEPTION-FILE
               MOVE "N" TO WS-GLX-OPEN
               DISPLAY "*** " WS-GLX-COUNT " posting(s) have no GL "
                       "mapping - see " WS-GLX-PATH
           END-IF

      * Pre-transmission trial balance: the feed's net must tie
      * to the day's posted totals on the summary file before a
      * single line leaves the building
                   CLOSE CSV-OUTPUT-FILE
                   MOVE "N" TO WS-RPT-CSV-OPEN
               END-IF
               MOVE SPACES TO WS-GL-RUN-STAMP
               GO TO 7700-FEED-HELD-EXIT
           END-IF

      * One feed file per entity the day's entries touch, each with
      * one line per GL account and cost center, netted - credits
      * positive, debits negative
           PERFORM 7712-LIST-FEED-ENTITIES
           PERFORM VARYING WS-GLE-IDX FROM 1 BY 1
               UNTIL WS-GLE-IDX > WS-GLE-COUNT
               PERFORM 7714-WRITE-ENTITY-FEED
           END-PERFORM
           MOVE SPACES TO WS-GL-FEED-ENTITY
           MOVE SPACES TO WS-GL-RUN-STAMP

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           PERFORM 7708-WRITE-VARIANCE-REPORT

      ******************************************************************
      * 7705 - PROVE THE FEED BEFORE TRANSMISSION
      * The day's net posted activity off the detail file must equal
      * the net off the keyed summary file - one side is what we are
      * about to tell the GL, the other is what actually posted.
      * Interest and fees are checked on their own, and every mapped
      * entry has booked both legs, so the feed's debits must equal
      * its credits.
      ******************************************************************
       7705-PROVE-FEED-BALANCE.
      * Aggregate net and the interest line, both off the keyed
      * summary rows
           MOVE ZEROS TO WS-GLP-SUMM-NET
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS

      * Debits against credits over the entries that will actually
      * go out
           MOVE ZEROS TO WS-GLP-DEBITS
           MOVE ZEROS TO WS-GLP-CREDITS
           PERFORM 7706-TALLY-DEBIT-CREDIT

      * Per-account variances: interest vs the summary file, fees
      * vs the re-derived detail total, and the aggregate net vs
      * the summary file
           COMPUTE WS-GLP-INT-VAR =
               WS-GL-IN-AMOUNT - WS-GLP-INT-SUMM
           COMPUTE WS-GLP-FEE-VAR =
           COMPUTE WS-GLP-VARIANCE =
               WS-GLP-FEED-NET - WS-GLP-SUMM-NET

      * An entry table overflow means lines were dropped, so the
      * feed cannot be proved at all
           IF WS-GLP-VARIANCE = ZEROS
               AND WS-GLP-INT-VAR = ZEROS
               AND WS-GLP-FEE-VAR = ZEROS
               AND WS-GLP-DEBITS = WS-GLP-CREDITS
               AND WS-GLL-OVERFLOW = ZEROS
               MOVE "Y" TO WS-GLP-PROVED-FLAG
           ELSE
               MOVE "N" TO WS-GLP-PROVED-FLAG

      ******************************************************************
      * 7706 - TALLY FEED DEBITS AGAINST CREDITS
      * Sums the debit and credit sides of every GL account and
      * cost center the feed will carry.
      ******************************************************************
       7706-TALLY-DEBIT-CREDIT.
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
               UNTIL WS-GLL-IDX > WS-GLL-COUNT
               ADD WS-GLL-DEBITS(WS-GLL-IDX) TO WS-GLP-DEBITS
               ADD WS-GLL-CREDITS(WS-GLL-IDX) TO WS-GLP-CREDITS
           END-PERFORM.

      ******************************************************************
      * 7708 - WRITE THE TRIAL-BALANCE VARIANCE REPORT
      * The proven figures with the reference figure and the
      * variance, the inter-branch and suspense activity booked, the
      * unmapped postings left out, and the debit/credit columns -
      * written whether the feed went or was held, so the night
      * reviewer sees the proof either way.
      ******************************************************************
       7708-WRITE-VARIANCE-REPORT.
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "INTEREST          FEED " WS-GL-IN-AMOUNT
                  " SUMMARY " WS-GLP-INT-SUMM
                  " VAR " WS-GLP-INT-VAR
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "FEES              FEED " WS-GL-FE-AMOUNT
                  " DETAIL  " WS-GLP-FEE-DETAIL
                  " VAR " WS-GLP-FEE-VAR
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "INTERBRANCH PAIRS " WS-GLP-IBR-TOTAL
                  " PAIRS BOOKED " WS-IBR-GL-COUNT
                  " INTER-COMPANY " WS-IBR-IC-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "SUSPENSE OPENED   " WS-GLP-SUSP-LEDGER
                  " CLEARED " WS-GLP-SUSP-CLEARED
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "OFFICIAL CHECKS   ISSUED " WS-GLP-OFC-ISSUED
                  " PAID " WS-GLP-OFC-PAID
                  " VOIDED " WS-GLP-OFC-VOIDED
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           MOVE WS-GLX-AMOUNT TO WS-GLX-DSP-AMOUNT
           STRING "UNMAPPED POSTINGS " WS-GLX-COUNT
                  " AMOUNT " WS-GLX-DSP-AMOUNT
                  " (NOT IN FEED - SEE EXCEPTION FILE)"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "TOTAL DEBITS " WS-GLP-DEBITS
                  " TOTAL CREDITS " WS-GLP-CREDITS
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 8 TO WS-RPT-LINE-NUM
           IF WS-GLL-OVERFLOW > ZEROS
               MOVE SPACES TO RPT-OUTPUT-RECORD
               STRING "*** GL ENTRY TABLE FULL - " WS-GLL-OVERFLOW
                      " ENTRIES NOT BOOKED ***"
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
           END-IF.

      ******************************************************************
      * 7710 - WRITE ONE GL FEED LINE
      * Writes the structured GL-FEED-RECORD for one GL account code
      * (and cost center, when the caller sets one) and echoes the
      * same totals onto the printable report.
      ******************************************************************
       7710-WRITE-GL-LINE.
           MOVE WS-GL-INPUT-DATE TO WS-GL-DATE
           MOVE WS-GL-LINE-NAME TO WS-GL-ACCT-NAME
           MOVE WS-GL-LINE-COUNT TO WS-GL-TRAN-COUNT
           MOVE WS-GL-LINE-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-LINE-CC TO WS-GL-COST-CENTER
           IF WS-GL-LINE-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-GL-LINE-ENTITY
           END-IF
           MOVE SPACES TO WS-GL-COMPANY
           MOVE WS-GL-LINE-ENTITY TO ENTY-CODE
           READ ENTITY-FILE
           IF WS-ENTY-FILE-STATUS = "00"
               MOVE ENTY-GL-COMPANY TO WS-GL-COMPANY
           END-IF
           WRITE GL-FEED-RECORD FROM WS-GL-FEED-DETAIL

      * Every feed line awaits the GL system's acknowledgment -
      * regenerating a day's feed resets its lines to pending. Lines
      * for one account under several cost centers in the same run
      * add up to the one status row the acknowledgment matches.
      * Each entity's lines are tracked apart, as each charter's GL
      * acknowledges its own feed.
           MOVE WS-GL-INPUT-DATE(1:8) TO GLST-DATE
           MOVE WS-GL-LINE-CODE TO GLST-ACCT-CODE
           MOVE WS-GL-LINE-ENTITY TO GLST-ENTITY
           READ GL-STATUS-FILE
           IF WS-GLST-FILE-STATUS = "00"
               IF WS-GL-RUN-STAMP NOT = SPACES
                   AND GLST-FEED-RUN = WS-GL-RUN-STAMP
                   ADD WS-GL-LINE-AMOUNT TO GLST-AMOUNT
               ELSE
                   MOVE WS-GL-LINE-AMOUNT TO GLST-AMOUNT
               END-IF
               SET GLST-PENDING TO TRUE
               MOVE SPACES TO GLST-REJECT-REASON
               MOVE WS-GL-RUN-STAMP TO GLST-FEED-RUN
               REWRITE GL-STATUS-RECORD
           ELSE
               MOVE WS-GL-INPUT-DATE(1:8) TO GLST-DATE
               MOVE WS-GL-LINE-CODE TO GLST-ACCT-CODE
               MOVE WS-GL-LINE-ENTITY TO GLST-ENTITY
               MOVE WS-GL-LINE-AMOUNT TO GLST-AMOUNT
               SET GLST-PENDING TO TRUE
               MOVE SPACES TO GLST-REJECT-REASON
               MOVE WS-GL-RUN-STAMP TO GLST-FEED-RUN
               WRITE GL-STATUS-RECORD
           END-IF

           MOVE WS-GL-LINE-COUNT TO WS-DSP-COUNT
           MOVE WS-GL-LINE-AMOUNT TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING WS-GL-LINE-CODE " " WS-GL-LINE-CC " "
                  WS-GL-LINE-NAME
                  " Count=" WS-DSP-COUNT " Amount=$" WS-DSP-BALANCE
                  " Entity=" WS-GL-LINE-ENTITY
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM
           MOVE SPACES TO WS-GL-LINE-CC
           MOVE SPACES TO WS-GL-LINE-ENTITY.

      ******************************************************************
      * 7712 - LIST THE ENTITIES THE FEED CARRIES
      * The home entity always gets a feed, even an empty one, so
      * its GL sees the day was run; any other entity gets one only
      * when the day booked something under it.
      ******************************************************************
       7712-LIST-FEED-ENTITIES.
           INITIALIZE WS-GLE-TABLE
           MOVE 1 TO WS-GLE-COUNT
           MOVE WS-ENTY-HOME-CODE TO WS-GLE-CODE(1)
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
               UNTIL WS-GLL-IDX > WS-GLL-COUNT
               MOVE "N" TO WS-GLE-FOUND
               PERFORM VARYING WS-GLE-IDX FROM 1 BY 1
                   UNTIL WS-GLE-IDX > WS-GLE-COUNT
                      OR WS-GLE-FOUND = "Y"
                   IF WS-GLE-CODE(WS-GLE-IDX)
                       = WS-GLL-ENTITY(WS-GLL-IDX)
                       MOVE "Y" TO WS-GLE-FOUND
                       ADD 1 TO WS-GLE-LINES(WS-GLE-IDX)
                   END-IF
               END-PERFORM
               IF WS-GLE-FOUND = "N"
                   AND WS-GLE-COUNT < WS-GLE-MAX
                   ADD 1 TO WS-GLE-COUNT
                   MOVE WS-GLL-ENTITY(WS-GLL-IDX)
                       TO WS-GLE-CODE(WS-GLE-COUNT)
                   MOVE 1 TO WS-GLE-LINES(WS-GLE-COUNT)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7714 - WRITE ONE ENTITY'S FEED FILE
      ******************************************************************
       7714-WRITE-ENTITY-FEED.
           MOVE WS-GLE-CODE(WS-GLE-IDX) TO WS-GL-FEED-ENTITY
           IF WS-GL-FEED-OPEN = "Y"
               CLOSE GL-FEED-FILE
               MOVE "N" TO WS-GL-FEED-OPEN
           END-IF
           PERFORM 1560-OPEN-GL-FEED-FILE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ENTITY " WS-GL-FEED-ENTITY " FEED "
                  WS-GL-FEED-PATH
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
               UNTIL WS-GLL-IDX > WS-GLL-COUNT
               IF WS-GLL-ENTITY(WS-GLL-IDX) = WS-GL-FEED-ENTITY
                   MOVE WS-GLL-ACCT(WS-GLL-IDX) TO WS-GL-LINE-CODE
                   MOVE WS-GLL-CC(WS-GLL-IDX) TO WS-GL-LINE-CC
                   MOVE WS-GLL-ENTITY(WS-GLL-IDX)
                       TO WS-GL-LINE-ENTITY
                   MOVE WS-GLL-DESC(WS-GLL-IDX) TO WS-GL-LINE-NAME
                   MOVE WS-GLL-TRAN-COUNT(WS-GLL-IDX)
                       TO WS-GL-LINE-COUNT
                   COMPUTE WS-GL-LINE-AMOUNT =
                       WS-GLL-CREDITS(WS-GLL-IDX)
                       - WS-GLL-DEBITS(WS-GLL-IDX)
                   PERFORM 7710-WRITE-GL-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7720 - FEED INTER-BRANCH SETTLEMENT ENTRIES
      * One due-from leg (the paying branch) and one due-to leg
      * (the receiving branch) per cross-branch posting dated the
      * feed's posting date, each branch's accounts off its "IB"
      * mapping row. A pair between branches of different entities
      * is an inter-company transfer and books off the branches'
      * "IC" rows instead, each leg in its own entity's feed.
      ******************************************************************
       7720-FEED-INTERBRANCH-ENTRIES.
           MOVE ZEROS TO WS-IBR-GL-COUNT
           MOVE ZEROS TO WS-IBR-IC-COUNT
           MOVE ZEROS TO WS-GLP-IBR-TOTAL
           OPEN INPUT INTERBRANCH-FILE
           IF WS-IBR-FILE-STATUS NOT = "00"
               GO TO 7720-FEED-EXIT
               READ INTERBRANCH-FILE
               IF WS-IBR-FILE-STATUS = "00"
                   IF IBR-DATE = WS-GL-INPUT-DATE
                       ADD IBR-AMOUNT TO WS-GLP-IBR-TOTAL
                       PERFORM 7725-MAP-INTERBRANCH-PAIR
                           THRU 7725-MAP-EXIT
                   END-IF
               END-IF
           END-PERFORM
       7720-FEED-EXIT.
           CONTINUE.

      ******************************************************************
      * 7725 - MAP ONE INTER-BRANCH PAIR
      * Both branches must be mapped before either leg is booked, so
      * an unmapped branch never leaves half a pair in the feed.
      ******************************************************************
       7725-MAP-INTERBRANCH-PAIR.
           MOVE "IBR " TO WS-GLM-ENTRY-SOURCE
           MOVE IBR-TRAN-ID TO WS-GLM-ENTRY-REF
           MOVE IBR-AMOUNT TO WS-GLM-ENTRY-AMOUNT
           MOVE IBR-FROM-ENTITY TO WS-IBR-FROM-ENT
           MOVE IBR-TO-ENTITY TO WS-IBR-TO-ENT
           IF WS-IBR-FROM-ENT = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-IBR-FROM-ENT
           END-IF
           IF WS-IBR-TO-ENT = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-IBR-TO-ENT
           END-IF
           IF WS-IBR-FROM-ENT = WS-IBR-TO-ENT
               MOVE "IB" TO WS-GLM-IN-TYPE
           ELSE
               MOVE "IC" TO WS-GLM-IN-TYPE
           END-IF
           MOVE "****" TO WS-GLM-IN-PRODUCT
           MOVE "USD" TO WS-GLM-IN-CURRENCY

           MOVE IBR-FROM-BRANCH TO WS-GLM-IN-BRANCH
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "N"
               PERFORM 7770-WRITE-GL-EXCEPTION
               GO TO 7725-MAP-EXIT
           END-IF
           MOVE WS-GLM-DR-GL TO WS-IBR-FROM-GL
           MOVE WS-GLM-COST-CENTER TO WS-IBR-FROM-CC
           MOVE WS-GLM-DESCRIPTION TO WS-IBR-FROM-DESC

           MOVE IBR-TO-BRANCH TO WS-GLM-IN-BRANCH
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "N"
               PERFORM 7770-WRITE-GL-EXCEPTION
               GO TO 7725-MAP-EXIT
           END-IF

           ADD 1 TO WS-IBR-GL-COUNT
           IF WS-GLM-IN-TYPE = "IC"
               ADD 1 TO WS-IBR-IC-COUNT
           END-IF
           MOVE WS-IBR-FROM-GL TO WS-GLL-IN-ACCT
           MOVE WS-IBR-FROM-CC TO WS-GLL-IN-CC
           MOVE WS-IBR-FROM-DESC TO WS-GLL-IN-DESC
           MOVE WS-IBR-FROM-ENT TO WS-GLL-IN-ENTITY
           COMPUTE WS-GLL-IN-AMOUNT = IBR-AMOUNT * -1
           PERFORM 7760-ADD-GL-ENTRY
           MOVE WS-GLM-CR-GL TO WS-GLL-IN-ACCT
           MOVE WS-GLM-COST-CENTER TO WS-GLL-IN-CC
           MOVE WS-GLM-DESCRIPTION TO WS-GLL-IN-DESC
           MOVE WS-IBR-TO-ENT TO WS-GLL-IN-ENTITY
           MOVE IBR-AMOUNT TO WS-GLL-IN-AMOUNT
           PERFORM 7760-ADD-GL-ENTRY.

       7725-MAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7730 - MAP ONE CUSTOMER POSTING
      * Looks the posting up by its type and the account's product,
      * branch and currency, and books both legs under the account's
      * entity - or reports it as unmapped.
      ******************************************************************
       7730-MAP-TRANSACTION.
           MOVE TRAN-TYPE TO WS-GLM-IN-TYPE
           MOVE WS-ENTY-HOME-CODE TO WS-GLL-IN-ENTITY
           MOVE TRAN-ACCOUNT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-PRODUCT-CODE TO WS-GLM-IN-PRODUCT
               MOVE ACCT-BRANCH-CODE TO WS-GLM-IN-BRANCH
               MOVE ACCT-CURRENCY-CODE TO WS-GLM-IN-CURRENCY
               IF ACCT-ENTITY-CODE NOT = SPACES
                   MOVE ACCT-ENTITY-CODE TO WS-GLL-IN-ENTITY
               END-IF
           ELSE
               MOVE SPACES TO WS-GLM-IN-PRODUCT
               MOVE SPACES TO WS-GLM-IN-BRANCH
               MOVE SPACES TO WS-GLM-IN-CURRENCY
           END-IF
           IF WS-GLM-IN-PRODUCT = SPACES
               MOVE "****" TO WS-GLM-IN-PRODUCT
           END-IF
           IF WS-GLM-IN-BRANCH = SPACES
               MOVE "****" TO WS-GLM-IN-BRANCH
           END-IF
           IF WS-GLM-IN-CURRENCY = SPACES
               MOVE "USD" TO WS-GLM-IN-CURRENCY
           END-IF
           MOVE "TRAN" TO WS-GLM-ENTRY-SOURCE
           MOVE TRAN-ID TO WS-GLM-ENTRY-REF
           MOVE TRAN-AMOUNT TO WS-GLM-ENTRY-AMOUNT
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "Y"
               PERFORM 7735-BOOK-MAPPED-ENTRY
           ELSE
               PERFORM 7770-WRITE-GL-EXCEPTION
           END-IF.

      ******************************************************************
      * 7735 - BOOK BOTH LEGS OF A MAPPED ENTRY
      * A positive amount debits the row's debit account and credits
      * its credit account; a negative amount reverses the two.
      ******************************************************************
       7735-BOOK-MAPPED-ENTRY.
           MOVE WS-GLM-DR-GL TO WS-GLL-IN-ACCT
           MOVE WS-GLM-COST-CENTER TO WS-GLL-IN-CC
           MOVE WS-GLM-DESCRIPTION TO WS-GLL-IN-DESC
           COMPUTE WS-GLL-IN-AMOUNT = WS-GLM-ENTRY-AMOUNT * -1
           PERFORM 7760-ADD-GL-ENTRY
           MOVE WS-GLM-CR-GL TO WS-GLL-IN-ACCT
           MOVE WS-GLM-ENTRY-AMOUNT TO WS-GLL-IN-AMOUNT
           PERFORM 7760-ADD-GL-ENTRY.

      ******************************************************************
      * 7740 - FEED SUSPENSE ENTRIES
      * Items put into suspense on the posting date book through the
      * "SO" row for their source; items cleared that day book
      * through the "SC" row for their disposition (REPO, RTRN,
      * WROF, CORR), so a write-off and a reposting reach different
      * accounts.
      ******************************************************************
       7740-FEED-SUSPENSE-ENTRIES.
           MOVE ZEROS TO WS-GLP-SUSP-LEDGER
           MOVE ZEROS TO WS-GLP-SUSP-CLEARED
           OPEN INPUT SUSPENSE-LEDGER-FILE
           IF WS-SUSPL-FILE-STATUS NOT = "00"
               GO TO 7740-FEED-EXIT
           END-IF
           MOVE LOW-VALUES TO SUSPL-ID
           START SUSPENSE-LEDGER-FILE KEY >= SUSPL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SUSPL-FILE-STATUS NOT = "00"
               READ SUSPENSE-LEDGER-FILE NEXT RECORD
               IF WS-SUSPL-FILE-STATUS = "00"
                   IF SUSPL-DATE(1:8) = WS-GL-INPUT-DATE(1:8)
                       ADD SUSPL-AMOUNT TO WS-GLP-SUSP-LEDGER
                       MOVE "SO" TO WS-GLM-IN-TYPE
                       MOVE SUSPL-SOURCE(1:4) TO WS-GLM-IN-PRODUCT
                       PERFORM 7745-MAP-SUSPENSE-ENTRY
                   END-IF
                   IF SUSPL-CLEARED
                       AND SUSPL-CLEARED-DATE(1:8)
                           = WS-GL-INPUT-DATE(1:8)
                       ADD SUSPL-AMOUNT TO WS-GLP-SUSP-CLEARED
                       MOVE "SC" TO WS-GLM-IN-TYPE
                       MOVE SUSPL-DISP-CODE TO WS-GLM-IN-PRODUCT
                       PERFORM 7745-MAP-SUSPENSE-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-LEDGER-FILE.

       7740-FEED-EXIT.
           CONTINUE.

      ******************************************************************
      * 7745 - MAP ONE SUSPENSE ENTRY
      * Branch, currency and entity come off the account the item
      * was meant for, when there is one.
      ******************************************************************
       7745-MAP-SUSPENSE-ENTRY.
           MOVE "****" TO WS-GLM-IN-BRANCH
           MOVE "USD" TO WS-GLM-IN-CURRENCY
           MOVE WS-ENTY-HOME-CODE TO WS-GLL-IN-ENTITY
           MOVE SUSPL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               IF ACCT-ENTITY-CODE NOT = SPACES
                   MOVE ACCT-ENTITY-CODE TO WS-GLL-IN-ENTITY
               END-IF
               IF ACCT-BRANCH-CODE NOT = SPACES
                   MOVE ACCT-BRANCH-CODE TO WS-GLM-IN-BRANCH
               END-IF
               IF ACCT-CURRENCY-CODE NOT = SPACES
                   MOVE ACCT-CURRENCY-CODE TO WS-GLM-IN-CURRENCY
               END-IF
           END-IF
           IF WS-GLM-IN-PRODUCT = SPACES
               MOVE "****" TO WS-GLM-IN-PRODUCT
           END-IF
           MOVE "SUSP" TO WS-GLM-ENTRY-SOURCE
           MOVE SUSPL-ID TO WS-GLM-ENTRY-REF
           MOVE SUSPL-AMOUNT TO WS-GLM-ENTRY-AMOUNT
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "Y"
               PERFORM 7735-BOOK-MAPPED-ENTRY
           ELSE
               PERFORM 7770-WRITE-GL-EXCEPTION
           END-IF.

      ******************************************************************
      * 7746 - FEED OFFICIAL CHECK ENTRIES
      * The official checks outstanding liability is relieved when
      * an item is paid ("OF" row, product slot PAID) or voided back
      * to the remitter (product slot VOID) on the posting date. A
      * stop-and-reissue moves the liability from one serial to the
      * next without changing it, so stopped items and their
      * replacements book nothing. Issues book off the remitter's
      * debit in 7747, not off the register.
      ******************************************************************
       7746-FEED-OFFICIAL-CHECK-ENTRIES.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OFC-FILE-STATUS NOT = "00"
               GO TO 7746-FEED-EXIT
           END-IF
           MOVE LOW-VALUES TO OFC-SERIAL
           START OFFICIAL-CHECK-FILE KEY >= OFC-SERIAL
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OFC-FILE-STATUS NOT = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               IF WS-OFC-FILE-STATUS = "00"
                   AND OFC-STATUS-DATE = WS-GL-INPUT-DATE(1:8)
                   IF OFC-PAID
                       ADD OFC-AMOUNT TO WS-GLP-OFC-PAID
                       MOVE "PAID" TO WS-GLM-IN-PRODUCT
                       PERFORM 7748-MAP-OFC-CLEARING
                   END-IF
                   IF OFC-VOIDED
                       ADD OFC-AMOUNT TO WS-GLP-OFC-VOIDED
                       MOVE "VOID" TO WS-GLM-IN-PRODUCT
                       PERFORM 7748-MAP-OFC-CLEARING
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OFFICIAL-CHECK-FILE.

       7746-FEED-EXIT.
           CONTINUE.

      ******************************************************************
      * 7747 - MAP ONE OFFICIAL CHECK ISSUE
      * TRANSACTION-RECORD is the remitter's WD for the item and
      * 7730 has just set the account's branch, currency and entity.
      * Books the "OF" ISSU row - the liability account is its
      * credit side.
      ******************************************************************
       7747-MAP-OFC-ISSUE.
           MOVE "OF" TO WS-GLM-IN-TYPE
           MOVE "ISSU" TO WS-GLM-IN-PRODUCT
           MOVE "OFC " TO WS-GLM-ENTRY-SOURCE
           MOVE TRAN-ID TO WS-GLM-ENTRY-REF
           COMPUTE WS-GLM-ENTRY-AMOUNT = TRAN-AMOUNT * -1
           ADD WS-GLM-ENTRY-AMOUNT TO WS-GLP-OFC-ISSUED
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "Y"
               PERFORM 7735-BOOK-MAPPED-ENTRY
           ELSE
               PERFORM 7770-WRITE-GL-EXCEPTION
           END-IF.

      ******************************************************************
      * 7748 - MAP ONE OFFICIAL CHECK PRESENTMENT OR VOID
      * OFFICIAL-CHECK-RECORD is current and WS-GLM-IN-PRODUCT holds
      * PAID or VOID. Branch is the issuing branch; entity and
      * currency come off the remitter's account.
      ******************************************************************
       7748-MAP-OFC-CLEARING.
           MOVE "OF" TO WS-GLM-IN-TYPE
           MOVE OFC-BRANCH-CODE TO WS-GLM-IN-BRANCH
           MOVE "USD" TO WS-GLM-IN-CURRENCY
           MOVE WS-ENTY-HOME-CODE TO WS-GLL-IN-ENTITY
           MOVE OFC-REMITTER-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               IF ACCT-ENTITY-CODE NOT = SPACES
                   MOVE ACCT-ENTITY-CODE TO WS-GLL-IN-ENTITY
               END-IF
               IF ACCT-CURRENCY-CODE NOT = SPACES
                   MOVE ACCT-CURRENCY-CODE TO WS-GLM-IN-CURRENCY
               END-IF
           END-IF
           IF WS-GLM-IN-BRANCH = SPACES
               MOVE "****" TO WS-GLM-IN-BRANCH
           END-IF
           MOVE "OFC " TO WS-GLM-ENTRY-SOURCE
           MOVE OFC-SERIAL TO WS-GLM-ENTRY-REF
           MOVE OFC-AMOUNT TO WS-GLM-ENTRY-AMOUNT
           PERFORM 7750-LOOKUP-GL-MAPPING
               THRU 7750-LOOKUP-EXIT
           IF WS-GLM-FOUND = "Y"
               PERFORM 7735-BOOK-MAPPED-ENTRY
           ELSE
               PERFORM 7770-WRITE-GL-EXCEPTION
           END-IF.

      ******************************************************************
      * 7750 - LOOK UP THE GL MAPPING IN FORCE
      * Most specific row first: product and branch, product only,
      * branch only, then the bank-wide default - each tried in the
      * posting's own currency before the any-currency row. Within a
      * combination the row with the latest effective date on or
      * before the posting date wins.
      ******************************************************************
       7750-LOOKUP-GL-MAPPING.
           MOVE "N" TO WS-GLM-FOUND
           IF WS-GLM-OPEN NOT = "Y"
               GO TO 7750-LOOKUP-EXIT
           END-IF
           MOVE WS-GLM-IN-TYPE TO WS-GLM-PR-TYPE

           MOVE WS-GLM-IN-PRODUCT TO WS-GLM-PR-PRODUCT
           MOVE WS-GLM-IN-BRANCH TO WS-GLM-PR-BRANCH
           PERFORM 7752-PROBE-BOTH-CURRENCIES
           IF WS-GLM-FOUND = "Y"
               GO TO 7750-LOOKUP-EXIT
           END-IF

           MOVE "****" TO WS-GLM-PR-BRANCH
           PERFORM 7752-PROBE-BOTH-CURRENCIES
           IF WS-GLM-FOUND = "Y"
               GO TO 7750-LOOKUP-EXIT
           END-IF

           MOVE "****" TO WS-GLM-PR-PRODUCT
           MOVE WS-GLM-IN-BRANCH TO WS-GLM-PR-BRANCH
           PERFORM 7752-PROBE-BOTH-CURRENCIES
           IF WS-GLM-FOUND = "Y"
               GO TO 7750-LOOKUP-EXIT
           END-IF

           MOVE "****" TO WS-GLM-PR-BRANCH
           PERFORM 7752-PROBE-BOTH-CURRENCIES.

       7750-LOOKUP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7752 - PROBE ONE COMBINATION IN BOTH CURRENCIES
      ******************************************************************
       7752-PROBE-BOTH-CURRENCIES.
           MOVE WS-GLM-IN-CURRENCY TO WS-GLM-PR-CURRENCY
           PERFORM 7754-PROBE-MAPPING
           IF WS-GLM-FOUND = "N"
               MOVE "***" TO WS-GLM-PR-CURRENCY
               PERFORM 7754-PROBE-MAPPING
           END-IF.

      ******************************************************************
      * 7754 - PROBE ONE MAPPING KEY
      * Reads the combination's rows in effective-date order and
      * keeps the last one already in force on the posting date.
      ******************************************************************
       7754-PROBE-MAPPING.
           MOVE WS-GLM-PROBE TO GLM-KEY(1:13)
           MOVE LOW-VALUES TO GLM-EFF-DATE
           START GL-MAP-FILE KEY >= GLM-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-GLM-FILE-STATUS NOT = "00"
               READ GL-MAP-FILE NEXT RECORD
               IF WS-GLM-FILE-STATUS = "00"
                   IF GLM-KEY(1:13) NOT = WS-GLM-PROBE
                       OR GLM-EFF-DATE > WS-GL-INPUT-DATE(1:8)
                       MOVE "10" TO WS-GLM-FILE-STATUS
                   ELSE
                       MOVE "Y" TO WS-GLM-FOUND
                       MOVE GLM-DR-GL TO WS-GLM-DR-GL
                       MOVE GLM-CR-GL TO WS-GLM-CR-GL
                       MOVE GLM-COST-CENTER TO WS-GLM-COST-CENTER
                       MOVE GLM-DESCRIPTION TO WS-GLM-DESCRIPTION
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-GLM-FILE-STATUS.

      ******************************************************************
      * 7760 - ADD ONE LEG TO THE DAY'S GL ENTRY TABLE
      * A negative leg amount is a debit, a positive one a credit.
      ******************************************************************
       7760-ADD-GL-ENTRY.
           MOVE ZEROS TO WS-GLL-FOUND-IDX
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
               UNTIL WS-GLL-IDX > WS-GLL-COUNT
                  OR WS-GLL-FOUND-IDX > ZEROS
               IF WS-GLL-ACCT(WS-GLL-IDX) = WS-GLL-IN-ACCT
                   AND WS-GLL-CC(WS-GLL-IDX) = WS-GLL-IN-CC
                   AND WS-GLL-ENTITY(WS-GLL-IDX) = WS-GLL-IN-ENTITY
                   MOVE WS-GLL-IDX TO WS-GLL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GLL-FOUND-IDX = ZEROS
               IF WS-GLL-COUNT >= WS-GLL-MAX
                   ADD 1 TO WS-GLL-OVERFLOW
               ELSE
                   ADD 1 TO WS-GLL-COUNT
                   MOVE WS-GLL-COUNT TO WS-GLL-FOUND-IDX
                   MOVE WS-GLL-IN-ACCT TO WS-GLL-ACCT(WS-GLL-COUNT)
                   MOVE WS-GLL-IN-CC TO WS-GLL-CC(WS-GLL-COUNT)
                   MOVE WS-GLL-IN-ENTITY
                       TO WS-GLL-ENTITY(WS-GLL-COUNT)
                   MOVE WS-GLL-IN-DESC TO WS-GLL-DESC(WS-GLL-COUNT)
                   MOVE ZEROS TO WS-GLL-TRAN-COUNT(WS-GLL-COUNT)
                   MOVE ZEROS TO WS-GLL-DEBITS(WS-GLL-COUNT)
                   MOVE ZEROS TO WS-GLL-CREDITS(WS-GLL-COUNT)
               END-IF
           END-IF
           IF WS-GLL-FOUND-IDX > ZEROS
               ADD 1 TO WS-GLL-TRAN-COUNT(WS-GLL-FOUND-IDX)
               IF WS-GLL-IN-AMOUNT < ZEROS
                   SUBTRACT WS-GLL-IN-AMOUNT
                       FROM WS-GLL-DEBITS(WS-GLL-FOUND-IDX)
               ELSE
                   ADD WS-GLL-IN-AMOUNT
                       TO WS-GLL-CREDITS(WS-GLL-FOUND-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 7770 - WRITE ONE GL MAPPING EXCEPTION
      * The posting stays out of the feed; the exception file says
      * what it was and which mapping key found nothing.
      ******************************************************************
       7770-WRITE-GL-EXCEPTION.
           IF WS-GLX-OPEN NOT = "Y"
               PERFORM 1580-OPEN-GL-EXCEPTION-FILE
           END-IF
           ADD 1 TO WS-GLX-COUNT
           ADD WS-GLM-ENTRY-AMOUNT TO WS-GLX-AMOUNT
           MOVE WS-GLM-ENTRY-AMOUNT TO WS-GLX-DSP-AMOUNT
           MOVE SPACES TO GL-EXCEPTION-RECORD
           STRING WS-GLM-ENTRY-SOURCE " "
                  WS-GLM-ENTRY-REF " "
                  WS-GLM-IN-TYPE "   "
                  WS-GLM-IN-PRODUCT "    "
                  WS-GLM-IN-BRANCH "   "
                  WS-GLM-IN-CURRENCY " "
                  WS-GLX-DSP-AMOUNT
                  "  NO GL MAPPING IN FORCE"
                  DELIMITED SIZE INTO GL-EXCEPTION-RECORD
           WRITE GL-EXCEPTION-RECORD.

      ******************************************************************
      * 7780 - MAINTAIN GL CHART-OF-ACCOUNTS MAPPING
      * Lists the table and adds or replaces one row, the same
      * read-then-REWRITE-or-WRITE shape the loss-rate maintenance
      * uses. A chart change is keyed as a new row effective from
      * the first of a month, so earlier days keep booking - and
      * re-feeding - to the accounts in force at the time; a
      * period already begun cannot be re-pointed.
      ******************************************************************
       7780-MAINTAIN-GL-MAPPING.
           DISPLAY " "
           DISPLAY "=== GL CHART-OF-ACCOUNTS MAPPING ==="
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may change the GL mapping."
               GO TO 7780-GLM-EXIT
           END-IF
           OPEN I-O GL-MAP-FILE
           IF WS-GLM-FILE-STATUS = "35"
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF

           DISPLAY "TY PROD BRCH CCY EFFECTIVE DEBIT GL   "
                   "CREDIT GL  CC     DESCRIPTION"
           MOVE LOW-VALUES TO GLM-KEY
           START GL-MAP-FILE KEY >= GLM-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-GLM-FILE-STATUS NOT = "00"
               READ GL-MAP-FILE NEXT RECORD
               IF WS-GLM-FILE-STATUS = "00"
                   DISPLAY GLM-TRAN-TYPE " " GLM-PRODUCT " "
                           GLM-BRANCH " " GLM-CURRENCY " "
                           GLM-EFF-DATE "  " GLM-DR-GL " "
                           GLM-CR-GL " " GLM-COST-CENTER " "
                           GLM-DESCRIPTION
               END-IF
           END-PERFORM
           MOVE "00" TO WS-GLM-FILE-STATUS

           DISPLAY "Entry Type (tran type, IB, SO or SC; "
                   "blank to exit): " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-TYPE FROM CONSOLE
           IF WS-GLM-INPUT-TYPE = SPACES
               CLOSE GL-MAP-FILE
               GO TO 7780-GLM-EXIT
           END-IF
           DISPLAY "Product Code (SO: source, SC: disposition; "
                   "**** for any): " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-PRODUCT FROM CONSOLE
           DISPLAY "Branch Code (**** for any): " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-BRANCH FROM CONSOLE
           DISPLAY "Currency (*** for any, blank for USD): "
               WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-CURRENCY FROM CONSOLE
           IF WS-GLM-INPUT-PRODUCT = SPACES
               MOVE "****" TO WS-GLM-INPUT-PRODUCT
           END-IF
           IF WS-GLM-INPUT-BRANCH = SPACES
               MOVE "****" TO WS-GLM-INPUT-BRANCH
           END-IF
           IF WS-GLM-INPUT-CURRENCY = SPACES
               MOVE "USD" TO WS-GLM-INPUT-CURRENCY
           END-IF

           DISPLAY "Effective Date (YYYYMMDD, first of a month): "
               WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-EFF-DATE FROM CONSOLE
           IF WS-GLM-INPUT-EFF-DATE NOT NUMERIC
               OR WS-GLM-INPUT-EFF-DATE(7:2) NOT = "01"
               DISPLAY "A mapping takes effect on the first of a "
                       "month."
               CLOSE GL-MAP-FILE
               GO TO 7780-GLM-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-GLM-INPUT-EFF-DATE(1:6) < WS-ACCEPT-DATE(1:6)
               DISPLAY "A period already begun cannot be re-mapped."
               CLOSE GL-MAP-FILE
               GO TO 7780-GLM-EXIT
           END-IF

           DISPLAY "Debit GL Account: " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-DR-GL FROM CONSOLE
           DISPLAY "Credit GL Account: " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-CR-GL FROM CONSOLE
           IF WS-GLM-INPUT-DR-GL = SPACES
               OR WS-GLM-INPUT-CR-GL = SPACES
               OR WS-GLM-INPUT-DR-GL = WS-GLM-INPUT-CR-GL
               DISPLAY "Debit and credit GL accounts are both "
                       "required and must differ."
               CLOSE GL-MAP-FILE
               GO TO 7780-GLM-EXIT
           END-IF
           DISPLAY "Cost Center: " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-CC FROM CONSOLE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-GLM-INPUT-DESC FROM CONSOLE

           MOVE WS-GLM-INPUT-KEY TO GLM-KEY
           READ GL-MAP-FILE
           MOVE WS-GLM-INPUT-DR-GL TO GLM-DR-GL
           MOVE WS-GLM-INPUT-CR-GL TO GLM-CR-GL
           MOVE WS-GLM-INPUT-CC TO GLM-COST-CENTER
           MOVE WS-GLM-INPUT-DESC TO GLM-DESCRIPTION
           MOVE LS-CURRENT-USER TO GLM-UPDATED-BY
           MOVE WS-ACCEPT-DATE TO GLM-UPDATED-DATE
           IF WS-GLM-FILE-STATUS = "00"
               REWRITE GL-MAP-RECORD
           ELSE
               MOVE WS-GLM-INPUT-KEY TO GLM-KEY
               WRITE GL-MAP-RECORD
           END-IF
           DISPLAY "GL mapping " GLM-TRAN-TYPE " " GLM-PRODUCT " "
                   GLM-BRANCH " " GLM-CURRENCY " effective "
                   GLM-EFF-DATE " saved."
           CLOSE GL-MAP-FILE.

       7780-GLM-EXIT.
           CONTINUE.

      ******************************************************************
      * 7800 - CURRENCY TRANSACTION REPORT (CTR)
      * Bank Secrecy Act requires filing a CTR for any customer whose
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-CTR-INPUT-DATE
           END-IF
           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ENTITY,CUSTOMER_ID,NAME,TXN_COUNT,TOTAL_CASH"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-CTR-FLAG-COUNT

      * Each charter files its own CTRs, aggregating only the cash
      * handled across its own accounts and counters
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 7805-CTR-ONE-ENTITY
           END-PERFORM

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-CTR-FLAG-COUNT TO WS-DSP-COUNT

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 7805 - CTR SECTION FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): its customers' cash
      * across their accounts at this charter, then the cash its
      * own branches paid non-customers.
      ******************************************************************
       7805-CTR-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           PERFORM 8869-WRITE-ENTITY-HEADING
           MOVE WS-CTR-FLAG-COUNT TO WS-RPE-SECTION-START

           MOVE "CUSTOMER ID         "
               & "NAME                          "
               & "TXNS   TOTAL CASH"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID

           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   PERFORM 7810-ACCUMULATE-CUSTOMER-CASH
                   IF WS-CTR-GROUP-TOTAL >= WS-CTR-THRESHOLD-AMT
                       PERFORM 1700-CHECK-PAGE-BREAK
                       PERFORM 7820-WRITE-CTR-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "00" TO WS-CUST-FILE-STATUS

      * Non-customers paid cash for checks at the counter, grouped
      * by the identification they presented
           MOVE SPACES TO WS-CTR-NCC-ID
           MOVE ZEROS TO WS-CTR-GROUP-TOTAL
           MOVE ZEROS TO WS-CTR-GROUP-COUNT
           MOVE LOW-VALUES TO NCC-KEY
           START NONCUST-CASH-FILE KEY >= NCC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NCC-FILE-STATUS NOT = "00"
               READ NONCUST-CASH-FILE NEXT RECORD
               IF WS-NCC-FILE-STATUS = "00"
                   AND NCC-DATE = WS-CTR-INPUT-DATE(1:8)
                   MOVE NCC-BRANCH TO WS-RPE-BRANCH
                   PERFORM 8868-SET-BRANCH-ENTITY
               END-IF
               IF WS-NCC-FILE-STATUS = "00"
                   AND NCC-DATE = WS-CTR-INPUT-DATE(1:8)
                   AND WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                   IF NCC-ID-TYPE NOT = WS-CTR-NCC-ID-TYPE
                       OR NCC-ID-NUMBER NOT = WS-CTR-NCC-ID-NUMBER
                       PERFORM 7840-CTR-NONCUSTOMER-BREAK
                       MOVE NCC-ID-TYPE TO WS-CTR-NCC-ID-TYPE
                       MOVE NCC-ID-NUMBER TO WS-CTR-NCC-ID-NUMBER
                   END-IF
                   MOVE SPACES TO WS-CTR-NCC-NAME
                   STRING FUNCTION TRIM(NCC-FIRST-NAME) " "
                          FUNCTION TRIM(NCC-LAST-NAME)
                          DELIMITED SIZE INTO WS-CTR-NCC-NAME
                   ADD 1 TO WS-CTR-GROUP-COUNT
                   ADD NCC-CASH-OUT TO WS-CTR-GROUP-TOTAL
               END-IF
           END-PERFORM
           PERFORM 7840-CTR-NONCUSTOMER-BREAK
           MOVE "00" TO WS-NCC-FILE-STATUS

           COMPUTE WS-RPE-SECTION-COUNT =
               WS-CTR-FLAG-COUNT - WS-RPE-SECTION-START
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "CTR FILINGS FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-RPE-SECTION-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 7810 - ACCUMULATE ONE CUSTOMER'S SAME-DAY CASH ACTIVITY
      * Scans every account the current customer holds at the
      * report entity and totals the cash transactions posted
      * against each on the requested date, so activity split
      * across several accounts is still caught.
      ******************************************************************
       7810-ACCUMULATE-CUSTOMER-CASH.
           MOVE ZEROS TO WS-CTR-GROUP-TOTAL
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-OWNER-ID = CUST-USER-ID
                       PERFORM 8867-SET-ACCOUNT-ENTITY
                       IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                           PERFORM 7830-ACCUMULATE-ACCOUNT-CASH
                               THRU 7830-ACCUM-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RPT-CSV-OPEN = "Y"
               STRING
                   WS-RPE-ENTITY ","
                   FUNCTION TRIM(CUST-USER-ID) ","
                   '"' FUNCTION TRIM(WS-CTR-NAME) '","'
                   FUNCTION TRIM(WS-CTR-TXN-COUNT) '",'
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 7840 - CTR LINE FOR ONE NON-CUSTOMER PRESENTER
      * Control break on the presenter's ID: the presenter's day
      * goes on the report when it reaches the threshold, under
      * "<ID type>:<ID number>" in place of a customer ID.
      ******************************************************************
       7840-CTR-NONCUSTOMER-BREAK.
           IF WS-CTR-GROUP-COUNT > ZEROS
               AND WS-CTR-GROUP-TOTAL >= WS-CTR-THRESHOLD-AMT
               PERFORM 1700-CHECK-PAGE-BREAK
               ADD 1 TO WS-CTR-FLAG-COUNT
               MOVE SPACES TO WS-CTR-CUST-ID
               STRING WS-CTR-NCC-ID-TYPE ":" WS-CTR-NCC-ID-NUMBER
                   DELIMITED SIZE INTO WS-CTR-CUST-ID
               MOVE WS-CTR-NCC-NAME TO WS-CTR-NAME
               MOVE WS-CTR-GROUP-COUNT TO WS-CTR-TXN-COUNT
               MOVE WS-CTR-GROUP-TOTAL TO WS-CTR-TOTAL
               WRITE RPT-OUTPUT-RECORD FROM WS-CTR-RPT-DETAIL
               ADD 1 TO WS-RPT-LINE-NUM
               IF WS-RPT-CSV-OPEN = "Y"
                   STRING
                       WS-RPE-ENTITY ","
                       FUNCTION TRIM(WS-CTR-CUST-ID) ","
                       '"' FUNCTION TRIM(WS-CTR-NAME) '","'
                       FUNCTION TRIM(WS-CTR-TXN-COUNT) '",'
                       FUNCTION TRIM(WS-CTR-TOTAL)
                       DELIMITED SIZE INTO CSV-OUTPUT-RECORD
                   WRITE CSV-OUTPUT-RECORD
               END-IF
           END-IF
           MOVE ZEROS TO WS-CTR-GROUP-TOTAL
           MOVE ZEROS TO WS-CTR-GROUP-COUNT.

      ******************************************************************
      * 7900 - 1099-INT YEAR-END INTEREST INCOME REPORT
      * Sums every TRAN-TYPE-INTEREST transaction posted to each
               COMPUTE WS-1099-YEAR-NUM = WS-1099-YEAR-NUM - 1
               MOVE WS-1099-YEAR-NUM TO WS-1099-INPUT-YEAR
           END-IF
           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           STRING "1099-INT scan for tax year: " WS-1099-INPUT-YEAR
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ENTITY,CUSTOMER_ID,NAME,SSN,TOTAL_INTEREST"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-1099-FLAG-COUNT
           MOVE ZEROS TO WS-1099-NRA-SKIP-COUNT
           MOVE ZEROS TO WS-1099-IOL-EXCL-TOTAL

      * The payer on a 1099-INT is the charter holding the account,
      * so each entity's forms go to a tax-form file of its own
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 7902-1099-ONE-ENTITY
           END-PERFORM
           MOVE SPACES TO WS-TAX-FORM-ENTITY

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-1099-FLAG-COUNT TO WS-DSP-COUNT
           STRING "Customers Requiring 1099-INT: " WS-DSP-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-1099-NRA-SKIP-COUNT TO WS-DSP-COUNT
           STRING "NRA Recipients Excluded (1042-S): " WS-DSP-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-1099-IOL-EXCL-TOTAL TO WS-DSP-AMOUNT
           STRING "IOLTA Trust Interest Excluded: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "1099-INT scan complete. " WS-1099-FLAG-COUNT
                   " customer(s) at or above the $10 threshold."
           DISPLAY "Nonresident aliens excluded: "
                   WS-1099-NRA-SKIP-COUNT
           DISPLAY "IOLTA trust interest excluded: $" WS-DSP-AMOUNT

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 7902 - 1099-INT SECTION FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): the interest its own
      * accounts paid each customer, onto that entity's tax-form
      * file, indexed for retention as it is closed. A nonresident
      * alien is counted once, on the first pass.
      ******************************************************************
       7902-1099-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           MOVE WS-RPE-ENTITY TO WS-TAX-FORM-ENTITY
           PERFORM 1570-OPEN-TAX-FORM-FILE
           PERFORM 8869-WRITE-ENTITY-HEADING
           MOVE WS-1099-FLAG-COUNT TO WS-RPE-SECTION-START

           MOVE "CUSTOMER ID         "
               & "NAME                          "
               & "SSN         TOTAL INTEREST"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID

      * Nonresident aliens on a W-8BEN go on the 1042-S instead
           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   PERFORM 7905-CHECK-NRA-STATUS
                   IF WS-1042-IS-NRA
                       IF WS-RPE-IDX = 1
                           ADD 1 TO WS-1099-NRA-SKIP-COUNT
                       END-IF
                   ELSE
                       PERFORM 7910-ACCUMULATE-CUSTOMER-INTEREST
                       IF WS-1099-CUST-TOTAL >= WS-1099-THRESHOLD-AMT
                           PERFORM 1700-CHECK-PAGE-BREAK
                           PERFORM 7920-WRITE-1099-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS

           COMPUTE WS-RPE-SECTION-COUNT =
               WS-1099-FLAG-COUNT - WS-RPE-SECTION-START
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "1099-INT FORMS FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-RPE-SECTION-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           MOVE "1099" TO WS-DOC-NEW-TYPE
           MOVE WS-1099-INPUT-YEAR TO WS-DOC-NEW-PERIOD
           MOVE WS-TAX-FORM-PATH TO WS-DOC-NEW-PATH
           MOVE 07 TO WS-DOC-NEW-RETAIN
           PERFORM 8470-WRITE-DOC-INDEX

           IF WS-TAX-FORM-OPEN = "Y"
               CLOSE TAX-FORM-FILE
               MOVE "N" TO WS-TAX-FORM-OPEN
           END-IF.

      ******************************************************************
      * 7905 - IS THE CURRENT CUSTOMER A NONRESIDENT ALIEN
      * Sets WS-1042-IS-NRA when the customer's tax status is NRA
      * on a W-8BEN in force at some point in the tax year. An NRA
      * with no form, or one that lapsed before the year began, is
      * on backup withholding as a presumed US person and stays on
      * the 1099-INT.
      ******************************************************************
       7905-CHECK-NRA-STATUS.
           MOVE "N" TO WS-1042-NRA-FLAG
           MOVE CUST-USER-ID TO TAXS-CUST-ID
           READ TAX-STATUS-FILE
           IF WS-TAXS-FILE-STATUS = "00"
               AND TAXS-NRA
               AND TAXS-W8-DATE NOT = SPACES
               AND TAXS-W8-DATE(1:4) NOT > WS-1099-INPUT-YEAR
               AND TAXS-W8-EXPIRY(1:4) NOT < WS-1099-INPUT-YEAR
               MOVE "Y" TO WS-1042-NRA-FLAG
           END-IF.

      ******************************************************************
      * 7910 - ACCUMULATE ONE CUSTOMER'S INTEREST FOR THE TAX YEAR
      * Scans every account the current customer holds at the
      * report entity and totals the interest-type transactions
      * posted against each during the requested tax year, the same
      * way 7810-ACCUMULATE-CUSTOMER-CASH totals same-day cash
      * activity for the CTR report.
      ******************************************************************
       7910-ACCUMULATE-CUSTOMER-INTEREST.
           MOVE ZEROS TO WS-1099-CUST-TOTAL
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-OWNER-ID = CUST-USER-ID
                       PERFORM 8867-SET-ACCOUNT-ENTITY
                       IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                           PERFORM 7915-ACCUMULATE-ACCOUNT-INTEREST
                               THRU 7915-ACCUM-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * 7912 - ACCUMULATE ONE CUSTOMER'S WITHHOLDING FOR THE YEAR
      * Sums the backup-withholding detail rows for the customer
      * and tax year, on accounts at the report entity, so box 4 of
      * the 1099-INT is carried on both the report and the form
      * data file.
      ******************************************************************
       7912-ACCUMULATE-CUST-WITHHELD.
           MOVE ZEROS TO WS-1099-CUST-WITHHELD
                   IF WS-WHLD-FILE-STATUS = "00"
                       IF WHLD-CUST-ID = CUST-USER-ID
                           AND WHLD-DATE(1:4) = WS-1099-INPUT-YEAR
                           MOVE WHLD-ACCT-ID TO ACCT-ID
                           PERFORM 8866-LOOKUP-ACCOUNT-ENTITY
                           IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                               ADD WHLD-AMOUNT
                                   TO WS-1099-CUST-WITHHELD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
      * 7915 - ACCUMULATE ONE ACCOUNT'S INTEREST FOR THE TAX YEAR
      * Adds every interest transaction posted against the current
      * account during the requested tax year into the customer's
      * running total. Interest posted while the account was an
      * IOLTA trust account - from the designation date up to the
      * day it was removed - is counted as excluded instead.
      ******************************************************************
       7915-ACCUMULATE-ACCOUNT-INTEREST.
           MOVE HIGH-VALUES TO WS-1099-IOL-FROM
           MOVE LOW-VALUES TO WS-1099-IOL-TO
           MOVE ACCT-ID TO IOL-ACCT-ID
           READ IOLTA-FILE
           IF WS-IOL-FILE-STATUS = "00"
               MOVE IOL-EFFECTIVE-DATE TO WS-1099-IOL-FROM
               IF IOL-ENDED-DATE = SPACES
                   MOVE HIGH-VALUES TO WS-1099-IOL-TO
               ELSE
                   MOVE IOL-ENDED-DATE TO WS-1099-IOL-TO
               END-IF
           END-IF

      * The year's interest comes off the account's daily summary
      * rows; an account with none drops to the detail scan.
           MOVE ZEROS TO WS-SUMM-ROWS-FOUND
                   IF SUMM-ACCT-ID = ACCT-ID
                       ADD 1 TO WS-SUMM-ROWS-FOUND
                       IF SUMM-DATE(1:4) = WS-1099-INPUT-YEAR
                           IF SUMM-DATE >= WS-1099-IOL-FROM
                               AND SUMM-DATE < WS-1099-IOL-TO
                               ADD SUMM-INTEREST-TOTAL
                                   TO WS-1099-IOL-EXCL-TOTAL
                           ELSE
                               ADD SUMM-INTEREST-TOTAL
                                   TO WS-1099-CUST-TOTAL
                           END-IF
                       END-IF
                   ELSE
                       MOVE "10" TO WS-SUMM-FILE-STATUS
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND TRAN-DATE(1:4) = WS-1099-INPUT-YEAR
                       AND TRAN-TYPE-INTEREST
                       IF TRAN-DATE(1:8) >= WS-1099-IOL-FROM
                           AND TRAN-DATE(1:8) < WS-1099-IOL-TO
                           ADD TRAN-AMOUNT TO WS-1099-IOL-EXCL-TOTAL
                       ELSE
                           ADD TRAN-AMOUNT TO WS-1099-CUST-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
                  DELIMITED SIZE INTO WS-1099-NAME
           PERFORM 8861-OPEN-CUSTOMER-PII
           MOVE WS-PII-SSN TO WS-1099-SSN
           MOVE WS-1099-CUST-TOTAL TO WS-1099-TOTAL
           WRITE RPT-OUTPUT-RECORD FROM WS-1099-RPT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               STRING
                   WS-RPE-ENTITY ","
                   FUNCTION TRIM(CUST-USER-ID) ","
                   '"' FUNCTION TRIM(WS-1099-NAME) '","'
                   FUNCTION TRIM(WS-PII-SSN) '",'
                   FUNCTION TRIM(WS-1099-TOTAL)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD

           MOVE WS-1099-INPUT-YEAR TO WS-1099F-TAX-YEAR
           MOVE CUST-USER-ID TO WS-1099F-CUST-ID
           MOVE WS-PII-SSN TO WS-1099F-SSN
           MOVE WS-1099-NAME TO WS-1099F-NAME
           MOVE WS-1099-CUST-TOTAL TO WS-1099F-INTEREST
           MOVE WS-1099-CUST-WITHHELD TO WS-1099F-WITHHELD
           END-IF.

      ******************************************************************
      * 7930 - YEAR-END 1042-S NONRESIDENT ALIEN INTEREST EXTRACT
      * The 1099-INT run's counterpart for NRA recipients: the tax
      * year's interest and the tax withheld on it, per recipient
      * with country, income code and rate, through the same
      * tax-form output and the same interest and withholding
      * accumulation, then totaled by income code for the 1042.
      * There is no reporting threshold on the 1042-S.
      ******************************************************************
       7930-1042S-EXTRACT.
           MOVE "YEAR-END 1042-S NONRESIDENT ALIEN INTEREST"
               TO LS-REPORT-TITLE

           MOVE "RPT1042S" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-1099-INPUT-YEAR
           ELSE
               DISPLAY " "
               DISPLAY "Tax Year (YYYY, blank for prior year): "
                   WITH NO ADVANCING
               ACCEPT WS-1099-INPUT-YEAR FROM CONSOLE
           END-IF
           IF WS-1099-INPUT-YEAR = SPACES
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE(1:4) TO WS-1099-YEAR-NUM
               COMPUTE WS-1099-YEAR-NUM = WS-1099-YEAR-NUM - 1
               MOVE WS-1099-YEAR-NUM TO WS-1099-INPUT-YEAR
           END-IF
           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           STRING "1042-S extract for tax year: " WS-1099-INPUT-YEAR
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ENTITY,CUSTOMER_ID,NAME,COUNTRY,INCOME_CODE,"
                   & "RATE,GROSS_INTEREST,TAX_WITHHELD"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-1042-FLAG-COUNT

      * The withholding agent is the charter holding the account:
      * one tax-form file and one set of income-code totals each
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 7932-1042S-ONE-ENTITY
           END-PERFORM
           MOVE SPACES TO WS-TAX-FORM-ENTITY

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-1042-FLAG-COUNT TO WS-DSP-COUNT
           STRING "Recipients Requiring 1042-S: " WS-DSP-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "1042-S extract complete. " WS-1042-FLAG-COUNT
                   " recipient(s)."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           MOVE "RPT1042S" TO WS-RUNCTL-JOB-NAME
           MOVE WS-1042-FLAG-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 7932 - 1042-S SECTION FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): each NRA recipient's
      * interest and withholding on accounts at this charter, onto
      * its own tax-form file, totaled by income code for its 1042.
      ******************************************************************
       7932-1042S-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           MOVE WS-RPE-ENTITY TO WS-TAX-FORM-ENTITY
           PERFORM 1570-OPEN-TAX-FORM-FILE
           PERFORM 8869-WRITE-ENTITY-HEADING
           MOVE WS-1042-FLAG-COUNT TO WS-RPE-SECTION-START

           MOVE "CUSTOMER ID          "
               & "NAME                           CC IC  RATE"
               & "    GROSS INTEREST      TAX WITHHELD"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           INITIALIZE WS-1042-CODE-TABLE
           MOVE ZEROS TO WS-1042-CODE-MAX

           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID

           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   PERFORM 7905-CHECK-NRA-STATUS
                   IF WS-1042-IS-NRA
                       PERFORM 7910-ACCUMULATE-CUSTOMER-INTEREST
                       IF WS-1099-CUST-TOTAL > ZEROS
                           PERFORM 1700-CHECK-PAGE-BREAK
                           PERFORM 7935-WRITE-1042S-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "TOTALS BY INCOME CODE FOR ENTITY " WS-RPE-ENTITY
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM
           PERFORM VARYING WS-1042-CODE-IDX FROM 1 BY 1
               UNTIL WS-1042-CODE-IDX > WS-1042-CODE-MAX
               MOVE WS-1042-CT-COUNT(WS-1042-CODE-IDX) TO WS-DSP-COUNT
               MOVE WS-1042-CT-GROSS(WS-1042-CODE-IDX)
                   TO WS-DSP-AMOUNT
               STRING "  CODE " WS-1042-CT-CODE(WS-1042-CODE-IDX)
                      "  RECIPIENTS " WS-DSP-COUNT
                      "  GROSS $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               MOVE WS-1042-CT-WITHHELD(WS-1042-CODE-IDX)
                   TO WS-DSP-AMOUNT
               STRING "           TAX WITHHELD $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 2 TO WS-RPT-LINE-NUM
           END-PERFORM
           COMPUTE WS-RPE-SECTION-COUNT =
               WS-1042-FLAG-COUNT - WS-RPE-SECTION-START
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "1042-S FORMS FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-RPE-SECTION-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           MOVE "1042" TO WS-DOC-NEW-TYPE
           MOVE WS-1099-INPUT-YEAR TO WS-DOC-NEW-PERIOD
           MOVE WS-TAX-FORM-PATH TO WS-DOC-NEW-PATH
           MOVE 07 TO WS-DOC-NEW-RETAIN
           PERFORM 8470-WRITE-DOC-INDEX

           IF WS-TAX-FORM-OPEN = "Y"
               CLOSE TAX-FORM-FILE
               MOVE "N" TO WS-TAX-FORM-OPEN
           END-IF.

      ******************************************************************
      * 7935 - WRITE ONE 1042-S LINE
      * Report line, CSV row and tax-form data row for the current
      * recipient, and the recipient's amounts into the income-code
      * totals.
      ******************************************************************
       7935-WRITE-1042S-LINE.
           ADD 1 TO WS-1042-FLAG-COUNT
           MOVE CUST-USER-ID TO WS-1042-CUST-ID
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
                  DELIMITED SIZE INTO WS-1042-NAME
           MOVE TAXS-COUNTRY TO WS-1042-COUNTRY
           MOVE TAXS-INCOME-CODE TO WS-1042-INCOME-CODE
           MOVE TAXS-TREATY-RATE TO WS-1042-RATE
           MOVE WS-1099-CUST-TOTAL TO WS-1042-GROSS
           MOVE WS-1099-CUST-WITHHELD TO WS-1042-WITHHELD
           WRITE RPT-OUTPUT-RECORD FROM WS-1042-RPT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE TAXS-TREATY-RATE TO WS-1042-DSP-RATE
               STRING
                   WS-RPE-ENTITY ","
                   FUNCTION TRIM(CUST-USER-ID) ","
                   '"' FUNCTION TRIM(WS-1042-NAME) '",'
                   TAXS-COUNTRY "," TAXS-INCOME-CODE ","
                   FUNCTION TRIM(WS-1042-DSP-RATE) ","
                   FUNCTION TRIM(WS-1042-GROSS) ","
                   FUNCTION TRIM(WS-1042-WITHHELD)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE WS-1099-INPUT-YEAR TO WS-1042F-TAX-YEAR
           MOVE CUST-USER-ID TO WS-1042F-CUST-ID
           MOVE WS-1042-NAME TO WS-1042F-NAME
           MOVE TAXS-COUNTRY TO WS-1042F-COUNTRY
           MOVE TAXS-INCOME-CODE TO WS-1042F-INCOME-CODE
           MOVE TAXS-TREATY-RATE TO WS-1042F-RATE
           MOVE WS-1099-CUST-TOTAL TO WS-1042F-GROSS
           MOVE WS-1099-CUST-WITHHELD TO WS-1042F-WITHHELD
           WRITE TAX-FORM-RECORD FROM WS-1042-FORM-DETAIL

           PERFORM VARYING WS-1042-CODE-IDX FROM 1 BY 1
               UNTIL WS-1042-CODE-IDX > WS-1042-CODE-MAX
                  OR WS-1042-CT-CODE(WS-1042-CODE-IDX)
                     = TAXS-INCOME-CODE
               CONTINUE
           END-PERFORM
           IF WS-1042-CODE-IDX > WS-1042-CODE-MAX
               IF WS-1042-CODE-MAX < 10
                   ADD 1 TO WS-1042-CODE-MAX
                   MOVE TAXS-INCOME-CODE
                       TO WS-1042-CT-CODE(WS-1042-CODE-MAX)
               ELSE
                   MOVE 10 TO WS-1042-CODE-IDX
               END-IF
           END-IF
           ADD 1 TO WS-1042-CT-COUNT(WS-1042-CODE-IDX)
           ADD WS-1099-CUST-TOTAL
               TO WS-1042-CT-GROSS(WS-1042-CODE-IDX)
           ADD WS-1099-CUST-WITHHELD
               TO WS-1042-CT-WITHHELD(WS-1042-CODE-IDX).

      ******************************************************************
      * 8000 - FORMAT REPORT OUTPUT
      * VULNERABILITY V24: Command injection in formatting
      ******************************************************************
       8000-FORMAT-REPORT.
           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE "N" TO WS-RPT-INPUT-FORMAT
           ELSE
               DISPLAY " "
               DISPLAY "Format report for printing? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RPT-INPUT-FORMAT FROM CONSOLE
           END-IF

           IF WS-RPT-INPUT-FORMAT = "Y"
      * VULNERABILITY V24: Command injection
      *   Report path used in system command without sanitization
               MOVE SPACES TO WS-CMD-BUFFER
               STRING "lp -d ALTOROPRT "
                      WS-RPT-OUTPUT-PATH
                      DELIMITED SIZE INTO WS-CMD-BUFFER

      * VULNERABILITY V24: User-controlled path in SYSTEM call
               DISPLAY "Sending to printer..."
               CALL "SYSTEM" USING WS-CMD-BUFFER
      * VULNERABILITY V20: Return code ignored

      * VULNERABILITY V24: Second command injection
      *   Convert to PDF using user-influenced path
               MOVE SPACES TO WS-CMD-BUFFER
               STRING "enscript -p "
                      WS-RPT-OUTPUT-PATH ".pdf "
                      WS-RPT-OUTPUT-PATH
                      DELIMITED SIZE INTO WS-CMD-BUFFER
               CALL "SYSTEM" USING WS-CMD-BUFFER
      * VULNERABILITY V20: Return code ignored

               DISPLAY "Report formatted and sent to printer."
           END-IF.

      ******************************************************************
      * 8100 - NIGHTLY BALANCE RECONCILIATION REPORT
      * For every ACCOUNT-RECORD, totals all TRANSACTION-RECORDs
      * posted against it since the account was opened and compares
      * that computed total to the balance currently stored on the
      * account. Only accounts where the two disagree are written to
      * the exceptions report.
      ******************************************************************
       8100-BALANCE-RECONCILIATION-REPORT.
           MOVE "RECON" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           MOVE "NIGHTLY BALANCE RECONCILIATION EXCEPTIONS"
               TO LS-REPORT-TITLE

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE "ACCOUNT ID      "
               & "STORED BALANCE      "
               & "COMPUTED TOTAL      "
               & "DIFFERENCE"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "ACCOUNT_ID,STORED_BALANCE,COMPUTED_TOTAL,"
                   & "DIFFERENCE"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-RECON-ACCT-COUNT
           MOVE ZEROS TO WS-RECON-EXCEPTION-COUNT

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   ADD 1 TO WS-RECON-ACCT-COUNT
                   PERFORM 8110-SUM-ACCOUNT-TRANSACTIONS
                       THRU 8110-SUM-EXIT
                   COMPUTE WS-RECON-DIFFERENCE =
                       ACCT-BALANCE - WS-RECON-COMPUTED-TOTAL
                   IF WS-RECON-DIFFERENCE NOT = ZEROS
                       PERFORM 1700-CHECK-PAGE-BREAK
                       PERFORM 8120-WRITE-RECON-LINE
                   END-IF
               END-IF
           END-PERFORM

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-RECON-ACCT-COUNT TO WS-DSP-COUNT
           STRING "Accounts Scanned: " WS-DSP-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           MOVE WS-RECON-EXCEPTION-COUNT TO WS-DSP-COUNT
           STRING "Exceptions Found: " WS-DSP-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "Reconciliation complete. " WS-RECON-EXCEPTION-COUNT
                   " exception(s) out of " WS-RECON-ACCT-COUNT
                   " account(s)."

           MOVE "RECON" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RECON-ACCT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE WS-RECON-EXCEPTION-COUNT TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE

                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      * Cash paid to non-customers for checks cashed at this
      * terminal leaves the drawer like a withdrawal
           MOVE LOW-VALUES TO NCC-KEY
           START NONCUST-CASH-FILE KEY >= NCC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NCC-FILE-STATUS NOT = "00"
               READ NONCUST-CASH-FILE NEXT RECORD
               IF WS-NCC-FILE-STATUS = "00"
                   AND NCC-TERMINAL-ID = WS-TBR-TERM-ID
                   AND NCC-DATE = WS-TBR-INPUT-DATE(1:8)
                   IF NCC-TIME(1:2) < "12"
                       ADD 1 TO WS-TBR-AM-WD-COUNT
                       ADD NCC-CASH-OUT TO WS-TBR-AM-WD-TOTAL
                   ELSE
                       ADD 1 TO WS-TBR-PM-WD-COUNT
                       ADD NCC-CASH-OUT TO WS-TBR-PM-WD-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NCC-FILE-STATUS.

      ******************************************************************
      * 8320 - WRITE ONE TELLER BALANCING LINE
      * and amounts per bucket.
      ******************************************************************
       8400-LOAN-AGING-REPORT.
           MOVE "G" TO WS-AGE-BASIS
           IF NOT WS-RPT-IN-SCHEDULE-MODE
               DISPLAY "Amounts gross or net of participations sold "
                       "(G/N) [G]: " WITH NO ADVANCING
               ACCEPT WS-AGE-BASIS FROM CONSOLE
               IF WS-AGE-BASIS NOT = "N"
                   MOVE "G" TO WS-AGE-BASIS
               END-IF
           END-IF
           IF WS-AGE-NET
               MOVE "LOAN DELINQUENCY AGING REPORT - NET OF "
                   & "PARTICIPATIONS SOLD" TO LS-REPORT-TITLE
           ELSE
               MOVE "LOAN DELINQUENCY AGING REPORT" TO LS-REPORT-TITLE
           END-IF
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

                       MOVE COLQ-CUST-ID TO WS-AGE-CUST-ID
                       MOVE COLQ-BUCKET TO WS-AGE-BUCKET
                       MOVE COLQ-DAYS-PAST-DUE TO WS-AGE-DAYS
                       MOVE COLQ-AMOUNT-DUE TO WS-AGE-NET-AMOUNT
                       IF WS-AGE-NET
                           MOVE COLQ-ACCT-ID TO WS-PTC-LOOKUP-ACCT
                           PERFORM 8889-LOOKUP-PARTICIPATIONS
                           COMPUTE WS-AGE-NET-AMOUNT ROUNDED =
                               COLQ-AMOUNT-DUE
                               * (100 - WS-PTC-SOLD-PCT) / 100
                       END-IF
                       MOVE WS-AGE-NET-AMOUNT TO WS-AGE-AMOUNT
                       MOVE COLQ-STATUS TO WS-AGE-STATUS
                       WRITE RPT-OUTPUT-RECORD
                           FROM WS-AGE-RPT-DETAIL
                       EVALUATE COLQ-BUCKET
                           WHEN "90"
                               ADD 1 TO WS-AGE-90-COUNT
                               ADD WS-AGE-NET-AMOUNT TO WS-AGE-90-TOTAL
                           WHEN "60"
                               ADD 1 TO WS-AGE-60-COUNT
                               ADD WS-AGE-NET-AMOUNT TO WS-AGE-60-TOTAL
                           WHEN OTHER
                               ADD 1 TO WS-AGE-30-COUNT
                               ADD WS-AGE-NET-AMOUNT TO WS-AGE-30-TOTAL
                       END-EVALUATE
                   END-IF
               END-IF
      ******************************************************************
      * 8450 - INTER-BRANCH SETTLEMENT REPORT
      * Daily listing of the due-to/due-from entries so each
      * branch's GL position can be proven to net to zero. Each
      * entry shows the two branches' entities; an entry between
      * entities is flagged INTERCO, as it settles inter-company.
      ******************************************************************
       8450-INTERBRANCH-REPORT.
           MOVE "INTER-BRANCH SETTLEMENT REPORT" TO LS-REPORT-TITLE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE "DATE       FROM TO   AMOUNT          TRAN"
               & "         ENTITIES"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
                       MOVE IBR-AMOUNT TO WS-DSP-AMOUNT
                       MOVE IBR-FROM-BRANCH TO BRCH-CODE
                       PERFORM 8455-LOOKUP-BRANCH-NAME
                       MOVE IBR-FROM-ENTITY TO WS-IBR-FROM-ENT
                       MOVE IBR-TO-ENTITY TO WS-IBR-TO-ENT
                       IF WS-IBR-FROM-ENT = SPACES
                           MOVE WS-ENTY-HOME-CODE TO WS-IBR-FROM-ENT
                       END-IF
                       IF WS-IBR-TO-ENT = SPACES
                           MOVE WS-ENTY-HOME-CODE TO WS-IBR-TO-ENT
                       END-IF
                       MOVE SPACES TO WS-IBR-IC-FLAG
                       IF WS-IBR-FROM-ENT NOT = WS-IBR-TO-ENT
                           MOVE "INTERCO" TO WS-IBR-IC-FLAG
                       END-IF
                       STRING IBR-DATE " " IBR-FROM-BRANCH
                              " " WS-BRCH-LOOKUP-NAME(1:12)
                              " " IBR-TO-BRANCH
                              " $" WS-DSP-AMOUNT
                              " " IBR-TRAN-ID
                              " " WS-IBR-FROM-ENT "/" WS-IBR-TO-ENT
                              " " WS-IBR-IC-FLAG
                              DELIMITED SIZE INTO RPT-OUTPUT-RECORD
                       WRITE RPT-OUTPUT-RECORD
                       ADD 1 TO WS-RPT-LINE-NUM
                   MOVE GL-ACK-RECORD TO WS-GL-ACK-DETAIL
                   MOVE WS-GLA-DATE TO GLST-DATE
                   MOVE WS-GLA-ACCT-CODE TO GLST-ACCT-CODE
                   IF WS-GLA-ENTITY = SPACES
                       MOVE WS-ENTY-HOME-CODE TO GLST-ENTITY
                   ELSE
                       MOVE WS-GLA-ENTITY TO GLST-ENTITY
                   END-IF
                   READ GL-STATUS-FILE
                   IF WS-GLST-FILE-STATUS NOT = "00"
                       ADD 1 TO WS-GL-ACK-UNMATCHED
                   IF GLST-REJECTED
                       ADD 1 TO WS-GL-OPEN-REJECT-COUNT
                       DISPLAY "  " GLST-DATE " " GLST-ACCT-CODE
                               " " GLST-ENTITY " " GLST-AMOUNT
                               " - " GLST-REJECT-REASON
                   END-IF
               END-IF
                       ADD 1 TO WS-IRA-FLAG-COUNT
                       PERFORM 1700-CHECK-PAGE-BREAK
                       MOVE WS-IRA-CUST-TOTAL TO WS-DSP-AMOUNT
                       PERFORM 8861-OPEN-CUSTOMER-PII
                       STRING CUST-USER-ID " "
                              WS-PII-SSN " $"
                              WS-DSP-AMOUNT " "
                              WS-IRA-REASON-LAST
                              DELIMITED SIZE INTO RPT-OUTPUT-RECORD
      * and IRA - and flags any category over the $250,000 limit
      * so officers can restructure before the examiner or the
      * customer finds the gap.
      * Coverage is per charter - a depositor with accounts at two
      * of our entities is insured separately at each - so every
      * entity gets its own section and its own depositor totals.
      ******************************************************************
       8870-FDIC-COVERAGE-REPORT.
           MOVE "FDIC INSURANCE COVERAGE BY DEPOSITOR"
           MOVE "FDICCOV" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT
           MOVE ZEROS TO WS-FDIC-OVER-COUNT
           MOVE ZEROS TO WS-RPE-DEPOSITORS

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 8876-FDIC-ONE-ENTITY
           END-PERFORM

           MOVE WS-RPT-DASH-LINE TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "DEPOSITOR CATEGORIES OVER THE LIMIT: "
                  WS-FDIC-OVER-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           DISPLAY "FDIC coverage report written to: "
                   WS-RPT-OUTPUT-PATH

           MOVE "FDICCOV" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RPE-DEPOSITORS TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8876 - FDIC COVERAGE FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX). Only its own deposit
      * accounts count toward its depositors' limits.
      ******************************************************************
       8876-FDIC-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           INITIALIZE WS-FDIC-TABLE
           MOVE ZEROS TO WS-FDIC-MAX

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   PERFORM 8867-SET-ACCOUNT-ENTITY
               END-IF
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-ACTIVE
                   AND WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                   AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS
                       OR ACCT-TYPE-CD OR ACCT-TYPE-IRA
                       OR ACCT-TYPE-CORPORATE)
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ENTITY " WS-RPE-ENTITY " " WS-RPE-NAME
                  " FDIC CERT " WS-RPE-CERT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "DEPOSITOR            "
               & "SINGLE         JOINT          "
               & "POD            IRA"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 3 TO WS-RPT-LINE-NUM

           PERFORM VARYING WS-FDIC-IDX FROM 1 BY 1
               UNTIL WS-FDIC-IDX > WS-FDIC-MAX
               PERFORM 8875-WRITE-FDIC-LINE
           END-PERFORM
           ADD WS-FDIC-MAX TO WS-RPE-DEPOSITORS

           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "DEPOSITORS FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-FDIC-MAX
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8877 - LIST THE ENTITIES A REGULATORY REPORT COVERS
      * The one entity asked for, or the home entity followed by
      * every other active entity on the master.
      ******************************************************************
       8877-LIST-REPORT-ENTITIES.
           MOVE 1 TO WS-RPE-COUNT
           IF WS-RPE-INPUT NOT = SPACES
               MOVE WS-RPE-INPUT TO WS-RPE-CODE(1)
               GO TO 8877-LIST-EXIT
           END-IF
           MOVE WS-ENTY-HOME-CODE TO WS-RPE-CODE(1)
           MOVE LOW-VALUES TO ENTY-CODE
           START ENTITY-FILE KEY >= ENTY-CODE
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ENTY-FILE-STATUS NOT = "00"
               READ ENTITY-FILE NEXT RECORD
               IF WS-ENTY-FILE-STATUS = "00"
                   AND ENTY-CODE NOT = WS-ENTY-HOME-CODE
                   AND ENTY-ACTIVE
                   AND WS-RPE-COUNT < 20
                   ADD 1 TO WS-RPE-COUNT
                   MOVE ENTY-CODE TO WS-RPE-CODE(WS-RPE-COUNT)
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ENTY-FILE-STATUS.

       8877-LIST-EXIT.
           CONTINUE.

      ******************************************************************
      * 8878 - LOAD ONE REPORT ENTITY'S IDENTIFIERS
      * The home entity reports as Altoro Mutual even before it has
      * a row on the master.
      ******************************************************************
       8878-LOAD-REPORT-ENTITY.
           MOVE WS-RPE-CODE(WS-RPE-IDX) TO WS-RPE-ENTITY
           MOVE SPACES TO WS-RPE-CERT
           MOVE SPACES TO WS-RPE-RSSD
           IF WS-RPE-ENTITY = WS-ENTY-HOME-CODE
               MOVE "ALTORO MUTUAL BANK" TO WS-RPE-NAME
           ELSE
               MOVE "ENTITY NOT ON MASTER" TO WS-RPE-NAME
           END-IF
           MOVE WS-RPE-ENTITY TO ENTY-CODE
           READ ENTITY-FILE
           IF WS-ENTY-FILE-STATUS = "00"
               MOVE ENTY-LEGAL-NAME TO WS-RPE-NAME
               MOVE ENTY-FDIC-CERT TO WS-RPE-CERT
               MOVE ENTY-RSSD-ID TO WS-RPE-RSSD
           END-IF
           MOVE "00" TO WS-ENTY-FILE-STATUS.

      ******************************************************************
      * 8867 - SET THE ENTITY OF THE CURRENT ACCOUNT RECORD
      * Spaces on an account that predates entities mean the home
      * entity.
      ******************************************************************
       8867-SET-ACCOUNT-ENTITY.
           MOVE ACCT-ENTITY-CODE TO WS-RPE-ACCT-ENTITY
           IF WS-RPE-ACCT-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-RPE-ACCT-ENTITY
           END-IF.

      ******************************************************************
      * 8866 - LOOK UP THE ENTITY OF ACCOUNT ACCT-ID
      * For the passes over the summary and detail files; an account
      * no longer on file counts as the home entity's.
      ******************************************************************
       8866-LOOKUP-ACCOUNT-ENTITY.
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 8867-SET-ACCOUNT-ENTITY
           ELSE
               MOVE WS-ENTY-HOME-CODE TO WS-RPE-ACCT-ENTITY
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS.

      ******************************************************************
      * 8868 - SET THE ENTITY OF BRANCH WS-RPE-BRANCH
      * For records that carry a branch and no account; a branch not
      * on file, or one that predates entities, is the home entity's.
      ******************************************************************
       8868-SET-BRANCH-ENTITY.
           MOVE WS-ENTY-HOME-CODE TO WS-RPE-ACCT-ENTITY
           MOVE WS-RPE-BRANCH TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               AND BRCH-ENTITY NOT = SPACES
               MOVE BRCH-ENTITY TO WS-RPE-ACCT-ENTITY
           END-IF
           MOVE "00" TO WS-BRCH-FILE-STATUS.

      ******************************************************************
      * 8869 - WRITE ONE ENTITY'S SECTION HEADING
      * The charter's identifiers loaded by 8878, ahead of its
      * section of a regulatory report.
      ******************************************************************
       8869-WRITE-ENTITY-HEADING.
           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           STRING "ENTITY " WS-RPE-ENTITY " " WS-RPE-NAME
                  " FDIC CERT " WS-RPE-CERT
                  " RSSD " WS-RPE-RSSD
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8871 - CLASSIFY ONE DEPOSIT ACCOUNT
      * file). The extract lines are fixed columns the filing
      * software imports, and the deposit total ties to the
      * nightly balance reconciliation.
      * Each charter files its own call report, so the extract holds
      * one set of schedules per entity, each led by an RCONENTTY
      * line carrying the entity's FDIC certificate and RSSD ID.
      ******************************************************************
       8880-CALL-REPORT-EXTRACT.
           MOVE "CALL REPORT SCHEDULE EXTRACT"
                   WITH NO ADVANCING
               ACCEPT WS-CALL-INPUT-QTR FROM CONSOLE
           END-IF
      * Loans are filed net of participations sold unless asked
           MOVE "N" TO WS-CALL-BASIS
           IF NOT WS-RPT-IN-SCHEDULE-MODE
               DISPLAY "Loans gross or net of participations sold "
                       "(G/N) [N]: " WITH NO ADVANCING
               ACCEPT WS-CALL-BASIS FROM CONSOLE
               IF WS-CALL-BASIS NOT = "G"
                   MOVE "N" TO WS-CALL-BASIS
               END-IF
           END-IF
           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT
           PERFORM 8881-SET-QUARTER-RANGE
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE ZEROS TO WS-RPT-RECORD-COUNT
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 8879-CALL-ONE-ENTITY
           END-PERFORM

           DISPLAY "Call report extract written to: "
                   WS-RPT-OUTPUT-PATH

           MOVE "CALLRPT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RPT-RECORD-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8879 - CALL REPORT SCHEDULES FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX); only its own accounts
      * and their income are tallied.
      ******************************************************************
       8879-CALL-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           MOVE ZEROS TO WS-CALL-DEP-CH
           MOVE ZEROS TO WS-CALL-DEP-SA
           MOVE ZEROS TO WS-CALL-DEP-CD
           MOVE ZEROS TO WS-CALL-RETAIL
           MOVE ZEROS TO WS-CALL-INT-PAID
           MOVE ZEROS TO WS-CALL-FEE-INCOME
           MOVE ZEROS TO WS-CALL-PART-SOLD
           MOVE ZEROS TO WS-CALL-PART-PURCH
           INITIALIZE WS-CALL-BR-TABLE
           MOVE ZEROS TO WS-CALL-BR-MAX

           PERFORM 8882-TALLY-CALL-BALANCES
           PERFORM 8883-TALLY-CALL-INCOME

           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONENTTY " WS-RPE-ENTITY
                  " " WS-RPE-CERT " " WS-RPE-RSSD
                  " " WS-RPE-NAME
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
           PERFORM 8884-WRITE-CALL-SCHEDULES.

      ******************************************************************
      * 8881 - SET THE QUARTER DATE RANGE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   PERFORM 8867-SET-ACCOUNT-ENTITY
               END-IF
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-ACTIVE
                   AND WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                   MOVE ACCT-BALANCE TO WS-PTC-REPORT-BAL
                   EVALUATE TRUE
                       WHEN ACCT-TYPE-CHECKING
                           ADD ACCT-BALANCE TO WS-CALL-DEP-CH
                       WHEN ACCT-TYPE-CORPORATE
                           ADD ACCT-BALANCE TO WS-CALL-DEP-CO
                       WHEN ACCT-TYPE-LOAN
                           PERFORM 8888-NET-CALL-PARTICIPATIONS
                           ADD WS-PTC-REPORT-BAL TO WS-CALL-LOAN-TOTAL
                       WHEN ACCT-TYPE-CREDIT
                           ADD ACCT-BALANCE TO WS-CALL-CC-TOTAL
                   END-EVALUATE
               IF WS-SUMM-FILE-STATUS = "00"
                   AND SUMM-DATE >= WS-CALL-QTR-START
                   AND SUMM-DATE <= WS-CALL-QTR-END
                   MOVE SUMM-ACCT-ID TO ACCT-ID
                   PERFORM 8866-LOOKUP-ACCOUNT-ENTITY
                   IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                       ADD SUMM-INTEREST-TOTAL TO WS-CALL-INT-PAID
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SUMM-FILE-STATUS
                   AND NOT TRAN-REVERSED
                   AND TRAN-DATE(1:8) >= WS-CALL-QTR-START
                   AND TRAN-DATE(1:8) <= WS-CALL-QTR-END
                   MOVE TRAN-ACCOUNT-ID TO ACCT-ID
                   PERFORM 8866-LOOKUP-ACCOUNT-ENTITY
                   IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                       COMPUTE WS-CALL-FEE-INCOME =
                           WS-CALL-FEE-INCOME
                           + FUNCTION ABS(TRAN-AMOUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS.
      * 8884 - WRITE THE FIXED-COLUMN SCHEDULE LINES
      ******************************************************************
       8884-WRITE-CALL-SCHEDULES.
           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONDEPCH " WS-CALL-DEP-CH
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONLNBAS " WS-CALL-BASIS
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONPARTS " WS-CALL-PART-SOLD
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONPARTP " WS-CALL-PART-PURCH
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
           MOVE SPACES TO WS-CALL-EXTRACT-LINE
           STRING "RCONBAND1 " WS-CALL-BAND-1
               DELIMITED SIZE INTO WS-CALL-EXTRACT-LINE
           PERFORM 8886-WRITE-CALL-LINE
                   TO WS-CALL-BR-CODE(WS-CALL-BR-IDX)
           END-IF
           IF ACCT-TYPE-LOAN OR ACCT-TYPE-CREDIT
               ADD WS-PTC-REPORT-BAL
                   TO WS-CALL-BR-LOAN(WS-CALL-BR-IDX)
           ELSE
               ADD ACCT-BALANCE
       8885-TALLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8888 - NET ONE LOAN OF ITS PARTICIPATIONS
      * ACCOUNT-RECORD is the loan. Shares sold are tallied for the
      * participation lines and, on a net filing, taken out of the
      * balance the loan schedules carry; a purchased share is
      * tallied as held.
      ******************************************************************
       8888-NET-CALL-PARTICIPATIONS.
           MOVE ACCT-ID TO WS-PTC-LOOKUP-ACCT
           PERFORM 8889-LOOKUP-PARTICIPATIONS
           COMPUTE WS-PTC-SOLD-AMT ROUNDED =
               ACCT-BALANCE * WS-PTC-SOLD-PCT / 100
           ADD WS-PTC-SOLD-AMT TO WS-CALL-PART-SOLD
           IF WS-PTC-PURCHASED = "Y"
               ADD ACCT-BALANCE TO WS-CALL-PART-PURCH
           END-IF
           IF WS-CALL-NET
               COMPUTE WS-PTC-REPORT-BAL =
                   ACCT-BALANCE - WS-PTC-SOLD-AMT
           END-IF.

      ******************************************************************
      * 8889 - LOOK UP A LOAN'S PARTICIPATIONS
      * WS-PTC-LOOKUP-ACCT in; the active sold percentage and
      * whether the loan is a purchased share come back.
      ******************************************************************
       8889-LOOKUP-PARTICIPATIONS.
           MOVE ZEROS TO WS-PTC-SOLD-PCT
           MOVE "N" TO WS-PTC-PURCHASED
           MOVE WS-PTC-LOOKUP-ACCT TO PTC-LOAN-ACCT-ID
           MOVE ZEROS TO PTC-SEQ
           START LOAN-PART-FILE KEY >= PTC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PTC-FILE-STATUS NOT = "00"
               READ LOAN-PART-FILE NEXT RECORD
               IF WS-PTC-FILE-STATUS = "00"
                   IF PTC-LOAN-ACCT-ID = WS-PTC-LOOKUP-ACCT
                       IF PTC-ACTIVE AND PTC-SOLD
                           ADD PTC-PCT TO WS-PTC-SOLD-PCT
                       END-IF
                       IF PTC-ACTIVE AND PTC-PURCHASED
                           MOVE "Y" TO WS-PTC-PURCHASED
                       END-IF
                   ELSE
                       MOVE "10" TO WS-PTC-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PTC-FILE-STATUS.

      ******************************************************************
      * 8887 - SPLIT ONE DEPOSIT BETWEEN BROKERED AND RETAIL
      * The product master says which book a product belongs to;
      * branch - and lists applications missing reportable data on
      * the edit report so they get fixed before the filing
      * deadline instead of being re-keyed into a spreadsheet.
      * Each charter files its own LAR, so the register runs one
      * section per entity.
      ******************************************************************
       8765-HMDA-LAR-EXTRACT.
           MOVE "HMDA LOAN APPLICATION REGISTER"
           MOVE "HMDALAR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE ZEROS TO WS-LAR-EXTRACT-COUNT
           MOVE ZEROS TO WS-LAR-EDIT-COUNT

           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 8764-HMDA-ONE-ENTITY
           END-PERFORM

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8764 - HMDA LAR SECTION FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): its applications and
      * their edit failures, with the section's own row count.
      ******************************************************************
       8764-HMDA-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           PERFORM 8869-WRITE-ENTITY-HEADING
           MOVE WS-LAR-EXTRACT-COUNT TO WS-RPE-SECTION-START

           MOVE LOW-VALUES TO APPL-ID
           START LOAN-APPL-FILE KEY >= APPL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-APPL-FILE-STATUS NOT = "00"
               READ LOAN-APPL-FILE NEXT RECORD
               IF WS-APPL-FILE-STATUS = "00"
                   PERFORM 8766-EXTRACT-ONE-APPL
                       THRU 8766-EXTRACT-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-APPL-FILE-STATUS

           COMPUTE WS-RPE-SECTION-COUNT =
               WS-LAR-EXTRACT-COUNT - WS-RPE-SECTION-START
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LAR ROWS FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-RPE-SECTION-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8766 - EXTRACT ONE APPLICATION
      * Only applications taken by the report entity: a booked loan
      * belongs to the entity holding its account, anything else to
      * the entity of the applicant's branch.
      ******************************************************************
       8766-EXTRACT-ONE-APPL.
           MOVE SPACES TO WS-LAR-BRANCH
           MOVE APPL-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE CUST-BRANCH-CODE TO WS-LAR-BRANCH
           END-IF
           MOVE "00" TO WS-CUST-FILE-STATUS
           IF APPL-STAT-BOOKED
               AND APPL-BOOKED-ACCT-ID > ZEROS
               MOVE APPL-BOOKED-ACCT-ID TO ACCT-ID
               PERFORM 8866-LOOKUP-ACCOUNT-ENTITY
           ELSE
               MOVE WS-LAR-BRANCH TO WS-RPE-BRANCH
               PERFORM 8868-SET-BRANCH-ENTITY
           END-IF
           IF WS-RPE-ACCT-ENTITY NOT = WS-RPE-ENTITY
               GO TO 8766-EXTRACT-EXIT
           END-IF

           MOVE "N" TO WS-LAR-EDIT-FLAG
           IF APPL-SUBMITTED-DATE = SPACES
               MOVE "Y" TO WS-LAR-EDIT-FLAG
                   MOVE 5 TO WS-LAR-ACTION-CODE
           END-EVALUATE

           MOVE APPL-ID TO WS-LAR-APPL-ID
           MOVE APPL-SUBMITTED-DATE(1:8) TO WS-LAR-APP-DATE
           MOVE APPL-AMOUNT TO WS-LAR-AMOUNT
      * schedule's payments-made counter. The month's count and
      * balance land on the control file and the prior month's are
      * shown alongside so a wild swing is caught before the file
      * ships. Each entity furnishes under its own charter, so each
      * gets a file of its own - the home entity's keeps the plain
      * name, another's carries its entity code (.002.dat) - while
      * the control file keeps the bank-wide month.
      ******************************************************************
       8800-METRO2-EXTRACT.
           DISPLAY " "

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:6) TO WS-M2-MONTH

           MOVE ZEROS TO WS-M2-COUNT
           MOVE ZEROS TO WS-M2-BALANCE-TOTAL

           MOVE SPACES TO WS-RPE-INPUT
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 8805-METRO2-ONE-ENTITY
           END-PERFORM

      * Prior-month comparison off the control file
           COMPUTE WS-M2-YEAR = FUNCTION NUMVAL(WS-M2-MONTH(1:4))
                   "  Balances: " WS-M2-BALANCE-TOTAL
           DISPLAY "Prior month:                " WS-M2-PRIOR-COUNT
                   "  Balances: " WS-M2-PRIOR-TOTAL

           MOVE "METRO2" TO WS-RUNCTL-JOB-NAME
           MOVE WS-M2-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8805 - METRO 2 FILE FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): header, a base
      * segment for each of its loans, and the trailer.
      ******************************************************************
       8805-METRO2-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           MOVE SPACES TO WS-M2-EXTRACT-PATH
           IF WS-RPE-ENTITY = WS-ENTY-HOME-CODE
               STRING "/tmp/altoro_metro2_" WS-ACCEPT-DATE ".dat"
                   DELIMITED SIZE INTO WS-M2-EXTRACT-PATH
           ELSE
               STRING "/tmp/altoro_metro2_" WS-ACCEPT-DATE "."
                      WS-RPE-ENTITY ".dat"
                   DELIMITED SIZE INTO WS-M2-EXTRACT-PATH
           END-IF
           OPEN OUTPUT METRO2-EXTRACT-FILE

           MOVE ZEROS TO WS-M2-ENTITY-COUNT
           MOVE ZEROS TO WS-M2-ENTITY-TOTAL
           MOVE WS-RPE-ENTITY TO WS-M2H-ENTITY
           MOVE WS-RPE-NAME TO WS-M2H-NAME
           MOVE WS-RPE-RSSD TO WS-M2H-RSSD
           MOVE WS-M2-MONTH TO WS-M2H-MONTH
           MOVE WS-M2-HEADER TO METRO2-EXTRACT-RECORD
           WRITE METRO2-EXTRACT-RECORD

           MOVE LOW-VALUES TO LOAN-ACCT-ID
           START LOAN-SCHEDULE-FILE KEY >= LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               IF WS-LOAN-FILE-STATUS = "00"
                   PERFORM 8810-EXTRACT-ONE-LOAN
                       THRU 8810-EXTRACT-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LOAN-FILE-STATUS

           MOVE WS-RPE-ENTITY TO WS-M2T-ENTITY
           MOVE WS-RPE-RSSD TO WS-M2T-RSSD
           MOVE WS-M2-ENTITY-COUNT TO WS-M2T-COUNT
           MOVE WS-M2-ENTITY-TOTAL TO WS-M2T-BALANCE
           MOVE WS-M2-TRAILER TO METRO2-EXTRACT-RECORD
           WRITE METRO2-EXTRACT-RECORD
           CLOSE METRO2-EXTRACT-FILE

           DISPLAY "Entity " WS-RPE-ENTITY " " WS-RPE-NAME
           DISPLAY "  Loans " WS-M2-ENTITY-COUNT
                   "  Balances: " WS-M2-ENTITY-TOTAL
           DISPLAY "  Extract file: " WS-M2-EXTRACT-PATH.

      ******************************************************************
      * 8810 - EXTRACT ONE LOAN
      ******************************************************************
       8810-EXTRACT-ONE-LOAN.
           IF NOT LOAN-ACTIVE AND NOT LOAN-PAID-OFF
               AND NOT LOAN-CHARGED-OFF
               GO TO 8810-EXTRACT-EXIT
           END-IF

           IF WS-ACCT-FILE-STATUS NOT = "00"
               GO TO 8810-EXTRACT-EXIT
           END-IF
           PERFORM 8867-SET-ACCOUNT-ENTITY
           IF WS-RPE-ACCT-ENTITY NOT = WS-RPE-ENTITY
               GO TO 8810-EXTRACT-EXIT
           END-IF
           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
           EVALUATE TRUE
               WHEN LOAN-PAID-OFF
                   MOVE "13" TO WS-M2-STATUS-CODE
               WHEN LOAN-CHARGED-OFF
                   MOVE "97" TO WS-M2-STATUS-CODE
               WHEN LOAN-DELINQ-BUCKET = "90"
                   MOVE "80" TO WS-M2-STATUS-CODE
               WHEN LOAN-DELINQ-BUCKET = "60"
                   MOVE "11" TO WS-M2-STATUS-CODE
           END-EVALUATE

      * Consumer Information Indicator - ACCTMGMT freezes the aging
      * bucket while the stay is in force, so the status above is
      * the one the loan carried at filing
           MOVE SPACES TO WS-M2-CII
           MOVE ACCT-OWNER-ID TO BKR-CUST-ID
           READ BANKRUPTCY-CASE-FILE
           IF WS-BKR-FILE-STATUS = "00"
               EVALUATE TRUE
                   WHEN BKR-FILED
                       MOVE 0 TO WS-M2-CII-IDX
                   WHEN BKR-DISCHARGED
                       MOVE 4 TO WS-M2-CII-IDX
                   WHEN OTHER
                       MOVE 8 TO WS-M2-CII-IDX
               END-EVALUATE
               EVALUATE TRUE
                   WHEN BKR-CHAPTER-7
                       ADD 1 TO WS-M2-CII-IDX
                   WHEN BKR-CHAPTER-11
                       ADD 2 TO WS-M2-CII-IDX
                   WHEN BKR-CHAPTER-12
                       ADD 3 TO WS-M2-CII-IDX
                   WHEN OTHER
                       ADD 4 TO WS-M2-CII-IDX
               END-EVALUATE
               MOVE WS-M2-CII-CODE(WS-M2-CII-IDX) TO WS-M2-CII
           END-IF

           MOVE LOAN-ACCT-ID TO WS-M2-ACCT-ID
           PERFORM 8861-OPEN-CUSTOMER-PII
           MOVE WS-PII-SSN TO WS-M2-SSN
           MOVE SPACES TO WS-M2-NAME
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
               + (LOAN-REMAINING-PRINCIPAL
                  * LOAN-INTEREST-RATE / 12 / 100)
           MOVE LOAN-REMAINING-PRINCIPAL TO WS-M2-BALANCE
      * A discharged loan written off is owed by no one
           IF LOAN-CHARGED-OFF
               MOVE ZEROS TO WS-M2-SCHED-PAYMENT
               MOVE ZEROS TO WS-M2-BALANCE
           END-IF
           MOVE LOAN-PAYMENTS-MADE TO WS-M2-PAY-HISTORY
           MOVE WS-M2-DETAIL TO METRO2-EXTRACT-RECORD
           WRITE METRO2-EXTRACT-RECORD

           ADD 1 TO WS-M2-COUNT
           ADD WS-M2-BALANCE TO WS-M2-BALANCE-TOTAL
           ADD 1 TO WS-M2-ENTITY-COUNT
           ADD WS-M2-BALANCE TO WS-M2-ENTITY-TOTAL.

       8810-EXTRACT-EXIT.
           CONTINUE.
      * For every designated insider: overdrawn deposit accounts,
      * NSF-fee waivers traced through the override log to the
      * insider's accounts, and deposit rates running above the
      * current rate-table offering for the product. Reg O is
      * examined per charter, so each entity gets its own section
      * covering only the insider's accounts at that entity.
      ******************************************************************
       8855-INSIDER-REGO-REPORT.
           MOVE "INSIDER (REG O) ACTIVITY" TO LS-REPORT-TITLE
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-RPE-INPUT
           ELSE
               DISPLAY "Entity code (blank for every entity): "
                   WITH NO ADVANCING
               ACCEPT WS-RPE-INPUT FROM CONSOLE
           END-IF
           PERFORM 8877-LIST-REPORT-ENTITIES
               THRU 8877-LIST-EXIT

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE ZEROS TO WS-INSR-TOTAL-FLAGS

           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
               UNTIL WS-RPE-IDX > WS-RPE-COUNT
               PERFORM 8854-REGO-ONE-ENTITY
           END-PERFORM

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8854 - REG O SECTION FOR ONE ENTITY
      * The entity in WS-RPE-CODE(WS-RPE-IDX): every active insider
      * with an account or a fee waiver at this charter.
      ******************************************************************
       8854-REGO-ONE-ENTITY.
           PERFORM 8878-LOAD-REPORT-ENTITY
           PERFORM 8869-WRITE-ENTITY-HEADING
           MOVE WS-INSR-TOTAL-FLAGS TO WS-RPE-SECTION-START

           MOVE LOW-VALUES TO INS-CUST-ID
           START INSIDER-FILE KEY >= INS-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INS-FILE-STATUS NOT = "00"
               READ INSIDER-FILE NEXT RECORD
               IF WS-INS-FILE-STATUS = "00"
                   AND INS-ACTIVE
                   PERFORM 8856-REPORT-ONE-INSIDER
                       THRU 8856-REPORT-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-INS-FILE-STATUS

           COMPUTE WS-RPE-SECTION-COUNT =
               WS-INSR-TOTAL-FLAGS - WS-RPE-SECTION-START
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ITEMS FLAGGED FOR ENTITY " WS-RPE-ENTITY ": "
                  WS-RPE-SECTION-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8856 - REPORT ONE INSIDER
      * Only the insider's accounts at the report entity count, and
      * an insider with nothing there is left off its section.
      ******************************************************************
       8856-REPORT-ONE-INSIDER.
           MOVE INS-CUST-ID TO WS-INSR-CUST
           MOVE ZEROS TO WS-INSR-OD-COUNT
           MOVE ZEROS TO WS-INSR-WAIVE-COUNT
           MOVE ZEROS TO WS-INSR-PREF-COUNT
           MOVE ZEROS TO WS-INSR-ACCT-COUNT

      * Overdrafts and preferential rates on the insider's
      * deposit accounts
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-OWNER-ID = WS-INSR-CUST
                   PERFORM 8867-SET-ACCOUNT-ENTITY
               END-IF
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-OWNER-ID = WS-INSR-CUST
                   AND WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                   ADD 1 TO WS-INSR-ACCT-COUNT
               END-IF
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-OWNER-ID = WS-INSR-CUST
                   AND WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                   AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS
                       OR ACCT-TYPE-CORPORATE)
                   IF ACCT-BALANCE < ZEROS
                       READ ACCOUNT-FILE
                       IF WS-ACCT-FILE-STATUS = "00"
                           AND ACCT-OWNER-ID = WS-INSR-CUST
                           PERFORM 8867-SET-ACCOUNT-ENTITY
                           IF WS-RPE-ACCT-ENTITY = WS-RPE-ENTITY
                               ADD 1 TO WS-INSR-WAIVE-COUNT
                           END-IF
                       END-IF
                   END-IF
                   MOVE "00" TO WS-TRAN-FILE-STATUS
           END-PERFORM
           MOVE "00" TO WS-OVR-FILE-STATUS

           IF WS-INSR-ACCT-COUNT = ZEROS
               AND WS-INSR-WAIVE-COUNT = ZEROS
               GO TO 8856-REPORT-EXIT
           END-IF

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING WS-INSR-CUST
               WS-INSR-TOTAL-FLAGS + WS-INSR-OD-COUNT
               + WS-INSR-WAIVE-COUNT + WS-INSR-PREF-COUNT.

       8856-REPORT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8857 - LOOK UP THE CURRENT OFFERING RATE FOR A PRODUCT
      * Latest effective-dated tier-1 rate in force, the same
           MOVE "00" TO WS-RATE-FILE-STATUS.

      ******************************************************************
      * 8900 - QUARTER-END ALLOWANCE FOR CREDIT LOSSES (BATCH)
      * Every active loan with a balance owed is reserved: an
      * individually impaired loan at the specific reserve its
      * officer set, any other loan in the pool for its product and
      * risk grade at the loss-rate table's rate. Exposure is our
      * share - net of participations sold. The run writes one
      * detail row per loan for the quarter, prints the calculation
      * and the grade migration since the prior quarter, and feeds
      * the change in the allowance to the GL as the provision
      * entry. A rerun of the same quarter replaces its rows.
      ******************************************************************
       8900-QUARTERLY-ALLOWANCE.
           MOVE "ALLOWANCE FOR CREDIT LOSSES" TO LS-REPORT-TITLE

           MOVE "ALLOWQTR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT

           IF WS-RPT-IN-SCHEDULE-MODE
               MOVE SPACES TO WS-ALW-INPUT-QTR
           ELSE
               DISPLAY "Quarter (YYYYQn, blank for current): "
                   WITH NO ADVANCING
               ACCEPT WS-ALW-INPUT-QTR FROM CONSOLE
           END-IF
           PERFORM 8901-SET-ALLOWANCE-QUARTERS
               THRU 8901-QTR-EXIT
           IF WS-ALW-QUARTER = SPACES
               DISPLAY "Quarter must be entered as YYYYQn."
               GO TO 8900-ALLW-EXIT
           END-IF

           MOVE ZEROS TO WS-ALW-LOAN-COUNT
           MOVE ZEROS TO WS-ALW-UNGRADED-COUNT
           MOVE ZEROS TO WS-ALW-NO-RATE-COUNT
           MOVE ZEROS TO WS-ALW-SPEC-COUNT
           MOVE ZEROS TO WS-ALW-SPEC-TOTAL
           MOVE ZEROS TO WS-ALW-POOL-TOTAL
           MOVE ZEROS TO WS-ALW-PRIOR-TOTAL
           MOVE ZEROS TO WS-ALW-PRIOR-COUNT
           MOVE ZEROS TO WS-ALW-UPGRADES
           MOVE ZEROS TO WS-ALW-DOWNGRADES
           INITIALIZE WS-ALW-POOL-TABLE
           MOVE ZEROS TO WS-ALW-POOL-MAX
           INITIALIZE WS-MIG-TABLE
           INITIALIZE WS-MIG-PRIOR-TABLE

           OPEN INPUT LOSS-RATE-FILE
           OPEN I-O ALLOWANCE-DETAIL-FILE
           IF WS-ALW-FILE-STATUS = "35"
               OPEN OUTPUT ALLOWANCE-DETAIL-FILE
               CLOSE ALLOWANCE-DETAIL-FILE
               OPEN I-O ALLOWANCE-DETAIL-FILE
           END-IF

           PERFORM 8902-CLEAR-QUARTER-ROWS
           PERFORM 8903-TALLY-PRIOR-QUARTER

      * The first run has no prior quarter on file - the allowance
      * carried on the books until now is what the entry moves from
           IF WS-ALW-PRIOR-COUNT = ZEROS
               AND NOT WS-RPT-IN-SCHEDULE-MODE
               DISPLAY "No allowance run on file for "
                       WS-ALW-PRIOR-QTR "."
               DISPLAY "Allowance now on the books (blank for "
                       "zero): " WITH NO ADVANCING
               ACCEPT WS-ALW-INPUT-AMOUNT FROM CONSOLE
               IF WS-ALW-INPUT-AMOUNT NOT = SPACES
                   COMPUTE WS-ALW-PRIOR-TOTAL =
                       FUNCTION NUMVAL(WS-ALW-INPUT-AMOUNT)
               END-IF
           END-IF

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-TYPE-LOAN
                   AND ACCT-ACTIVE
                   PERFORM 8904-RESERVE-ONE-LOAN
                       THRU 8904-LOAN-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS
           CLOSE LOSS-RATE-FILE
           COMPUTE WS-ALW-REQUIRED =
               WS-ALW-POOL-TOTAL + WS-ALW-SPEC-TOTAL

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "QUARTER,PRODUCT,GRADE,LOANS,EXPOSURE,LOSS_PCT,"
                   & "RESERVE"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF
           PERFORM 8907-WRITE-ALLOWANCE-CALC
           PERFORM 8908-WRITE-GRADE-MIGRATION
           PERFORM 8909-POST-ALLOWANCE-ENTRY
           CLOSE ALLOWANCE-DETAIL-FILE

           DISPLAY " "
           DISPLAY "Allowance for " WS-ALW-QUARTER
                   " calculated - report written to: "
                   WS-RPT-OUTPUT-PATH

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT

           MOVE "ALLOWQTR" TO WS-RUNCTL-JOB-NAME
           MOVE WS-ALW-LOAN-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8900-ALLW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8901 - SET THE ALLOWANCE QUARTER AND THE ONE BEFORE IT
      * Blank input means the quarter the business date sits in.
      * WS-ALW-QUARTER comes back spaces if the input is not YYYYQn.
      ******************************************************************
       8901-SET-ALLOWANCE-QUARTERS.
           MOVE SPACES TO WS-ALW-QUARTER
           MOVE SPACES TO WS-ALW-PRIOR-QTR
           IF WS-ALW-INPUT-QTR = SPACES
               MOVE WS-BUSINESS-DATE(1:4) TO WS-ALW-QTR-YEAR
               MOVE WS-BUSINESS-DATE(5:2) TO WS-ALW-MONTH
               COMPUTE WS-ALW-QTR-NUM = (WS-ALW-MONTH + 2) / 3
           ELSE
               IF WS-ALW-INPUT-QTR(1:4) IS NOT NUMERIC
                   OR WS-ALW-INPUT-QTR(5:1) NOT = "Q"
                   OR WS-ALW-INPUT-QTR(6:1) < "1"
                   OR WS-ALW-INPUT-QTR(6:1) > "4"
                   GO TO 8901-QTR-EXIT
               END-IF
               MOVE WS-ALW-INPUT-QTR(1:4) TO WS-ALW-QTR-YEAR
               MOVE WS-ALW-INPUT-QTR(6:1) TO WS-ALW-QTR-NUM
           END-IF
           STRING WS-ALW-QTR-YEAR "Q" WS-ALW-QTR-NUM
               DELIMITED SIZE INTO WS-ALW-QUARTER
           IF WS-ALW-QTR-NUM = 1
               SUBTRACT 1 FROM WS-ALW-QTR-YEAR
               MOVE 4 TO WS-ALW-QTR-NUM
           ELSE
               SUBTRACT 1 FROM WS-ALW-QTR-NUM
           END-IF
           STRING WS-ALW-QTR-YEAR "Q" WS-ALW-QTR-NUM
               DELIMITED SIZE INTO WS-ALW-PRIOR-QTR.

       8901-QTR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8902 - CLEAR A QUARTER'S ROWS BEFORE A RERUN
      ******************************************************************
       8902-CLEAR-QUARTER-ROWS.
           MOVE WS-ALW-QUARTER TO ALW-QUARTER
           MOVE ZEROS TO ALW-LOAN-ACCT-ID
           START ALLOWANCE-DETAIL-FILE KEY >= ALW-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALW-FILE-STATUS NOT = "00"
               READ ALLOWANCE-DETAIL-FILE NEXT RECORD
               IF WS-ALW-FILE-STATUS = "00"
                   IF ALW-QUARTER = WS-ALW-QUARTER
                       DELETE ALLOWANCE-DETAIL-FILE RECORD
                   ELSE
                       MOVE "10" TO WS-ALW-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALW-FILE-STATUS.

      ******************************************************************
      * 8903 - TALLY THE PRIOR QUARTER
      * The allowance it booked, and its loans by grade for the
      * migration.
      ******************************************************************
       8903-TALLY-PRIOR-QUARTER.
           MOVE WS-ALW-PRIOR-QTR TO ALW-QUARTER
           MOVE ZEROS TO ALW-LOAN-ACCT-ID
           START ALLOWANCE-DETAIL-FILE KEY >= ALW-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALW-FILE-STATUS NOT = "00"
               READ ALLOWANCE-DETAIL-FILE NEXT RECORD
               IF WS-ALW-FILE-STATUS = "00"
                   IF ALW-QUARTER = WS-ALW-PRIOR-QTR
                       ADD 1 TO WS-ALW-PRIOR-COUNT
                       ADD ALW-RESERVE TO WS-ALW-PRIOR-TOTAL
                       MOVE ALW-GRADE TO WS-MIG-GRADE-NUM
                       ADD 1 TO WS-MIG-PRIOR-N(WS-MIG-GRADE-NUM)
                   ELSE
                       MOVE "10" TO WS-ALW-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALW-FILE-STATUS.

      ******************************************************************
      * 8904 - RESERVE ONE LOAN
      * ACCOUNT-RECORD is an active loan.
      ******************************************************************
       8904-RESERVE-ONE-LOAN.
           IF ACCT-BALANCE NOT < ZEROS
               GO TO 8904-LOAN-EXIT
           END-IF
           COMPUTE WS-ALW-EXPOSURE = ACCT-BALANCE * -1
           MOVE ACCT-ID TO WS-PTC-LOOKUP-ACCT
           PERFORM 8889-LOOKUP-PARTICIPATIONS
           IF WS-PTC-SOLD-PCT > ZEROS
               COMPUTE WS-ALW-EXPOSURE ROUNDED =
                   WS-ALW-EXPOSURE * (100 - WS-PTC-SOLD-PCT) / 100
           END-IF
           ADD 1 TO WS-ALW-LOAN-COUNT

           MOVE ACCT-PRODUCT-CODE TO WS-ALW-PRODUCT
           IF WS-ALW-PRODUCT = SPACES
               MOVE "LOAN" TO WS-ALW-PRODUCT
           END-IF
           PERFORM 8905-LOOKUP-CURRENT-GRADE
      * A loan no officer has graded yet pools as pass
           IF WS-ALW-GRADE = SPACES
               MOVE "1" TO WS-ALW-GRADE
               ADD 1 TO WS-ALW-UNGRADED-COUNT
           END-IF

           IF WS-ALW-IMPAIRED = "Y"
               MOVE WS-ALW-SPECIFIC TO WS-ALW-RESERVE
               IF WS-ALW-RESERVE > WS-ALW-EXPOSURE
                   MOVE WS-ALW-EXPOSURE TO WS-ALW-RESERVE
               END-IF
               MOVE ZEROS TO WS-ALW-RATE
               ADD 1 TO WS-ALW-SPEC-COUNT
               ADD WS-ALW-RESERVE TO WS-ALW-SPEC-TOTAL
           ELSE
               PERFORM 8906-FIND-LOSS-RATE
               COMPUTE WS-ALW-RESERVE ROUNDED =
                   WS-ALW-EXPOSURE * WS-ALW-RATE / 100
               ADD WS-ALW-RESERVE TO WS-ALW-POOL-TOTAL
               PERFORM VARYING WS-ALW-POOL-IDX FROM 1 BY 1
                   UNTIL WS-ALW-POOL-IDX > WS-ALW-POOL-MAX
                   OR (WS-ALW-POOL-PRODUCT(WS-ALW-POOL-IDX)
                           = WS-ALW-PRODUCT
                       AND WS-ALW-POOL-GRADE(WS-ALW-POOL-IDX)
                           = WS-ALW-GRADE)
                   CONTINUE
               END-PERFORM
               IF WS-ALW-POOL-IDX > WS-ALW-POOL-MAX
                   AND WS-ALW-POOL-MAX < 100
                   ADD 1 TO WS-ALW-POOL-MAX
                   MOVE WS-ALW-POOL-MAX TO WS-ALW-POOL-IDX
                   MOVE WS-ALW-PRODUCT
                       TO WS-ALW-POOL-PRODUCT(WS-ALW-POOL-IDX)
                   MOVE WS-ALW-GRADE
                       TO WS-ALW-POOL-GRADE(WS-ALW-POOL-IDX)
                   MOVE WS-ALW-RATE
                       TO WS-ALW-POOL-RATE(WS-ALW-POOL-IDX)
               END-IF
               IF WS-ALW-POOL-IDX NOT > WS-ALW-POOL-MAX
                   ADD 1 TO WS-ALW-POOL-COUNT(WS-ALW-POOL-IDX)
                   ADD WS-ALW-EXPOSURE
                       TO WS-ALW-POOL-EXPOSURE(WS-ALW-POOL-IDX)
                   ADD WS-ALW-RESERVE
                       TO WS-ALW-POOL-RESERVE(WS-ALW-POOL-IDX)
               END-IF
           END-IF

      * Migration - where this loan sat at the prior quarter-end
           MOVE WS-ALW-GRADE TO WS-MIG-COL
           MOVE WS-ALW-PRIOR-QTR TO ALW-QUARTER
           MOVE ACCT-ID TO ALW-LOAN-ACCT-ID
           READ ALLOWANCE-DETAIL-FILE
           IF WS-ALW-FILE-STATUS = "00"
               MOVE ALW-GRADE TO WS-MIG-GRADE-NUM
               ADD 1 TO WS-MIG-MATCHED-N(WS-MIG-GRADE-NUM)
               COMPUTE WS-MIG-ROW = WS-MIG-GRADE-NUM + 1
               IF WS-MIG-COL < WS-MIG-GRADE-NUM
                   ADD 1 TO WS-ALW-UPGRADES
               END-IF
               IF WS-MIG-COL > WS-MIG-GRADE-NUM
                   ADD 1 TO WS-ALW-DOWNGRADES
               END-IF
           ELSE
               MOVE 1 TO WS-MIG-ROW
           END-IF
           ADD 1 TO WS-MIG-COUNT(WS-MIG-ROW, WS-MIG-COL)

           MOVE WS-ALW-QUARTER TO ALW-QUARTER
           MOVE ACCT-ID TO ALW-LOAN-ACCT-ID
           MOVE WS-ALW-PRODUCT TO ALW-PRODUCT
           MOVE WS-ALW-GRADE TO ALW-GRADE
           IF WS-ALW-IMPAIRED = "Y"
               SET ALW-SPECIFIC TO TRUE
           ELSE
               SET ALW-POOLED TO TRUE
           END-IF
           MOVE WS-ALW-EXPOSURE TO ALW-EXPOSURE
           MOVE WS-ALW-RATE TO ALW-LOSS-PCT
           MOVE WS-ALW-RESERVE TO ALW-RESERVE
           MOVE WS-BUSINESS-DATE TO ALW-RUN-DATE
           WRITE ALLOWANCE-DETAIL-RECORD.

       8904-LOAN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8905 - LOOK UP A LOAN'S GRADE IN FORCE
      * ACCT-ID in; the highest-sequence grade row wins. Grade comes
      * back spaces for a loan never graded.
      ******************************************************************
       8905-LOOKUP-CURRENT-GRADE.
           MOVE SPACES TO WS-ALW-GRADE
           MOVE "N" TO WS-ALW-IMPAIRED
           MOVE ZEROS TO WS-ALW-SPECIFIC
           MOVE ACCT-ID TO LGR-LOAN-ACCT-ID
           MOVE ZEROS TO LGR-SEQ
           START LOAN-GRADE-FILE KEY >= LGR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOAN-GRADE-FILE NEXT RECORD
               IF WS-LGR-FILE-STATUS = "00"
                   IF LGR-LOAN-ACCT-ID = ACCT-ID
                       MOVE LGR-GRADE TO WS-ALW-GRADE
                       MOVE LGR-IMPAIRED TO WS-ALW-IMPAIRED
                       MOVE LGR-SPECIFIC-RESERVE TO WS-ALW-SPECIFIC
                   ELSE
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LGR-FILE-STATUS.

      ******************************************************************
      * 8906 - FIND THE LOSS RATE FOR A POOL
      * The product's own rate for the grade, else the "****"
      * default row, else zero (counted so the gap shows on the
      * report).
      ******************************************************************
       8906-FIND-LOSS-RATE.
           MOVE WS-ALW-PRODUCT TO LSR-PRODUCT
           MOVE WS-ALW-GRADE TO LSR-GRADE
           READ LOSS-RATE-FILE
           IF WS-LSR-FILE-STATUS NOT = "00"
               MOVE "****" TO LSR-PRODUCT
               MOVE WS-ALW-GRADE TO LSR-GRADE
               READ LOSS-RATE-FILE
           END-IF
           IF WS-LSR-FILE-STATUS = "00"
               MOVE LSR-LOSS-PCT TO WS-ALW-RATE
           ELSE
               MOVE ZEROS TO WS-ALW-RATE
               ADD 1 TO WS-ALW-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      * 8907 - WRITE THE ALLOWANCE CALCULATION
      ******************************************************************
       8907-WRITE-ALLOWANCE-CALC.
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "QUARTER " WS-ALW-QUARTER
                  "   PRIOR QUARTER " WS-ALW-PRIOR-QTR
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "POOLED LOANS" TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "PROD  G GRADE             LOANS"
               & "           EXPOSURE LOSS PCT"
               & "            RESERVE"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 5 TO WS-RPT-LINE-NUM

           PERFORM VARYING WS-ALW-POOL-IDX FROM 1 BY 1
               UNTIL WS-ALW-POOL-IDX > WS-ALW-POOL-MAX
               PERFORM 1700-CHECK-PAGE-BREAK
               MOVE WS-ALW-POOL-PRODUCT(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-PRODUCT
               MOVE WS-ALW-POOL-GRADE(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-GRADE
               MOVE WS-ALW-POOL-GRADE(WS-ALW-POOL-IDX)
                   TO WS-ALW-GRADE
               PERFORM 8911-NAME-RISK-GRADE
               MOVE WS-ALW-POOL-COUNT(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-COUNT
               MOVE WS-ALW-POOL-EXPOSURE(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-EXPOSURE
               MOVE WS-ALW-POOL-RATE(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-PCT
               MOVE WS-ALW-POOL-RESERVE(WS-ALW-POOL-IDX)
                   TO WS-ALW-D-RESERVE
               WRITE RPT-OUTPUT-RECORD FROM WS-ALW-RPT-DETAIL
               ADD 1 TO WS-RPT-LINE-NUM
               IF WS-RPT-CSV-OPEN = "Y"
                   MOVE SPACES TO CSV-OUTPUT-RECORD
                   STRING
                       WS-ALW-QUARTER ","
                       WS-ALW-D-PRODUCT ","
                       WS-ALW-D-GRADE ","
                       FUNCTION TRIM(WS-ALW-D-COUNT) ","
                       FUNCTION TRIM(WS-ALW-D-EXPOSURE) ","
                       FUNCTION TRIM(WS-ALW-D-PCT) ","
                       FUNCTION TRIM(WS-ALW-D-RESERVE)
                       DELIMITED SIZE INTO CSV-OUTPUT-RECORD
                   WRITE CSV-OUTPUT-RECORD
               END-IF
           END-PERFORM
           MOVE WS-ALW-POOL-TOTAL TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "POOLED RESERVE                           $"
                  WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

      * Individually impaired loans, from this quarter's rows
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "INDIVIDUALLY IMPAIRED LOANS" TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "LOAN ACCT        PROD G"
               & "           EXPOSURE            RESERVE"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 5 TO WS-RPT-LINE-NUM
           MOVE WS-ALW-QUARTER TO ALW-QUARTER
           MOVE ZEROS TO ALW-LOAN-ACCT-ID
           START ALLOWANCE-DETAIL-FILE KEY >= ALW-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALW-FILE-STATUS NOT = "00"
               READ ALLOWANCE-DETAIL-FILE NEXT RECORD
               IF WS-ALW-FILE-STATUS = "00"
                   IF ALW-QUARTER = WS-ALW-QUARTER
                       IF ALW-SPECIFIC
                           PERFORM 1700-CHECK-PAGE-BREAK
                           MOVE ALW-EXPOSURE TO WS-DSP-BALANCE
                           MOVE ALW-RESERVE TO WS-DSP-AMOUNT
                           MOVE SPACES TO RPT-OUTPUT-RECORD
                           STRING ALW-LOAN-ACCT-ID " " ALW-PRODUCT
                                  " " ALW-GRADE " " WS-DSP-BALANCE
                                  "  " WS-DSP-AMOUNT
                                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
                           WRITE RPT-OUTPUT-RECORD
                           ADD 1 TO WS-RPT-LINE-NUM
                       END-IF
                   ELSE
                       MOVE "10" TO WS-ALW-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALW-FILE-STATUS
           MOVE WS-ALW-SPEC-TOTAL TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "SPECIFIC RESERVE (" WS-ALW-SPEC-COUNT
                  " LOANS)                $" WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LOANS RESERVED: " WS-ALW-LOAN-COUNT
                  "   UNGRADED (POOLED AS PASS): "
                  WS-ALW-UNGRADED-COUNT
                  "   WITH NO LOSS RATE: " WS-ALW-NO-RATE-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-ALW-REQUIRED TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ALLOWANCE REQUIRED                       $"
                  WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 4 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8908 - WRITE THE GRADE MIGRATION
      * Loan counts from the prior quarter's grade (or new) to this
      * quarter's, with the prior quarter's loans that have since
      * exited.
      ******************************************************************
       8908-WRITE-GRADE-MIGRATION.
           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "GRADE MIGRATION " WS-ALW-PRIOR-QTR " TO "
                  WS-ALW-QUARTER " (LOAN COUNTS)"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "FROM               PASS    WATCH  SPEC MN"
               & "   SUBSTD DOUBTFUL   EXITED"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 4 TO WS-RPT-LINE-NUM

           PERFORM VARYING WS-MIG-ROW FROM 1 BY 1
               UNTIL WS-MIG-ROW > 6
               IF WS-MIG-ROW = 1
                   MOVE "NEW" TO WS-MIG-LABEL
                   MOVE ZEROS TO WS-MIG-CELL(6)
               ELSE
                   COMPUTE WS-MIG-GRADE-NUM = WS-MIG-ROW - 1
                   MOVE WS-MIG-GRADE-NUM TO WS-ALW-GRADE
                   PERFORM 8911-NAME-RISK-GRADE
                   MOVE WS-ALW-D-NAME TO WS-MIG-LABEL
                   COMPUTE WS-MIG-CELL(6) =
                       WS-MIG-PRIOR-N(WS-MIG-GRADE-NUM)
                       - WS-MIG-MATCHED-N(WS-MIG-GRADE-NUM)
               END-IF
               PERFORM VARYING WS-MIG-COL FROM 1 BY 1
                   UNTIL WS-MIG-COL > 5
                   MOVE WS-MIG-COUNT(WS-MIG-ROW, WS-MIG-COL)
                       TO WS-MIG-CELL(WS-MIG-COL)
               END-PERFORM
               PERFORM 1700-CHECK-PAGE-BREAK
               WRITE RPT-OUTPUT-RECORD FROM WS-MIG-RPT-DETAIL
               ADD 1 TO WS-RPT-LINE-NUM
           END-PERFORM

           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "UPGRADES: " WS-ALW-UPGRADES
                  "   DOWNGRADES: " WS-ALW-DOWNGRADES
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8909 - POST THE ALLOWANCE ADJUSTMENT
      * The change from the prior quarter's allowance is the
      * provision (a release when negative): expense against the
      * allowance, written as a pair of lines on the structured GL
      * feed the FX revaluation uses.
      ******************************************************************
       8909-POST-ALLOWANCE-ENTRY.
           COMPUTE WS-ALW-ADJUSTMENT =
               WS-ALW-REQUIRED - WS-ALW-PRIOR-TOTAL

           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "GL ADJUSTMENT ENTRY" TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-ALW-REQUIRED TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ALLOWANCE REQUIRED                       $"
                  WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-ALW-PRIOR-TOTAL TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ALLOWANCE AT " WS-ALW-PRIOR-QTR
                  " QUARTER-END               $" WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-ALW-ADJUSTMENT TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "PROVISION (RELEASE) FOR CREDIT LOSSES    $"
                  WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 6 TO WS-RPT-LINE-NUM

           IF WS-ALW-ADJUSTMENT = ZEROS
               MOVE "NO ENTRY - ALLOWANCE UNCHANGED"
                   TO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
           ELSE
               PERFORM 1560-OPEN-GL-FEED-FILE
               MOVE SPACES TO WS-GL-INPUT-DATE
               MOVE WS-BUSINESS-DATE TO WS-GL-INPUT-DATE
               MOVE "GL-PROVISN" TO WS-GL-LINE-CODE
               MOVE "PROVISION CR LOSSES" TO WS-GL-LINE-NAME
               MOVE WS-ALW-LOAN-COUNT TO WS-GL-LINE-COUNT
               MOVE WS-ALW-ADJUSTMENT TO WS-GL-LINE-AMOUNT
               PERFORM 7710-WRITE-GL-LINE
               MOVE "GL-ALLOWNC" TO WS-GL-LINE-CODE
               MOVE "ALLOWANCE CR LOSSES" TO WS-GL-LINE-NAME
               MOVE WS-ALW-LOAN-COUNT TO WS-GL-LINE-COUNT
               COMPUTE WS-GL-LINE-AMOUNT = WS-ALW-ADJUSTMENT * -1
               PERFORM 7710-WRITE-GL-LINE
               IF WS-GL-FEED-OPEN = "Y"
                   CLOSE GL-FEED-FILE
                   MOVE "N" TO WS-GL-FEED-OPEN
               END-IF
               DISPLAY "GL feed lines written to:  " WS-GL-FEED-PATH
           END-IF.

      ******************************************************************
      * 8911 - NAME A RISK GRADE
      * WS-ALW-GRADE in, WS-ALW-D-NAME out - the names ACCTMGMT's
      * grade maintenance shows.
      ******************************************************************
       8911-NAME-RISK-GRADE.
           EVALUATE WS-ALW-GRADE
               WHEN "1"
                   MOVE "PASS" TO WS-ALW-D-NAME
               WHEN "2"
                   MOVE "WATCH" TO WS-ALW-D-NAME
               WHEN "3"
                   MOVE "SPECIAL MENTION" TO WS-ALW-D-NAME
               WHEN "4"
                   MOVE "SUBSTANDARD" TO WS-ALW-D-NAME
               WHEN "5"
                   MOVE "DOUBTFUL" TO WS-ALW-D-NAME
               WHEN OTHER
                   MOVE "UNGRADED" TO WS-ALW-D-NAME
           END-EVALUATE.

      ******************************************************************
      * 8912 - MAINTAIN ALLOWANCE LOSS RATES
      * Lists the table and adds or replaces one rate, the same
      * read-then-REWRITE-or-WRITE shape the BAI2 subscription
      * maintenance uses. Product "****" is the default for any
      * product without rates of its own.
      ******************************************************************
       8912-MAINTAIN-LOSS-RATES.
           DISPLAY " "
           DISPLAY "=== ALLOWANCE LOSS RATES ==="
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may change loss rates."
               GO TO 8912-LSR-EXIT
           END-IF
           OPEN I-O LOSS-RATE-FILE
           IF WS-LSR-FILE-STATUS = "35"
               OPEN OUTPUT LOSS-RATE-FILE
               CLOSE LOSS-RATE-FILE
               OPEN I-O LOSS-RATE-FILE
           END-IF

           MOVE LOW-VALUES TO LSR-KEY
           START LOSS-RATE-FILE KEY >= LSR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LSR-FILE-STATUS NOT = "00"
               READ LOSS-RATE-FILE NEXT RECORD
               IF WS-LSR-FILE-STATUS = "00"
                   MOVE LSR-LOSS-PCT TO WS-ALW-D-PCT
                   DISPLAY "  " LSR-PRODUCT " grade " LSR-GRADE
                           "  " WS-ALW-D-PCT "%  "
                           LSR-UPDATED-DATE " " LSR-UPDATED-BY
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LSR-FILE-STATUS

           DISPLAY "Product Code (**** for default, blank to exit): "
               WITH NO ADVANCING
           ACCEPT WS-LSR-INPUT-PRODUCT FROM CONSOLE
           IF WS-LSR-INPUT-PRODUCT = SPACES
               CLOSE LOSS-RATE-FILE
               GO TO 8912-LSR-EXIT
           END-IF
           DISPLAY "Grade (1-5): " WITH NO ADVANCING
           ACCEPT WS-LSR-INPUT-GRADE FROM CONSOLE
           IF WS-LSR-INPUT-GRADE < "1"
               OR WS-LSR-INPUT-GRADE > "5"
               DISPLAY "Grade must be 1 through 5."
               CLOSE LOSS-RATE-FILE
               GO TO 8912-LSR-EXIT
           END-IF
           DISPLAY "Loss Rate (percent): " WITH NO ADVANCING
           ACCEPT WS-LSR-INPUT-PCT FROM CONSOLE
           COMPUTE WS-ALW-RATE = FUNCTION NUMVAL(WS-LSR-INPUT-PCT)
           IF WS-ALW-RATE > 100
               DISPLAY "Loss rate cannot exceed 100 percent."
               CLOSE LOSS-RATE-FILE
               GO TO 8912-LSR-EXIT
           END-IF

           MOVE WS-LSR-INPUT-PRODUCT TO LSR-PRODUCT
           MOVE WS-LSR-INPUT-GRADE TO LSR-GRADE
           READ LOSS-RATE-FILE
           MOVE WS-ALW-RATE TO LSR-LOSS-PCT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO LSR-UPDATED-DATE
           MOVE LS-CURRENT-USER TO LSR-UPDATED-BY
           IF WS-LSR-FILE-STATUS = "00"
               REWRITE LOSS-RATE-RECORD
           ELSE
               WRITE LOSS-RATE-RECORD
           END-IF
           MOVE WS-ALW-RATE TO WS-ALW-D-PCT
           DISPLAY "Loss rate for " LSR-PRODUCT " grade " LSR-GRADE
                   " set to " WS-ALW-D-PCT "%."
           CLOSE LOSS-RATE-FILE.

       8912-LSR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8920 - LENDING CONCENTRATION REPORT (QUARTERLY)
      * The largest borrowing relationships, ranked by committed
      * exposure - loan balances plus the undrawn side of open
      * credit lines and of construction loans still drawing, net
      * of shares sold to participants - with each one's share of
      * the legal lending limit and any that stand over the legal
      * or house limit.
      ******************************************************************
       8920-LENDING-CONCENTRATION.
           MOVE "LENDING CONCENTRATION REPORT" TO LS-REPORT-TITLE

           MOVE "CONCQTR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT
           MOVE SPACES TO WS-ALW-INPUT-QTR
           PERFORM 8901-SET-ALLOWANCE-QUARTERS
               THRU 8901-QTR-EXIT

           COMPUTE WS-CON-LEGAL-LIMIT ROUNDED =
               WS-LLL-CAPITAL-SURPLUS * WS-LLL-LEGAL-PCT / 100
           COMPUTE WS-CON-HOUSE-LIMIT ROUNDED =
               WS-LLL-CAPITAL-SURPLUS * WS-LLL-HOUSE-PCT / 100
           MOVE ZEROS TO WS-CON-REL-MAX
           MOVE ZEROS TO WS-CON-OVERFLOW
           MOVE ZEROS TO WS-CON-LOAN-COUNT
           MOVE ZEROS TO WS-CON-TOT-OUT
           MOVE ZEROS TO WS-CON-TOT-COMMIT
           MOVE ZEROS TO WS-CON-TOP-COMMIT
           MOVE ZEROS TO WS-CON-OVER-LEGAL
           MOVE ZEROS TO WS-CON-OVER-HOUSE
           INITIALIZE WS-CON-REL-TABLE
           PERFORM 8921-LOAD-BORROWER-GROUPS

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-TYPE-LOAN
                   AND NOT (ACCT-CLOSED OR ACCT-CHARGED-OFF)
                   PERFORM 8922-ADD-CONCENTRATION-LOAN
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "QUARTER " WS-ALW-QUARTER
                  "   AS OF " WS-BUSINESS-DATE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-CON-LEGAL-LIMIT TO WS-DSP-AMOUNT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LEGAL LENDING LIMIT  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-CON-HOUSE-LIMIT TO WS-DSP-AMOUNT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "HOUSE LIMIT          $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "RNK RELATIONSHIP         NAME                     "
               & "G LNS       OUTSTANDING         COMMITTED"
               & " %LEGAL"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 6 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "RANK,RELATIONSHIP,NAME,GROUPED,LOANS,"
                   & "OUTSTANDING,COMMITTED,PCT_LEGAL_LIMIT,FLAG"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           PERFORM VARYING WS-CON-RANK FROM 1 BY 1
               UNTIL WS-CON-RANK > WS-CON-TOP-N
               OR WS-CON-RANK > WS-CON-REL-MAX
               PERFORM 8923-WRITE-NEXT-LARGEST
           END-PERFORM

           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "RELATIONSHIPS: " WS-CON-REL-MAX
                  "   LOANS: " WS-CON-LOAN-COUNT
                  "   OVER LEGAL LIMIT: " WS-CON-OVER-LEGAL
                  "   OVER HOUSE LIMIT: " WS-CON-OVER-HOUSE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-CON-TOT-OUT TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "PORTFOLIO OUTSTANDING        $" WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-CON-TOT-COMMIT TO WS-DSP-BALANCE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "PORTFOLIO COMMITTED          $" WS-DSP-BALANCE
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE ZEROS TO WS-CON-PCT
           IF WS-CON-TOT-COMMIT > ZEROS
               COMPUTE WS-CON-PCT ROUNDED =
                   WS-CON-TOP-COMMIT * 100 / WS-CON-TOT-COMMIT
           END-IF
           MOVE WS-CON-PCT TO WS-CON-DSP-PCT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LARGEST " WS-CON-TOP-N
                  " RELATIONSHIPS HOLD " WS-CON-DSP-PCT
                  "% OF COMMITTED EXPOSURE"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 5 TO WS-RPT-LINE-NUM
           IF WS-CON-OVERFLOW > ZEROS
               MOVE SPACES TO RPT-OUTPUT-RECORD
               STRING "*** " WS-CON-OVERFLOW
                      " LOANS NOT RANKED - RELATIONSHIP TABLE FULL"
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
           END-IF

           DISPLAY " "
           DISPLAY "Lending concentration report written to: "
                   WS-RPT-OUTPUT-PATH

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT

           MOVE "CONCQTR" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CON-LOAN-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8921 - LOAD BORROWER RELATIONSHIPS
      * Customer-to-relationship map for the loan scan.
      ******************************************************************
       8921-LOAD-BORROWER-GROUPS.
           MOVE ZEROS TO WS-CON-MAP-MAX
           MOVE LOW-VALUES TO BRL-CUST-ID
           START BORROWER-REL-FILE KEY >= BRL-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BRL-FILE-STATUS NOT = "00"
               READ BORROWER-REL-FILE NEXT RECORD
               IF WS-BRL-FILE-STATUS = "00"
                   AND WS-CON-MAP-MAX < 500
                   ADD 1 TO WS-CON-MAP-MAX
                   MOVE BRL-CUST-ID
                       TO WS-CON-MAP-CUST(WS-CON-MAP-MAX)
                   MOVE BRL-GROUP-ID
                       TO WS-CON-MAP-GROUP(WS-CON-MAP-MAX)
               END-IF
           END-PERFORM
           MOVE "00" TO WS-BRL-FILE-STATUS.

      ******************************************************************
      * 8922 - ADD ONE LOAN TO ITS RELATIONSHIP
      * ACCOUNT-RECORD is an open loan.
      ******************************************************************
       8922-ADD-CONCENTRATION-LOAN.
           MOVE ZEROS TO WS-CON-LOAN-OUT
           IF ACCT-BALANCE < ZEROS
               COMPUTE WS-CON-LOAN-OUT = ACCT-BALANCE * -1
           END-IF
           MOVE WS-CON-LOAN-OUT TO WS-CON-LOAN-COMMIT
           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS = "00"
               AND HLC-DRAW-PERIOD
               AND NOT HLC-LINE-FROZEN
               AND HLC-LINE-AMOUNT > WS-CON-LOAN-COMMIT
               MOVE HLC-LINE-AMOUNT TO WS-CON-LOAN-COMMIT
           END-IF
           MOVE ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS = "00"
               AND CNL-UNDER-CONSTRUCTION
               AND CNL-COMMITMENT > WS-CON-LOAN-COMMIT
               MOVE CNL-COMMITMENT TO WS-CON-LOAN-COMMIT
           END-IF
           MOVE ACCT-ID TO WS-PTC-LOOKUP-ACCT
           PERFORM 8889-LOOKUP-PARTICIPATIONS
           IF WS-PTC-SOLD-PCT > ZEROS
               COMPUTE WS-CON-LOAN-OUT ROUNDED =
                   WS-CON-LOAN-OUT * (100 - WS-PTC-SOLD-PCT) / 100
               COMPUTE WS-CON-LOAN-COMMIT ROUNDED =
                   WS-CON-LOAN-COMMIT * (100 - WS-PTC-SOLD-PCT) / 100
           END-IF
           ADD 1 TO WS-CON-LOAN-COUNT
           ADD WS-CON-LOAN-OUT TO WS-CON-TOT-OUT
           ADD WS-CON-LOAN-COMMIT TO WS-CON-TOT-COMMIT

           MOVE ACCT-OWNER-ID TO WS-CON-REL-KEY
           MOVE "N" TO WS-CON-REL-GROUP-FLAG
           PERFORM VARYING WS-CON-MAP-IDX FROM 1 BY 1
               UNTIL WS-CON-MAP-IDX > WS-CON-MAP-MAX
               IF WS-CON-MAP-CUST(WS-CON-MAP-IDX) = ACCT-OWNER-ID
                   MOVE WS-CON-MAP-GROUP(WS-CON-MAP-IDX)
                       TO WS-CON-REL-KEY
                   MOVE "Y" TO WS-CON-REL-GROUP-FLAG
                   MOVE WS-CON-MAP-MAX TO WS-CON-MAP-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CON-REL-IDX FROM 1 BY 1
               UNTIL WS-CON-REL-IDX > WS-CON-REL-MAX
               OR WS-CON-REL-ID(WS-CON-REL-IDX) = WS-CON-REL-KEY
               CONTINUE
           END-PERFORM
           IF WS-CON-REL-IDX > WS-CON-REL-MAX
               IF WS-CON-REL-MAX < 500
                   ADD 1 TO WS-CON-REL-MAX
                   MOVE WS-CON-REL-MAX TO WS-CON-REL-IDX
                   MOVE WS-CON-REL-KEY
                       TO WS-CON-REL-ID(WS-CON-REL-IDX)
                   MOVE WS-CON-REL-GROUP-FLAG
                       TO WS-CON-REL-GROUPED(WS-CON-REL-IDX)
                   MOVE "N" TO WS-CON-REL-DONE(WS-CON-REL-IDX)
               ELSE
                   ADD 1 TO WS-CON-OVERFLOW
               END-IF
           END-IF
           IF WS-CON-REL-IDX NOT > WS-CON-REL-MAX
               ADD 1 TO WS-CON-REL-LOANS(WS-CON-REL-IDX)
               ADD WS-CON-LOAN-OUT TO WS-CON-REL-OUT(WS-CON-REL-IDX)
               ADD WS-CON-LOAN-COMMIT
                   TO WS-CON-REL-COMMIT(WS-CON-REL-IDX)
           END-IF.

      ******************************************************************
      * 8923 - WRITE THE NEXT LARGEST RELATIONSHIP
      * Picks the largest committed exposure not yet written.
      ******************************************************************
       8923-WRITE-NEXT-LARGEST.
           MOVE ZEROS TO WS-CON-BEST-IDX
           PERFORM VARYING WS-CON-REL-IDX FROM 1 BY 1
               UNTIL WS-CON-REL-IDX > WS-CON-REL-MAX
               IF WS-CON-REL-DONE(WS-CON-REL-IDX) = "N"
                   IF WS-CON-BEST-IDX = ZEROS
                       MOVE WS-CON-REL-IDX TO WS-CON-BEST-IDX
                   ELSE
                       IF WS-CON-REL-COMMIT(WS-CON-REL-IDX) >
                           WS-CON-REL-COMMIT(WS-CON-BEST-IDX)
                           MOVE WS-CON-REL-IDX TO WS-CON-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CON-BEST-IDX = ZEROS
               MOVE WS-CON-TOP-N TO WS-CON-RANK
           ELSE
               MOVE "Y" TO WS-CON-REL-DONE(WS-CON-BEST-IDX)
               ADD WS-CON-REL-COMMIT(WS-CON-BEST-IDX)
                   TO WS-CON-TOP-COMMIT
               MOVE WS-CON-RANK TO WS-CON-D-RANK
               MOVE WS-CON-REL-ID(WS-CON-BEST-IDX) TO WS-CON-D-ID
               MOVE WS-CON-REL-ID(WS-CON-BEST-IDX) TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = "00"
                   MOVE SPACES TO WS-CON-D-NAME
                   STRING FUNCTION TRIM(CUST-LAST-NAME) ", "
                          FUNCTION TRIM(CUST-FIRST-NAME)
                          DELIMITED SIZE INTO WS-CON-D-NAME
               ELSE
                   MOVE "(NOT ON FILE)" TO WS-CON-D-NAME
               END-IF
               MOVE WS-CON-REL-GROUPED(WS-CON-BEST-IDX)
                   TO WS-CON-D-GROUPED
               MOVE WS-CON-REL-LOANS(WS-CON-BEST-IDX)
                   TO WS-CON-D-LOANS
               MOVE WS-CON-REL-OUT(WS-CON-BEST-IDX) TO WS-CON-D-OUT
               MOVE WS-CON-REL-COMMIT(WS-CON-BEST-IDX)
                   TO WS-CON-D-COMMIT
               MOVE ZEROS TO WS-CON-PCT
               IF WS-CON-LEGAL-LIMIT > ZEROS
                   COMPUTE WS-CON-PCT ROUNDED =
                       WS-CON-REL-COMMIT(WS-CON-BEST-IDX) * 100
                       / WS-CON-LEGAL-LIMIT
               END-IF
               MOVE WS-CON-PCT TO WS-CON-D-PCT
               MOVE SPACES TO WS-CON-D-FLAG
               IF WS-CON-REL-COMMIT(WS-CON-BEST-IDX) >
                   WS-CON-LEGAL-LIMIT
                   MOVE "OVER LEGAL" TO WS-CON-D-FLAG
                   ADD 1 TO WS-CON-OVER-LEGAL
               ELSE
                   IF WS-CON-REL-COMMIT(WS-CON-BEST-IDX) >
                       WS-CON-HOUSE-LIMIT
                       MOVE "OVER HOUSE" TO WS-CON-D-FLAG
                       ADD 1 TO WS-CON-OVER-HOUSE
                   END-IF
               END-IF
               PERFORM 1700-CHECK-PAGE-BREAK
               WRITE RPT-OUTPUT-RECORD FROM WS-CON-RPT-DETAIL
               ADD 1 TO WS-RPT-LINE-NUM
               IF WS-RPT-CSV-OPEN = "Y"
                   MOVE SPACES TO CSV-OUTPUT-RECORD
                   STRING
                       FUNCTION TRIM(WS-CON-D-RANK) ","
                       FUNCTION TRIM(WS-CON-D-ID) ","
                       '"' FUNCTION TRIM(WS-CON-D-NAME) '",'
                       WS-CON-D-GROUPED ","
                       FUNCTION TRIM(WS-CON-D-LOANS) ","
                       FUNCTION TRIM(WS-CON-D-OUT) ","
                       FUNCTION TRIM(WS-CON-D-COMMIT) ","
                       FUNCTION TRIM(WS-CON-D-PCT) ","
                       FUNCTION TRIM(WS-CON-D-FLAG)
                       DELIMITED SIZE INTO CSV-OUTPUT-RECORD
                   WRITE CSV-OUTPUT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * 8924 - SCRA COMPLIANCE REPORT
      * Every customer with military status on file - active duty,
      * the last day of protection, how service was verified and
      * the last DMDC answer, interest forgiven above the cap and
      * the fees, charge-offs and collections referrals held -
      * then every loan and card a protected customer opened before
      * duty began, with the rate it carries and the rate it is
      * charged. Exceptions: a DMDC answer that contradicts orders
      * on file, an active-duty record not verified in a year, and
      * a pre-service debt charged off.
      ******************************************************************
       8924-SCRA-COMPLIANCE-REPORT.
           MOVE "SCRA COMPLIANCE REPORT" TO LS-REPORT-TITLE

           MOVE "SCRARPT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT
           MOVE WS-BUSINESS-DATE TO WS-SCRA-TODAY
           MOVE ZEROS TO WS-SCRA-MEMBER-COUNT
           MOVE ZEROS TO WS-SCRA-PROT-COUNT
           MOVE ZEROS TO WS-SCRA-ACCT-COUNT
           MOVE ZEROS TO WS-SCRA-EXCEPT-COUNT
           MOVE ZEROS TO WS-SCRA-TOT-FORGIVEN
           MOVE ZEROS TO WS-SCRA-TOT-FEES
           MOVE ZEROS TO WS-SCRA-TOT-CHGO
           MOVE ZEROS TO WS-SCRA-TOT-COLL

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "AS OF " WS-BUSINESS-DATE
                  "   INTEREST CAP " WS-SCRA-CAP-RATE "%"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "SERVICEMEMBERS" TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "CUSTOMER             NAME                   S START   "
               & " END      PROT END S D P      FORGIVEN  FEES  CHGO"
               & "  COLL FLAG"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 5 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "SECTION,CUSTOMER,NAME_OR_ACCOUNT,STATUS_OR_TYPE,"
                   & "DUTY_START_OR_OPENED,DUTY_END_OR_RATE,"
                   & "PROTECT_END_OR_CHARGED,FORGIVEN_OR_BALANCE,FLAG"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE LOW-VALUES TO MIL-CUST-ID
           START MILITARY-STATUS-FILE KEY >= MIL-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-MIL-FILE-STATUS NOT = "00"
               READ MILITARY-STATUS-FILE NEXT RECORD
               IF WS-MIL-FILE-STATUS = "00"
                   PERFORM 8925-WRITE-SCRA-MEMBER
               END-IF
           END-PERFORM
           MOVE "00" TO WS-MIL-FILE-STATUS

           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "PRE-SERVICE LOANS AND CARDS OF PROTECTED CUSTOMERS"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "ACCOUNT          CUSTOMER             TY OPENED    "
               & "RATE CHARGED           BALANCE FLAG"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 4 TO WS-RPT-LINE-NUM

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND (ACCT-TYPE-LOAN OR ACCT-TYPE-CREDIT)
                   AND NOT ACCT-CLOSED
                   PERFORM 8926-WRITE-SCRA-ACCOUNT
                       THRU 8926-SCRA-ACCT-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "SERVICEMEMBERS: " WS-SCRA-MEMBER-COUNT
                  "   PROTECTED: " WS-SCRA-PROT-COUNT
                  "   PRE-SERVICE DEBTS CAPPED: " WS-SCRA-ACCT-COUNT
                  "   EXCEPTIONS: " WS-SCRA-EXCEPT-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-SCRA-TOT-FORGIVEN TO WS-DSP-AMOUNT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "INTEREST FORGIVEN ABOVE THE CAP  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "HELD - LATE FEES: " WS-SCRA-TOT-FEES
                  "   CHARGE-OFFS: " WS-SCRA-TOT-CHGO
                  "   COLLECTIONS REFERRALS: " WS-SCRA-TOT-COLL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 4 TO WS-RPT-LINE-NUM

           DISPLAY " "
           DISPLAY "SCRA compliance report written to: "
                   WS-RPT-OUTPUT-PATH

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT

           MOVE "SCRARPT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-SCRA-MEMBER-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8925 - WRITE ONE SERVICEMEMBER
      * MILITARY-STATUS-RECORD is current. Protection follows
      * ACCTMGMT's 8562: active duty begun and the last day of
      * protection not yet passed.
      ******************************************************************
       8925-WRITE-SCRA-MEMBER.
           ADD 1 TO WS-SCRA-MEMBER-COUNT
           PERFORM 8927-SET-SCRA-PROTECTED
           IF WS-SCRA-PROTECTED
               ADD 1 TO WS-SCRA-PROT-COUNT
           END-IF
           ADD MIL-INT-FORGIVEN TO WS-SCRA-TOT-FORGIVEN
           ADD MIL-FEES-HELD TO WS-SCRA-TOT-FEES
           ADD MIL-CHGO-HELD TO WS-SCRA-TOT-CHGO
           ADD MIL-COLL-HELD TO WS-SCRA-TOT-COLL

           MOVE MIL-CUST-ID TO WS-SCRA-M-CUST
           MOVE MIL-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE SPACES TO WS-SCRA-M-NAME
               STRING FUNCTION TRIM(CUST-LAST-NAME) ", "
                      FUNCTION TRIM(CUST-FIRST-NAME)
                      DELIMITED SIZE INTO WS-SCRA-M-NAME
           ELSE
               MOVE "(NOT ON FILE)" TO WS-SCRA-M-NAME
           END-IF
           MOVE MIL-STATUS TO WS-SCRA-M-STATUS
           MOVE MIL-DUTY-START TO WS-SCRA-M-START
           MOVE MIL-DUTY-END TO WS-SCRA-M-END
           MOVE MIL-PROTECT-END TO WS-SCRA-M-PROT-END
           MOVE MIL-VERIFY-SOURCE TO WS-SCRA-M-SOURCE
           MOVE MIL-DMDC-RESULT TO WS-SCRA-M-DMDC
           MOVE WS-SCRA-PROTECT-FLAG TO WS-SCRA-M-PROT
           MOVE MIL-INT-FORGIVEN TO WS-SCRA-M-FORGIVEN
           MOVE MIL-FEES-HELD TO WS-SCRA-M-FEES
           MOVE MIL-CHGO-HELD TO WS-SCRA-M-CHGO
           MOVE MIL-COLL-HELD TO WS-SCRA-M-COLL

           MOVE SPACES TO WS-SCRA-M-FLAG
           IF MIL-ACTIVE-DUTY
               AND MIL-HAS-ORDERS
               AND MIL-DMDC-NOT-ACTIVE
               MOVE "DMDC CONFLICT" TO WS-SCRA-M-FLAG
           ELSE
               IF MIL-ACTIVE-DUTY
                   MOVE ZEROS TO WS-SCRA-VERIFY-INT
                   IF MIL-LAST-VERIFIED IS NUMERIC
                       COMPUTE WS-SCRA-VERIFY-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(MIL-LAST-VERIFIED))
                   END-IF
                   IF WS-SCRA-VERIFY-INT = ZEROS
                       OR FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                          - WS-SCRA-VERIFY-INT > 365
                       MOVE "NOT VERIFIED" TO WS-SCRA-M-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-SCRA-M-FLAG NOT = SPACES
               ADD 1 TO WS-SCRA-EXCEPT-COUNT
           END-IF

           PERFORM 1700-CHECK-PAGE-BREAK
           WRITE RPT-OUTPUT-RECORD FROM WS-SCRA-MEM-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   "MEMBER,"
                   FUNCTION TRIM(WS-SCRA-M-CUST) ","
                   '"' FUNCTION TRIM(WS-SCRA-M-NAME) '",'
                   WS-SCRA-M-STATUS ","
                   WS-SCRA-M-START ","
                   WS-SCRA-M-END ","
                   WS-SCRA-M-PROT-END ","
                   FUNCTION TRIM(WS-SCRA-M-FORGIVEN) ","
                   FUNCTION TRIM(WS-SCRA-M-FLAG)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 8926 - WRITE ONE PRE-SERVICE DEBT
      * ACCOUNT-RECORD is an open loan or card. Listed only when
      * its owner is protected and it was opened before duty.
      ******************************************************************
       8926-WRITE-SCRA-ACCOUNT.
           MOVE ACCT-OWNER-ID TO MIL-CUST-ID
           READ MILITARY-STATUS-FILE
           IF WS-MIL-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-MIL-FILE-STATUS
               GO TO 8926-SCRA-ACCT-EXIT
           END-IF
           PERFORM 8927-SET-SCRA-PROTECTED
           IF NOT WS-SCRA-PROTECTED
               OR ACCT-OPEN-DATE(1:8) NOT < MIL-DUTY-START
               GO TO 8926-SCRA-ACCT-EXIT
           END-IF

           ADD 1 TO WS-SCRA-ACCT-COUNT
           MOVE ACCT-ID TO WS-SCRA-A-ACCT
           MOVE ACCT-OWNER-ID TO WS-SCRA-A-CUST
           MOVE ACCT-TYPE TO WS-SCRA-A-TYPE
           MOVE ACCT-OPEN-DATE(1:8) TO WS-SCRA-A-OPENED
           MOVE ACCT-INTEREST-RATE TO WS-SCRA-A-RATE
           IF ACCT-INTEREST-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-SCRA-A-CHARGED
           ELSE
               MOVE ACCT-INTEREST-RATE TO WS-SCRA-A-CHARGED
           END-IF
           MOVE ACCT-BALANCE TO WS-SCRA-A-BALANCE
           MOVE SPACES TO WS-SCRA-A-FLAG
           IF ACCT-CHARGED-OFF
               MOVE "CHARGED OFF" TO WS-SCRA-A-FLAG
               ADD 1 TO WS-SCRA-EXCEPT-COUNT
           END-IF

           PERFORM 1700-CHECK-PAGE-BREAK
           WRITE RPT-OUTPUT-RECORD FROM WS-SCRA-ACCT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   "ACCOUNT,"
                   FUNCTION TRIM(WS-SCRA-A-CUST) ","
                   WS-SCRA-A-ACCT ","
                   WS-SCRA-A-TYPE ","
                   WS-SCRA-A-OPENED ","
                   FUNCTION TRIM(WS-SCRA-A-RATE) ","
                   FUNCTION TRIM(WS-SCRA-A-CHARGED) ","
                   FUNCTION TRIM(WS-SCRA-A-BALANCE) ","
                   FUNCTION TRIM(WS-SCRA-A-FLAG)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

       8926-SCRA-ACCT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8927 - IS THIS SERVICEMEMBER PROTECTED TODAY
      ******************************************************************
       8927-SET-SCRA-PROTECTED.
           MOVE "N" TO WS-SCRA-PROTECT-FLAG
           IF NOT MIL-NOT-ON-DUTY
               AND MIL-VERIFY-SOURCE NOT = SPACES
               AND MIL-DUTY-START NOT = SPACES
               AND MIL-DUTY-START NOT > WS-SCRA-TODAY
               IF MIL-PROTECT-END = SPACES
                   OR MIL-PROTECT-END NOT < WS-SCRA-TODAY
                   MOVE "Y" TO WS-SCRA-PROTECT-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * 8929 - WRITE ONE LINE OF THE RUNOFF RECONCILIATION
      * Caller fills WS-TRDR-LABEL, WS-TRDR-COUNT and WS-TRDR-AMOUNT.
      ******************************************************************
       8929-WRITE-RECON-LINE.
           WRITE RPT-OUTPUT-RECORD FROM WS-TRD-RCN-LINE
           ADD 1 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   'RECON,"' FUNCTION TRIM(WS-TRDR-LABEL) '",'
                   FUNCTION TRIM(WS-TRDR-COUNT) ","
                   FUNCTION TRIM(WS-TRDR-AMOUNT)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 8930 - DEPOSIT GROWTH TREND
      * Month by month off the balance snapshots: deposit accounts
      * open at month end, how many were opened that month, total
      * ledger balance and its change on the month before, and the
      * month's average daily balance. Then product and branch
      * tables comparing the first and last months of the range.
      * Deposits are CH, SA, CO, CD and IR; closed and charged-off
      * accounts are left out.
      ******************************************************************
       8930-DEPOSIT-GROWTH-REPORT.
           MOVE "D" TO WS-TRD-REPORT
           PERFORM 8931-PROMPT-TREND-RANGE
               THRU 8931-RANGE-EXIT
           IF NOT WS-TRD-RANGE-OK
               GO TO 8930-DEP-EXIT
           END-IF

           MOVE "DEPOSIT GROWTH TREND" TO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "MONTH-END BALANCE SNAPSHOTS " WS-TRD-FROM-PERIOD
                  " TO " WS-TRD-TO-PERIOD
                  " - DEPOSIT ACCOUNTS (CH SA CO CD IR)"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "PERIOD" TO WS-TRDMH-PERIOD
           MOVE "ACCTS" TO WS-TRDMH-CNT-1
           MOVE "NEW" TO WS-TRDMH-CNT-2
           MOVE "LEDGER BALANCE" TO WS-TRDMH-AMT-1
           MOVE "CHANGE" TO WS-TRDMH-AMT-2
           MOVE "AVG DAILY BAL" TO WS-TRDMH-AMT-3
           WRITE RPT-OUTPUT-RECORD FROM WS-TRD-MON-HDR
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 4 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "SECTION,PERIOD,ACCOUNTS,NEW_ACCOUNTS,"
                   & "LEDGER_BALANCE,CHANGE,AVG_DAILY_BALANCE"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE "N" TO WS-TRD-PRIOR-FLAG
           MOVE WS-TRD-FROM-PERIOD TO WS-TRD-PERIOD
           PERFORM UNTIL WS-TRD-PERIOD > WS-TRD-TO-PERIOD
               MOVE ZEROS TO WS-TRD-MON-CNT-1
               MOVE ZEROS TO WS-TRD-MON-CNT-2
               MOVE ZEROS TO WS-TRD-MON-AMT-1
               MOVE ZEROS TO WS-TRD-MON-AMT-2
               MOVE ZEROS TO WS-TRD-MON-AMT-3
               MOVE "N" TO WS-TRD-MON-FLAG
               PERFORM 8932-POSITION-SNAPSHOT
                   THRU 8932-POS-EXIT
               PERFORM UNTIL WS-SNAP-FILE-STATUS NOT = "00"
                   READ BALANCE-SNAPSHOT-FILE NEXT RECORD
                   IF WS-SNAP-FILE-STATUS = "00"
                       IF SNAP-PERIOD NOT = WS-TRD-PERIOD
                           MOVE "10" TO WS-SNAP-FILE-STATUS
                       ELSE
                           MOVE "Y" TO WS-TRD-MON-FLAG
                           PERFORM 8943-TALLY-DEPOSIT
                               THRU 8943-DEP-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TRD-MON-FOUND
                   IF WS-TRD-HAVE-PRIOR
                       COMPUTE WS-TRD-MON-AMT-2 =
                           WS-TRD-MON-AMT-1 - WS-TRD-PRIOR-TOTAL
                   END-IF
                   MOVE WS-TRD-MON-AMT-1 TO WS-TRD-PRIOR-TOTAL
                   MOVE "Y" TO WS-TRD-PRIOR-FLAG
               ELSE
                   MOVE "N" TO WS-TRD-PRIOR-FLAG
               END-IF
               PERFORM 8947-WRITE-MONTH-LINE
               PERFORM 8946-NEXT-PERIOD
           END-PERFORM
           PERFORM 8939-CLOSE-SNAPSHOTS

           MOVE "P" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION
           MOVE "B" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION

           DISPLAY " "
           DISPLAY "Deposit growth trend generated - "
                   WS-TRD-FROM-PERIOD " to " WS-TRD-TO-PERIOD "."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

       8930-DEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8931 - TREND REPORT RANGE
      * Defaults to the last closed month against the same month a
      * year before; scheduled runs take the default. Clears the
      * product and branch tables for the report about to run.
      ******************************************************************
       8931-PROMPT-TREND-RANGE.
           MOVE "N" TO WS-TRD-RANGE-FLAG
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT
           MOVE WS-BUSINESS-DATE(1:6) TO WS-TRD-PERIOD
           IF WS-TRD-MONTH = 1
               MOVE 12 TO WS-TRD-MONTH
               SUBTRACT 1 FROM WS-TRD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-TRD-MONTH
           END-IF
           MOVE WS-TRD-PERIOD TO WS-TRD-TO-PERIOD
           SUBTRACT 1 FROM WS-TRD-YEAR
           MOVE WS-TRD-PERIOD TO WS-TRD-FROM-PERIOD

           IF NOT WS-RPT-IN-SCHEDULE-MODE
               DISPLAY "From period (YYYYMM, blank for "
                       WS-TRD-FROM-PERIOD "): " WITH NO ADVANCING
               ACCEPT WS-TRD-INPUT-FROM FROM CONSOLE
               IF WS-TRD-INPUT-FROM NOT = SPACES
                   MOVE WS-TRD-INPUT-FROM TO WS-TRD-FROM-PERIOD
               END-IF
               DISPLAY "To period   (YYYYMM, blank for "
                       WS-TRD-TO-PERIOD "): " WITH NO ADVANCING
               ACCEPT WS-TRD-INPUT-TO FROM CONSOLE
               IF WS-TRD-INPUT-TO NOT = SPACES
                   MOVE WS-TRD-INPUT-TO TO WS-TRD-TO-PERIOD
               END-IF
           END-IF

           IF WS-TRD-FROM-PERIOD IS NOT NUMERIC
               OR WS-TRD-FROM-PERIOD(5:2) < "01"
               OR WS-TRD-FROM-PERIOD(5:2) > "12"
               OR WS-TRD-TO-PERIOD IS NOT NUMERIC
               OR WS-TRD-TO-PERIOD(5:2) < "01"
               OR WS-TRD-TO-PERIOD(5:2) > "12"
               DISPLAY "Invalid period."
               GO TO 8931-RANGE-EXIT
           END-IF
           IF WS-TRD-FROM-PERIOD > WS-TRD-TO-PERIOD
               DISPLAY "From period is after the to period."
               GO TO 8931-RANGE-EXIT
           END-IF

           MOVE ZEROS TO WS-TRD-PROD-MAX
           MOVE ZEROS TO WS-TRD-BR-MAX
           INITIALIZE WS-TRD-TOTALS
           MOVE ZEROS TO WS-TRD-PAYDOWN
           MOVE ZEROS TO WS-TRD-ADVANCES
           MOVE ZEROS TO WS-TRD-PAYOFF-CNT
           MOVE ZEROS TO WS-TRD-PAYOFF-AMT
           MOVE ZEROS TO WS-TRD-CHGOFF-CNT
           MOVE ZEROS TO WS-TRD-CHGOFF-AMT
           MOVE ZEROS TO WS-TRD-NEW-CNT
           MOVE ZEROS TO WS-TRD-NEW-AMT
           MOVE "Y" TO WS-TRD-RANGE-FLAG.

       8931-RANGE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8932 - POSITION AT THE FIRST SNAPSHOT OF WS-TRD-PERIOD
      * Opens that year's BALSNAPyyyy unless it is the one already
      * open. A missing year reads as no rows (status 23).
      ******************************************************************
       8932-POSITION-SNAPSHOT.
           IF WS-TRD-PERIOD(1:4) NOT = WS-SNAP-OPEN-YEAR
               IF WS-SNAP-OPEN-YEAR NOT = SPACES
                   CLOSE BALANCE-SNAPSHOT-FILE
                   MOVE SPACES TO WS-SNAP-OPEN-YEAR
               END-IF
               MOVE SPACES TO WS-SNAP-PATH
               STRING "BALSNAP" WS-TRD-PERIOD(1:4)
                      DELIMITED SIZE INTO WS-SNAP-PATH
               OPEN INPUT BALANCE-SNAPSHOT-FILE
               IF WS-SNAP-FILE-STATUS NOT = "00"
                   MOVE "23" TO WS-SNAP-FILE-STATUS
                   GO TO 8932-POS-EXIT
               END-IF
               MOVE WS-TRD-PERIOD(1:4) TO WS-SNAP-OPEN-YEAR
           END-IF

           MOVE WS-TRD-PERIOD TO SNAP-PERIOD
           MOVE ZEROS TO SNAP-ACCT-ID
           START BALANCE-SNAPSHOT-FILE KEY >= SNAP-KEY
               INVALID KEY MOVE "23" TO WS-SNAP-FILE-STATUS
           END-START.

       8932-POS-EXIT.
           CONTINUE.

      ******************************************************************
      * 8933 - IS WS-TRD-PERIOD ON FILE
      * Sets WS-TRD-MON-FLAG; when it is, the period's first row
      * is current in BALANCE-SNAPSHOT-RECORD.
      ******************************************************************
       8933-CHECK-PERIOD-ON-FILE.
           MOVE "N" TO WS-TRD-MON-FLAG
           PERFORM 8932-POSITION-SNAPSHOT
               THRU 8932-POS-EXIT
           IF WS-SNAP-FILE-STATUS = "00"
               READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               IF WS-SNAP-FILE-STATUS = "00"
                   AND SNAP-PERIOD = WS-TRD-PERIOD
                   MOVE "Y" TO WS-TRD-MON-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * 8934 - OPEN THE COMPARE VIEW FOR WS-TRD-CMP-PERIOD'S YEAR
      ******************************************************************
       8934-OPEN-COMPARE-SNAPSHOT.
           IF WS-TRD-CMP-PERIOD(1:4) = WS-SNPC-OPEN-YEAR
               GO TO 8934-CMP-EXIT
           END-IF
           IF WS-SNPC-OPEN-YEAR NOT = SPACES
               CLOSE SNAPSHOT-COMPARE-FILE
               MOVE SPACES TO WS-SNPC-OPEN-YEAR
           END-IF
           MOVE SPACES TO WS-SNPC-PATH
           STRING "BALSNAP" WS-TRD-CMP-PERIOD(1:4)
                  DELIMITED SIZE INTO WS-SNPC-PATH
           OPEN INPUT SNAPSHOT-COMPARE-FILE
           IF WS-SNPC-FILE-STATUS = "00"
               MOVE WS-TRD-CMP-PERIOD(1:4) TO WS-SNPC-OPEN-YEAR
           END-IF.

       8934-CMP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8935 - LOAN PORTFOLIO RUNOFF
      * Walks the loan book at the from-period's month end forward
      * to the to-period's, loan by loan: what was paid down (or
      * drawn further), paid off, or charged off, then the loans
      * booked since. The reconciliation ties the two month-end
      * books together; runoff is everything that left the
      * starting book, as a percent of it. Only active loans with
      * a balance owing count as on the book.
      ******************************************************************
       8935-LOAN-RUNOFF-REPORT.
           MOVE "L" TO WS-TRD-REPORT
           PERFORM 8931-PROMPT-TREND-RANGE
               THRU 8931-RANGE-EXIT
           IF NOT WS-TRD-RANGE-OK
               GO TO 8935-RUN-EXIT
           END-IF
           IF WS-TRD-FROM-PERIOD = WS-TRD-TO-PERIOD
               DISPLAY "Runoff needs two different periods."
               GO TO 8935-RUN-EXIT
           END-IF

           MOVE WS-TRD-TO-PERIOD TO WS-TRD-PERIOD
           PERFORM 8933-CHECK-PERIOD-ON-FILE
           IF WS-TRD-MON-FOUND
               MOVE WS-TRD-FROM-PERIOD TO WS-TRD-PERIOD
               PERFORM 8933-CHECK-PERIOD-ON-FILE
           END-IF
           IF NOT WS-TRD-MON-FOUND
               DISPLAY "No balance snapshot on file for "
                       WS-TRD-PERIOD "."
               PERFORM 8939-CLOSE-SNAPSHOTS
               GO TO 8935-RUN-EXIT
           END-IF

           MOVE "LOAN PORTFOLIO RUNOFF" TO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LOAN BOOK AT MONTH END " WS-TRD-FROM-PERIOD
                  " CARRIED FORWARD TO " WS-TRD-TO-PERIOD
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 2 TO WS-RPT-LINE-NUM

      * The starting book, each loan looked up at the end period
           MOVE WS-TRD-FROM-PERIOD TO WS-TRD-PERIOD
           MOVE WS-TRD-TO-PERIOD TO WS-TRD-CMP-PERIOD
           PERFORM 8932-POSITION-SNAPSHOT
               THRU 8932-POS-EXIT
           PERFORM UNTIL WS-SNAP-FILE-STATUS NOT = "00"
               READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               IF WS-SNAP-FILE-STATUS = "00"
                   IF SNAP-PERIOD NOT = WS-TRD-PERIOD
                       MOVE "10" TO WS-SNAP-FILE-STATUS
                   ELSE
                       PERFORM 8936-RUNOFF-ONE-LOAN
                           THRU 8936-LOAN-EXIT
                   END-IF
               END-IF
           END-PERFORM

      * The ending book, picking up loans not on the starting one
           MOVE WS-TRD-TO-PERIOD TO WS-TRD-PERIOD
           MOVE WS-TRD-FROM-PERIOD TO WS-TRD-CMP-PERIOD
           PERFORM 8932-POSITION-SNAPSHOT
               THRU 8932-POS-EXIT
           PERFORM UNTIL WS-SNAP-FILE-STATUS NOT = "00"
               READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               IF WS-SNAP-FILE-STATUS = "00"
                   IF SNAP-PERIOD NOT = WS-TRD-PERIOD
                       MOVE "10" TO WS-SNAP-FILE-STATUS
                   ELSE
                       PERFORM 8937-CHECK-NEW-LOAN
                           THRU 8937-NEW-EXIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 8939-CLOSE-SNAPSHOTS

           MOVE "RECONCILIATION" TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM
           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "SECTION,LINE,LOANS,AMOUNT" TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE SPACES TO WS-TRDR-LABEL
           STRING "OUTSTANDING AT " WS-TRD-FROM-PERIOD
                  DELIMITED SIZE INTO WS-TRDR-LABEL
           MOVE WS-TRD-TOT-CNT-1 TO WS-DSP-COUNT
           MOVE WS-DSP-COUNT TO WS-TRDR-COUNT
           MOVE WS-TRD-TOT-AMT-1 TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE "  LESS PRINCIPAL PAID DOWN" TO WS-TRDR-LABEL
           MOVE SPACES TO WS-TRDR-COUNT
           MOVE WS-TRD-PAYDOWN TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE "  PLUS FURTHER ADVANCES" TO WS-TRDR-LABEL
           MOVE SPACES TO WS-TRDR-COUNT
           MOVE WS-TRD-ADVANCES TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE "  LESS PAID OFF OR CLOSED" TO WS-TRDR-LABEL
           MOVE WS-TRD-PAYOFF-CNT TO WS-DSP-COUNT
           MOVE WS-DSP-COUNT TO WS-TRDR-COUNT
           MOVE WS-TRD-PAYOFF-AMT TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE "  LESS CHARGED OFF" TO WS-TRDR-LABEL
           MOVE WS-TRD-CHGOFF-CNT TO WS-DSP-COUNT
           MOVE WS-DSP-COUNT TO WS-TRDR-COUNT
           MOVE WS-TRD-CHGOFF-AMT TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE "  PLUS NEW ORIGINATIONS" TO WS-TRDR-LABEL
           MOVE WS-TRD-NEW-CNT TO WS-DSP-COUNT
           MOVE WS-DSP-COUNT TO WS-TRDR-COUNT
           MOVE WS-TRD-NEW-AMT TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE
           MOVE SPACES TO WS-TRDR-LABEL
           STRING "OUTSTANDING AT " WS-TRD-TO-PERIOD
                  DELIMITED SIZE INTO WS-TRDR-LABEL
           MOVE WS-TRD-TOT-CNT-2 TO WS-DSP-COUNT
           MOVE WS-DSP-COUNT TO WS-TRDR-COUNT
           MOVE WS-TRD-TOT-AMT-2 TO WS-TRDR-AMOUNT
           PERFORM 8929-WRITE-RECON-LINE

           MOVE ZEROS TO WS-TRD-PCT
           IF WS-TRD-TOT-AMT-1 NOT = ZEROS
               COMPUTE WS-TRD-PCT ROUNDED =
                   WS-TRD-TOT-AMT-3 * 100 / WS-TRD-TOT-AMT-1
                   ON SIZE ERROR MOVE ZEROS TO WS-TRD-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TRD-PCT TO WS-TRDG-PCT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "RUNOFF OF THE STARTING BOOK: " WS-TRDG-PCT "%"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           MOVE "P" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION
           MOVE "B" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION

           DISPLAY " "
           DISPLAY "Loan runoff generated - " WS-TRD-FROM-PERIOD
                   " to " WS-TRD-TO-PERIOD "."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

       8935-RUN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8936 - CARRY ONE STARTING-BOOK LOAN FORWARD
      * Loans are carried as negative balances; outstanding is the
      * sign-reversed ledger balance.
      ******************************************************************
       8936-RUNOFF-ONE-LOAN.
           IF SNAP-ACCT-TYPE NOT = "LN"
               OR SNAP-CLOSED
               OR SNAP-CHARGED-OFF
               OR SNAP-LEDGER-BAL NOT < ZEROS
               GO TO 8936-LOAN-EXIT
           END-IF

           INITIALIZE WS-TRD-ADD-VALUES
           COMPUTE WS-TRD-OUTSTANDING = 0 - SNAP-LEDGER-BAL
           MOVE 1 TO WS-TRD-ADD-CNT-1
           MOVE WS-TRD-OUTSTANDING TO WS-TRD-ADD-AMT-1

           PERFORM 8938-READ-COMPARE-SNAPSHOT
           EVALUATE TRUE
               WHEN WS-SNPC-FILE-STATUS NOT = "00"
                   SET WS-TRD-PAID-OFF TO TRUE
               WHEN SNPC-CHARGED-OFF
                   SET WS-TRD-WRITTEN-OFF TO TRUE
               WHEN SNPC-CLOSED
               WHEN SNPC-LEDGER-BAL NOT < ZEROS
                   SET WS-TRD-PAID-OFF TO TRUE
               WHEN OTHER
                   SET WS-TRD-CONTINUING TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-TRD-PAID-OFF
                   ADD 1 TO WS-TRD-PAYOFF-CNT
                   ADD WS-TRD-OUTSTANDING TO WS-TRD-PAYOFF-AMT
                   MOVE WS-TRD-OUTSTANDING TO WS-TRD-ADD-AMT-3
               WHEN WS-TRD-WRITTEN-OFF
                   ADD 1 TO WS-TRD-CHGOFF-CNT
                   ADD WS-TRD-OUTSTANDING TO WS-TRD-CHGOFF-AMT
                   MOVE WS-TRD-OUTSTANDING TO WS-TRD-ADD-AMT-3
               WHEN OTHER
                   COMPUTE WS-TRD-END-OUTSTANDING =
                       0 - SNPC-LEDGER-BAL
                   MOVE 1 TO WS-TRD-ADD-CNT-2
                   MOVE WS-TRD-END-OUTSTANDING TO WS-TRD-ADD-AMT-2
                   COMPUTE WS-TRD-ADD-AMT-3 =
                       WS-TRD-OUTSTANDING - WS-TRD-END-OUTSTANDING
                   IF WS-TRD-ADD-AMT-3 < ZEROS
                       SUBTRACT WS-TRD-ADD-AMT-3 FROM WS-TRD-ADVANCES
                   ELSE
                       ADD WS-TRD-ADD-AMT-3 TO WS-TRD-PAYDOWN
                   END-IF
           END-EVALUATE
           PERFORM 8942-TALLY-GROUPS.

       8936-LOAN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8937 - COUNT AN ENDING-BOOK LOAN NOT ON THE STARTING BOOK
      ******************************************************************
       8937-CHECK-NEW-LOAN.
           IF SNAP-ACCT-TYPE NOT = "LN"
               OR SNAP-CLOSED
               OR SNAP-CHARGED-OFF
               OR SNAP-LEDGER-BAL NOT < ZEROS
               GO TO 8937-NEW-EXIT
           END-IF

           PERFORM 8938-READ-COMPARE-SNAPSHOT
           IF WS-SNPC-FILE-STATUS = "00"
               AND NOT SNPC-CLOSED
               AND NOT SNPC-CHARGED-OFF
               AND SNPC-LEDGER-BAL < ZEROS
               GO TO 8937-NEW-EXIT
           END-IF

           INITIALIZE WS-TRD-ADD-VALUES
           COMPUTE WS-TRD-END-OUTSTANDING = 0 - SNAP-LEDGER-BAL
           MOVE 1 TO WS-TRD-ADD-CNT-2
           MOVE WS-TRD-END-OUTSTANDING TO WS-TRD-ADD-AMT-2
           MOVE WS-TRD-END-OUTSTANDING TO WS-TRD-ADD-AMT-4
           ADD 1 TO WS-TRD-NEW-CNT
           ADD WS-TRD-END-OUTSTANDING TO WS-TRD-NEW-AMT
           PERFORM 8942-TALLY-GROUPS.

       8937-NEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8938 - READ THE CURRENT ACCOUNT AT WS-TRD-CMP-PERIOD
      ******************************************************************
       8938-READ-COMPARE-SNAPSHOT.
           PERFORM 8934-OPEN-COMPARE-SNAPSHOT
               THRU 8934-CMP-EXIT
           IF WS-SNPC-OPEN-YEAR = SPACES
               MOVE "23" TO WS-SNPC-FILE-STATUS
           ELSE
               MOVE WS-TRD-CMP-PERIOD TO SNPC-PERIOD
               MOVE SNAP-ACCT-ID TO SNPC-ACCT-ID
               READ SNAPSHOT-COMPARE-FILE
           END-IF.

      ******************************************************************
      * 8939 - CLOSE WHICHEVER SNAPSHOT YEARS ARE OPEN
      ******************************************************************
       8939-CLOSE-SNAPSHOTS.
           IF WS-SNAP-OPEN-YEAR NOT = SPACES
               CLOSE BALANCE-SNAPSHOT-FILE
               MOVE SPACES TO WS-SNAP-OPEN-YEAR
           END-IF
           IF WS-SNPC-OPEN-YEAR NOT = SPACES
               CLOSE SNAPSHOT-COMPARE-FILE
               MOVE SPACES TO WS-SNPC-OPEN-YEAR
           END-IF.

      ******************************************************************
      * 8940 - ACCOUNT OPENINGS AND CLOSINGS
      * Month by month: accounts whose open date falls in the month
      * and their month-end balance, and accounts closed during the
      * month with the balance they carried at the month end
      * before. A closing is seen by comparing with the prior
      * month's snapshot, so the first month of the history shows
      * none (other than accounts opened and closed within it).
      ******************************************************************
       8940-OPEN-CLOSE-REPORT.
           MOVE "O" TO WS-TRD-REPORT
           PERFORM 8931-PROMPT-TREND-RANGE
               THRU 8931-RANGE-EXIT
           IF NOT WS-TRD-RANGE-OK
               GO TO 8940-OPC-EXIT
           END-IF

           MOVE "ACCOUNT OPENINGS AND CLOSINGS" TO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "MONTH-END BALANCE SNAPSHOTS " WS-TRD-FROM-PERIOD
                  " TO " WS-TRD-TO-PERIOD " - ALL ACCOUNT TYPES"
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "PERIOD" TO WS-TRDMH-PERIOD
           MOVE "OPENED" TO WS-TRDMH-CNT-1
           MOVE "CLOSED" TO WS-TRDMH-CNT-2
           MOVE "OPENED BALANCE" TO WS-TRDMH-AMT-1
           MOVE "CLOSED BALANCE" TO WS-TRDMH-AMT-2
           MOVE "NET CHANGE" TO WS-TRDMH-AMT-3
           WRITE RPT-OUTPUT-RECORD FROM WS-TRD-MON-HDR
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 4 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "SECTION,PERIOD,OPENED,CLOSED,"
                   & "OPENED_BALANCE,CLOSED_BALANCE,NET_CHANGE"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE WS-TRD-FROM-PERIOD TO WS-TRD-PERIOD
           PERFORM UNTIL WS-TRD-PERIOD > WS-TRD-TO-PERIOD
               MOVE ZEROS TO WS-TRD-MON-CNT-1
               MOVE ZEROS TO WS-TRD-MON-CNT-2
               MOVE ZEROS TO WS-TRD-MON-AMT-1
               MOVE ZEROS TO WS-TRD-MON-AMT-2
               MOVE ZEROS TO WS-TRD-MON-AMT-3
               MOVE "N" TO WS-TRD-MON-FLAG
               MOVE WS-TRD-PERIOD TO WS-TRD-CMP-PERIOD
               IF WS-TRD-CMP-MONTH = 1
                   MOVE 12 TO WS-TRD-CMP-MONTH
                   SUBTRACT 1 FROM WS-TRD-CMP-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-TRD-CMP-MONTH
               END-IF
               PERFORM 8932-POSITION-SNAPSHOT
                   THRU 8932-POS-EXIT
               PERFORM UNTIL WS-SNAP-FILE-STATUS NOT = "00"
                   READ BALANCE-SNAPSHOT-FILE NEXT RECORD
                   IF WS-SNAP-FILE-STATUS = "00"
                       IF SNAP-PERIOD NOT = WS-TRD-PERIOD
                           MOVE "10" TO WS-SNAP-FILE-STATUS
                       ELSE
                           MOVE "Y" TO WS-TRD-MON-FLAG
                           PERFORM 8941-TALLY-OPEN-CLOSE
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-TRD-MON-AMT-3 =
                   WS-TRD-MON-AMT-1 - WS-TRD-MON-AMT-2
               PERFORM 8947-WRITE-MONTH-LINE
               PERFORM 8946-NEXT-PERIOD
           END-PERFORM
           PERFORM 8939-CLOSE-SNAPSHOTS

           MOVE "P" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION
           MOVE "B" TO WS-TRD-SECTION
           PERFORM 8944-WRITE-GROUP-SECTION

           DISPLAY " "
           DISPLAY "Openings/closings generated - "
                   WS-TRD-FROM-PERIOD " to " WS-TRD-TO-PERIOD "."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

       8940-OPC-EXIT.
           CONTINUE.

      ******************************************************************
      * 8941 - TALLY ONE SNAPSHOT ROW FOR OPENINGS AND CLOSINGS
      * The group tables carry count and balance opened, count and
      * last balance closed, the net of the two, and the new
      * accounts' average daily balance in their first month.
      ******************************************************************
       8941-TALLY-OPEN-CLOSE.
           INITIALIZE WS-TRD-ADD-VALUES
           IF SNAP-OPEN-DATE(1:6) = WS-TRD-PERIOD
               ADD 1 TO WS-TRD-MON-CNT-1
               ADD SNAP-LEDGER-BAL TO WS-TRD-MON-AMT-1
               MOVE 1 TO WS-TRD-ADD-CNT-1
               MOVE SNAP-LEDGER-BAL TO WS-TRD-ADD-AMT-1
               MOVE SNAP-LEDGER-BAL TO WS-TRD-ADD-AMT-3
               MOVE SNAP-AVG-DAILY-BAL TO WS-TRD-ADD-AMT-4
           END-IF

           IF SNAP-CLOSED
               IF SNAP-OPEN-DATE(1:6) = WS-TRD-PERIOD
                   ADD 1 TO WS-TRD-MON-CNT-2
                   MOVE 1 TO WS-TRD-ADD-CNT-2
               ELSE
                   PERFORM 8938-READ-COMPARE-SNAPSHOT
                   IF WS-SNPC-FILE-STATUS = "00"
                       AND NOT SNPC-CLOSED
                       ADD 1 TO WS-TRD-MON-CNT-2
                       ADD SNPC-LEDGER-BAL TO WS-TRD-MON-AMT-2
                       MOVE 1 TO WS-TRD-ADD-CNT-2
                       MOVE SNPC-LEDGER-BAL TO WS-TRD-ADD-AMT-2
                       SUBTRACT SNPC-LEDGER-BAL FROM WS-TRD-ADD-AMT-3
                   END-IF
               END-IF
           END-IF

           IF WS-TRD-ADD-CNT-1 > ZEROS
               OR WS-TRD-ADD-CNT-2 > ZEROS
               PERFORM 8942-TALLY-GROUPS
           END-IF.

      ******************************************************************
      * 8942 - ADD WS-TRD-ADD-VALUES TO THE CURRENT ROW'S GROUPS
      * Product falls back to account type for accounts that have
      * no product code. Each table holds 50 codes; past that a
      * row still counts in the totals.
      ******************************************************************
       8942-TALLY-GROUPS.
           MOVE SNAP-PRODUCT TO WS-TRD-GROUP-CODE
           IF WS-TRD-GROUP-CODE = SPACES
               MOVE SNAP-ACCT-TYPE TO WS-TRD-GROUP-CODE
           END-IF
           MOVE SNAP-BRANCH TO WS-TRD-BRANCH-CODE
           IF WS-TRD-BRANCH-CODE = SPACES
               MOVE "NONE" TO WS-TRD-BRANCH-CODE
           END-IF

           ADD WS-TRD-ADD-CNT-1 TO WS-TRD-TOT-CNT-1
           ADD WS-TRD-ADD-CNT-2 TO WS-TRD-TOT-CNT-2
           ADD WS-TRD-ADD-AMT-1 TO WS-TRD-TOT-AMT-1
           ADD WS-TRD-ADD-AMT-2 TO WS-TRD-TOT-AMT-2
           ADD WS-TRD-ADD-AMT-3 TO WS-TRD-TOT-AMT-3
           ADD WS-TRD-ADD-AMT-4 TO WS-TRD-TOT-AMT-4

           PERFORM VARYING WS-TRD-PROD-IDX FROM 1 BY 1
               UNTIL WS-TRD-PROD-IDX > WS-TRD-PROD-MAX
               OR WS-TRD-PROD-CODE(WS-TRD-PROD-IDX)
                   = WS-TRD-GROUP-CODE
               CONTINUE
           END-PERFORM
           IF WS-TRD-PROD-IDX > WS-TRD-PROD-MAX
               IF WS-TRD-PROD-MAX < 50
                   ADD 1 TO WS-TRD-PROD-MAX
                   MOVE WS-TRD-PROD-MAX TO WS-TRD-PROD-IDX
                   INITIALIZE WS-TRD-PROD-ENTRY(WS-TRD-PROD-IDX)
                   MOVE WS-TRD-GROUP-CODE
                       TO WS-TRD-PROD-CODE(WS-TRD-PROD-IDX)
               END-IF
           END-IF
           IF WS-TRD-PROD-IDX NOT > WS-TRD-PROD-MAX
               AND WS-TRD-PROD-IDX > ZEROS
               ADD WS-TRD-ADD-CNT-1
                   TO WS-TRD-PROD-CNT-1(WS-TRD-PROD-IDX)
               ADD WS-TRD-ADD-CNT-2
                   TO WS-TRD-PROD-CNT-2(WS-TRD-PROD-IDX)
               ADD WS-TRD-ADD-AMT-1
                   TO WS-TRD-PROD-AMT-1(WS-TRD-PROD-IDX)
               ADD WS-TRD-ADD-AMT-2
                   TO WS-TRD-PROD-AMT-2(WS-TRD-PROD-IDX)
               ADD WS-TRD-ADD-AMT-3
                   TO WS-TRD-PROD-AMT-3(WS-TRD-PROD-IDX)
               ADD WS-TRD-ADD-AMT-4
                   TO WS-TRD-PROD-AMT-4(WS-TRD-PROD-IDX)
           END-IF

           PERFORM VARYING WS-TRD-BR-IDX FROM 1 BY 1
               UNTIL WS-TRD-BR-IDX > WS-TRD-BR-MAX
               OR WS-TRD-BR-CODE(WS-TRD-BR-IDX)
                   = WS-TRD-BRANCH-CODE
               CONTINUE
           END-PERFORM
           IF WS-TRD-BR-IDX > WS-TRD-BR-MAX
               IF WS-TRD-BR-MAX < 50
                   ADD 1 TO WS-TRD-BR-MAX
                   MOVE WS-TRD-BR-MAX TO WS-TRD-BR-IDX
                   INITIALIZE WS-TRD-BR-ENTRY(WS-TRD-BR-IDX)
                   MOVE WS-TRD-BRANCH-CODE
                       TO WS-TRD-BR-CODE(WS-TRD-BR-IDX)
               END-IF
           END-IF
           IF WS-TRD-BR-IDX NOT > WS-TRD-BR-MAX
               AND WS-TRD-BR-IDX > ZEROS
               ADD WS-TRD-ADD-CNT-1
                   TO WS-TRD-BR-CNT-1(WS-TRD-BR-IDX)
               ADD WS-TRD-ADD-CNT-2
                   TO WS-TRD-BR-CNT-2(WS-TRD-BR-IDX)
               ADD WS-TRD-ADD-AMT-1
                   TO WS-TRD-BR-AMT-1(WS-TRD-BR-IDX)
               ADD WS-TRD-ADD-AMT-2
                   TO WS-TRD-BR-AMT-2(WS-TRD-BR-IDX)
               ADD WS-TRD-ADD-AMT-3
                   TO WS-TRD-BR-AMT-3(WS-TRD-BR-IDX)
               ADD WS-TRD-ADD-AMT-4
                   TO WS-TRD-BR-AMT-4(WS-TRD-BR-IDX)
           END-IF.

      ******************************************************************
      * 8943 - TALLY ONE SNAPSHOT ROW FOR DEPOSIT GROWTH
      * The month's line takes every open deposit account; the
      * group tables only the first and last months of the range -
      * count and balance at each, the end month's average daily
      * balance, and the change between them.
      ******************************************************************
       8943-TALLY-DEPOSIT.
           IF SNAP-CLOSED OR SNAP-CHARGED-OFF
               GO TO 8943-DEP-EXIT
           END-IF
           IF SNAP-ACCT-TYPE NOT = "CH"
               AND SNAP-ACCT-TYPE NOT = "SA"
               AND SNAP-ACCT-TYPE NOT = "CO"
               AND SNAP-ACCT-TYPE NOT = "CD"
               AND SNAP-ACCT-TYPE NOT = "IR"
               GO TO 8943-DEP-EXIT
           END-IF

           ADD 1 TO WS-TRD-MON-CNT-1
           IF SNAP-OPEN-DATE(1:6) = WS-TRD-PERIOD
               ADD 1 TO WS-TRD-MON-CNT-2
           END-IF
           ADD SNAP-LEDGER-BAL TO WS-TRD-MON-AMT-1
           ADD SNAP-AVG-DAILY-BAL TO WS-TRD-MON-AMT-3

           IF WS-TRD-PERIOD NOT = WS-TRD-FROM-PERIOD
               AND WS-TRD-PERIOD NOT = WS-TRD-TO-PERIOD
               GO TO 8943-DEP-EXIT
           END-IF
           INITIALIZE WS-TRD-ADD-VALUES
           IF WS-TRD-PERIOD = WS-TRD-FROM-PERIOD
               MOVE 1 TO WS-TRD-ADD-CNT-1
               MOVE SNAP-LEDGER-BAL TO WS-TRD-ADD-AMT-1
               SUBTRACT SNAP-LEDGER-BAL FROM WS-TRD-ADD-AMT-4
           END-IF
           IF WS-TRD-PERIOD = WS-TRD-TO-PERIOD
               MOVE 1 TO WS-TRD-ADD-CNT-2
               MOVE SNAP-LEDGER-BAL TO WS-TRD-ADD-AMT-2
               MOVE SNAP-AVG-DAILY-BAL TO WS-TRD-ADD-AMT-3
               ADD SNAP-LEDGER-BAL TO WS-TRD-ADD-AMT-4
           END-IF
           PERFORM 8942-TALLY-GROUPS.

       8943-DEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8944 - WRITE THE PRODUCT OR BRANCH TABLE
      * WS-TRD-SECTION picks the table; WS-TRD-REPORT the headings.
      ******************************************************************
       8944-WRITE-GROUP-SECTION.
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           IF WS-TRD-BY-PRODUCT
               MOVE "BY PRODUCT (ACCOUNT TYPE WHERE NO PRODUCT CODE)"
                   TO RPT-OUTPUT-RECORD
               MOVE "PROD" TO WS-TRDH-CODE
               MOVE "PRODUCT" TO WS-TRD-SECTION-NAME
           ELSE
               MOVE "BY BRANCH" TO RPT-OUTPUT-RECORD
               MOVE "BRCH" TO WS-TRDH-CODE
               MOVE "BRANCH" TO WS-TRD-SECTION-NAME
           END-IF
           WRITE RPT-OUTPUT-RECORD

           EVALUATE TRUE
               WHEN WS-TRD-DEPOSIT
                   MOVE "BEGIN" TO WS-TRDH-CNT-1
                   MOVE "END" TO WS-TRDH-CNT-2
                   MOVE "BEGIN BALANCE" TO WS-TRDH-AMT-1
                   MOVE "END BALANCE" TO WS-TRDH-AMT-2
                   MOVE "END AVG DAILY" TO WS-TRDH-AMT-3
                   MOVE "CHANGE" TO WS-TRDH-AMT-4
                   MOVE "CHANGE %" TO WS-TRDH-PCT
               WHEN WS-TRD-LOAN
                   MOVE "BEGIN" TO WS-TRDH-CNT-1
                   MOVE "END" TO WS-TRDH-CNT-2
                   MOVE "BEGIN OUTSTAND" TO WS-TRDH-AMT-1
                   MOVE "END OUTSTAND" TO WS-TRDH-AMT-2
                   MOVE "RUNOFF" TO WS-TRDH-AMT-3
                   MOVE "NEW LOANS" TO WS-TRDH-AMT-4
                   MOVE "RUNOFF %" TO WS-TRDH-PCT
               WHEN OTHER
                   MOVE "OPENED" TO WS-TRDH-CNT-1
                   MOVE "CLOSED" TO WS-TRDH-CNT-2
                   MOVE "OPENED BALANCE" TO WS-TRDH-AMT-1
                   MOVE "CLOSED BALANCE" TO WS-TRDH-AMT-2
                   MOVE "NET CHANGE" TO WS-TRDH-AMT-3
                   MOVE "NEW AVG DAILY" TO WS-TRDH-AMT-4
                   MOVE "CLS/OPN%" TO WS-TRDH-PCT
           END-EVALUATE
           WRITE RPT-OUTPUT-RECORD FROM WS-TRD-GRP-HDR
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 4 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING "SECTION,CODE,"
                      FUNCTION TRIM(WS-TRDH-CNT-1) ","
                      FUNCTION TRIM(WS-TRDH-CNT-2) ","
                      FUNCTION TRIM(WS-TRDH-AMT-1) ","
                      FUNCTION TRIM(WS-TRDH-AMT-2) ","
                      FUNCTION TRIM(WS-TRDH-AMT-3) ","
                      FUNCTION TRIM(WS-TRDH-AMT-4) ","
                      FUNCTION TRIM(WS-TRDH-PCT)
                      DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           IF WS-TRD-BY-PRODUCT
               PERFORM VARYING WS-TRD-PROD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-PROD-IDX > WS-TRD-PROD-MAX
                   MOVE WS-TRD-PROD-CODE(WS-TRD-PROD-IDX)
                       TO WS-TRD-CUR-CODE
                   MOVE WS-TRD-PROD-VALUES(WS-TRD-PROD-IDX)
                       TO WS-TRD-CUR-VALUES
                   PERFORM 8945-WRITE-GROUP-LINE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-TRD-BR-IDX FROM 1 BY 1
                   UNTIL WS-TRD-BR-IDX > WS-TRD-BR-MAX
                   MOVE WS-TRD-BR-CODE(WS-TRD-BR-IDX)
                       TO WS-TRD-CUR-CODE
                   MOVE WS-TRD-BR-VALUES(WS-TRD-BR-IDX)
                       TO WS-TRD-CUR-VALUES
                   PERFORM 8945-WRITE-GROUP-LINE
               END-PERFORM
           END-IF

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 1 TO WS-RPT-LINE-NUM
           MOVE "ALL" TO WS-TRD-CUR-CODE
           MOVE WS-TRD-TOTALS TO WS-TRD-CUR-VALUES
           PERFORM 8945-WRITE-GROUP-LINE.

      ******************************************************************
      * 8945 - WRITE ONE PRODUCT OR BRANCH LINE
      ******************************************************************
       8945-WRITE-GROUP-LINE.
           MOVE ZEROS TO WS-TRD-PCT
           EVALUATE TRUE
               WHEN WS-TRD-DEPOSIT
                   IF WS-TRD-CUR-AMT-1 NOT = ZEROS
                       COMPUTE WS-TRD-PCT ROUNDED =
                           WS-TRD-CUR-AMT-4 * 100 / WS-TRD-CUR-AMT-1
                           ON SIZE ERROR MOVE ZEROS TO WS-TRD-PCT
                       END-COMPUTE
                   END-IF
               WHEN WS-TRD-LOAN
                   IF WS-TRD-CUR-AMT-1 NOT = ZEROS
                       COMPUTE WS-TRD-PCT ROUNDED =
                           WS-TRD-CUR-AMT-3 * 100 / WS-TRD-CUR-AMT-1
                           ON SIZE ERROR MOVE ZEROS TO WS-TRD-PCT
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   IF WS-TRD-CUR-CNT-1 NOT = ZEROS
                       COMPUTE WS-TRD-PCT ROUNDED =
                           WS-TRD-CUR-CNT-2 * 100 / WS-TRD-CUR-CNT-1
                           ON SIZE ERROR MOVE ZEROS TO WS-TRD-PCT
                       END-COMPUTE
                   END-IF
           END-EVALUATE

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE WS-TRD-CUR-CODE TO WS-TRDG-CODE
           MOVE WS-TRD-CUR-CNT-1 TO WS-TRDG-CNT-1
           MOVE WS-TRD-CUR-CNT-2 TO WS-TRDG-CNT-2
           MOVE WS-TRD-CUR-AMT-1 TO WS-TRDG-AMT-1
           MOVE WS-TRD-CUR-AMT-2 TO WS-TRDG-AMT-2
           MOVE WS-TRD-CUR-AMT-3 TO WS-TRDG-AMT-3
           MOVE WS-TRD-CUR-AMT-4 TO WS-TRDG-AMT-4
           MOVE WS-TRD-PCT TO WS-TRDG-PCT
           WRITE RPT-OUTPUT-RECORD FROM WS-TRD-GRP-DTL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   FUNCTION TRIM(WS-TRD-SECTION-NAME) ","
                   FUNCTION TRIM(WS-TRD-CUR-CODE) ","
                   FUNCTION TRIM(WS-TRDG-CNT-1) ","
                   FUNCTION TRIM(WS-TRDG-CNT-2) ","
                   FUNCTION TRIM(WS-TRDG-AMT-1) ","
                   FUNCTION TRIM(WS-TRDG-AMT-2) ","
                   FUNCTION TRIM(WS-TRDG-AMT-3) ","
                   FUNCTION TRIM(WS-TRDG-AMT-4) ","
                   FUNCTION TRIM(WS-TRDG-PCT)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 8946 - ADVANCE WS-TRD-PERIOD ONE MONTH
      ******************************************************************
       8946-NEXT-PERIOD.
           IF WS-TRD-MONTH = 12
               MOVE 1 TO WS-TRD-MONTH
               ADD 1 TO WS-TRD-YEAR
           ELSE
               ADD 1 TO WS-TRD-MONTH
           END-IF.

      ******************************************************************
      * 8947 - WRITE ONE MONTH'S TREND LINE
      ******************************************************************
       8947-WRITE-MONTH-LINE.
           PERFORM 1700-CHECK-PAGE-BREAK
           IF NOT WS-TRD-MON-FOUND
               MOVE SPACES TO RPT-OUTPUT-RECORD
               STRING WS-TRD-PERIOD
                      "  NO BALANCE SNAPSHOT ON FILE"
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
           ELSE
               MOVE WS-TRD-PERIOD TO WS-TRDM-PERIOD
               MOVE WS-TRD-MON-CNT-1 TO WS-TRDM-CNT-1
               MOVE WS-TRD-MON-CNT-2 TO WS-TRDM-CNT-2
               MOVE WS-TRD-MON-AMT-1 TO WS-TRDM-AMT-1
               MOVE WS-TRD-MON-AMT-2 TO WS-TRDM-AMT-2
               MOVE WS-TRD-MON-AMT-3 TO WS-TRDM-AMT-3
               WRITE RPT-OUTPUT-RECORD FROM WS-TRD-MON-DTL
               ADD 1 TO WS-RPT-LINE-NUM
               IF WS-RPT-CSV-OPEN = "Y"
                   MOVE SPACES TO CSV-OUTPUT-RECORD
                   STRING
                       "MONTH," WS-TRD-PERIOD ","
                       FUNCTION TRIM(WS-TRDM-CNT-1) ","
                       FUNCTION TRIM(WS-TRDM-CNT-2) ","
                       FUNCTION TRIM(WS-TRDM-AMT-1) ","
                       FUNCTION TRIM(WS-TRDM-AMT-2) ","
                       FUNCTION TRIM(WS-TRDM-AMT-3)
                       DELIMITED SIZE INTO CSV-OUTPUT-RECORD
                   WRITE CSV-OUTPUT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * 8948 - BALANCE SNAPSHOT WAREHOUSE EXTRACT
      * One month of BALSNAP as a fixed-width flat file for the data
      * warehouse: an H header, a D row per account, and a T trailer
      * with the row count and ledger total for the load to balance
      * to. Nightly (DWSN) it sends last month only on the night the
      * snapshot job took it, so each month goes out once; a retake
      * is re-sent from the menu.
      ******************************************************************
       8948-SNAPSHOT-DW-EXTRACT.
           DISPLAY " "
           DISPLAY "=== BALANCE SNAPSHOT WAREHOUSE EXTRACT ==="

           MOVE "DWSNAP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           MOVE ZEROS TO WS-DWX-COUNT
           MOVE ZEROS TO WS-DWX-LEDGER-TOTAL
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

           MOVE WS-BUSINESS-DATE(1:6) TO WS-TRD-PERIOD
           IF WS-TRD-MONTH = 1
               MOVE 12 TO WS-TRD-MONTH
               SUBTRACT 1 FROM WS-TRD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-TRD-MONTH
           END-IF
           IF NOT WS-DWX-IN-BATCH
               DISPLAY "Period (YYYYMM, blank for " WS-TRD-PERIOD
                       "): " WITH NO ADVANCING
               ACCEPT WS-DWX-INPUT-PERIOD FROM CONSOLE
               IF WS-DWX-INPUT-PERIOD NOT = SPACES
                   IF WS-DWX-INPUT-PERIOD IS NOT NUMERIC
                       OR WS-DWX-INPUT-PERIOD(5:2) < "01"
                       OR WS-DWX-INPUT-PERIOD(5:2) > "12"
                       DISPLAY "Invalid period."
                       GO TO 8948-DWX-LOG
                   END-IF
                   MOVE WS-DWX-INPUT-PERIOD TO WS-TRD-PERIOD
               END-IF
           END-IF

           PERFORM 8933-CHECK-PERIOD-ON-FILE
           IF NOT WS-TRD-MON-FOUND
               DISPLAY "No balance snapshot on file for "
                       WS-TRD-PERIOD "."
               GO TO 8948-DWX-LOG
           END-IF
           IF WS-DWX-IN-BATCH
               AND SNAP-TAKEN-DATE NOT = WS-ACCEPT-DATE
               DISPLAY "Snapshot " WS-TRD-PERIOD " was sent when "
                       "taken - nothing to extract."
               GO TO 8948-DWX-LOG
           END-IF

           MOVE SPACES TO WS-DWX-PATH
           STRING "/tmp/altoro_dw_balsnap_" WS-TRD-PERIOD "_"
                  WS-ACCEPT-DATE ".dat"
                  DELIMITED SIZE INTO WS-DWX-PATH
           OPEN OUTPUT DW-SNAPSHOT-EXTRACT-FILE
           IF WS-DWX-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-DWX-PATH)
                       ", status " WS-DWX-FILE-STATUS
               GO TO 8948-DWX-LOG
           END-IF

           MOVE WS-TRD-PERIOD TO WS-DWXH-PERIOD
           MOVE WS-ACCEPT-DATE TO WS-DWXH-RUN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO WS-DWXH-RUN-TIME
           WRITE DW-SNAPSHOT-EXTRACT-RECORD FROM WS-DWX-HEADER

      * 8933 left the period's first row current
           PERFORM UNTIL WS-SNAP-FILE-STATUS NOT = "00"
               PERFORM 8949-EXTRACT-ONE-SNAPSHOT
               READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               IF WS-SNAP-FILE-STATUS = "00"
                   AND SNAP-PERIOD NOT = WS-TRD-PERIOD
                   MOVE "10" TO WS-SNAP-FILE-STATUS
               END-IF
           END-PERFORM

           MOVE WS-TRD-PERIOD TO WS-DWXT-PERIOD
           MOVE WS-DWX-COUNT TO WS-DWXT-COUNT
           MOVE WS-DWX-LEDGER-TOTAL TO WS-DWXT-LEDGER-TOTAL
           WRITE DW-SNAPSHOT-EXTRACT-RECORD FROM WS-DWX-TRAILER
           CLOSE DW-SNAPSHOT-EXTRACT-FILE

           DISPLAY "Extract written:  " FUNCTION TRIM(WS-DWX-PATH)
           DISPLAY "Accounts:         " WS-DWX-COUNT
           MOVE WS-DWX-LEDGER-TOTAL TO WS-DSP-BALANCE
           DISPLAY "Ledger total:     " WS-DSP-BALANCE.

       8948-DWX-LOG.
           PERFORM 8939-CLOSE-SNAPSHOTS
           MOVE "N" TO WS-DWX-BATCH-FLAG
           MOVE "DWSNAP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DWX-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8948-DWX-EXIT.
           CONTINUE.

      ******************************************************************
      * 8949 - WRITE ONE ACCOUNT'S WAREHOUSE ROW
      ******************************************************************
       8949-EXTRACT-ONE-SNAPSHOT.
           MOVE SNAP-PERIOD TO WS-DWXD-PERIOD
           MOVE SNAP-ACCT-ID TO WS-DWXD-ACCT-ID
           MOVE SNAP-OWNER-ID TO WS-DWXD-OWNER-ID
           MOVE SNAP-ACCT-TYPE TO WS-DWXD-ACCT-TYPE
           MOVE SNAP-PRODUCT TO WS-DWXD-PRODUCT
           MOVE SNAP-BRANCH TO WS-DWXD-BRANCH
           MOVE SNAP-OFFICER TO WS-DWXD-OFFICER
           MOVE SNAP-STATUS TO WS-DWXD-STATUS
           MOVE SNAP-CURRENCY TO WS-DWXD-CURRENCY
           MOVE SNAP-OPEN-DATE TO WS-DWXD-OPEN-DATE
           MOVE SNAP-LEDGER-BAL TO WS-DWXD-LEDGER-BAL
           MOVE SNAP-AVAILABLE-BAL TO WS-DWXD-AVAILABLE-BAL
           MOVE SNAP-AVG-DAILY-BAL TO WS-DWXD-AVG-DAILY-BAL
           MOVE SNAP-ACCRUED-INT TO WS-DWXD-ACCRUED-INT
           MOVE SNAP-DELINQ-BUCKET TO WS-DWXD-DELINQ-BUCKET
           MOVE SNAP-TAKEN-DATE TO WS-DWXD-TAKEN-DATE
           WRITE DW-SNAPSHOT-EXTRACT-RECORD FROM WS-DWX-DETAIL
           ADD 1 TO WS-DWX-COUNT
           ADD SNAP-LEDGER-BAL TO WS-DWX-LEDGER-TOTAL.

      ******************************************************************
      * 8950 - DAILY MANAGEMENT FLASH REPORT
      * The one page the 8 AM huddle works from, produced right
      * after cutover off last night's facts: accounts opened and
      * closed, deposits and loans by branch, the day's volume
      * and cash, NSF and fee income, delinquent loans, and
      * whether the batch stream ran clean. Indexed on DOCINDEX.
      ******************************************************************
       8950-DAILY-FLASH-REPORT.
           MOVE "DAILY MANAGEMENT FLASH" TO LS-REPORT-TITLE

           MOVE "DLYFLASH" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT

           MOVE ZEROS TO WS-FLSH-OPENED
           MOVE ZEROS TO WS-FLSH-CLOSED
           MOVE ZEROS TO WS-FLSH-DEPOSITS
           MOVE ZEROS TO WS-FLSH-LOANS
           MOVE ZEROS TO WS-FLSH-TRAN-COUNT
           MOVE ZEROS TO WS-FLSH-CASH-TOTAL
           MOVE ZEROS TO WS-FLSH-FEE-INCOME
           MOVE ZEROS TO WS-FLSH-NSF-INCOME
           MOVE ZEROS TO WS-FLSH-DELINQ-COUNT
           MOVE ZEROS TO WS-FLSH-JOBS-CLEAN
           MOVE ZEROS TO WS-FLSH-JOBS-ERROR
           INITIALIZE WS-FLSH-BR-TABLE
           MOVE ZEROS TO WS-FLSH-BR-MAX

      * Balances by branch, plus opens and closes for the day
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-OPEN-DATE(1:8) = WS-BUSINESS-DATE
                       ADD 1 TO WS-FLSH-OPENED
                   END-IF
                   IF ACCT-CLOSED
                       AND ACCT-LAST-ACTIVITY(1:8)
                           = WS-BUSINESS-DATE
                       ADD 1 TO WS-FLSH-CLOSED
                   END-IF
                   IF ACCT-ACTIVE
                       PERFORM 8955-FLASH-TALLY-BRANCH
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

      * The day's volume and cash off the keyed summary rows
           MOVE LOW-VALUES TO SUMM-KEY
           START TRAN-SUMMARY-FILE KEY >= SUMM-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SUMM-FILE-STATUS NOT = "00"
               READ TRAN-SUMMARY-FILE NEXT RECORD
               IF WS-SUMM-FILE-STATUS = "00"
                   AND SUMM-DATE = WS-BUSINESS-DATE(1:8)
                   COMPUTE WS-FLSH-TRAN-COUNT =
                       WS-FLSH-TRAN-COUNT + SUMM-CREDIT-COUNT
                       + SUMM-DEBIT-COUNT
                   ADD SUMM-CASH-TOTAL TO WS-FLSH-CASH-TOTAL
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SUMM-FILE-STATUS

      * Fee income for the day, NSF called out separately
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-FEE
                   AND NOT TRAN-REVERSED
                   AND TRAN-DATE(1:8) = WS-BUSINESS-DATE
                   COMPUTE WS-FLSH-FEE-INCOME =
                       WS-FLSH-FEE-INCOME
                       + FUNCTION ABS(TRAN-AMOUNT)
                   IF TRAN-DESCRIPTION(1:3) = "NSF"
                       COMPUTE WS-FLSH-NSF-INCOME =
                           WS-FLSH-NSF-INCOME
                           + FUNCTION ABS(TRAN-AMOUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS

      * Delinquent loans
           MOVE LOW-VALUES TO LOAN-ACCT-ID
           START LOAN-SCHEDULE-FILE KEY >= LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               IF WS-LOAN-FILE-STATUS = "00"
                   AND LOAN-ACTIVE
                   AND LOAN-DELINQ-BUCKET NOT = SPACES
                   ADD 1 TO WS-FLSH-DELINQ-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LOAN-FILE-STATUS

      * Batch-run health off the run-control log
           CLOSE BATCH-RUN-LOG-FILE
           MOVE "N" TO WS-RUNLOG-OPEN
           OPEN INPUT BATCH-RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUNLOG-FILE-STATUS NOT = "00"
                   READ BATCH-RUN-LOG-FILE
                   IF WS-RUNLOG-FILE-STATUS = "00"
                       AND RUNCTL-TYPE-COMPLETE
                       AND RUNCTL-RUN-DATE(1:8)
                           = WS-BUSINESS-DATE
                       IF RUNCTL-STATUS-CLEAN
                           ADD 1 TO WS-FLSH-JOBS-CLEAN
                       ELSE
                           ADD 1 TO WS-FLSH-JOBS-ERROR
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-RUN-LOG-FILE
           END-IF
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE "Y" TO WS-RUNLOG-OPEN

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ACCOUNTS OPENED " WS-FLSH-OPENED
                  "   CLOSED " WS-FLSH-CLOSED
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "TRANSACTIONS " WS-FLSH-TRAN-COUNT
                  "   CASH " WS-FLSH-CASH-TOTAL
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "FEE INCOME " WS-FLSH-FEE-INCOME
                  "   OF WHICH NSF " WS-FLSH-NSF-INCOME
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "DELINQUENT LOANS " WS-FLSH-DELINQ-COUNT
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "BATCH JOBS CLEAN " WS-FLSH-JOBS-CLEAN
                  "   IN ERROR " WS-FLSH-JOBS-ERROR
               DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 6 TO WS-RPT-LINE-NUM

           MOVE "BRANCH   DEPOSITS           LOANS"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM
           PERFORM VARYING WS-FLSH-BR-IDX FROM 1 BY 1
               UNTIL WS-FLSH-BR-IDX > WS-FLSH-BR-MAX
               PERFORM 1700-CHECK-PAGE-BREAK
               MOVE SPACES TO RPT-OUTPUT-RECORD
               STRING WS-FLSH-BR-CODE(WS-FLSH-BR-IDX)
                      " " WS-FLSH-BR-DEP(WS-FLSH-BR-IDX)
                      " " WS-FLSH-BR-LOAN(WS-FLSH-BR-IDX)
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
           END-PERFORM

           MOVE "FLSH" TO WS-DOC-NEW-TYPE
           MOVE WS-BUSINESS-DATE(1:8) TO WS-DOC-NEW-PERIOD
           MOVE WS-RPT-OUTPUT-PATH TO WS-DOC-NEW-PATH
           MOVE 02 TO WS-DOC-NEW-RETAIN
           PERFORM 8470-WRITE-DOC-INDEX

           DISPLAY "Daily flash written to: " WS-RPT-OUTPUT-PATH

           MOVE "DLYFLASH" TO WS-RUNCTL-JOB-NAME
           MOVE 1 TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8955 - TALLY ONE ACCOUNT INTO ITS FLASH BRANCH ROW
      ******************************************************************
       8955-FLASH-TALLY-BRANCH.
           IF ACCT-TYPE-LOAN OR ACCT-TYPE-CREDIT
           OR ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS
           OR ACCT-TYPE-CD OR ACCT-TYPE-IRA
           OR ACCT-TYPE-CORPORATE
               PERFORM VARYING WS-FLSH-BR-IDX FROM 1 BY 1
                   UNTIL WS-FLSH-BR-IDX > WS-FLSH-BR-MAX
                   OR WS-FLSH-BR-CODE(WS-FLSH-BR-IDX)
                       = ACCT-BRANCH-CODE
                   CONTINUE
               END-PERFORM
               IF WS-FLSH-BR-IDX > WS-FLSH-BR-MAX
                   IF WS-FLSH-BR-MAX < 20
                       ADD 1 TO WS-FLSH-BR-MAX
                       MOVE WS-FLSH-BR-MAX TO WS-FLSH-BR-IDX
                       MOVE ACCT-BRANCH-CODE
                           TO WS-FLSH-BR-CODE(WS-FLSH-BR-IDX)
                   END-IF
               END-IF
               IF WS-FLSH-BR-IDX NOT > WS-FLSH-BR-MAX
                   AND WS-FLSH-BR-IDX > ZEROS
                   IF ACCT-TYPE-LOAN OR ACCT-TYPE-CREDIT
                       ADD ACCT-BALANCE TO
                           WS-FLSH-BR-LOAN(WS-FLSH-BR-IDX)
                       ADD ACCT-BALANCE TO WS-FLSH-LOANS
                   ELSE
                       ADD ACCT-BALANCE TO
                           WS-FLSH-BR-DEP(WS-FLSH-BR-IDX)
                       ADD ACCT-BALANCE TO WS-FLSH-DEPOSITS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 8960 - FOREIGN-CURRENCY REVALUATION (MONTH-END BATCH)
      * Nets the bank's position per currency across the account
      * file, marks it at the FXRATES rate in force (the 8570
      * latest-effective-date rule), posts the unrealized gain or
      * loss into the GL feed status lines, and alarms when any
      * one currency's USD exposure passes the limit. The prior
      * mark per currency lives on FXREVAL.
      ******************************************************************
       8960-FX-REVALUATION.
           MOVE "FX REVALUATION AND POSITION" TO LS-REPORT-TITLE

           MOVE "FXREVAL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT

           INITIALIZE WS-FXRV-TABLE
           MOVE ZEROS TO WS-FXRV-MAX
           MOVE ZEROS TO WS-FXRV-TOTAL-GL

      * Net the bank's position per currency
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-CURRENCY-CODE NOT = SPACES
                   AND ACCT-CURRENCY-CODE NOT = "USD"
                   PERFORM VARYING WS-FXRV-IDX FROM 1 BY 1
                       UNTIL WS-FXRV-IDX > WS-FXRV-MAX
                       OR WS-FXRV-CCY(WS-FXRV-IDX)
                           = ACCT-CURRENCY-CODE
                       CONTINUE
                   END-PERFORM
                   IF WS-FXRV-IDX > WS-FXRV-MAX
                       IF WS-FXRV-MAX < 10
                           ADD 1 TO WS-FXRV-MAX
                           MOVE WS-FXRV-MAX TO WS-FXRV-IDX
                           MOVE ACCT-CURRENCY-CODE
                               TO WS-FXRV-CCY(WS-FXRV-IDX)
                       END-IF
                   END-IF
                   IF WS-FXRV-IDX NOT > WS-FXRV-MAX
                       ADD ACCT-BALANCE
                           TO WS-FXRV-NET(WS-FXRV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           OPEN I-O FX-REVAL-FILE
           IF WS-FXRV-FILE-STATUS = "35"
               OPEN OUTPUT FX-REVAL-FILE
               CLOSE FX-REVAL-FILE
               OPEN I-O FX-REVAL-FILE
           END-IF

           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER
      * The gain/loss lines ride the same structured feed the GL
      * system imports, so the ack intake can mark them off
           PERFORM 1560-OPEN-GL-FEED-FILE
           MOVE SPACES TO WS-GL-INPUT-DATE
           MOVE WS-BUSINESS-DATE TO WS-GL-INPUT-DATE
           MOVE "CCY  NET POSITION       RATE      "
               & "USD EQUIV        UNREALIZED G/L"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           PERFORM VARYING WS-FXRV-IDX FROM 1 BY 1
               UNTIL WS-FXRV-IDX > WS-FXRV-MAX
               PERFORM 8965-REVALUE-ONE-CURRENCY
           END-PERFORM
           CLOSE FX-REVAL-FILE

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "TOTAL UNREALIZED G/L POSTED TO GL: "
                  WS-FXRV-TOTAL-GL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           IF WS-GL-FEED-OPEN = "Y"
               CLOSE GL-FEED-FILE
               MOVE "N" TO WS-GL-FEED-OPEN
           END-IF
           DISPLAY "FX revaluation written to: "
                   WS-RPT-OUTPUT-PATH
           DISPLAY "GL feed lines written to:  " WS-GL-FEED-PATH

           MOVE "FXREVAL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-FXRV-MAX TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 8965 - REVALUE ONE CURRENCY POSITION
      ******************************************************************
       8965-REVALUE-ONE-CURRENCY.
      * Rate in force today - the same latest-effective-date walk
      * 8570 makes for the account summary
           MOVE 1.000000 TO WS-FX-LOOKUP-RATE
           MOVE WS-BUSINESS-DATE TO WS-FX-TODAY
           MOVE LOW-VALUES TO WS-FX-BEST-DATE
           MOVE WS-FXRV-CCY(WS-FXRV-IDX) TO FX-CURRENCY
           MOVE LOW-VALUES TO FX-EFF-DATE
           START FX-RATE-FILE KEY >= FX-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-FX-FILE-STATUS NOT = "00"
               READ FX-RATE-FILE NEXT RECORD
               IF WS-FX-FILE-STATUS = "00"
                   IF FX-CURRENCY = WS-FXRV-CCY(WS-FXRV-IDX)
                       IF FX-EFF-DATE <= WS-FX-TODAY
                           AND FX-EFF-DATE > WS-FX-BEST-DATE
                           MOVE FX-EFF-DATE TO WS-FX-BEST-DATE
                           MOVE FX-RATE-TO-USD
                               TO WS-FX-LOOKUP-RATE
                       END-IF
                   ELSE
                       MOVE "10" TO WS-FX-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-FX-FILE-STATUS
           MOVE WS-FX-LOOKUP-RATE TO WS-FXRV-CUR-RATE

           COMPUTE WS-FXRV-USD-NOW ROUNDED =
               WS-FXRV-NET(WS-FXRV-IDX) * WS-FXRV-CUR-RATE

      * Gain/loss is the move since the prior mark; the first
      * mark for a currency books no gain or loss
           MOVE WS-FXRV-CCY(WS-FXRV-IDX) TO FXRV-CURRENCY
           READ FX-REVAL-FILE
           IF WS-FXRV-FILE-STATUS = "00"
               COMPUTE WS-FXRV-USD-PRIOR ROUNDED =
                   WS-FXRV-NET(WS-FXRV-IDX) * FXRV-LAST-RATE
               COMPUTE WS-FXRV-GAINLOSS =
                   WS-FXRV-USD-NOW - WS-FXRV-USD-PRIOR
               MOVE WS-FXRV-CUR-RATE TO FXRV-LAST-RATE
               MOVE WS-BUSINESS-DATE(1:8) TO FXRV-LAST-DATE
               REWRITE FX-REVAL-RECORD
           ELSE
               MOVE ZEROS TO WS-FXRV-GAINLOSS
               MOVE WS-FXRV-CCY(WS-FXRV-IDX) TO FXRV-CURRENCY
               MOVE WS-FXRV-CUR-RATE TO FXRV-LAST-RATE
               MOVE WS-BUSINESS-DATE(1:8) TO FXRV-LAST-DATE
               WRITE FX-REVAL-RECORD
           END-IF
           ADD WS-FXRV-GAINLOSS TO WS-FXRV-TOTAL-GL

      * The gain/loss posts into the GL feed proper - feed record,
      * pending status row and report echo all through the same
      * line writer the daily export uses
           IF WS-FXRV-GAINLOSS NOT = ZEROS
               MOVE SPACES TO WS-GL-LINE-CODE
               STRING "GL-FX-" WS-FXRV-CCY(WS-FXRV-IDX)
                   DELIMITED SIZE INTO WS-GL-LINE-CODE
               MOVE SPACES TO WS-GL-LINE-NAME
               STRING "FX REVAL " WS-FXRV-CCY(WS-FXRV-IDX)
                   DELIMITED SIZE INTO WS-GL-LINE-NAME
               MOVE 1 TO WS-GL-LINE-COUNT
               MOVE WS-FXRV-GAINLOSS TO WS-GL-LINE-AMOUNT
               PERFORM 7710-WRITE-GL-LINE
           END-IF

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING WS-FXRV-CCY(WS-FXRV-IDX)
                  " " WS-FXRV-NET(WS-FXRV-IDX)
                  " " WS-FXRV-CUR-RATE
                  " " WS-FXRV-USD-NOW
                  " " WS-FXRV-GAINLOSS
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

      * Tolerance alarm on single-currency exposure
           IF FUNCTION ABS(WS-FXRV-USD-NOW) > WS-FXRV-LIMIT
               MOVE SPACES TO RPT-OUTPUT-RECORD
               STRING "   *** " WS-FXRV-CCY(WS-FXRV-IDX)
                      " EXPOSURE EXCEEDS THE USD LIMIT OF "
                      WS-FXRV-LIMIT " ***"
                      DELIMITED SIZE INTO RPT-OUTPUT-RECORD
               WRITE RPT-OUTPUT-RECORD
               ADD 1 TO WS-RPT-LINE-NUM
               DISPLAY "*** FX EXPOSURE ALARM: "
                       WS-FXRV-CCY(WS-FXRV-IDX) " ***"
           END-IF.

      ******************************************************************
      * 8970 - MAINTAIN BAI2 SUBSCRIPTIONS
      * Adds or replaces one company/account subscription, the same
      * read-then-REWRITE-or-WRITE shape 8200 uses for the report
      * schedule. Only corporate accounts can be subscribed.
      ******************************************************************
       8970-MAINTAIN-BAI-SUBSCRIPTIONS.
           DISPLAY " "
           DISPLAY "=== MAINTAIN BAI2 SUBSCRIPTIONS ==="
           OPEN I-O BAI-SUBSCRIPTION-FILE
           IF WS-BAIS-FILE-STATUS = "35"
               OPEN OUTPUT BAI-SUBSCRIPTION-FILE
               CLOSE BAI-SUBSCRIPTION-FILE
               OPEN I-O BAI-SUBSCRIPTION-FILE
           END-IF

           DISPLAY "Company ID: " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-COMPANY FROM CONSOLE
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-ACCT FROM CONSOLE
           MOVE WS-BAIS-INPUT-COMPANY TO BAIS-COMPANY-ID
           COMPUTE BAIS-ACCT-ID = FUNCTION NUMVAL(WS-BAIS-INPUT-ACCT)

           MOVE BAIS-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
           ELSE
               IF NOT ACCT-TYPE-CORPORATE
                   DISPLAY "BAI2 reporting is offered on corporate "
                           "accounts only."
               ELSE
                   PERFORM 8971-SAVE-BAI-SUBSCRIPTION
               END-IF
           END-IF
           CLOSE BAI-SUBSCRIPTION-FILE.

      ******************************************************************
      * 8971 - SAVE ONE BAI2 SUBSCRIPTION
      ******************************************************************
       8971-SAVE-BAI-SUBSCRIPTION.
           READ BAI-SUBSCRIPTION-FILE
           IF WS-BAIS-FILE-STATUS = "00"
               DISPLAY "Existing subscription found:"
               DISPLAY "  Company:  " BAIS-COMPANY-NAME
               DISPLAY "  Receiver: " BAIS-RECEIVER-ID
               DISPLAY "  Prior-day: " BAIS-PRIOR-DAY-FLAG
                       "  Current-day: " BAIS-CURRENT-DAY-FLAG
                       "  Status: " BAIS-STATUS
               DISPLAY "Re-enter the fields below to update it."
           ELSE
               DISPLAY "No existing subscription - creating one."
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO BAIS-ADDED-DATE
               MOVE LS-CURRENT-USER TO BAIS-ADDED-BY
           END-IF

           DISPLAY "Company Name: " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-NAME FROM CONSOLE
           MOVE WS-BAIS-INPUT-NAME TO BAIS-COMPANY-NAME
           DISPLAY "Receiver Identification: " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-RECEIVER FROM CONSOLE
           MOVE WS-BAIS-INPUT-RECEIVER TO BAIS-RECEIVER-ID
           DISPLAY "Prior-day file (Y/N): " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-PRIOR FROM CONSOLE
           MOVE WS-BAIS-INPUT-PRIOR TO BAIS-PRIOR-DAY-FLAG
           DISPLAY "Current-day file (Y/N): " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-CURRENT FROM CONSOLE
           MOVE WS-BAIS-INPUT-CURRENT TO BAIS-CURRENT-DAY-FLAG
           DISPLAY "Status (A=Active, I=Inactive): " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-STATUS FROM CONSOLE
           MOVE WS-BAIS-INPUT-STATUS TO BAIS-STATUS
           IF NOT BAIS-ACTIVE AND NOT BAIS-INACTIVE
               SET BAIS-ACTIVE TO TRUE
           END-IF

           IF WS-BAIS-FILE-STATUS = "00"
               REWRITE BAI-SUBSCRIPTION-RECORD
           ELSE
               WRITE BAI-SUBSCRIPTION-RECORD
           END-IF
           DISPLAY "Subscription saved for " BAIS-COMPANY-ID
                   " account " BAIS-ACCT-ID ".".

      ******************************************************************
      * 8972 - BAI2 PRIOR-DAY FILE (BATCH)
      * Run after the cutover: reports the business day just closed.
      ******************************************************************
       8972-BAI2-PRIOR-DAY-FILE.
           SET WS-BAI-PRIOR-DAY TO TRUE
           MOVE "BAI2PD" TO WS-BAI-JOB-NAME
           PERFORM 8974-BUILD-BAI2-FILES
               THRU 8974-BUILD-EXIT.

      ******************************************************************
      * 8973 - BAI2 CURRENT-DAY FILE
      * Intraday: today's hard postings plus the items memo-posted
      * since the last nightly memo-post, against current balances.
      ******************************************************************
       8973-BAI2-CURRENT-DAY-FILE.
           SET WS-BAI-CURRENT-DAY TO TRUE
           MOVE "BAI2CD" TO WS-BAI-JOB-NAME
           PERFORM 8974-BUILD-BAI2-FILES
               THRU 8974-BUILD-EXIT.

      ******************************************************************
      * 8974 - BUILD BAI2 FILES
      * One BAI2 file per company, one group per file, one account
      * block per active subscription carrying the requested file
      * type. The subscription file is keyed company then account,
      * so a control break on company closes one file and opens the
      * next. Every file built is logged on BAITXLOG.
      ******************************************************************
       8974-BUILD-BAI2-FILES.
           DISPLAY " "
           IF WS-BAI-PRIOR-DAY
               DISPLAY "=== BAI2 PRIOR-DAY BALANCE FILES ==="
           ELSE
               DISPLAY "=== BAI2 CURRENT-DAY BALANCE FILES ==="
           END-IF

           MOVE WS-BAI-JOB-NAME TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           PERFORM 9130-LOAD-BUSINESS-DATE
               THRU 9130-LOAD-EXIT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

           IF WS-BAI-PRIOR-DAY
               PERFORM 8975-FIND-PRIOR-BUSINESS-DAY
               MOVE "010" TO WS-BAI-OPEN-LDG-CODE
               MOVE "015" TO WS-BAI-CLOSE-LDG-CODE
               MOVE "040" TO WS-BAI-OPEN-AVL-CODE
               MOVE "045" TO WS-BAI-CLOSE-AVL-CODE
               MOVE "2" TO WS-BAI-MODIFIER
               MOVE SPACES TO WS-BAI-AS-OF-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-BAI-AS-OF-DATE
               MOVE "010" TO WS-BAI-OPEN-LDG-CODE
               MOVE "030" TO WS-BAI-CLOSE-LDG-CODE
               MOVE "040" TO WS-BAI-OPEN-AVL-CODE
               MOVE "060" TO WS-BAI-CLOSE-AVL-CODE
               MOVE "3" TO WS-BAI-MODIFIER
               MOVE WS-ACCEPT-TIME(1:4) TO WS-BAI-AS-OF-TIME
           END-IF
           MOVE WS-BAI-AS-OF-DATE TO WS-BAI-AS-OF-TEXT
           DISPLAY "As-of business date: " WS-BAI-AS-OF-TEXT

           MOVE ZEROS TO WS-BAI-FILES-WRITTEN
           MOVE ZEROS TO WS-BAI-TOTAL-ACCTS
           MOVE ZEROS TO WS-BAI-SKIPPED
           MOVE SPACES TO WS-BAI-CUR-COMPANY
           MOVE "N" TO WS-BAI-FILE-OPEN

           OPEN INPUT BAI-SUBSCRIPTION-FILE
           IF WS-BAIS-FILE-STATUS NOT = "00"
               DISPLAY "No BAI2 subscriptions on file."
               MOVE WS-BAI-JOB-NAME TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8974-BUILD-EXIT
           END-IF
           OPEN INPUT MEMO-POST-FILE
           OPEN I-O BAI-TRANSMIT-LOG-FILE
           IF WS-BAIX-FILE-STATUS = "35"
               OPEN OUTPUT BAI-TRANSMIT-LOG-FILE
               CLOSE BAI-TRANSMIT-LOG-FILE
               OPEN I-O BAI-TRANSMIT-LOG-FILE
           END-IF

           MOVE LOW-VALUES TO BAIS-KEY
           START BAI-SUBSCRIPTION-FILE KEY >= BAIS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BAIS-FILE-STATUS NOT = "00"
               READ BAI-SUBSCRIPTION-FILE NEXT RECORD
               IF WS-BAIS-FILE-STATUS = "00"
                   AND BAIS-ACTIVE
                   IF (WS-BAI-PRIOR-DAY AND BAIS-PRIOR-DAY)
                       OR (WS-BAI-CURRENT-DAY AND BAIS-CURRENT-DAY)
                       IF BAIS-COMPANY-ID NOT = WS-BAI-CUR-COMPANY
                           IF WS-BAI-FILE-OPEN = "Y"
                               PERFORM 8977-CLOSE-COMPANY-FILE
                           END-IF
                           PERFORM 8976-OPEN-COMPANY-FILE
                       END-IF
                       PERFORM 8978-BAI2-ONE-ACCOUNT
                           THRU 8978-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAI-FILE-OPEN = "Y"
               PERFORM 8977-CLOSE-COMPANY-FILE
           END-IF

           CLOSE BAI-SUBSCRIPTION-FILE
           CLOSE MEMO-POST-FILE
           CLOSE BAI-TRANSMIT-LOG-FILE

           DISPLAY "BAI2 files built:      " WS-BAI-FILES-WRITTEN
           DISPLAY "Accounts reported:     " WS-BAI-TOTAL-ACCTS
           DISPLAY "Subscriptions skipped: " WS-BAI-SKIPPED

           MOVE WS-BAI-JOB-NAME TO WS-RUNCTL-JOB-NAME
           MOVE WS-BAI-TOTAL-ACCTS TO WS-RUNCTL-RECORDS-DONE
           IF WS-BAI-SKIPPED > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8974-BUILD-EXIT.
           CONTINUE.

      ******************************************************************
      * 8975 - FIND PRIOR BUSINESS DAY
      * Steps back from the current business date past weekends and
      * BANKCAL holidays to the day the prior-day file reports.
      ******************************************************************
       8975-FIND-PRIOR-BUSINESS-DAY.
           OPEN INPUT BANK-CALENDAR-FILE
           COMPUTE WS-BAI-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE "N" TO WS-BAI-DAY-FOUND
           PERFORM UNTIL WS-BAI-DAY-FOUND = "Y"
               SUBTRACT 1 FROM WS-BAI-DAY-INT
               COMPUTE WS-BAI-AS-OF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BAI-DAY-INT)
               COMPUTE WS-BAI-DOW = FUNCTION MOD(WS-BAI-DAY-INT, 7)
               IF WS-BAI-DOW NOT = 0 AND WS-BAI-DOW NOT = 6
                   MOVE "Y" TO WS-BAI-DAY-FOUND
                   MOVE WS-BAI-AS-OF-DATE TO CAL-DATE
                   READ BANK-CALENDAR-FILE
                   IF WS-CAL-FILE-STATUS = "00"
                       MOVE "N" TO WS-BAI-DAY-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BANK-CALENDAR-FILE.

      ******************************************************************
      * 8976 - OPEN COMPANY FILE
      * Names the file for the company, as-of date, type and a
      * per-day sequence (so a rerun never overwrites what was
      * already sent), then writes the 01 file and 02 group headers.
      ******************************************************************
       8976-OPEN-COMPANY-FILE.
           MOVE BAIS-COMPANY-ID TO WS-BAI-CUR-COMPANY
           MOVE BAIS-RECEIVER-ID TO WS-BAI-CUR-RECEIVER
           PERFORM 8983-SET-BAI2-ORIGINATOR

           MOVE ZEROS TO WS-BAI-FILE-SEQ
           MOVE WS-BAI-CUR-COMPANY TO BAIX-COMPANY-ID
           MOVE WS-BAI-AS-OF-TEXT TO BAIX-AS-OF-DATE
           MOVE WS-BAI-FILE-TYPE TO BAIX-FILE-TYPE
           MOVE ZEROS TO BAIX-FILE-SEQ
           START BAI-TRANSMIT-LOG-FILE KEY >= BAIX-KEY
               INVALID KEY MOVE "23" TO WS-BAIX-FILE-STATUS
           END-START
           PERFORM UNTIL WS-BAIX-FILE-STATUS NOT = "00"
               READ BAI-TRANSMIT-LOG-FILE NEXT RECORD
               IF WS-BAIX-FILE-STATUS = "00"
                   IF BAIX-COMPANY-ID = WS-BAI-CUR-COMPANY
                       AND BAIX-AS-OF-DATE = WS-BAI-AS-OF-TEXT
                       AND BAIX-FILE-TYPE = WS-BAI-FILE-TYPE
                       MOVE BAIX-FILE-SEQ TO WS-BAI-FILE-SEQ
                   ELSE
                       MOVE "10" TO WS-BAIX-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-BAI-FILE-SEQ

           MOVE SPACES TO WS-BAI-OUTPUT-PATH
           STRING "/tmp/altoro_bai2_"
                  FUNCTION TRIM(WS-BAI-CUR-COMPANY) "_"
                  WS-BAI-AS-OF-TEXT "_" WS-BAI-FILE-TYPE
                  WS-BAI-FILE-SEQ ".txt"
                  DELIMITED SIZE INTO WS-BAI-OUTPUT-PATH
           OPEN OUTPUT BAI2-OUTPUT-FILE
           MOVE "Y" TO WS-BAI-FILE-OPEN

           MOVE ZEROS TO WS-BAI-FILE-RECORDS
           MOVE ZEROS TO WS-BAI-GROUP-RECORDS
           MOVE ZEROS TO WS-BAI-ACCT-COUNT
           MOVE ZEROS TO WS-BAI-DETAIL-COUNT
           MOVE ZEROS TO WS-BAI-GROUP-CTL

           MOVE WS-BAI-FILE-SEQ TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-SEQ-TXT
           MOVE SPACES TO WS-BAI-LINE
           STRING "01," WS-BAI-OUR-ROUTING ","
                  FUNCTION TRIM(WS-BAI-CUR-RECEIVER) ","
                  WS-ACCEPT-DATE(3:6) "," WS-ACCEPT-TIME(1:4) ","
                  FUNCTION TRIM(WS-BAI-SEQ-TXT) ",,,2/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE
           ADD 1 TO WS-BAI-FILE-RECORDS

           MOVE SPACES TO WS-BAI-LINE
           STRING "02," FUNCTION TRIM(WS-BAI-CUR-RECEIVER) ","
                  WS-BAI-OUR-ROUTING ",1,"
                  WS-BAI-AS-OF-TEXT(3:6) ","
                  FUNCTION TRIM(WS-BAI-AS-OF-TIME) ",USD,"
                  WS-BAI-MODIFIER "/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE
           ADD 1 TO WS-BAI-GROUP-RECORDS.

      ******************************************************************
      * 8977 - CLOSE COMPANY FILE
      * Writes the 98 group and 99 file trailers and logs the file.
      ******************************************************************
       8977-CLOSE-COMPANY-FILE.
           ADD 1 TO WS-BAI-GROUP-RECORDS
           MOVE WS-BAI-GROUP-CTL TO WS-BAI-AMT-EDIT
           MOVE WS-BAI-ACCT-COUNT TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-CNT-TXT
           MOVE WS-BAI-GROUP-RECORDS TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-CNT2-TXT
           MOVE SPACES TO WS-BAI-LINE
           STRING "98," FUNCTION TRIM(WS-BAI-AMT-EDIT) ","
                  FUNCTION TRIM(WS-BAI-CNT-TXT) ","
                  FUNCTION TRIM(WS-BAI-CNT2-TXT) "/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE

      * The file record count takes in the group's records plus the
      * 01 header already counted and this 99 trailer
           COMPUTE WS-BAI-FILE-RECORDS =
               WS-BAI-FILE-RECORDS + WS-BAI-GROUP-RECORDS + 1
           MOVE WS-BAI-FILE-RECORDS TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-CNT2-TXT
           MOVE SPACES TO WS-BAI-LINE
           STRING "99," FUNCTION TRIM(WS-BAI-AMT-EDIT) ",1,"
                  FUNCTION TRIM(WS-BAI-CNT2-TXT) "/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE
           CLOSE BAI2-OUTPUT-FILE
           MOVE "N" TO WS-BAI-FILE-OPEN
           ADD 1 TO WS-BAI-FILES-WRITTEN

           MOVE WS-BAI-CUR-COMPANY TO BAIX-COMPANY-ID
           MOVE WS-BAI-AS-OF-TEXT TO BAIX-AS-OF-DATE
           MOVE WS-BAI-FILE-TYPE TO BAIX-FILE-TYPE
           MOVE WS-BAI-FILE-SEQ TO BAIX-FILE-SEQ
           MOVE WS-ACCEPT-DATE TO BAIX-CREATED-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO BAIX-CREATED-TIME
           MOVE WS-BAI-ACCT-COUNT TO BAIX-ACCT-COUNT
           MOVE WS-BAI-DETAIL-COUNT TO BAIX-DETAIL-COUNT
           MOVE WS-BAI-FILE-RECORDS TO BAIX-RECORD-COUNT
           MOVE WS-BAI-GROUP-CTL TO BAIX-CONTROL-TOTAL
           MOVE WS-BAI-OUTPUT-PATH TO BAIX-FILE-PATH
           MOVE LS-CURRENT-USER TO BAIX-CREATED-BY
           WRITE BAI-TRANSMIT-LOG-RECORD

           DISPLAY "  " WS-BAI-CUR-COMPANY " "
                   WS-BAI-ACCT-COUNT " account(s) -> "
                   FUNCTION TRIM(WS-BAI-OUTPUT-PATH).

      ******************************************************************
      * 8978 - BAI2 ONE ACCOUNT
      * First pass over the account's transactions sizes the day
      * and works the balances back from the master; the 03 record
      * goes out, then a second pass writes one 16 detail per item,
      * then the 49 account trailer.
      *   Prior-day:   closing = master less everything posted
      *                after the as-of day; opening = closing less
      *                the day's own postings.
      *   Current-day: current = master; opening = master less
      *                today's postings and memo items.
      ******************************************************************
       8978-BAI2-ONE-ACCOUNT.
           MOVE BAIS-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CORPORATE
               DISPLAY "  Subscription " BAIS-COMPANY-ID " "
                       BAIS-ACCT-ID " skipped - not a corporate "
                       "account."
               ADD 1 TO WS-BAI-SKIPPED
               GO TO 8978-ACCOUNT-EXIT
           END-IF

           MOVE ZEROS TO WS-BAI-LATER-LEDGER
           MOVE ZEROS TO WS-BAI-LATER-AVAIL
           MOVE ZEROS TO WS-BAI-DAY-LEDGER
           MOVE ZEROS TO WS-BAI-DAY-AVAIL
           MOVE ZEROS TO WS-BAI-CR-TOTAL
           MOVE ZEROS TO WS-BAI-DR-TOTAL
           MOVE ZEROS TO WS-BAI-CR-COUNT
           MOVE ZEROS TO WS-BAI-DR-COUNT
           MOVE ZEROS TO WS-BAI-ACCT-CTL
           MOVE ZEROS TO WS-BAI-ACCT-RECORDS

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-ACCOUNT-ID = ACCT-ID
                   PERFORM 8979-CLASSIFY-BAI2-TRAN
                   PERFORM 8980-ACCUMULATE-BAI2-TRAN
               END-IF
           END-PERFORM

           IF WS-BAI-PRIOR-DAY
               COMPUTE WS-BAI-CLOSE-LEDGER =
                   ACCT-BALANCE - WS-BAI-LATER-LEDGER
               COMPUTE WS-BAI-CLOSE-AVAIL =
                   ACCT-AVAILABLE-BAL - WS-BAI-LATER-AVAIL
           ELSE
               MOVE ACCT-BALANCE TO WS-BAI-CLOSE-LEDGER
               MOVE ACCT-AVAILABLE-BAL TO WS-BAI-CLOSE-AVAIL
           END-IF
           COMPUTE WS-BAI-OPEN-LEDGER =
               WS-BAI-CLOSE-LEDGER - WS-BAI-DAY-LEDGER
           COMPUTE WS-BAI-OPEN-AVAIL =
               WS-BAI-CLOSE-AVAIL - WS-BAI-DAY-AVAIL

           MOVE WS-BAI-OPEN-LEDGER TO WS-BAI-AMOUNT
           MOVE 1 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-CLOSE-LEDGER TO WS-BAI-AMOUNT
           MOVE 2 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-OPEN-AVAIL TO WS-BAI-AMOUNT
           MOVE 3 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-CLOSE-AVAIL TO WS-BAI-AMOUNT
           MOVE 4 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-CR-TOTAL TO WS-BAI-AMOUNT
           MOVE 5 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-DR-TOTAL TO WS-BAI-AMOUNT
           MOVE 6 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT
           MOVE WS-BAI-CR-COUNT TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-CR-CNT-TXT
           MOVE WS-BAI-DR-COUNT TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-DR-CNT-TXT

           MOVE SPACES TO WS-BAI-LINE
           STRING "03," ACCT-ID ",USD,"
                  WS-BAI-OPEN-LDG-CODE ","
                  FUNCTION TRIM(WS-BAI-FLD(1)) ",,,"
                  WS-BAI-CLOSE-LDG-CODE ","
                  FUNCTION TRIM(WS-BAI-FLD(2)) ",,,"
                  WS-BAI-OPEN-AVL-CODE ","
                  FUNCTION TRIM(WS-BAI-FLD(3)) ",,,"
                  WS-BAI-CLOSE-AVL-CODE ","
                  FUNCTION TRIM(WS-BAI-FLD(4)) ",,,100,"
                  FUNCTION TRIM(WS-BAI-FLD(5)) ","
                  FUNCTION TRIM(WS-BAI-CR-CNT-TXT) ",,400,"
                  FUNCTION TRIM(WS-BAI-FLD(6)) ","
                  FUNCTION TRIM(WS-BAI-DR-CNT-TXT) ",/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE
           ADD 1 TO WS-BAI-ACCT-RECORDS

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-ACCOUNT-ID = ACCT-ID
                   PERFORM 8979-CLASSIFY-BAI2-TRAN
                   IF WS-BAI-DETAIL-DAY
                       AND NOT WS-BAI-TRAN-IGNORED
                       PERFORM 8981-WRITE-BAI2-DETAIL
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO WS-BAI-ACCT-RECORDS
           MOVE WS-BAI-ACCT-CTL TO WS-BAI-AMT-EDIT
           MOVE WS-BAI-ACCT-RECORDS TO WS-BAI-CNT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-CNT-EDIT) TO WS-BAI-CNT-TXT
           MOVE SPACES TO WS-BAI-LINE
           STRING "49," FUNCTION TRIM(WS-BAI-AMT-EDIT) ","
                  FUNCTION TRIM(WS-BAI-CNT-TXT) "/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE

           ADD WS-BAI-ACCT-CTL TO WS-BAI-GROUP-CTL
           ADD WS-BAI-ACCT-RECORDS TO WS-BAI-GROUP-RECORDS
           ADD 1 TO WS-BAI-ACCT-COUNT
           ADD 1 TO WS-BAI-TOTAL-ACCTS.

       8978-ACCOUNT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8979 - CLASSIFY BAI2 TRANSACTION
      * Ledger items are the completed postings (a reversed original
      * still moved the ledger - its reversal is a posting of its
      * own). A pending item counts only while it is still on the
      * memo-post file; other pendings (bill-pay holds and the like)
      * have not touched either balance. The window says whether the
      * item falls on the reported day or after it.
      ******************************************************************
       8979-CLASSIFY-BAI2-TRAN.
           SET WS-BAI-TRAN-IGNORED TO TRUE
           IF TRAN-COMPLETED OR TRAN-REVERSED
               SET WS-BAI-TRAN-LEDGER TO TRUE
           ELSE
               IF TRAN-PENDING
                   MOVE TRAN-ID TO MEMO-TRAN-ID
                   READ MEMO-POST-FILE
                   IF WS-MEMO-FILE-STATUS = "00"
                       AND MEMO-STAT-PENDING
                       SET WS-BAI-TRAN-MEMO TO TRUE
                   END-IF
               END-IF
           END-IF

           SET WS-BAI-BEFORE-DAY TO TRUE
           IF WS-BAI-PRIOR-DAY
               IF TRAN-DATE(1:8) = WS-BAI-AS-OF-TEXT
                   SET WS-BAI-DETAIL-DAY TO TRUE
               END-IF
               IF TRAN-DATE(1:8) > WS-BAI-AS-OF-TEXT
                   SET WS-BAI-AFTER-DAY TO TRUE
               END-IF
           ELSE
               IF TRAN-DATE(1:8) >= WS-BAI-AS-OF-TEXT
                   SET WS-BAI-DETAIL-DAY TO TRUE
               END-IF
           END-IF

      * Memo items never reach the prior-day file - by then the
      * nightly memo-post has made them ledger items
           IF WS-BAI-PRIOR-DAY AND WS-BAI-TRAN-MEMO
               AND WS-BAI-DETAIL-DAY
               SET WS-BAI-TRAN-IGNORED TO TRUE
           END-IF.

      ******************************************************************
      * 8980 - ACCUMULATE BAI2 TRANSACTION
      ******************************************************************
       8980-ACCUMULATE-BAI2-TRAN.
           IF WS-BAI-TRAN-IGNORED
               CONTINUE
           ELSE
               IF WS-BAI-AFTER-DAY
                   ADD TRAN-AMOUNT TO WS-BAI-LATER-AVAIL
                   IF WS-BAI-TRAN-LEDGER
                       ADD TRAN-AMOUNT TO WS-BAI-LATER-LEDGER
                   END-IF
               END-IF
               IF WS-BAI-DETAIL-DAY
                   ADD TRAN-AMOUNT TO WS-BAI-DAY-AVAIL
                   IF WS-BAI-TRAN-LEDGER
                       ADD TRAN-AMOUNT TO WS-BAI-DAY-LEDGER
                   END-IF
                   IF TRAN-AMOUNT < ZEROS
                       SUBTRACT TRAN-AMOUNT FROM WS-BAI-DR-TOTAL
                       ADD 1 TO WS-BAI-DR-COUNT
                   ELSE
                       ADD TRAN-AMOUNT TO WS-BAI-CR-TOTAL
                       ADD 1 TO WS-BAI-CR-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 8981 - WRITE BAI2 DETAIL
      * One 16 record: type code, unsigned amount, immediate funds,
      * our TRAN-ID as bank reference, the item's own reference as
      * customer reference, and the description as text. Commas and
      * slashes are field and record delimiters in BAI2, so they are
      * blanked out of the free-form fields.
      ******************************************************************
       8981-WRITE-BAI2-DETAIL.
           PERFORM 8982-MAP-BAI2-TYPE-CODE
           IF TRAN-AMOUNT < ZEROS
               COMPUTE WS-BAI-AMOUNT = TRAN-AMOUNT * -1
           ELSE
               MOVE TRAN-AMOUNT TO WS-BAI-AMOUNT
           END-IF
           MOVE 7 TO WS-BAI-FLD-IDX
           PERFORM 8984-EDIT-BAI2-AMOUNT

           MOVE TRAN-REF-NUMBER TO WS-BAI-CUST-REF
           INSPECT WS-BAI-CUST-REF REPLACING ALL "," BY " "
                                             ALL "/" BY " "
           MOVE SPACES TO WS-BAI-TEXT
           IF WS-BAI-TRAN-MEMO
               STRING "MEMO POST " TRAN-DESCRIPTION
                      DELIMITED SIZE INTO WS-BAI-TEXT
           ELSE
               MOVE TRAN-DESCRIPTION TO WS-BAI-TEXT
           END-IF
           INSPECT WS-BAI-TEXT REPLACING ALL "," BY " "
                                         ALL "/" BY " "

           MOVE SPACES TO WS-BAI-LINE
           STRING "16," WS-BAI-TYPE-CODE ","
                  FUNCTION TRIM(WS-BAI-FLD(7)) ",0,"
                  TRAN-ID ","
                  FUNCTION TRIM(WS-BAI-CUST-REF) ","
                  FUNCTION TRIM(WS-BAI-TEXT) "/"
                  DELIMITED SIZE INTO WS-BAI-LINE
           PERFORM 8985-WRITE-BAI2-LINE
           ADD 1 TO WS-BAI-ACCT-RECORDS
           ADD 1 TO WS-BAI-DETAIL-COUNT.

      ******************************************************************
      * 8982 - MAP BAI2 TYPE CODE
      * BAI2 detail type codes from TRAN-TYPE and the direction of
      * the item. 1xx-3xx are credits, 4xx-6xx debits; anything
      * without a specific code goes out as miscellaneous.
      ******************************************************************
       8982-MAP-BAI2-TYPE-CODE.
           IF TRAN-AMOUNT < ZEROS
               EVALUATE TRUE
                   WHEN TRAN-TYPE-WITHDRAW
                       MOVE "475" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-ACH-DEBIT
                       MOVE "455" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-WIRE
                       MOVE "495" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-INSTANT
                       MOVE "458" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-TRANSFER
                       MOVE "506" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-FEE
                       MOVE "698" TO WS-BAI-TYPE-CODE
                   WHEN OTHER
                       MOVE "699" TO WS-BAI-TYPE-CODE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN TRAN-TYPE-DEPOSIT
                       MOVE "301" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-ACH-CREDIT
                       MOVE "165" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-WIRE
                       MOVE "195" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-INSTANT
                       MOVE "158" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-TRANSFER
                       MOVE "206" TO WS-BAI-TYPE-CODE
                   WHEN TRAN-TYPE-INTEREST
                       MOVE "354" TO WS-BAI-TYPE-CODE
                   WHEN OTHER
                       MOVE "399" TO WS-BAI-TYPE-CODE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 8983 - SET THE FILE'S ORIGINATOR ROUTING
      * Off the entity of the company's first subscribed account;
      * the home routing number when that account belongs to the
      * home entity or its entity has no routing on the master.
      ******************************************************************
       8983-SET-BAI2-ORIGINATOR.
           MOVE WS-BAI-HOME-ROUTING TO WS-BAI-OUR-ROUTING
           MOVE BAIS-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               AND ACCT-ENTITY-CODE NOT = SPACES
               AND ACCT-ENTITY-CODE NOT = WS-ENTY-HOME-CODE
               MOVE ACCT-ENTITY-CODE TO ENTY-CODE
               READ ENTITY-FILE
               IF WS-ENTY-FILE-STATUS = "00"
                   AND ENTY-ROUTING > ZEROS
                   MOVE ENTY-ROUTING TO WS-BAI-OUR-ROUTING
               END-IF
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS
           MOVE "00" TO WS-ENTY-FILE-STATUS.

      ******************************************************************
      * 8984 - EDIT BAI2 AMOUNT
      * WS-BAI-AMOUNT to whole cents, left-justified, into
      * WS-BAI-FLD(WS-BAI-FLD-IDX), and into the account control
      * total, which sums every amount the account block carries.
      ******************************************************************
       8984-EDIT-BAI2-AMOUNT.
           COMPUTE WS-BAI-CENTS = WS-BAI-AMOUNT * 100
           MOVE WS-BAI-CENTS TO WS-BAI-AMT-EDIT
           MOVE FUNCTION TRIM(WS-BAI-AMT-EDIT)
               TO WS-BAI-FLD(WS-BAI-FLD-IDX)
           ADD WS-BAI-CENTS TO WS-BAI-ACCT-CTL.

      ******************************************************************
      * 8985 - WRITE BAI2 LINE
      ******************************************************************
       8985-WRITE-BAI2-LINE.
           MOVE WS-BAI-LINE TO BAI2-OUTPUT-RECORD
           WRITE BAI2-OUTPUT-RECORD.

      ******************************************************************
      * 8986 - BAI2 TRANSMISSION LOG INQUIRY
      * Lists every file built for one company, newest last, with
      * the account and item counts and the control total it
      * carried - what to show a client who asks what they were
      * sent on a given day.
      ******************************************************************
       8986-BAI2-TRANSMISSION-LOG.
           DISPLAY " "
           DISPLAY "=== BAI2 TRANSMISSION LOG ==="
           DISPLAY "Company ID: " WITH NO ADVANCING
           ACCEPT WS-BAIS-INPUT-COMPANY FROM CONSOLE

           OPEN INPUT BAI-TRANSMIT-LOG-FILE
           IF WS-BAIX-FILE-STATUS NOT = "00"
               DISPLAY "No BAI2 files have been built."
           ELSE
               MOVE ZEROS TO WS-BAI-DSP-COUNT
               MOVE WS-BAIS-INPUT-COMPANY TO BAIX-COMPANY-ID
               MOVE LOW-VALUES TO BAIX-AS-OF-DATE
               MOVE LOW-VALUES TO BAIX-FILE-TYPE
               MOVE ZEROS TO BAIX-FILE-SEQ
               START BAI-TRANSMIT-LOG-FILE KEY >= BAIX-KEY
                   INVALID KEY MOVE "23" TO WS-BAIX-FILE-STATUS
               END-START
               PERFORM UNTIL WS-BAIX-FILE-STATUS NOT = "00"
                   READ BAI-TRANSMIT-LOG-FILE NEXT RECORD
                   IF WS-BAIX-FILE-STATUS = "00"
                       IF BAIX-COMPANY-ID NOT = WS-BAIS-INPUT-COMPANY
                           MOVE "10" TO WS-BAIX-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-BAI-DSP-COUNT
                           MOVE BAIX-CONTROL-TOTAL TO WS-BAI-DSP-TOTAL
                           DISPLAY "  " BAIX-AS-OF-DATE
                                   " " BAIX-FILE-TYPE BAIX-FILE-SEQ
                                   " built " BAIX-CREATED-DATE
                                   " " BAIX-CREATED-TIME
                                   " accts " BAIX-ACCT-COUNT
                                   " items " BAIX-DETAIL-COUNT
                                   " ctl " WS-BAI-DSP-TOTAL
                           DISPLAY "      "
                                   FUNCTION TRIM(BAIX-FILE-PATH)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BAI-DSP-COUNT = ZEROS
                   DISPLAY "  (no files sent to that company)"
               END-IF
               CLOSE BAI-TRANSMIT-LOG-FILE
           END-IF.

      ******************************************************************
      * 8990 - CONSTRUCTION LOAN STATUS REPORT
      * By project: each budget line's budget, what has funded, what
      * the last inspection supports and what is left to draw, with
      * project and portfolio totals. A line funded past its
      * inspection is flagged FUNDED>INSP.
      ******************************************************************
       8990-CONSTRUCTION-STATUS-REPORT.
           MOVE "CONSTRUCTION LOAN STATUS REPORT" TO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "LOAN_ACCT,PROJECT,LINE,CATEGORY,BUDGET,FUNDED,"
                   & "INSPECTED,PCT,REMAINING,FLAG"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-CNS-TOT-BUDGET
           MOVE ZEROS TO WS-CNS-TOT-FUNDED
           MOVE ZEROS TO WS-CNS-TOT-INSPECTED
           MOVE ZEROS TO WS-CNS-PROJECT-COUNT
           MOVE ZEROS TO WS-CNS-AHEAD-COUNT

           MOVE LOW-VALUES TO CNL-ACCT-ID
           START CONSTR-LOAN-FILE KEY >= CNL-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CNL-FILE-STATUS NOT = "00"
               READ CONSTR-LOAN-FILE NEXT RECORD
               IF WS-CNL-FILE-STATUS = "00"
                   PERFORM 8991-REPORT-ONE-PROJECT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CNL-FILE-STATUS

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "PROJECTS: " WS-CNS-PROJECT-COUNT
                  "   LINES FUNDED PAST INSPECTION: "
                  WS-CNS-AHEAD-COUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-CNS-TOT-BUDGET TO WS-DSP-AMOUNT
           MOVE WS-CNS-TOT-FUNDED TO WS-CNS-DSP-FUNDED
           MOVE WS-CNS-TOT-INSPECTED TO WS-CNS-DSP-INSPECTED
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ALL PROJECTS - BUDGET $" WS-DSP-AMOUNT
                  "  FUNDED $" WS-CNS-DSP-FUNDED
                  "  INSPECTED $" WS-CNS-DSP-INSPECTED
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "Construction loan status report generated."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 8991 - REPORT ONE CONSTRUCTION PROJECT
      * CONSTR-LOAN-RECORD is current on entry.
      ******************************************************************
       8991-REPORT-ONE-PROJECT.
           ADD 1 TO WS-CNS-PROJECT-COUNT
           IF CNL-CONVERTED
               MOVE SPACES TO WS-CNS-PHASE-TEXT
               STRING "CONVERTED " CNL-CONVERTED-DATE
                      DELIMITED SIZE INTO WS-CNS-PHASE-TEXT
           ELSE
               MOVE "UNDER CONSTRUCTION" TO WS-CNS-PHASE-TEXT
           END-IF

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE CNL-COMMITMENT TO WS-DSP-AMOUNT
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LOAN " CNL-ACCT-ID "  " CNL-PROJECT-NAME
                  "  COMMITMENT $" WS-DSP-AMOUNT
                  "  DRAWS " CNL-DRAW-COUNT
                  "  " WS-CNS-PHASE-TEXT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE "LN CATEGORY                        BUDGET"
               & "            FUNDED         INSPECTED PCT"
               & "         REMAINING FLAG"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 3 TO WS-RPT-LINE-NUM

           MOVE ZEROS TO WS-CNS-PRJ-BUDGET
           MOVE ZEROS TO WS-CNS-PRJ-FUNDED
           MOVE ZEROS TO WS-CNS-PRJ-INSPECTED

           MOVE CNL-ACCT-ID TO CNB-ACCT-ID
           MOVE ZEROS TO CNB-LINE-NO
           START CONSTR-BUDGET-FILE KEY >= CNB-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CNB-FILE-STATUS NOT = "00"
               READ CONSTR-BUDGET-FILE NEXT RECORD
               IF WS-CNB-FILE-STATUS = "00"
                   IF CNB-ACCT-ID = CNL-ACCT-ID
                       PERFORM 8992-REPORT-BUDGET-LINE
                   ELSE
                       MOVE "10" TO WS-CNB-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CNB-FILE-STATUS

           ADD WS-CNS-PRJ-BUDGET TO WS-CNS-TOT-BUDGET
           ADD WS-CNS-PRJ-FUNDED TO WS-CNS-TOT-FUNDED
           ADD WS-CNS-PRJ-INSPECTED TO WS-CNS-TOT-INSPECTED

           MOVE WS-CNS-PRJ-BUDGET TO WS-DSP-AMOUNT
           MOVE WS-CNS-PRJ-FUNDED TO WS-CNS-DSP-FUNDED
           MOVE WS-CNS-PRJ-INSPECTED TO WS-CNS-DSP-INSPECTED
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "   PROJECT TOTAL - BUDGET $" WS-DSP-AMOUNT
                  "  FUNDED $" WS-CNS-DSP-FUNDED
                  "  INSPECTED $" WS-CNS-DSP-INSPECTED
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM.

      ******************************************************************
      * 8992 - REPORT ONE BUDGET LINE
      ******************************************************************
       8992-REPORT-BUDGET-LINE.
           COMPUTE WS-CNS-INSPECTED ROUNDED =
               CNB-BUDGET-AMT * CNB-INSPECTED-PCT / 100
           COMPUTE WS-CNS-REMAINING = CNB-BUDGET-AMT - CNB-FUNDED-AMT
           ADD CNB-BUDGET-AMT TO WS-CNS-PRJ-BUDGET
           ADD CNB-FUNDED-AMT TO WS-CNS-PRJ-FUNDED
           ADD WS-CNS-INSPECTED TO WS-CNS-PRJ-INSPECTED

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE CNB-LINE-NO TO WS-CNS-LINE-NO
           MOVE CNB-CATEGORY TO WS-CNS-CATEGORY
           MOVE CNB-BUDGET-AMT TO WS-CNS-BUDGET
           MOVE CNB-FUNDED-AMT TO WS-CNS-FUNDED
           MOVE WS-CNS-INSPECTED TO WS-CNS-INSP-AMT
           MOVE CNB-INSPECTED-PCT TO WS-CNS-PCT
           MOVE WS-CNS-REMAINING TO WS-CNS-REMAIN
           IF CNB-FUNDED-AMT > WS-CNS-INSPECTED
               MOVE "FUNDED>INSP" TO WS-CNS-FLAG
               ADD 1 TO WS-CNS-AHEAD-COUNT
           ELSE
               MOVE SPACES TO WS-CNS-FLAG
           END-IF
           WRITE RPT-OUTPUT-RECORD FROM WS-CNS-RPT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   CNL-ACCT-ID ',"'
                   FUNCTION TRIM(CNL-PROJECT-NAME) '",'
                   CNB-LINE-NO ',"'
                   FUNCTION TRIM(CNB-CATEGORY) '",'
                   FUNCTION TRIM(WS-CNS-BUDGET) ","
                   FUNCTION TRIM(WS-CNS-FUNDED) ","
                   FUNCTION TRIM(WS-CNS-INSP-AMT) ","
                   FUNCTION TRIM(WS-CNS-PCT) ","
                   FUNCTION TRIM(WS-CNS-REMAIN) ","
                   FUNCTION TRIM(WS-CNS-FLAG)
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * 8995 - NONACCRUAL LOAN INVENTORY
      * Every loan now on nonaccrual: when and how it went on, the
      * principal still owed, the accrued interest reversed at
      * placement, the interest not booked since, the cash applied
      * to principal and the payments made toward returning to
      * accrual, with portfolio totals of the interest forgone.
      ******************************************************************
       8995-NONACCRUAL-INVENTORY.
           MOVE "NONACCRUAL LOAN INVENTORY" TO LS-REPORT-TITLE
           PERFORM 1500-OPEN-REPORT-FILE
           PERFORM 1600-WRITE-REPORT-HEADER

           MOVE "LOAN ACCT        PLACED   H   DPD"
               & "         PRINCIPAL          REVERSED"
               & "           FORGONE      CASH APPLIED PMT"
               TO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           ADD 2 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE "LOAN_ACCT,PLACED,HOW,DAYS_PAST_DUE,PRINCIPAL,"
                   & "REVERSED,FORGONE,CASH_APPLIED,PAYMENTS,REASON"
                   TO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF

           MOVE ZEROS TO WS-NAC-COUNT
           MOVE ZEROS TO WS-NAC-TOT-PRINCIPAL
           MOVE ZEROS TO WS-NAC-TOT-REVERSED
           MOVE ZEROS TO WS-NAC-TOT-FORGONE
           MOVE ZEROS TO WS-NAC-TOT-CASH

           MOVE LOW-VALUES TO NAC-LOAN-ACCT-ID
           START LOAN-NONACCRUAL-FILE KEY >= NAC-LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NAC-FILE-STATUS NOT = "00"
               READ LOAN-NONACCRUAL-FILE NEXT RECORD
               IF WS-NAC-FILE-STATUS = "00"
                   AND NAC-ON-NONACCRUAL
                   PERFORM 8996-REPORT-ONE-NONACCRUAL
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NAC-FILE-STATUS

           WRITE RPT-OUTPUT-RECORD FROM WS-RPT-DASH-LINE
           MOVE WS-NAC-TOT-PRINCIPAL TO WS-NAC-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "LOANS ON NONACCRUAL: " WS-NAC-COUNT
                  "   PRINCIPAL $" WS-NAC-DSP-TOTAL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-NAC-TOT-REVERSED TO WS-NAC-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "ACCRUED INTEREST REVERSED:      $" WS-NAC-DSP-TOTAL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-NAC-TOT-FORGONE TO WS-NAC-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "INTEREST NOT ACCRUED SINCE:     $" WS-NAC-DSP-TOTAL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           COMPUTE WS-NAC-TOT-FORGONE =
               WS-NAC-TOT-FORGONE + WS-NAC-TOT-REVERSED
           MOVE WS-NAC-TOT-FORGONE TO WS-NAC-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "TOTAL INTEREST FORGONE:         $" WS-NAC-DSP-TOTAL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           MOVE WS-NAC-TOT-CASH TO WS-NAC-DSP-TOTAL
           MOVE SPACES TO RPT-OUTPUT-RECORD
           STRING "CASH APPLIED TO PRINCIPAL:      $" WS-NAC-DSP-TOTAL
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD

           DISPLAY " "
           DISPLAY "Nonaccrual inventory generated - "
                   WS-NAC-COUNT " loan(s)."

           CLOSE REPORT-OUTPUT-FILE
           MOVE "N" TO WS-RPT-FILE-OPEN
           IF WS-TEMP-FILE-OPEN = "Y"
               CLOSE TEMP-WORK-FILE
               MOVE "N" TO WS-TEMP-FILE-OPEN
           END-IF
           IF WS-RPT-CSV-OPEN = "Y"
               CLOSE CSV-OUTPUT-FILE
               MOVE "N" TO WS-RPT-CSV-OPEN
           END-IF

           PERFORM 8000-FORMAT-REPORT.

      ******************************************************************
      * 8996 - REPORT ONE LOAN ON NONACCRUAL
      * LOAN-NONACCRUAL-RECORD is current on entry; the principal
      * comes from the loan's schedule as it stands today.
      ******************************************************************
       8996-REPORT-ONE-NONACCRUAL.
           ADD 1 TO WS-NAC-COUNT
           MOVE NAC-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               MOVE ZEROS TO LOAN-REMAINING-PRINCIPAL
           END-IF
           MOVE "00" TO WS-LOAN-FILE-STATUS
           COMPUTE WS-NAC-INT-FORGONE =
               NAC-REVERSED-INT + NAC-FORGONE-INT
           ADD LOAN-REMAINING-PRINCIPAL TO WS-NAC-TOT-PRINCIPAL
           ADD NAC-REVERSED-INT TO WS-NAC-TOT-REVERSED
           ADD NAC-FORGONE-INT TO WS-NAC-TOT-FORGONE
           ADD NAC-CASH-APPLIED TO WS-NAC-TOT-CASH

           PERFORM 1700-CHECK-PAGE-BREAK
           MOVE NAC-LOAN-ACCT-ID TO WS-NAC-ACCT
           MOVE NAC-PLACED-DATE TO WS-NAC-PLACED
           MOVE NAC-PLACED-HOW TO WS-NAC-HOW
           MOVE NAC-DAYS-PAST-DUE TO WS-NAC-DPD
           MOVE LOAN-REMAINING-PRINCIPAL TO WS-NAC-PRINCIPAL
           MOVE NAC-REVERSED-INT TO WS-NAC-REVERSED
           MOVE NAC-FORGONE-INT TO WS-NAC-FORGONE
           MOVE NAC-CASH-APPLIED TO WS-NAC-CASH
           MOVE NAC-PAYMENTS-MADE TO WS-NAC-PMTS
           WRITE RPT-OUTPUT-RECORD FROM WS-NAC-RPT-DETAIL
           ADD 1 TO WS-RPT-LINE-NUM
           MOVE SPACES TO RPT-OUTPUT-RECORD
           MOVE WS-NAC-INT-FORGONE TO WS-DSP-AMOUNT
           STRING "   " NAC-REASON
                  " FORGONE TO DATE $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RPT-OUTPUT-RECORD
           WRITE RPT-OUTPUT-RECORD
           ADD 1 TO WS-RPT-LINE-NUM

           IF WS-RPT-CSV-OPEN = "Y"
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING
                   NAC-LOAN-ACCT-ID ","
                   NAC-PLACED-DATE ","
                   NAC-PLACED-HOW ","
                   FUNCTION TRIM(WS-NAC-DPD) ","
                   FUNCTION TRIM(WS-NAC-PRINCIPAL) ","
                   FUNCTION TRIM(WS-NAC-REVERSED) ","
                   FUNCTION TRIM(WS-NAC-FORGONE) ","
                   FUNCTION TRIM(WS-NAC-CASH) ","
                   FUNCTION TRIM(WS-NAC-PMTS) ',"'
                   FUNCTION TRIM(NAC-REASON) '"'
                   DELIMITED SIZE INTO CSV-OUTPUT-RECORD
               WRITE CSV-OUTPUT-RECORD
           END-IF.

      ******************************************************************
      * Same masked forms CUSTMGMT's 9450-MASK-PII builds.
      ******************************************************************
       8860-MASK-PII.
           PERFORM 8861-OPEN-CUSTOMER-PII
           MOVE "***-**-****" TO WS-MASKED-SSN
           IF WS-PII-SSN(8:4) NOT = SPACES
               MOVE WS-PII-SSN(8:4) TO WS-MASKED-SSN(8:4)
           END-IF
           MOVE "****-**-**" TO WS-MASKED-DOB
           IF CUST-DOB(9:2) NOT = SPACES
               MOVE CUST-DOB(9:2) TO WS-MASKED-DOB(9:2)
           END-IF.

      ******************************************************************
      * 8861 - OPEN CUSTOMER PII
      * Decrypts the current customer's SSN into WS-PII-SSN (see
      * PIICRYPT.cpy); the record buffer stays sealed. Same as
      * CUSTMGMT's 8541.
      ******************************************************************
       8861-OPEN-CUSTOMER-PII.
           MOVE CUST-SSN TO WS-PII-SSN
           IF CUST-PII-KEY-VER IS NUMERIC
               IF CUST-PII-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE CUST-PII-KEY-VER TO PCR-KEY-VERSION
                   MOVE CUST-USER-ID TO PCR-TWEAK
                   SET PCR-FLD-SSN TO TRUE
                   MOVE 11 TO PCR-DATA-LEN
                   MOVE CUST-SSN TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:11) TO WS-PII-SSN
               END-IF
           END-IF.

      ******************************************************************
      * 8200 - MAINTAIN REPORT SCHEDULE
      * Adds a new schedule entry to REPORT-SCHEDULE-FILE, or brings
           DISPLAY "Schedulable report codes:"
           DISPLAY "  CUSTLIST ACCTSUMM TRANRPT  AUDITRPT COMPLY"
           DISPLAY "  TIMELINE DORMANT  OFFICER  GLFEED   CTR"
           DISPLAY "  1099INT  BALRECON TELLER   LOANAGE  1042S"
           DISPLAY "  DEPGROW  LNRUNOFF OPENCLOS"
           DISPLAY " "
           DISPLAY "Report Code: " WITH NO ADVANCING
           ACCEPT WS-SKED-INPUT-CODE FROM CONSOLE
      ******************************************************************
      * 8260 - RUN ONE SCHEDULED REPORT
      * Dispatches to the existing report paragraph for this entry's
      * SKED-REPORT-CODE (the Report Query Catalog is deliberately
      * not schedulable - each run takes its parameters from the
      * operator at the console, not a recurring definition), logs
      * the run to DISTRIBUTION-LOG-FILE, and stamps the schedule
      * entry's SKED-LAST-RUN-DATE.
      ******************************************************************
       8260-RUN-ONE-SCHEDULED-REPORT.
           DISPLAY "Running " SKED-REPORT-NAME
                   PERFORM 7800-CTR-REPORT
               WHEN "1099INT"
                   PERFORM 7900-1099-INT-REPORT
               WHEN "1042S"
                   PERFORM 7930-1042S-EXTRACT
               WHEN "BALRECON"
                   PERFORM 8100-BALANCE-RECONCILIATION-REPORT
               WHEN "TELLER"
                   PERFORM 8300-TELLER-BALANCING-REPORT
               WHEN "LOANAGE"
                   PERFORM 8400-LOAN-AGING-REPORT
               WHEN "DEPGROW"
                   PERFORM 8930-DEPOSIT-GROWTH-REPORT
                       THRU 8930-DEP-EXIT
               WHEN "LNRUNOFF"
                   PERFORM 8935-LOAN-RUNOFF-REPORT
                       THRU 8935-RUN-EXIT
               WHEN "OPENCLOS"
                   PERFORM 8940-OPEN-CLOSE-REPORT
                       THRU 8940-OPC-EXIT
               WHEN OTHER
                   DISPLAY "Unknown report code - skipped."
                   GO TO 8260-SCHEDULE-EXIT
