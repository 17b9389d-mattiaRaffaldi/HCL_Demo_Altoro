       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXREORG.
       AUTHOR. ALTORO-MUTUAL-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * IDXREORG.cbl - Indexed File Reorganization and Capacity Report
      * Altoro Mutual Banking System - COBOL Edition
      *
      * Years of DELETE and REWRITE traffic leave ACCTFILE, TRANFILE,
      * the owner cross-references and the other satellite files
      * with scattered free space and long index chains, and nightly
      * elapsed times creep up with them. This utility reorganizes
      * one indexed file at a time the way an IDCAMS REPRO out and
      * back in would:
      *   - refuses to start outside the batch quiet window;
      *   - takes a compressed copy of the physical file first, so a
      *     failed reorganization can be restored by CUSTMGMT's 8920;
      *   - unloads the file in key order to a sequential copy,
      *     checking every key is higher than the one before;
      *   - re-reads the copy to prove its count and key order before
      *     the live file is touched;
      *   - reloads the file clean from the copy, checkpointing as it
      *     goes so a failure mid-load restarts from the copy where
      *     it left off rather than from a half-empty live file;
      *   - re-counts the reloaded file against the unload count.
      * Each reorganization writes run-control records under its own
      * job name (RORG + the file tag), so BATCHSCH can schedule and
      * watch it like any other job.
      *
      * The weekly capacity report counts every data file the
      * utility knows, keeps one history row per file per run in
      * CAPHIST, and shows growth since last week and last month and
      * the weeks left before each file reaches the threshold set
      * for it in CAPLIMIT.
      *
      * Batch function codes (LS-AUDIT-ACTION, as BATCHSCH passes
      * them): RCUS RACC RTRN ROWN RXRF RHLD RSUM RDOC reorganize
      * one file; CAPW runs the capacity report. Anything else shows
      * the operator menu.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-USER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ACCOUNT-OWNER-FILE
               ASSIGN TO "ACCTOWNR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-KEY
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OWNER-XREF-FILE
               ASSIGN TO "OWNERXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ACCOUNT-HOLD-FILE
               ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT TRAN-SUMMARY-FILE
               ASSIGN TO "TRANSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMM-KEY
               FILE STATUS IS WS-SUMM-FILE-STATUS.

           SELECT DOC-INDEX-FILE
               ASSIGN TO "DOCINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-ID
               FILE STATUS IS WS-DOC-FILE-STATUS.

      * Sequential logs - counted by the capacity report only
           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT UPDATE-JOURNAL-FILE
               ASSIGN TO "UPDTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Sequential copy a file is unloaded to and reloaded from
           SELECT REORG-UNLOAD-FILE
               ASSIGN TO WS-UNLOAD-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-FILE-STATUS.

           SELECT BATCH-CHECKPOINT-FILE
               ASSIGN TO "BATCHCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT CAPACITY-HISTORY-FILE
               ASSIGN TO "CAPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAPH-KEY
               FILE STATUS IS WS-CAPH-FILE-STATUS.

           SELECT CAPACITY-LIMIT-FILE
               ASSIGN TO "CAPLIMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAPL-FILE-NAME
               FILE STATUS IS WS-CAPL-FILE-STATUS.

           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO WS-CAP-RPT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAP-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUSD-KEY
               FILE STATUS IS WS-BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

      * Layouts below mirror ACCTMGMT's files.
       FD  ACCOUNT-OWNER-FILE.
       01  ACCOUNT-OWNER-RECORD.
           05  OWNER-KEY.
               10  OWNER-ACCT-ID       PIC 9(16).
               10  OWNER-SEQ-NUM       PIC 9(02).
           05  OWNER-CUST-ID           PIC X(20).
           05  OWNER-TYPE              PIC X(02).
           05  OWNER-ADDED-DATE        PIC X(10).
           05  OWNER-STATUS            PIC X(01).
           05  FILLER                  PIC X(15).

       FD  OWNER-XREF-FILE.
           COPY OWNRXREF.

       FD  ACCOUNT-HOLD-FILE.
       01  ACCOUNT-HOLD-RECORD.
           05  HOLD-ID                 PIC 9(10).
           05  HOLD-ACCT-ID            PIC 9(16).
           05  HOLD-TYPE               PIC X(02).
           05  HOLD-AMOUNT             PIC S9(13)V99.
           05  HOLD-PLACED-DATE        PIC X(10).
           05  HOLD-RELEASE-DATE       PIC X(10).
           05  HOLD-STATUS             PIC X(01).
           05  HOLD-TRAN-ID            PIC 9(10).
           05  HOLD-NETWORK-REF        PIC X(12).
           05  FILLER                  PIC X(03).

       FD  TRAN-SUMMARY-FILE.
           COPY SUMMREC.

       FD  DOC-INDEX-FILE.
           COPY DOCINDEX.

       FD  BATCH-RUN-LOG-FILE.
           COPY RUNCTL.

       FD  UPDATE-JOURNAL-FILE.
           COPY JRNLREC.

      * Unload record: the key the record was read under, then the
      * record image. Carrying the key lets the validation pass
      * check order without knowing each file's layout.
       FD  REORG-UNLOAD-FILE.
       01  REORG-UNLOAD-RECORD.
           05  UNL-KEY                 PIC X(40).
           05  UNL-DATA                PIC X(600).

       FD  BATCH-CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-JOB-NAME           PIC X(08).
           05  CKPT-RUN-DATE           PIC X(10).
           05  CKPT-LAST-ACCT-ID       PIC 9(16).
           05  CKPT-ACCOUNTS-DONE      PIC 9(08).
           05  CKPT-STATUS             PIC X(01).
               88  CKPT-IN-PROGRESS    VALUE "P".
               88  CKPT-COMPLETE       VALUE "C".
      * For a job that walks more than one file: which file it was
      * in and, where the key is not an account number, the key
           05  CKPT-PHASE              PIC X(01).
           05  CKPT-RESUME-KEY         PIC X(20).
           05  FILLER                  PIC X(02).

       FD  CAPACITY-HISTORY-FILE.
           COPY CAPHREC.

       FD  CAPACITY-LIMIT-FILE.
           COPY CAPLREC.

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-RECORD      PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSD-KEY                PIC X(08).
           05  BUSD-BUSINESS-DATE      PIC X(08).
           05  BUSD-LAST-CUTOVER-FROM  PIC X(08).
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.

      * Copy in shared data structures
           COPY SYSCOPY.
           COPY CUSTWS.
           COPY ACCTWS.
           COPY TRANWS.

      * Local working storage
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "IDXREORG".
       01  WS-RUNLOG-FILE-STATUS       PIC X(02).
       01  WS-JRNL-FILE-STATUS         PIC X(02).
       01  WS-OWNER-FILE-STATUS        PIC X(02).
       01  WS-XREF-FILE-STATUS         PIC X(02).
       01  WS-HOLD-FILE-STATUS         PIC X(02).
       01  WS-SUMM-FILE-STATUS         PIC X(02).
       01  WS-DOC-FILE-STATUS          PIC X(02).
       01  WS-UNLOAD-FILE-STATUS       PIC X(02).
       01  WS-CKPT-FILE-STATUS         PIC X(02).
       01  WS-CAPH-FILE-STATUS         PIC X(02).
       01  WS-CAPL-FILE-STATUS         PIC X(02).
       01  WS-CAP-RPT-STATUS           PIC X(02).
       01  WS-RUNCTL-JOB-NAME          PIC X(08).
       01  WS-RUNCTL-START-TIME        PIC X(08).
       01  WS-RUNCTL-RECORDS-DONE      PIC 9(08) VALUE ZEROS.
       01  WS-RUNCTL-RETURN-CODE       PIC S9(04) VALUE ZEROS.
       01  WS-ACCEPT-DATE              PIC 9(08).
       01  WS-ACCEPT-TIME              PIC 9(08).
       01  WS-BUSD-FILE-STATUS         PIC X(02).
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-IDX-FUNCTION             PIC X(04).
       01  WS-IDX-MENU-CHOICE          PIC X(02).

      * Files the utility knows. Tag is the short name used in the
      * reorganization job name (RORG + tag); the two sequential
      * logs have no function code and are counted for capacity
      * only.
       01  WS-RFT-VALUES.
           05  FILLER PIC X(46) VALUE
               "RCUSCUSTCUSTFILECustomer master              I".
           05  FILLER PIC X(46) VALUE
               "RACCACCTACCTFILEAccount master               I".
           05  FILLER PIC X(46) VALUE
               "RTRNTRANTRANFILETransaction history          I".
           05  FILLER PIC X(46) VALUE
               "ROWNOWNRACCTOWNRJoint account owners         I".
           05  FILLER PIC X(46) VALUE
               "RXRFXREFOWNERXRFOwner-to-account xref        I".
           05  FILLER PIC X(46) VALUE
               "RHLDHOLDACCTHOLDAccount holds                I".
           05  FILLER PIC X(46) VALUE
               "RSUMSUMMTRANSUMMDaily transaction summary    I".
           05  FILLER PIC X(46) VALUE
               "RDOCDOCXDOCINDEXDocument archive index       I".
           05  FILLER PIC X(46) VALUE
               "    RLOGRUNLOG  Batch run-control log        S".
           05  FILLER PIC X(46) VALUE
               "    JRNLUPDTJRNLFile update journal          S".
       01  WS-RFT-TABLE REDEFINES WS-RFT-VALUES.
           05  WS-RFT-ENTRY            OCCURS 10 TIMES.
               10  WS-RFT-FUNCTION     PIC X(04).
               10  WS-RFT-TAG          PIC X(04).
               10  WS-RFT-DD-NAME      PIC X(08).
               10  WS-RFT-DESC         PIC X(29).
               10  WS-RFT-ORG          PIC X(01).
                   88  WS-RFT-INDEXED  VALUE "I".
       01  WS-RFT-COUNT                PIC 9(02) VALUE 10.
       01  WS-RFT-IDX                  PIC 9(02) VALUE ZEROS.
       01  WS-RFT-FOUND                PIC X(01) VALUE "N".
           88  WS-RFT-IS-FOUND         VALUE "Y".

      * Reorganization control. The quiet window runs from
      * WS-REORG-WINDOW-START to WS-REORG-WINDOW-END (HHMMSS) and may
      * wrap past midnight.
       01  WS-REORG-WINDOW-START       PIC 9(06) VALUE 230000.
       01  WS-REORG-WINDOW-END         PIC 9(06) VALUE 050000.
       01  WS-REORG-NOW-HHMMSS         PIC 9(06).
       01  WS-REORG-IN-WINDOW          PIC X(01) VALUE "N".
           88  WS-REORG-WINDOW-OPEN    VALUE "Y".
       01  WS-REORG-CHECKPOINT-EVERY   PIC 9(05) VALUE 1000.
       01  WS-REORG-DATA-DIR           PIC X(40)
               VALUE "/opt/altoro/data".
       01  WS-REORG-WORK-DIR           PIC X(40)
               VALUE "/opt/altoro/backup/reorg".
       01  WS-UNLOAD-PATH              PIC X(256) VALUE SPACES.
       01  WS-REORG-RUN-DATE           PIC X(08).
       01  WS-REORG-PHASE              PIC X(01).
           88  WS-REORG-PHASE-UNLOAD   VALUE "U".
           88  WS-REORG-PHASE-LOAD     VALUE "L".
       01  WS-REORG-RESUMING           PIC X(01) VALUE "N".
           88  WS-REORG-IS-RESUMING    VALUE "Y".
       01  WS-REORG-EOF                PIC X(01) VALUE "N".
           88  WS-REORG-AT-EOF         VALUE "Y".
       01  WS-REORG-IO-STATUS          PIC X(02).
       01  WS-REORG-OPEN-MODE          PIC X(01).
           88  WS-REORG-OPEN-INPUT     VALUE "I".
           88  WS-REORG-OPEN-OUTPUT    VALUE "O".
           88  WS-REORG-OPEN-UPDATE    VALUE "U".
       01  WS-REORG-KEY                PIC X(40).
       01  WS-REORG-PREV-KEY           PIC X(40).
       01  WS-REORG-DATA               PIC X(600).
       01  WS-REORG-UNLOAD-COUNT       PIC 9(10) VALUE ZEROS.
       01  WS-REORG-VALID-COUNT        PIC 9(10) VALUE ZEROS.
       01  WS-REORG-LOAD-COUNT         PIC 9(10) VALUE ZEROS.
       01  WS-REORG-SKIP-COUNT         PIC 9(10) VALUE ZEROS.
       01  WS-REORG-VERIFY-COUNT       PIC 9(10) VALUE ZEROS.
       01  WS-REORG-ORDER-ERRORS       PIC 9(08) VALUE ZEROS.
       01  WS-REORG-WRITE-ERRORS       PIC 9(08) VALUE ZEROS.
       01  WS-REORG-FAILED             PIC X(01) VALUE "N".
           88  WS-REORG-HAS-FAILED     VALUE "Y".
       01  WS-REORG-FAIL-REASON        PIC X(60) VALUE SPACES.

      * Capacity report fields
       01  WS-CAP-RPT-PATH             PIC X(256) VALUE SPACES.
       01  WS-CAP-TODAY                PIC 9(08).
       01  WS-CAP-TODAY-INT            PIC 9(08).
       01  WS-CAP-WEEK-DATE            PIC X(08).
       01  WS-CAP-MONTH-DATE           PIC X(08).
       01  WS-CAP-COUNT                PIC 9(10) VALUE ZEROS.
       01  WS-CAP-WEEK-COUNT           PIC 9(10) VALUE ZEROS.
       01  WS-CAP-MONTH-COUNT          PIC 9(10) VALUE ZEROS.
       01  WS-CAP-WEEK-FOUND           PIC X(01) VALUE "N".
           88  WS-CAP-HAVE-WEEK        VALUE "Y".
       01  WS-CAP-MONTH-FOUND          PIC X(01) VALUE "N".
           88  WS-CAP-HAVE-MONTH       VALUE "Y".
       01  WS-CAP-WEEK-GROWTH          PIC S9(10) VALUE ZEROS.
       01  WS-CAP-MONTH-GROWTH         PIC S9(10) VALUE ZEROS.
       01  WS-CAP-WEEKLY-RATE          PIC S9(10)V99 VALUE ZEROS.
       01  WS-CAP-WEEKS-LEFT           PIC 9(06) VALUE ZEROS.
       01  WS-CAP-THRESHOLD            PIC 9(10) VALUE ZEROS.
       01  WS-CAP-LAST-REORG           PIC X(08).
       01  WS-CAP-FILES-DONE           PIC 9(04) VALUE ZEROS.
       01  WS-CAP-WARN-COUNT           PIC 9(04) VALUE ZEROS.
       01  WS-CAP-DSP-COUNT            PIC Z(9)9.
       01  WS-CAP-DSP-WEEK             PIC -(9)9.
       01  WS-CAP-DSP-MONTH            PIC -(9)9.
       01  WS-CAP-DSP-THRESHOLD        PIC Z(9)9.
       01  WS-CAP-DSP-WEEKS            PIC Z(5)9.
       01  WS-CAP-WEEK-TEXT            PIC X(10).
       01  WS-CAP-MONTH-TEXT           PIC X(10).
       01  WS-CAP-PROJECTION           PIC X(20).
       01  WS-CAP-INPUT-FILE           PIC X(08).
       01  WS-CAP-INPUT-THRESHOLD      PIC X(10).

       LINKAGE SECTION.
       01  LS-SESSION-INFO.
           05  LS-CURRENT-USER         PIC X(20).
           05  LS-CURRENT-ROLE         PIC X(10).
           05  LS-SESSION-ACTIVE       PIC X(01).
           05  LS-SESSION-START        PIC X(26).
           05  LS-SESSION-TIMEOUT      PIC 9(04).
           05  LS-LAST-ACTIVITY        PIC X(26).
           05  LS-AUTH-TOKEN           PIC X(40).
           05  LS-LOGIN-ATTEMPTS       PIC 9(02).
           05  LS-MAX-LOGIN-ATTEMPTS   PIC 9(02).
           05  LS-SIGNON-TERMINAL      PIC X(08).

       01  LS-DB2-CONFIG.
           05  LS-DB2-SUBSYSTEM        PIC X(04).
           05  LS-DB2-DATABASE         PIC X(08).
           05  LS-DB2-SCHEMA           PIC X(08).
           05  LS-DB2-USER             PIC X(08).
           05  LS-DB2-PASSWORD         PIC X(08).
           05  LS-DB2-PLAN             PIC X(08).
           05  LS-DB2-COLLECTION       PIC X(18).

       01  LS-SQL-FIELDS.
           05  LS-SQL-STMT             PIC X(1024).
           05  LS-SQL-STMT-LEN         PIC 9(04).
           05  LS-SQL-RETURN-CODE      PIC S9(09).
           05  LS-SQL-ROW-COUNT        PIC 9(09).
           05  LS-SQL-ERROR-MSG        PIC X(256).

       01  LS-ERROR-FIELDS.
           05  LS-ERROR-CODE           PIC X(04).
           05  LS-ERROR-MESSAGE        PIC X(80).
           05  LS-ERROR-PROGRAM        PIC X(08).
           05  LS-ERROR-PARAGRAPH      PIC X(30).
           05  LS-ERROR-SEVERITY       PIC 9(01).
           05  LS-ERROR-DETAIL         PIC X(256).

       01  LS-AUDIT-FIELDS.
           05  LS-AUDIT-TIMESTAMP      PIC X(26).
           05  LS-AUDIT-USER           PIC X(20).
           05  LS-AUDIT-ACTION         PIC X(20).
           05  LS-AUDIT-DETAIL         PIC X(256).
           05  LS-AUDIT-SEVERITY       PIC X(04).
           05  LS-AUDIT-PROGRAM        PIC X(08).

       PROCEDURE DIVISION USING
           LS-SESSION-INFO
           LS-DB2-CONFIG
           LS-SQL-FIELDS
           LS-ERROR-FIELDS
           LS-AUDIT-FIELDS.

      ******************************************************************
      * MAIN CONTROL
      * A function code from the scheduler runs that job unattended;
      * otherwise the operator menu is shown.
      ******************************************************************
       0000-MAIN-CONTROL.
           MOVE "IDXREORG" TO WS-PROGRAM-NAME
           PERFORM 0100-READ-BUSINESS-DATE

           MOVE LS-AUDIT-ACTION(1:4) TO WS-IDX-FUNCTION
           IF WS-IDX-FUNCTION = "CAPW"
               PERFORM 6000-CAPACITY-REPORT THRU 6000-CAP-EXIT
               GOBACK
           END-IF
           PERFORM 0200-FIND-FILE-BY-FUNCTION
               THRU 0200-FIND-EXIT
           IF WS-RFT-IS-FOUND
               PERFORM 2000-REORGANIZE-FILE THRU 2000-REORG-EXIT
               GOBACK
           END-IF

           PERFORM 1000-OPERATOR-MENU
               THRU 1000-MENU-EXIT
           GOBACK.

      ******************************************************************
      * 0100 - READ THE BUSINESS DATE
      ******************************************************************
       0100-READ-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           MOVE "CURRENT " TO BUSD-KEY
           READ BUSINESS-DATE-FILE
           IF WS-BUSD-FILE-STATUS = "00"
               COMPUTE WS-BUSINESS-DATE =
                   FUNCTION NUMVAL(BUSD-BUSINESS-DATE)
           ELSE
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE BUSINESS-DATE-FILE.

      ******************************************************************
      * 0200 - FIND FILE TABLE ENTRY FOR A FUNCTION CODE
      ******************************************************************
       0200-FIND-FILE-BY-FUNCTION.
           MOVE "N" TO WS-RFT-FOUND
           MOVE ZEROS TO WS-RFT-IDX
           IF WS-IDX-FUNCTION = SPACES
               GO TO 0200-FIND-EXIT
           END-IF
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-COUNT
                  OR WS-RFT-IS-FOUND
               IF WS-RFT-FUNCTION(WS-RFT-IDX) = WS-IDX-FUNCTION
                   SET WS-RFT-IS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RFT-IS-FOUND
               SUBTRACT 1 FROM WS-RFT-IDX
           END-IF.

       0200-FIND-EXIT.
           CONTINUE.

      ******************************************************************
      * 1000 - OPERATOR MENU
      * Reorganization and thresholds change how production files
      * are kept - ADMIN only.
      ******************************************************************
       1000-OPERATOR-MENU.
           IF LS-CURRENT-ROLE NOT = "ADMIN"
               DISPLAY "Access denied - file reorganization is "
                       "restricted to administrators."
               GO TO 1000-MENU-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== FILE REORGANIZATION / CAPACITY ==="
           DISPLAY "  1. Reorganize an Indexed File"
           DISPLAY "  2. Weekly Capacity Report"
           DISPLAY "  3. Set File Capacity Threshold"
           DISPLAY " "
           DISPLAY "Enter option: " WITH NO ADVANCING
           ACCEPT WS-IDX-MENU-CHOICE FROM CONSOLE
           EVALUATE WS-IDX-MENU-CHOICE
               WHEN "1"
                   PERFORM 1100-CHOOSE-REORG-FILE
               WHEN "2"
                   PERFORM 6000-CAPACITY-REPORT THRU 6000-CAP-EXIT
               WHEN "3"
                   PERFORM 6500-MAINTAIN-THRESHOLD
                       THRU 6500-THR-EXIT
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-EVALUATE.

       1000-MENU-EXIT.
           CONTINUE.

      ******************************************************************
      * 1100 - CHOOSE THE FILE TO REORGANIZE
      ******************************************************************
       1100-CHOOSE-REORG-FILE.
           DISPLAY " "
           DISPLAY "Files that can be reorganized:"
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-COUNT
               IF WS-RFT-INDEXED(WS-RFT-IDX)
                   DISPLAY "  " WS-RFT-FUNCTION(WS-RFT-IDX)
                           "  " WS-RFT-DD-NAME(WS-RFT-IDX)
                           "  " WS-RFT-DESC(WS-RFT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Function code: " WITH NO ADVANCING
           ACCEPT WS-IDX-FUNCTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-IDX-FUNCTION)
               TO WS-IDX-FUNCTION
           PERFORM 0200-FIND-FILE-BY-FUNCTION
               THRU 0200-FIND-EXIT
           IF WS-RFT-IS-FOUND
               PERFORM 2000-REORGANIZE-FILE THRU 2000-REORG-EXIT
           ELSE
               DISPLAY "Unknown function code."
           END-IF.

      ******************************************************************
      * 2000 - REORGANIZE ONE INDEXED FILE
      * WS-RFT-IDX names the file. Phase U (unload and validate)
      * restarts from the top - it only reads the live file. Phase L
      * (reload) resumes from the unload copy named by the
      * checkpoint's run date, skipping what was already reloaded.
      ******************************************************************
       2000-REORGANIZE-FILE.
           DISPLAY " "
           DISPLAY "=== REORGANIZE " WS-RFT-DD-NAME(WS-RFT-IDX)
                   " - " WS-RFT-DESC(WS-RFT-IDX) " ==="

           MOVE SPACES TO WS-RUNCTL-JOB-NAME
           STRING "RORG" WS-RFT-TAG(WS-RFT-IDX)
               DELIMITED SIZE INTO WS-RUNCTL-JOB-NAME
           OPEN EXTEND BATCH-RUN-LOG-FILE
           PERFORM 9100-WRITE-RUNCTL-START

           MOVE "N" TO WS-REORG-FAILED
           MOVE SPACES TO WS-REORG-FAIL-REASON
           MOVE ZEROS TO WS-REORG-UNLOAD-COUNT
           MOVE ZEROS TO WS-REORG-VALID-COUNT
           MOVE ZEROS TO WS-REORG-LOAD-COUNT
           MOVE ZEROS TO WS-REORG-VERIFY-COUNT
           MOVE ZEROS TO WS-REORG-ORDER-ERRORS
           MOVE ZEROS TO WS-REORG-WRITE-ERRORS

           PERFORM 2050-CHECK-QUIET-WINDOW
           IF NOT WS-REORG-WINDOW-OPEN
               DISPLAY "Refused: reorganization runs only in the "
                       "batch quiet window " WS-REORG-WINDOW-START
                       " to " WS-REORG-WINDOW-END "."
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               CLOSE BATCH-RUN-LOG-FILE
               GO TO 2000-REORG-EXIT
           END-IF

           PERFORM 2100-LOAD-REORG-CHECKPOINT

           IF WS-REORG-PHASE-UNLOAD
               PERFORM 2200-TAKE-PRE-REORG-SNAPSHOT
                   THRU 2200-SNAP-EXIT
               IF WS-REORG-HAS-FAILED
                   GO TO 2000-REORG-FINISH
               END-IF
               PERFORM 2150-WRITE-REORG-CHECKPOINT
               PERFORM 2300-UNLOAD-FILE
                   THRU 2300-UNLOAD-EXIT
               IF WS-REORG-HAS-FAILED
                   GO TO 2000-REORG-FINISH
               END-IF
               PERFORM 2400-VALIDATE-UNLOAD
                   THRU 2400-VALID-EXIT
               IF WS-REORG-HAS-FAILED
                   GO TO 2000-REORG-FINISH
               END-IF
      * The copy is proven - from here on the live file is rebuilt
      * and a restart must come back in through the copy.
               SET WS-REORG-PHASE-LOAD TO TRUE
               MOVE ZEROS TO WS-REORG-LOAD-COUNT
               PERFORM 2150-WRITE-REORG-CHECKPOINT
           ELSE
               DISPLAY "Resuming reload from " WS-UNLOAD-PATH
               DISPLAY "  after " WS-REORG-LOAD-COUNT
                       " records already reloaded"
           END-IF

           PERFORM 2500-RELOAD-FILE
               THRU 2500-RELOAD-EXIT
           IF WS-REORG-HAS-FAILED
               GO TO 2000-REORG-FINISH
           END-IF
           PERFORM 2600-VERIFY-RELOAD
               THRU 2600-VERIFY-EXIT
           IF NOT WS-REORG-HAS-FAILED
               PERFORM 2700-RECORD-REORG-ON-LIMIT
           END-IF.

       2000-REORG-FINISH.
           PERFORM 2160-COMPLETE-REORG-CHECKPOINT

           DISPLAY "Records unloaded:  " WS-REORG-UNLOAD-COUNT
           DISPLAY "Records reloaded:  " WS-REORG-LOAD-COUNT
           DISPLAY "Records verified:  " WS-REORG-VERIFY-COUNT
           IF WS-REORG-HAS-FAILED
               DISPLAY "REORGANIZATION FAILED: " WS-REORG-FAIL-REASON
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
           ELSE
               DISPLAY "Reorganization complete."
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           MOVE WS-REORG-LOAD-COUNT TO WS-RUNCTL-RECORDS-DONE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE
           CLOSE BATCH-RUN-LOG-FILE.

       2000-REORG-EXIT.
           CONTINUE.

      ******************************************************************
      * 2050 - CHECK THE BATCH QUIET WINDOW
      ******************************************************************
       2050-CHECK-QUIET-WINDOW.
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO WS-REORG-NOW-HHMMSS
           MOVE "N" TO WS-REORG-IN-WINDOW
           IF WS-REORG-WINDOW-START <= WS-REORG-WINDOW-END
               IF WS-REORG-NOW-HHMMSS >= WS-REORG-WINDOW-START
                   AND WS-REORG-NOW-HHMMSS < WS-REORG-WINDOW-END
                   SET WS-REORG-WINDOW-OPEN TO TRUE
               END-IF
           ELSE
               IF WS-REORG-NOW-HHMMSS >= WS-REORG-WINDOW-START
                   OR WS-REORG-NOW-HHMMSS < WS-REORG-WINDOW-END
                   SET WS-REORG-WINDOW-OPEN TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 2100 - LOAD REORGANIZATION CHECKPOINT
      * Only an in-progress reload is resumed; anything else starts
      * the file over with a fresh snapshot and unload.
      ******************************************************************
       2100-LOAD-REORG-CHECKPOINT.
           OPEN I-O BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CHECKPOINT-FILE
               CLOSE BATCH-CHECKPOINT-FILE
               OPEN I-O BATCH-CHECKPOINT-FILE
           END-IF

           MOVE "N" TO WS-REORG-RESUMING
           SET WS-REORG-PHASE-UNLOAD TO TRUE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-REORG-RUN-DATE
           MOVE ZEROS TO WS-REORG-LOAD-COUNT

           MOVE WS-RUNCTL-JOB-NAME TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               AND CKPT-PHASE = "L"
               SET WS-REORG-IS-RESUMING TO TRUE
               SET WS-REORG-PHASE-LOAD TO TRUE
               MOVE CKPT-RUN-DATE(1:8) TO WS-REORG-RUN-DATE
               MOVE CKPT-ACCOUNTS-DONE TO WS-REORG-LOAD-COUNT
               MOVE CKPT-LAST-ACCT-ID TO WS-REORG-UNLOAD-COUNT
           END-IF

           MOVE SPACES TO WS-UNLOAD-PATH
           STRING FUNCTION TRIM(WS-REORG-WORK-DIR) "/"
                  FUNCTION TRIM(WS-RFT-DD-NAME(WS-RFT-IDX))
                  "_" WS-REORG-RUN-DATE ".unl"
                  DELIMITED SIZE INTO WS-UNLOAD-PATH.

      ******************************************************************
      * 2150 - WRITE REORGANIZATION CHECKPOINT
      * CKPT-LAST-ACCT-ID carries the unload count, so a resumed
      * reload can still be verified against it.
      ******************************************************************
       2150-WRITE-REORG-CHECKPOINT.
           MOVE WS-RUNCTL-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-REORG-RUN-DATE TO CKPT-RUN-DATE
           MOVE WS-REORG-UNLOAD-COUNT TO CKPT-LAST-ACCT-ID
           MOVE WS-REORG-LOAD-COUNT TO CKPT-ACCOUNTS-DONE
           MOVE WS-REORG-PHASE TO CKPT-PHASE
           MOVE WS-REORG-KEY(1:20) TO CKPT-RESUME-KEY
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 2160 - COMPLETE REORGANIZATION CHECKPOINT
      * A failure before the reload began leaves the live file as it
      * was, so the checkpoint is closed off. A failure during or
      * after the reload leaves it in phase L so the next run comes
      * back in through the proven copy.
      ******************************************************************
       2160-COMPLETE-REORG-CHECKPOINT.
           MOVE WS-RUNCTL-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-REORG-RUN-DATE TO CKPT-RUN-DATE
           MOVE WS-REORG-UNLOAD-COUNT TO CKPT-LAST-ACCT-ID
           MOVE WS-REORG-LOAD-COUNT TO CKPT-ACCOUNTS-DONE
           MOVE WS-REORG-PHASE TO CKPT-PHASE
           MOVE SPACES TO CKPT-RESUME-KEY
           IF WS-REORG-HAS-FAILED AND WS-REORG-PHASE-LOAD
               SET CKPT-IN-PROGRESS TO TRUE
           ELSE
               SET CKPT-COMPLETE TO TRUE
           END-IF
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 2200 - TAKE THE PRE-REORGANIZATION SNAPSHOT
      * Same copy-then-compress the nightly backup uses, into the
      * reorganization work directory with the time in the name so
      * a second attempt the same night does not overwrite the
      * first snapshot.
      ******************************************************************
       2200-TAKE-PRE-REORG-SNAPSHOT.
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING "cp " FUNCTION TRIM(WS-REORG-DATA-DIR) "/"
                  FUNCTION TRIM(WS-RFT-DD-NAME(WS-RFT-IDX))
                  " " FUNCTION TRIM(WS-REORG-WORK-DIR) "/"
                  FUNCTION TRIM(WS-RFT-DD-NAME(WS-RFT-IDX))
                  "_" WS-REORG-RUN-DATE "_" WS-ACCEPT-TIME(1:6)
                  ".pre"
                  DELIMITED SIZE INTO WS-SYSTEM-CMD
           CALL "SYSTEM" USING WS-SYSTEM-CMD
               RETURNING WS-SYSTEM-CMD-RC
           IF WS-SYSTEM-CMD-RC NOT = ZEROS
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "pre-reorganization snapshot could not be taken"
                   TO WS-REORG-FAIL-REASON
               GO TO 2200-SNAP-EXIT
           END-IF

           MOVE SPACES TO WS-SYSTEM-CMD
           STRING "gzip -f " FUNCTION TRIM(WS-REORG-WORK-DIR) "/"
                  FUNCTION TRIM(WS-RFT-DD-NAME(WS-RFT-IDX))
                  "_" WS-REORG-RUN-DATE "_" WS-ACCEPT-TIME(1:6)
                  ".pre"
                  DELIMITED SIZE INTO WS-SYSTEM-CMD
           CALL "SYSTEM" USING WS-SYSTEM-CMD
               RETURNING WS-SYSTEM-CMD-RC
           DISPLAY "Snapshot taken: " WS-RFT-DD-NAME(WS-RFT-IDX)
                   "_" WS-REORG-RUN-DATE "_" WS-ACCEPT-TIME(1:6)
                   ".pre.gz".

       2200-SNAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 2300 - UNLOAD THE FILE IN KEY ORDER
      * A key not higher than the one before it means the index is
      * damaged; the unload carries on so the count is complete, but
      * the reload will not go ahead.
      ******************************************************************
       2300-UNLOAD-FILE.
           SET WS-REORG-OPEN-INPUT TO TRUE
           PERFORM 5000-OPEN-TARGET-FILE
           IF WS-REORG-IO-STATUS NOT = "00"
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "file could not be opened for unload"
                   TO WS-REORG-FAIL-REASON
               GO TO 2300-UNLOAD-EXIT
           END-IF
           OPEN OUTPUT REORG-UNLOAD-FILE
           IF WS-UNLOAD-FILE-STATUS NOT = "00"
               PERFORM 5300-CLOSE-TARGET-FILE
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "unload file could not be created"
                   TO WS-REORG-FAIL-REASON
               GO TO 2300-UNLOAD-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-REORG-PREV-KEY
           MOVE "N" TO WS-REORG-EOF
           PERFORM 5100-READ-TARGET-NEXT
           PERFORM UNTIL WS-REORG-AT-EOF
               IF WS-REORG-UNLOAD-COUNT > ZEROS
                   AND WS-REORG-KEY NOT > WS-REORG-PREV-KEY
                   ADD 1 TO WS-REORG-ORDER-ERRORS
                   DISPLAY "  Key out of order: " WS-REORG-KEY
               END-IF
               MOVE WS-REORG-KEY TO WS-REORG-PREV-KEY
               MOVE WS-REORG-KEY TO UNL-KEY
               MOVE WS-REORG-DATA TO UNL-DATA
               WRITE REORG-UNLOAD-RECORD
               ADD 1 TO WS-REORG-UNLOAD-COUNT
               PERFORM 5100-READ-TARGET-NEXT
           END-PERFORM

           CLOSE REORG-UNLOAD-FILE
           PERFORM 5300-CLOSE-TARGET-FILE
           DISPLAY "Unloaded " WS-REORG-UNLOAD-COUNT
                   " records to " WS-UNLOAD-PATH
           IF WS-REORG-ORDER-ERRORS > ZEROS
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "live file keys out of order - index damaged"
                   TO WS-REORG-FAIL-REASON
           END-IF.

       2300-UNLOAD-EXIT.
           CONTINUE.

      ******************************************************************
      * 2400 - VALIDATE THE UNLOAD COPY
      * Read back what was written: same count, strictly rising keys.
      ******************************************************************
       2400-VALIDATE-UNLOAD.
           OPEN INPUT REORG-UNLOAD-FILE
           IF WS-UNLOAD-FILE-STATUS NOT = "00"
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "unload file could not be re-read"
                   TO WS-REORG-FAIL-REASON
               GO TO 2400-VALID-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-REORG-PREV-KEY
           PERFORM UNTIL WS-UNLOAD-FILE-STATUS NOT = "00"
               READ REORG-UNLOAD-FILE
               IF WS-UNLOAD-FILE-STATUS = "00"
                   IF WS-REORG-VALID-COUNT > ZEROS
                       AND UNL-KEY NOT > WS-REORG-PREV-KEY
                       ADD 1 TO WS-REORG-ORDER-ERRORS
                   END-IF
                   MOVE UNL-KEY TO WS-REORG-PREV-KEY
                   ADD 1 TO WS-REORG-VALID-COUNT
               END-IF
           END-PERFORM
           CLOSE REORG-UNLOAD-FILE

           IF WS-REORG-VALID-COUNT NOT = WS-REORG-UNLOAD-COUNT
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "unload copy count does not match the file"
                   TO WS-REORG-FAIL-REASON
               GO TO 2400-VALID-EXIT
           END-IF
           IF WS-REORG-ORDER-ERRORS > ZEROS
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "unload copy keys out of order"
                   TO WS-REORG-FAIL-REASON
               GO TO 2400-VALID-EXIT
           END-IF
           DISPLAY "Unload copy validated: " WS-REORG-VALID-COUNT
                   " records in key order".

       2400-VALID-EXIT.
           CONTINUE.

      ******************************************************************
      * 2500 - RELOAD THE FILE FROM THE UNLOAD COPY
      * A fresh reload empties the live file with OPEN OUTPUT. A
      * resumed reload opens it I-O, skips the records the
      * checkpoint says are in, and treats a duplicate key as one
      * written after the last checkpoint.
      ******************************************************************
       2500-RELOAD-FILE.
           OPEN INPUT REORG-UNLOAD-FILE
           IF WS-UNLOAD-FILE-STATUS NOT = "00"
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "unload copy missing - restore from snapshot"
                   TO WS-REORG-FAIL-REASON
               GO TO 2500-RELOAD-EXIT
           END-IF

           IF WS-REORG-IS-RESUMING
               SET WS-REORG-OPEN-UPDATE TO TRUE
           ELSE
               SET WS-REORG-OPEN-OUTPUT TO TRUE
           END-IF
           PERFORM 5000-OPEN-TARGET-FILE
           IF WS-REORG-IO-STATUS NOT = "00"
               CLOSE REORG-UNLOAD-FILE
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "file could not be opened for reload"
                   TO WS-REORG-FAIL-REASON
               GO TO 2500-RELOAD-EXIT
           END-IF

           MOVE ZEROS TO WS-REORG-SKIP-COUNT
           PERFORM UNTIL WS-UNLOAD-FILE-STATUS NOT = "00"
               READ REORG-UNLOAD-FILE
               IF WS-UNLOAD-FILE-STATUS = "00"
                   IF WS-REORG-SKIP-COUNT < WS-REORG-LOAD-COUNT
                       ADD 1 TO WS-REORG-SKIP-COUNT
                   ELSE
                       MOVE UNL-KEY TO WS-REORG-KEY
                       MOVE UNL-DATA TO WS-REORG-DATA
                       PERFORM 5200-WRITE-TARGET-RECORD
                       IF WS-REORG-IO-STATUS = "00"
                           OR (WS-REORG-IS-RESUMING
                               AND WS-REORG-IO-STATUS = "22")
                           ADD 1 TO WS-REORG-LOAD-COUNT
                       ELSE
                           ADD 1 TO WS-REORG-WRITE-ERRORS
                           DISPLAY "  Reload failed for key "
                                   WS-REORG-KEY " status "
                                   WS-REORG-IO-STATUS
                       END-IF
                       IF FUNCTION MOD(WS-REORG-LOAD-COUNT,
                               WS-REORG-CHECKPOINT-EVERY) = 0
                           PERFORM 2150-WRITE-REORG-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE REORG-UNLOAD-FILE
           PERFORM 5300-CLOSE-TARGET-FILE
           DISPLAY "Reloaded " WS-REORG-LOAD-COUNT " records"
           IF WS-REORG-WRITE-ERRORS > ZEROS
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "records failed to reload - see log above"
                   TO WS-REORG-FAIL-REASON
           END-IF.

       2500-RELOAD-EXIT.
           CONTINUE.

      ******************************************************************
      * 2600 - VERIFY THE RELOADED FILE
      * Count the rebuilt file end to end against the unload count.
      ******************************************************************
       2600-VERIFY-RELOAD.
           SET WS-REORG-OPEN-INPUT TO TRUE
           PERFORM 5000-OPEN-TARGET-FILE
           IF WS-REORG-IO-STATUS NOT = "00"
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "reloaded file could not be opened to verify"
                   TO WS-REORG-FAIL-REASON
               GO TO 2600-VERIFY-EXIT
           END-IF
           MOVE "N" TO WS-REORG-EOF
           PERFORM 5100-READ-TARGET-NEXT
           PERFORM UNTIL WS-REORG-AT-EOF
               ADD 1 TO WS-REORG-VERIFY-COUNT
               PERFORM 5100-READ-TARGET-NEXT
           END-PERFORM
           PERFORM 5300-CLOSE-TARGET-FILE

           IF WS-REORG-VERIFY-COUNT NOT = WS-REORG-UNLOAD-COUNT
               SET WS-REORG-HAS-FAILED TO TRUE
               MOVE "reloaded count does not match the unload"
                   TO WS-REORG-FAIL-REASON
           END-IF.

       2600-VERIFY-EXIT.
           CONTINUE.

      ******************************************************************
      * 2700 - RECORD THE REORGANIZATION AGAINST THE FILE'S LIMIT ROW
      ******************************************************************
       2700-RECORD-REORG-ON-LIMIT.
           PERFORM 6050-OPEN-CAPACITY-LIMIT-FILE
           MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPL-FILE-NAME
           READ CAPACITY-LIMIT-FILE
           IF WS-CAPL-FILE-STATUS = "00"
               MOVE WS-REORG-RUN-DATE TO CAPL-LAST-REORG-DATE
               MOVE WS-REORG-VERIFY-COUNT TO CAPL-LAST-REORG-COUNT
               REWRITE CAPACITY-LIMIT-RECORD
           ELSE
               MOVE SPACES TO CAPACITY-LIMIT-RECORD
               MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPL-FILE-NAME
               MOVE ZEROS TO CAPL-THRESHOLD
               MOVE WS-REORG-RUN-DATE TO CAPL-LAST-REORG-DATE
               MOVE WS-REORG-VERIFY-COUNT TO CAPL-LAST-REORG-COUNT
               WRITE CAPACITY-LIMIT-RECORD
           END-IF
           CLOSE CAPACITY-LIMIT-FILE.

      ******************************************************************
      * 5000 - OPEN THE FILE BEING WORKED ON
      * WS-REORG-OPEN-MODE says INPUT, OUTPUT or I-O. The file's own
      * status is handed back in WS-REORG-IO-STATUS.
      ******************************************************************
       5000-OPEN-TARGET-FILE.
           EVALUATE WS-RFT-TAG(WS-RFT-IDX)
               WHEN "CUST"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT CUSTOMER-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT CUSTOMER-FILE
                       WHEN OTHER
                           OPEN I-O CUSTOMER-FILE
                   END-EVALUATE
                   MOVE WS-CUST-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "ACCT"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT ACCOUNT-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT ACCOUNT-FILE
                       WHEN OTHER
                           OPEN I-O ACCOUNT-FILE
                   END-EVALUATE
                   MOVE WS-ACCT-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "TRAN"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT TRANSACTION-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT TRANSACTION-FILE
                       WHEN OTHER
                           OPEN I-O TRANSACTION-FILE
                   END-EVALUATE
                   MOVE WS-TRAN-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "OWNR"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT ACCOUNT-OWNER-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT ACCOUNT-OWNER-FILE
                       WHEN OTHER
                           OPEN I-O ACCOUNT-OWNER-FILE
                   END-EVALUATE
                   MOVE WS-OWNER-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "XREF"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT OWNER-XREF-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT OWNER-XREF-FILE
                       WHEN OTHER
                           OPEN I-O OWNER-XREF-FILE
                   END-EVALUATE
                   MOVE WS-XREF-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "HOLD"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT ACCOUNT-HOLD-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT ACCOUNT-HOLD-FILE
                       WHEN OTHER
                           OPEN I-O ACCOUNT-HOLD-FILE
                   END-EVALUATE
                   MOVE WS-HOLD-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "SUMM"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT TRAN-SUMMARY-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT TRAN-SUMMARY-FILE
                       WHEN OTHER
                           OPEN I-O TRAN-SUMMARY-FILE
                   END-EVALUATE
                   MOVE WS-SUMM-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "DOCX"
                   EVALUATE TRUE
                       WHEN WS-REORG-OPEN-INPUT
                           OPEN INPUT DOC-INDEX-FILE
                       WHEN WS-REORG-OPEN-OUTPUT
                           OPEN OUTPUT DOC-INDEX-FILE
                       WHEN OTHER
                           OPEN I-O DOC-INDEX-FILE
                   END-EVALUATE
                   MOVE WS-DOC-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "RLOG"
                   OPEN INPUT BATCH-RUN-LOG-FILE
                   MOVE WS-RUNLOG-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "JRNL"
                   OPEN INPUT UPDATE-JOURNAL-FILE
                   MOVE WS-JRNL-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN OTHER
                   MOVE "99" TO WS-REORG-IO-STATUS
           END-EVALUATE.

      ******************************************************************
      * 5100 - READ THE NEXT RECORD IN KEY ORDER
      * Hands back the key in WS-REORG-KEY and the record image in
      * WS-REORG-DATA; sets WS-REORG-AT-EOF at end of file or on any
      * read error.
      ******************************************************************
       5100-READ-TARGET-NEXT.
           MOVE SPACES TO WS-REORG-KEY
           MOVE SPACES TO WS-REORG-DATA
           EVALUATE WS-RFT-TAG(WS-RFT-IDX)
               WHEN "CUST"
                   READ CUSTOMER-FILE NEXT
                   MOVE WS-CUST-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE CUST-USER-ID TO WS-REORG-KEY
                   MOVE CUSTOMER-RECORD TO WS-REORG-DATA
               WHEN "ACCT"
                   READ ACCOUNT-FILE NEXT
                   MOVE WS-ACCT-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE ACCT-ID TO WS-REORG-KEY
                   MOVE ACCOUNT-RECORD TO WS-REORG-DATA
               WHEN "TRAN"
                   READ TRANSACTION-FILE NEXT
                   MOVE WS-TRAN-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE TRAN-ID TO WS-REORG-KEY
                   MOVE TRANSACTION-RECORD TO WS-REORG-DATA
               WHEN "OWNR"
                   READ ACCOUNT-OWNER-FILE NEXT
                   MOVE WS-OWNER-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE OWNER-KEY TO WS-REORG-KEY
                   MOVE ACCOUNT-OWNER-RECORD TO WS-REORG-DATA
               WHEN "XREF"
                   READ OWNER-XREF-FILE NEXT
                   MOVE WS-XREF-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE XREF-KEY TO WS-REORG-KEY
                   MOVE OWNER-XREF-RECORD TO WS-REORG-DATA
               WHEN "HOLD"
                   READ ACCOUNT-HOLD-FILE NEXT
                   MOVE WS-HOLD-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE HOLD-ID TO WS-REORG-KEY
                   MOVE ACCOUNT-HOLD-RECORD TO WS-REORG-DATA
               WHEN "SUMM"
                   READ TRAN-SUMMARY-FILE NEXT
                   MOVE WS-SUMM-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE SUMM-KEY TO WS-REORG-KEY
                   MOVE TRAN-SUMMARY-RECORD TO WS-REORG-DATA
               WHEN "DOCX"
                   READ DOC-INDEX-FILE NEXT
                   MOVE WS-DOC-FILE-STATUS TO WS-REORG-IO-STATUS
                   MOVE DOC-ID TO WS-REORG-KEY
                   MOVE DOC-INDEX-RECORD TO WS-REORG-DATA
               WHEN "RLOG"
                   READ BATCH-RUN-LOG-FILE
                   MOVE WS-RUNLOG-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "JRNL"
                   READ UPDATE-JOURNAL-FILE
                   MOVE WS-JRNL-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN OTHER
                   MOVE "10" TO WS-REORG-IO-STATUS
           END-EVALUATE
           IF WS-REORG-IO-STATUS NOT = "00"
               SET WS-REORG-AT-EOF TO TRUE
           END-IF.

      ******************************************************************
      * 5200 - WRITE ONE RECORD BACK TO THE FILE
      ******************************************************************
       5200-WRITE-TARGET-RECORD.
           EVALUATE WS-RFT-TAG(WS-RFT-IDX)
               WHEN "CUST"
                   MOVE WS-REORG-DATA TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                   MOVE WS-CUST-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "ACCT"
                   MOVE WS-REORG-DATA TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                   MOVE WS-ACCT-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "TRAN"
                   MOVE WS-REORG-DATA TO TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
                   MOVE WS-TRAN-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "OWNR"
                   MOVE WS-REORG-DATA TO ACCOUNT-OWNER-RECORD
                   WRITE ACCOUNT-OWNER-RECORD
                   MOVE WS-OWNER-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "XREF"
                   MOVE WS-REORG-DATA TO OWNER-XREF-RECORD
                   WRITE OWNER-XREF-RECORD
                   MOVE WS-XREF-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "HOLD"
                   MOVE WS-REORG-DATA TO ACCOUNT-HOLD-RECORD
                   WRITE ACCOUNT-HOLD-RECORD
                   MOVE WS-HOLD-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "SUMM"
                   MOVE WS-REORG-DATA TO TRAN-SUMMARY-RECORD
                   WRITE TRAN-SUMMARY-RECORD
                   MOVE WS-SUMM-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN "DOCX"
                   MOVE WS-REORG-DATA TO DOC-INDEX-RECORD
                   WRITE DOC-INDEX-RECORD
                   MOVE WS-DOC-FILE-STATUS TO WS-REORG-IO-STATUS
               WHEN OTHER
                   MOVE "99" TO WS-REORG-IO-STATUS
           END-EVALUATE.

      ******************************************************************
      * 5300 - CLOSE THE FILE BEING WORKED ON
      ******************************************************************
       5300-CLOSE-TARGET-FILE.
           EVALUATE WS-RFT-TAG(WS-RFT-IDX)
               WHEN "CUST"
                   CLOSE CUSTOMER-FILE
               WHEN "ACCT"
                   CLOSE ACCOUNT-FILE
               WHEN "TRAN"
                   CLOSE TRANSACTION-FILE
               WHEN "OWNR"
                   CLOSE ACCOUNT-OWNER-FILE
               WHEN "XREF"
                   CLOSE OWNER-XREF-FILE
               WHEN "HOLD"
                   CLOSE ACCOUNT-HOLD-FILE
               WHEN "SUMM"
                   CLOSE TRAN-SUMMARY-FILE
               WHEN "DOCX"
                   CLOSE DOC-INDEX-FILE
               WHEN "RLOG"
                   CLOSE BATCH-RUN-LOG-FILE
               WHEN "JRNL"
                   CLOSE UPDATE-JOURNAL-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 6000 - WEEKLY CAPACITY REPORT
      * Counts every file in the table, stores today's count in
      * CAPHIST, and looks back for the latest counts taken at
      * least 7 and 30 days ago. Weeks to threshold project the
      * last week's growth (or the last month's, scaled to a week,
      * when there is no week-old count yet) forward.
      ******************************************************************
       6000-CAPACITY-REPORT.
           DISPLAY " "
           DISPLAY "=== WEEKLY DATA FILE CAPACITY REPORT ==="

           MOVE "CAPACITY" TO WS-RUNCTL-JOB-NAME
           OPEN EXTEND BATCH-RUN-LOG-FILE
           PERFORM 9100-WRITE-RUNCTL-START
           CLOSE BATCH-RUN-LOG-FILE

           ACCEPT WS-CAP-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CAP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAP-TODAY)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAP-TODAY-INT - 7)
               TO WS-CAP-WEEK-DATE
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAP-TODAY-INT - 30)
               TO WS-CAP-MONTH-DATE

           OPEN I-O CAPACITY-HISTORY-FILE
           IF WS-CAPH-FILE-STATUS = "35"
               OPEN OUTPUT CAPACITY-HISTORY-FILE
               CLOSE CAPACITY-HISTORY-FILE
               OPEN I-O CAPACITY-HISTORY-FILE
           END-IF
           PERFORM 6050-OPEN-CAPACITY-LIMIT-FILE

           MOVE SPACES TO WS-CAP-RPT-PATH
           STRING "/tmp/altoro_capacity_" WS-CAP-TODAY ".txt"
               DELIMITED SIZE INTO WS-CAP-RPT-PATH
           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING "DATA FILE CAPACITY AND GROWTH - " WS-CAP-TODAY
               DELIMITED SIZE INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING "FILE      RECORDS     WK GROWTH   MO GROWTH"
                  "   THRESHOLD   WEEKS LEFT          LAST REORG"
               DELIMITED SIZE INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD

           MOVE ZEROS TO WS-CAP-FILES-DONE
           MOVE ZEROS TO WS-CAP-WARN-COUNT
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-COUNT
               PERFORM 6100-COUNT-ONE-FILE
               PERFORM 6200-LOOK-BACK-HISTORY
               PERFORM 6250-STORE-TODAYS-COUNT
               PERFORM 6300-WRITE-CAPACITY-LINE
           END-PERFORM

           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING "FILES: " WS-CAP-FILES-DONE
                  "  WITHIN 13 WEEKS OF THRESHOLD: " WS-CAP-WARN-COUNT
               DELIMITED SIZE INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           CLOSE CAPACITY-REPORT-FILE
           CLOSE CAPACITY-HISTORY-FILE
           CLOSE CAPACITY-LIMIT-FILE

           DISPLAY "Files counted:           " WS-CAP-FILES-DONE
           DISPLAY "Near or over threshold:  " WS-CAP-WARN-COUNT
           DISPLAY "Report: " WS-CAP-RPT-PATH

           MOVE "CAPACITY" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CAP-FILES-DONE TO WS-RUNCTL-RECORDS-DONE
      * Files near their threshold are the report's business, not a
      * job failure - the stream carries on either way.
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           OPEN EXTEND BATCH-RUN-LOG-FILE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE
           CLOSE BATCH-RUN-LOG-FILE.

       6000-CAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 6050 - OPEN THE CAPACITY LIMIT FILE
      ******************************************************************
       6050-OPEN-CAPACITY-LIMIT-FILE.
           OPEN I-O CAPACITY-LIMIT-FILE
           IF WS-CAPL-FILE-STATUS = "35"
               OPEN OUTPUT CAPACITY-LIMIT-FILE
               CLOSE CAPACITY-LIMIT-FILE
               OPEN I-O CAPACITY-LIMIT-FILE
           END-IF.

      ******************************************************************
      * 6100 - COUNT THE RECORDS IN ONE FILE
      * A file that does not exist yet counts as empty.
      ******************************************************************
       6100-COUNT-ONE-FILE.
           MOVE ZEROS TO WS-CAP-COUNT
           SET WS-REORG-OPEN-INPUT TO TRUE
           PERFORM 5000-OPEN-TARGET-FILE
           IF WS-REORG-IO-STATUS = "00"
               MOVE "N" TO WS-REORG-EOF
               PERFORM 5100-READ-TARGET-NEXT
               PERFORM UNTIL WS-REORG-AT-EOF
                   ADD 1 TO WS-CAP-COUNT
                   PERFORM 5100-READ-TARGET-NEXT
               END-PERFORM
               PERFORM 5300-CLOSE-TARGET-FILE
           END-IF
           ADD 1 TO WS-CAP-FILES-DONE.

      ******************************************************************
      * 6200 - LOOK BACK THROUGH THE FILE'S HISTORY
      * One pass over the file's rows keeps the latest count on or
      * before each look-back date.
      ******************************************************************
       6200-LOOK-BACK-HISTORY.
           MOVE "N" TO WS-CAP-WEEK-FOUND
           MOVE "N" TO WS-CAP-MONTH-FOUND
           MOVE ZEROS TO WS-CAP-WEEK-COUNT
           MOVE ZEROS TO WS-CAP-MONTH-COUNT
           MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPH-FILE-NAME
           MOVE LOW-VALUES TO CAPH-SNAP-DATE
           START CAPACITY-HISTORY-FILE KEY >= CAPH-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CAPH-FILE-STATUS NOT = "00"
               READ CAPACITY-HISTORY-FILE NEXT
               IF WS-CAPH-FILE-STATUS = "00"
                   IF CAPH-FILE-NAME NOT = WS-RFT-DD-NAME(WS-RFT-IDX)
                       OR CAPH-SNAP-DATE > WS-CAP-WEEK-DATE
                       MOVE "10" TO WS-CAPH-FILE-STATUS
                   ELSE
                       SET WS-CAP-HAVE-WEEK TO TRUE
                       MOVE CAPH-RECORD-COUNT TO WS-CAP-WEEK-COUNT
                       IF CAPH-SNAP-DATE NOT > WS-CAP-MONTH-DATE
                           SET WS-CAP-HAVE-MONTH TO TRUE
                           MOVE CAPH-RECORD-COUNT
                               TO WS-CAP-MONTH-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CAPH-FILE-STATUS.

      ******************************************************************
      * 6250 - STORE TODAY'S COUNT
      * A second run the same day replaces the first.
      ******************************************************************
       6250-STORE-TODAYS-COUNT.
           MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPH-FILE-NAME
           MOVE WS-CAP-TODAY TO CAPH-SNAP-DATE
           READ CAPACITY-HISTORY-FILE
           MOVE WS-CAP-COUNT TO CAPH-RECORD-COUNT
           MOVE LS-CURRENT-USER TO CAPH-RUN-BY
           IF WS-CAPH-FILE-STATUS = "00"
               REWRITE CAPACITY-HISTORY-RECORD
           ELSE
               MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPH-FILE-NAME
               MOVE WS-CAP-TODAY TO CAPH-SNAP-DATE
               WRITE CAPACITY-HISTORY-RECORD
           END-IF.

      ******************************************************************
      * 6300 - WRITE ONE CAPACITY REPORT LINE
      ******************************************************************
       6300-WRITE-CAPACITY-LINE.
           MOVE ZEROS TO WS-CAP-THRESHOLD
           MOVE SPACES TO WS-CAP-LAST-REORG
           MOVE WS-RFT-DD-NAME(WS-RFT-IDX) TO CAPL-FILE-NAME
           READ CAPACITY-LIMIT-FILE
           IF WS-CAPL-FILE-STATUS = "00"
               MOVE CAPL-THRESHOLD TO WS-CAP-THRESHOLD
               MOVE CAPL-LAST-REORG-DATE TO WS-CAP-LAST-REORG
           END-IF

           MOVE "n/a" TO WS-CAP-WEEK-TEXT
           MOVE "n/a" TO WS-CAP-MONTH-TEXT
           MOVE ZEROS TO WS-CAP-WEEKLY-RATE
           IF WS-CAP-HAVE-WEEK
               COMPUTE WS-CAP-WEEK-GROWTH =
                   WS-CAP-COUNT - WS-CAP-WEEK-COUNT
               MOVE WS-CAP-WEEK-GROWTH TO WS-CAP-DSP-WEEK
               MOVE WS-CAP-DSP-WEEK TO WS-CAP-WEEK-TEXT
               MOVE WS-CAP-WEEK-GROWTH TO WS-CAP-WEEKLY-RATE
           END-IF
           IF WS-CAP-HAVE-MONTH
               COMPUTE WS-CAP-MONTH-GROWTH =
                   WS-CAP-COUNT - WS-CAP-MONTH-COUNT
               MOVE WS-CAP-MONTH-GROWTH TO WS-CAP-DSP-MONTH
               MOVE WS-CAP-DSP-MONTH TO WS-CAP-MONTH-TEXT
               IF NOT WS-CAP-HAVE-WEEK
                   COMPUTE WS-CAP-WEEKLY-RATE ROUNDED =
                       WS-CAP-MONTH-GROWTH * 7 / 30
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CAP-THRESHOLD = ZEROS
                   MOVE "NO THRESHOLD SET" TO WS-CAP-PROJECTION
               WHEN WS-CAP-COUNT >= WS-CAP-THRESHOLD
                   MOVE "AT/OVER THRESHOLD" TO WS-CAP-PROJECTION
                   ADD 1 TO WS-CAP-WARN-COUNT
               WHEN WS-CAP-WEEKLY-RATE NOT > ZEROS
                   MOVE "NOT GROWING" TO WS-CAP-PROJECTION
               WHEN OTHER
                   COMPUTE WS-CAP-WEEKS-LEFT =
                       (WS-CAP-THRESHOLD - WS-CAP-COUNT)
                       / WS-CAP-WEEKLY-RATE
                   MOVE WS-CAP-WEEKS-LEFT TO WS-CAP-DSP-WEEKS
                   MOVE SPACES TO WS-CAP-PROJECTION
                   MOVE WS-CAP-DSP-WEEKS TO WS-CAP-PROJECTION
                   IF WS-CAP-WEEKS-LEFT < 13
                       ADD 1 TO WS-CAP-WARN-COUNT
                       MOVE "  **" TO WS-CAP-PROJECTION(7:4)
                   END-IF
           END-EVALUATE

           MOVE WS-CAP-COUNT TO WS-CAP-DSP-COUNT
           MOVE WS-CAP-THRESHOLD TO WS-CAP-DSP-THRESHOLD
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING WS-RFT-DD-NAME(WS-RFT-IDX) " "
                  WS-CAP-DSP-COUNT "  "
                  WS-CAP-WEEK-TEXT "  "
                  WS-CAP-MONTH-TEXT "  "
                  WS-CAP-DSP-THRESHOLD "  "
                  WS-CAP-PROJECTION "  "
                  WS-CAP-LAST-REORG
               DELIMITED SIZE INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           DISPLAY WS-RFT-DD-NAME(WS-RFT-IDX) " "
                   WS-CAP-DSP-COUNT "  wk " WS-CAP-WEEK-TEXT
                   "  mo " WS-CAP-MONTH-TEXT "  " WS-CAP-PROJECTION.

      ******************************************************************
      * 6500 - SET A FILE'S CAPACITY THRESHOLD
      ******************************************************************
       6500-MAINTAIN-THRESHOLD.
           DISPLAY " "
           DISPLAY "=== SET FILE CAPACITY THRESHOLD ==="
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-COUNT
               DISPLAY "  " WS-RFT-DD-NAME(WS-RFT-IDX)
                       "  " WS-RFT-DESC(WS-RFT-IDX)
           END-PERFORM
           DISPLAY "File name: " WITH NO ADVANCING
           ACCEPT WS-CAP-INPUT-FILE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CAP-INPUT-FILE)
               TO WS-CAP-INPUT-FILE
           MOVE "N" TO WS-RFT-FOUND
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-COUNT
                  OR WS-RFT-IS-FOUND
               IF WS-RFT-DD-NAME(WS-RFT-IDX) = WS-CAP-INPUT-FILE
                   SET WS-RFT-IS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RFT-IS-FOUND
               DISPLAY "Unknown file."
               GO TO 6500-THR-EXIT
           END-IF

           DISPLAY "Threshold record count (0 to clear): "
               WITH NO ADVANCING
           ACCEPT WS-CAP-INPUT-THRESHOLD FROM CONSOLE
           IF FUNCTION TEST-NUMVAL(WS-CAP-INPUT-THRESHOLD) NOT = 0
               DISPLAY "Threshold must be a whole number."
               GO TO 6500-THR-EXIT
           END-IF

           PERFORM 6050-OPEN-CAPACITY-LIMIT-FILE
           MOVE WS-CAP-INPUT-FILE TO CAPL-FILE-NAME
           READ CAPACITY-LIMIT-FILE
           IF WS-CAPL-FILE-STATUS NOT = "00"
               MOVE SPACES TO CAPACITY-LIMIT-RECORD
               MOVE WS-CAP-INPUT-FILE TO CAPL-FILE-NAME
               MOVE ZEROS TO CAPL-LAST-REORG-COUNT
           END-IF
           COMPUTE CAPL-THRESHOLD =
               FUNCTION NUMVAL(WS-CAP-INPUT-THRESHOLD)
           MOVE LS-CURRENT-USER TO CAPL-UPDATED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO CAPL-UPDATED-DATE
           IF WS-CAPL-FILE-STATUS = "00"
               REWRITE CAPACITY-LIMIT-RECORD
           ELSE
               WRITE CAPACITY-LIMIT-RECORD
           END-IF
           IF WS-CAPL-FILE-STATUS = "00"
               DISPLAY "Threshold for " WS-CAP-INPUT-FILE
                       " set to " CAPL-THRESHOLD
           ELSE
               DISPLAY "Threshold not saved, status "
                       WS-CAPL-FILE-STATUS
           END-IF
           CLOSE CAPACITY-LIMIT-FILE.

       6500-THR-EXIT.
           CONTINUE.

      ******************************************************************
      * 9100 - WRITE RUN-CONTROL START RECORD
      ******************************************************************
       9100-WRITE-RUNCTL-START.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:8) TO WS-RUNCTL-START-TIME

           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUNCTL-JOB-NAME TO RUNCTL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RUNCTL-RUN-DATE
           SET RUNCTL-TYPE-START TO TRUE
           MOVE WS-RUNCTL-START-TIME TO RUNCTL-START-TIME
           MOVE ZEROS TO RUNCTL-END-TIME
           MOVE ZEROS TO RUNCTL-RECORDS-DONE
           MOVE ZEROS TO RUNCTL-RETURN-CODE
           MOVE SPACES TO RUNCTL-STATUS
           WRITE RUN-CONTROL-RECORD.

      ******************************************************************
      * 9110 - WRITE RUN-CONTROL COMPLETION RECORD
      ******************************************************************
       9110-WRITE-RUNCTL-COMPLETE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUNCTL-JOB-NAME TO RUNCTL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RUNCTL-RUN-DATE
           SET RUNCTL-TYPE-COMPLETE TO TRUE
           MOVE WS-RUNCTL-START-TIME TO RUNCTL-START-TIME
           MOVE WS-ACCEPT-TIME(1:8) TO RUNCTL-END-TIME
           MOVE WS-RUNCTL-RECORDS-DONE TO RUNCTL-RECORDS-DONE
           MOVE WS-RUNCTL-RETURN-CODE TO RUNCTL-RETURN-CODE
           IF WS-RUNCTL-RETURN-CODE = ZEROS
               SET RUNCTL-STATUS-CLEAN TO TRUE
           ELSE
               SET RUNCTL-STATUS-ERROR TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD.
