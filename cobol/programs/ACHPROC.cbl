      *     transaction types and reversing items that come back
      *     with an ACH return code (R01 insufficient funds, R02
      *     account closed, and so on)
      *   - intake of Treasury reclamation notices for federal
      *     benefit credits posted after the beneficiary's death,
      *     with a case file aging each notice to its deadline
      *
      * Before this module existed every external payment was keyed
      * by hand as an AJ adjustment with no trace number and no
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYR-RPT-STATUS.

      * Bill payment disbursements, shared with ACCTMGMT. 7200
      * schedules each payment here and the hold release marks it
      * released; the disbursement run sends it.
           SELECT BILLPAY-DISB-FILE
               ASSIGN TO "BPDISB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPD-TRAN-ID
               FILE STATUS IS WS-BPD-FILE-STATUS.

      * Check-print file for bill payments going out by mailed
      * check, and the run's disbursement control report, one
      * dated file each per run.
           SELECT BILLPAY-CHECK-FILE
               ASSIGN TO WS-BPDS-CHK-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BPDS-CHK-STATUS.

           SELECT BILLPAY-CONTROL-FILE
               ASSIGN TO WS-BPDS-CTL-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BPDS-CTL-STATUS.

      * Participant remittances, shared with ACCTMGMT. Its monthly
      * participant remittance run releases the ACH ones here to be
      * originated.
           SELECT PART-REMIT-FILE
               ASSIGN TO "PARTRMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

      * Account/date transaction cross reference, maintained here
      * beside the daily summary exactly as ACCTMGMT maintains it.
           SELECT TRAN-XREF-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Treasury reclamation notices for federal benefit payments
      * credited after the beneficiary's death, one line per
      * reclaimed payment under a "H" control header, and the case
      * file that carries each notice to its response deadline.
           SELECT RECLAIM-NOTICE-FILE
               ASSIGN TO WS-RCL-NOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCL-NOTICE-STATUS.

           SELECT RECLAIM-CASE-FILE
               ASSIGN TO "RECLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCLC-NOTICE-NUM
               FILE STATUS IS WS-RCLC-FILE-STATUS.

      * The run's response to Treasury - per-notice amounts
      * returned, disputed lines, and the withdrawer detail the
      * limited-liability rules ask for.
           SELECT RECLAIM-RESPONSE-FILE
               ASSIGN TO WS-RCL-RESP-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCL-RESP-STATUS.

      * Customer master and estate cases, read only - the date of
      * death and the day the bank learned of it.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-USER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ESTATE-FILE
               ASSIGN TO "ESTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CUST-ID
               FILE STATUS IS WS-EST-FILE-STATUS.

      * Account takeover watch, shared with CUSTMGMT, AUTHNTCN and
      * ACCTMGMT - see ATOREC. Officer-confirmed verifications are
      * recorded here and large outbound items are checked against
      * it; the customer alert goes out through the notification
      * queue CUSTMGMT's extract drains.
           SELECT ATO-WATCH-FILE
               ASSIGN TO "ATOWATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATO-CUST-ID
               FILE STATUS IS WS-ATO-FILE-STATUS.

           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTIF-ID
               FILE STATUS IS WS-NOTIF-FILE-STATUS.

      * IOLTA trust designations and the disciplinary authority
      * notice queue, shared with ACCTMGMT
           SELECT IOLTA-FILE
               ASSIGN TO "IOLTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOL-ACCT-ID
               FILE STATUS IS WS-IOL-FILE-STATUS.

           SELECT IOLTA-NOTICE-FILE
               ASSIGN TO "IOLTANTC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOLN-KEY
               FILE STATUS IS WS-IOLN-FILE-STATUS.

           SELECT ACCT-RESTRICT-FILE
               ASSIGN TO "ACCTRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

      * Legal entity (charter) master - each charter originates
      * under its own routing number and company identification.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTY-CODE
               FILE STATUS IS WS-ENTY-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
               88  ACH-STAT-ORIGINATED VALUE "O".
               88  ACH-STAT-SETTLED    VALUE "S".
               88  ACH-STAT-RETURNED   VALUE "R".
      * Held by the account takeover check until a supervisor
      * releases it (back to pending) or cancels it
               88  ACH-STAT-HELD       VALUE "H".
               88  ACH-STAT-CANCELLED  VALUE "X".
           05  ACH-RETURN-CODE         PIC X(03).
      * "B" marks a bank-funded item - a micro-deposit trial, a
      * queued network return, or a payroll credit whose funding
       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-RECORD       PIC X(100).

       FD  BILLPAY-DISB-FILE.
           COPY BPDISREC.

       FD  PART-REMIT-FILE.
           COPY PRMITREC.

       FD  BILLPAY-CHECK-FILE.
       01  BILLPAY-CHECK-RECORD        PIC X(200).

       FD  BILLPAY-CONTROL-FILE.
       01  BILLPAY-CONTROL-RECORD      PIC X(100).

       FD  EXT-VERIFY-FILE.
       01  EXT-VERIFY-RECORD.
           05  VRFY-KEY.
       FD  UPDATE-JOURNAL-FILE.
           COPY JRNLREC.

       FD  RECLAIM-NOTICE-FILE.
       01  RECLAIM-NOTICE-RECORD       PIC X(100).

       FD  RECLAIM-CASE-FILE.
       01  RECLAIM-CASE-RECORD.
           05  RCLC-NOTICE-NUM         PIC X(10).
           05  RCLC-ACCT-ID            PIC 9(16).
           05  RCLC-CUST-ID            PIC X(20).
           05  RCLC-PROGRAM            PIC X(03).
           05  RCLC-DATE-OF-DEATH      PIC X(08).
      * Day the estate case opened - payments credited on or after
      * it were taken with knowledge of the death.
           05  RCLC-KNOWLEDGE-DATE     PIC X(08).
           05  RCLC-NOTICE-DATE        PIC X(08).
           05  RCLC-RECEIVED-DATE      PIC X(08).
           05  RCLC-DUE-DATE           PIC X(08).
           05  RCLC-ITEM-COUNT         PIC 9(04).
           05  RCLC-MATCHED-COUNT      PIC 9(04).
           05  RCLC-CLAIM-AMOUNT       PIC S9(13)V99.
           05  RCLC-MATCHED-AMOUNT     PIC S9(13)V99.
           05  RCLC-LIABLE-AMOUNT      PIC S9(13)V99.
           05  RCLC-BALANCE-AT-NOTICE  PIC S9(13)V99.
           05  RCLC-RECOVERED-AMOUNT   PIC S9(13)V99.
           05  RCLC-ABSORBED-AMOUNT    PIC S9(13)V99.
      * Withdrawn by others and referred back to Treasury with the
      * withdrawer detail
           05  RCLC-OTHERS-AMOUNT      PIC S9(13)V99.
           05  RCLC-WITHDRAWN-TOTAL    PIC S9(13)V99.
           05  RCLC-RECOVERY-TRAN-ID   PIC 9(10).
           05  RCLC-STATUS             PIC X(01).
               88  RCLC-STAT-OPEN      VALUE "O".
               88  RCLC-STAT-RESPONDED VALUE "R".
           05  RCLC-RESPONDED-DATE     PIC X(08).
           05  RCLC-RESPONDED-BY       PIC X(20).
           05  FILLER                  PIC X(15).

       FD  RECLAIM-RESPONSE-FILE.
       01  RECLAIM-RESPONSE-RECORD     PIC X(100).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      * Same layout as CUSTMGMT's ESTATE-FILE.
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           05  EST-CUST-ID             PIC X(20).
           05  EST-DATE-OF-DEATH       PIC X(08).
           05  EST-DOC-DEATH-CERT      PIC X(01).
           05  EST-DOC-LETTERS         PIC X(01).
           05  EST-STATUS              PIC X(01).
               88  EST-STAT-OPEN       VALUE "O".
               88  EST-STAT-RELEASED   VALUE "R".
           05  EST-OPENED-BY           PIC X(20).
           05  EST-OPENED-DATE         PIC X(10).
           05  EST-RELEASED-DATE       PIC X(10).
           05  FILLER                  PIC X(15).

       FD  ATO-WATCH-FILE.
           COPY ATOREC.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFREC.

       FD  IOLTA-FILE.
           COPY IOLTREC.

       FD  IOLTA-NOTICE-FILE.
           COPY IOLNREC.

       FD  ACCT-RESTRICT-FILE.
           COPY RSTRREC.

       FD  ENTITY-FILE.
           COPY ENTYREC.


       WORKING-STORAGE SECTION.

               VALUE "ALTORO MUTUAL".
       01  WS-ACH-COMPANY-ID           PIC X(10) VALUE "1521000000".

      * One origination file per entity (charter). Entity 001 is
      * Altoro Mutual, whose identifiers below stand unless the
      * entity master says otherwise; an item belongs to the entity
      * of the account it was keyed against, and an item with no
      * account (a trial deposit) to entity 001.
       01  WS-ENTY-FILE-STATUS         PIC X(02).
       01  WS-ENTY-HOME-CODE           PIC X(03) VALUE "001".
       01  WS-ACH-HOME-ROUTING         PIC 9(09) VALUE 091000019.
       01  WS-ACH-HOME-NAME            PIC X(16)
               VALUE "ALTORO MUTUAL".
       01  WS-ACH-HOME-COMPANY-ID      PIC X(10) VALUE "1521000000".
       01  WS-ACH-ORIG-ENTITY          PIC X(03).
       01  WS-ACH-ITEM-ENTITY          PIC X(03).
       01  WS-ACH-RUN-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-ACH-UNROUTED-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-ACHE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-ACHE-IDX                 PIC 9(02).
       01  WS-ACHE-FOUND-IDX           PIC 9(02).
       01  WS-ACHE-TABLE.
           05  WS-ACHE-ENTRY           OCCURS 20 TIMES.
               10  WS-ACHE-CODE        PIC X(03).
               10  WS-ACHE-ROUTING     PIC 9(09).
               10  WS-ACHE-NAME        PIC X(16).
               10  WS-ACHE-COMPANY-ID  PIC X(10).
               10  WS-ACHE-ITEMS       PIC 9(06).

      * NACHA entry detail record (type 6) layout for origination
       01  WS-ACH-ENTRY-DETAIL.
           05  WS-ACH6-REC-TYPE        PIC X(01) VALUE "6".
       01  WS-PAYR-HDR-SEEN           PIC X(01) VALUE "N".
       01  WS-PAYR-RPT-LINE           PIC X(100).

      * Bill payment disbursement run fields. Posted counts and
      * totals are the PYs proved back to the ledger; what went
      * out by ACH and by check must add back to them.
       01  WS-BPD-FILE-STATUS          PIC X(02).
       01  WS-BPDS-CHK-STATUS          PIC X(02).
       01  WS-BPDS-CTL-STATUS          PIC X(02).
       01  WS-BPDS-CHK-PATH            PIC X(256) VALUE SPACES.
       01  WS-BPDS-CTL-PATH            PIC X(256) VALUE SPACES.
       01  WS-BPDS-POSTED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-POSTED-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-BPDS-ACH-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-ACH-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-BPDS-CHK-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-CHK-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-BPDS-EXC-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-EXC-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-BPDS-SENT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-SENT-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-BPDS-EXC-REASON          PIC X(30).
      * The ledger's own figure for the run, read off
      * TRANSACTION-FILE by 5105 before anything is sent
       01  WS-BPDS-LEDGER-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-BPDS-LEDGER-TOTAL        PIC S9(13)V99 VALUE ZEROS.

      * Participant remittance ACH run fields
       01  WS-PRM-FILE-STATUS          PIC X(02).
       01  WS-PRMA-COUNT               PIC 9(06) VALUE ZEROS.
       01  WS-PRMA-TOTAL               PIC S9(13)V99 VALUE ZEROS.

      * Check-print record layout
       01  WS-BPCK-DETAIL.
           05  WS-BPCK-CHECK-NUM       PIC 9(10).
           05  WS-BPCK-ACCT-ID         PIC 9(16).
           05  WS-BPCK-AMOUNT          PIC 9(11)V99.
           05  WS-BPCK-CHECK-DATE      PIC X(08).
           05  WS-BPCK-PAYEE-NAME      PIC X(30).
           05  WS-BPCK-ADDR-LINE1      PIC X(30).
           05  WS-BPCK-ADDR-LINE2      PIC X(30).
           05  WS-BPCK-CITY            PIC X(20).
           05  WS-BPCK-STATE           PIC X(02).
           05  WS-BPCK-ZIP             PIC X(10).
           05  WS-BPCK-MEMO            PIC X(20).
           05  FILLER                  PIC X(11).

      * External-account verification fields
       01  WS-VRFY-FILE-STATUS         PIC X(02).
       01  WS-VRFY-INPUT-ACCT          PIC X(20).
       01  WS-VRFY-TRIAL-AMT           PIC 9V99.
       01  WS-VRFY-MAX-ATTEMPTS        PIC 9(01) VALUE 3.

      * Account takeover watch fields. The window and the large-
      * payment floor match ACCTMGMT's; the window also matches the
      * one CUSTMGMT keeps prior contact details for.
       01  WS-ATO-FILE-STATUS          PIC X(02).
       01  WS-NOTIF-FILE-STATUS        PIC X(02).
       01  WS-NEXT-NOTIF-ID            PIC 9(10) VALUE ZEROS.

      * Account restriction check - see 4310; the channel is B for
      * an item keyed here, S for one settling that was authorised
      * when it was keyed
       01  WS-RST-FILE-STATUS          PIC X(02).
       01  WS-RST-CHECK-ACCT           PIC 9(16).
       01  WS-RST-CHECK-DEBIT          PIC X(01).
       01  WS-RST-CHECK-CHANNEL        PIC X(01).
           88  WS-RST-CHANNEL-SCHEDULED VALUE "S".
       01  WS-RST-BLOCK-FLAG           PIC X(01) VALUE "N".
           88  WS-RST-BLOCKED          VALUE "Y".
           88  WS-RST-CLEAR            VALUE "N".
       01  WS-RST-IN-FORCE-FLAG        PIC X(01).
           88  WS-RST-IN-FORCE         VALUE "Y".
       01  WS-RST-DECLINE-CODE         PIC X(03).
       01  WS-RST-DECLINE-MSG          PIC X(60).
       01  WS-RST-TODAY                PIC X(08).

      * IOLTA overdraft notice fields - see 4210
       01  WS-IOL-FILE-STATUS          PIC X(02).
       01  WS-IOLN-FILE-STATUS         PIC X(02).
       01  WS-IOLN-EVENT-IN            PIC X(01).
       01  WS-IOLN-AMOUNT-IN           PIC S9(13)V99.
       01  WS-IOLN-REF-IN              PIC X(20).
       01  WS-IOLN-NOW-DATE            PIC 9(08).
       01  WS-IOLN-NOW-TIME            PIC 9(08).
       01  WS-ATO-WINDOW-DAYS          PIC 9(02) VALUE 2.
       01  WS-ATO-LARGE-AMOUNT         PIC S9(13)V99 VALUE 2500.00.
       01  WS-ATO-CHECK-CUST           PIC X(20).
       01  WS-ATO-CHECK-ACCT           PIC 9(16).
       01  WS-ATO-CHECK-AMOUNT         PIC S9(13)V99.
       01  WS-ATO-DATE-NUM             PIC 9(08).
       01  WS-ATO-AGE-DAYS             PIC S9(07).
       01  WS-ATO-HOLD-FLAG            PIC X(01) VALUE "N".
           88  WS-ATO-HOLD             VALUE "Y".
           88  WS-ATO-NO-HOLD          VALUE "N".
       01  WS-ATO-SEQ-FLAG             PIC X(01) VALUE "N".
           88  WS-ATO-SEQ-COMPLETE     VALUE "Y".
       01  WS-ATO-ROW-FLAG             PIC X(01).
           88  WS-ATO-ROW-FOUND        VALUE "Y".
           88  WS-ATO-ROW-NEW          VALUE "N".
       01  WS-ATO-ALERT-TEXT           PIC X(80) VALUE
           "A large payment is on hold after recent profile changes".

       01  WS-TXR-FILE-STATUS          PIC X(02).

      * File-level control fields. The inbound file's first line
           05  WS-ACHR-AMOUNT          PIC S9(13)V99.
           05  WS-ACHR-ORIG-ITEM       PIC 9(10).

      * Treasury reclamation fields. A notice's "D" lines each
      * reclaim one federal benefit credit posted after the date
      * of death; consecutive lines under the same notice number
      * make one case. Treasury wants the response inside 60
      * calendar days of the notice, and without knowledge of the
      * death the bank answers only for credits received in the
      * 45 days after it.
       01  WS-CUST-FILE-STATUS         PIC X(02).
       01  WS-EST-FILE-STATUS          PIC X(02).
       01  WS-RCLC-FILE-STATUS         PIC X(02).
       01  WS-RCL-NOTICE-STATUS        PIC X(02).
       01  WS-RCL-RESP-STATUS          PIC X(02).
       01  WS-RCL-NOTICE-PATH          PIC X(256) VALUE SPACES.
       01  WS-RCL-RESP-PATH            PIC X(256) VALUE SPACES.
       01  WS-RCL-RESPONSE-DAYS        PIC 9(03) VALUE 60.
       01  WS-RCL-LIABILITY-DAYS       PIC 9(03) VALUE 45.
       01  WS-RCL-FILE-HDR.
           05  WS-RCLH-REC-TYPE        PIC X(01).
           05  WS-RCLH-CREATED         PIC X(08).
           05  WS-RCLH-SEQUENCE        PIC 9(06).
           05  WS-RCLH-ITEM-COUNT      PIC 9(06).
           05  WS-RCLH-DOLLAR-TOTAL    PIC 9(13)V99.
           05  FILLER                  PIC X(64).
       01  WS-RCL-NOTICE-DETAIL.
           05  WS-RCLD-REC-TYPE        PIC X(01).
           05  WS-RCLD-NOTICE-NUM      PIC X(10).
           05  WS-RCLD-PROGRAM         PIC X(03).
           05  WS-RCLD-ACCT-ID         PIC X(16).
           05  WS-RCLD-DATE-OF-DEATH   PIC X(08).
           05  WS-RCLD-PAYMENT-DATE    PIC X(08).
           05  WS-RCLD-AMOUNT          PIC 9(09)V99.
           05  WS-RCLD-TRACE-NUMBER    PIC X(15).
           05  WS-RCLD-NOTICE-DATE     PIC X(08).
           05  FILLER                  PIC X(20).
       01  WS-RCL-HDR-SEEN             PIC X(01) VALUE "N".
       01  WS-RCL-REPLAY-FLAG          PIC X(01) VALUE "N".
       01  WS-RCL-BODY-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-RCL-BODY-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-CASE-OPEN            PIC X(01) VALUE "N".
       01  WS-RCL-CASE-SKIP            PIC X(01) VALUE "N".
       01  WS-RCL-ACCT-FOUND           PIC X(01) VALUE "N".
       01  WS-RCL-MATCH-FLAG           PIC X(01) VALUE "N".
       01  WS-RCL-DISPUTE-REASON       PIC X(30).
       01  WS-RCL-DOD-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-RCL-PAY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-RCL-WORK-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-RCL-DAYS                 PIC S9(05) VALUE ZEROS.
       01  WS-RCL-LAST-TRAN-ID         PIC 9(10) VALUE ZEROS.
       01  WS-RCL-KNOWLEDGE-AMT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-WINDOW-AMT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-AVAILABLE-AMT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-REMAINING-AMT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-CASE-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-RCL-OPEN-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-RCL-DUP-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-RCL-DISPUTE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-RCL-RECOVERED-TOTAL      PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-ABSORBED-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-OTHERS-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-RCL-INPUT-NOTICE         PIC X(10).
      * Open-case aging: 1 more than 15 days to the deadline,
      * 2 due within 15 days, 3 past due
       01  WS-RCL-AGING-BUCKETS.
           05  WS-RCL-BUCKET           OCCURS 3 TIMES.
               10  WS-RCL-BUCKET-COUNT PIC 9(06).
               10  WS-RCL-BUCKET-AMOUNT PIC S9(13)V99.
       01  WS-RCL-BUCKET-IDX           PIC 9(01) VALUE ZEROS.
       01  WS-DSP-DAYS                 PIC ----9.

      * Display fields
       01  WS-DSP-AMOUNT               PIC Z(12)9.99-.
       01  WS-DSP-COUNT                PIC 9(04) VALUE ZEROS.
               WHEN "PAYR"
                   PERFORM 5000-PAYROLL-FILE-INTAKE
                       THRU 5000-PAYROLL-EXIT
               WHEN "BPDS"
                   PERFORM 5100-BILLPAY-DISBURSEMENT
                       THRU 5100-BILLPAY-EXIT
               WHEN "RECL"
                   PERFORM 5200-RECLAMATION-INTAKE
                       THRU 5200-RECLAIM-EXIT
               WHEN "PRMA"
                   PERFORM 5300-PARTICIPANT-REMIT-ACH
                       THRU 5300-PRMA-EXIT
               WHEN OTHER
                   PERFORM 1000-ACH-MENU
           END-EVALUATE
               CLOSE AUDIT-SEAL-FILE
               OPEN I-O AUDIT-SEAL-FILE
           END-IF
           OPEN I-O BILLPAY-DISB-FILE
           IF WS-BPD-FILE-STATUS = "35"
               OPEN OUTPUT BILLPAY-DISB-FILE
               CLOSE BILLPAY-DISB-FILE
               OPEN I-O BILLPAY-DISB-FILE
           END-IF
           OPEN I-O RECLAIM-CASE-FILE
           IF WS-RCLC-FILE-STATUS = "35"
               OPEN OUTPUT RECLAIM-CASE-FILE
               CLOSE RECLAIM-CASE-FILE
               OPEN I-O RECLAIM-CASE-FILE
           END-IF
           OPEN I-O PART-REMIT-FILE
           IF WS-PRM-FILE-STATUS = "35"
               OPEN OUTPUT PART-REMIT-FILE
               CLOSE PART-REMIT-FILE
               OPEN I-O PART-REMIT-FILE
           END-IF
           OPEN I-O ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "35"
               OPEN OUTPUT ATO-WATCH-FILE
               CLOSE ATO-WATCH-FILE
               OPEN I-O ATO-WATCH-FILE
           END-IF
           OPEN I-O NOTIFY-QUEUE-FILE
           IF WS-NOTIF-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN I-O NOTIFY-QUEUE-FILE
           END-IF
           OPEN I-O IOLTA-FILE
           IF WS-IOL-FILE-STATUS = "35"
               OPEN OUTPUT IOLTA-FILE
               CLOSE IOLTA-FILE
               OPEN I-O IOLTA-FILE
           END-IF
           OPEN I-O IOLTA-NOTICE-FILE
           IF WS-IOLN-FILE-STATUS = "35"
               OPEN OUTPUT IOLTA-NOTICE-FILE
               CLOSE IOLTA-NOTICE-FILE
               OPEN I-O IOLTA-NOTICE-FILE
           END-IF
           OPEN I-O ACCT-RESTRICT-FILE
           IF WS-RST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-RESTRICT-FILE
               CLOSE ACCT-RESTRICT-FILE
               OPEN I-O ACCT-RESTRICT-FILE
           END-IF
           OPEN INPUT ENTITY-FILE
           MOVE "Y" TO WS-FILES-OPEN.

      ******************************************************************
               CLOSE AUDIT-LOG-FILE
               CLOSE BATCH-RUN-LOG-FILE
               CLOSE AUDIT-SEAL-FILE
               CLOSE BILLPAY-DISB-FILE
               CLOSE RECLAIM-CASE-FILE
               CLOSE PART-REMIT-FILE
               CLOSE ATO-WATCH-FILE
               CLOSE NOTIFY-QUEUE-FILE
               CLOSE IOLTA-FILE
               CLOSE IOLTA-NOTICE-FILE
               CLOSE ACCT-RESTRICT-FILE
               CLOSE ENTITY-FILE
           END-IF.

      ******************************************************************
               DISPLAY "  8. Start External Account Verification"
               DISPLAY "  9. Confirm External Account Verification"
               DISPLAY " 10. Payroll File Intake (Batch)"
               DISPLAY " 11. Bill Payment Disbursement Run (Batch)"
               DISPLAY " 12. Treasury Reclamation Intake (Batch)"
               DISPLAY " 13. Reclamation Case Aging Report"
               DISPLAY " 14. Record Reclamation Response"
               DISPLAY " 15. Participant Remittance ACH Run (Batch)"
               DISPLAY " 16. Work Account Takeover Holds"
               DISPLAY " "
               DISPLAY "  0. Return to Main Menu"
               DISPLAY " "
                   WHEN "10"
                       PERFORM 5000-PAYROLL-FILE-INTAKE
                           THRU 5000-PAYROLL-EXIT
                   WHEN "11"
                       PERFORM 5100-BILLPAY-DISBURSEMENT
                           THRU 5100-BILLPAY-EXIT
                   WHEN "12"
                       PERFORM 5200-RECLAMATION-INTAKE
                           THRU 5200-RECLAIM-EXIT
                   WHEN "13"
                       PERFORM 5260-RECLAMATION-AGING
                   WHEN "14"
                       PERFORM 5270-RECORD-RECLAIM-RESPONSE
                           THRU 5270-RESPONSE-EXIT
                   WHEN "15"
                       PERFORM 5300-PARTICIPANT-REMIT-ACH
                           THRU 5300-PRMA-EXIT
                   WHEN "16"
                       PERFORM 2800-WORK-TAKEOVER-HOLDS
                           THRU 2800-WORK-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-ACH-CONTINUE
                   WHEN OTHER
               GO TO 2000-ENTER-EXIT
           END-IF

      * Funds going out are refused on a post-no-debits or
      * deposit-only account
           IF WS-ACH-INPUT-DIRECTION = "C"
               MOVE ACCT-ID TO WS-RST-CHECK-ACCT
               MOVE "Y" TO WS-RST-CHECK-DEBIT
               MOVE "B" TO WS-RST-CHECK-CHANNEL
               PERFORM 4310-CHECK-ACCOUNT-RESTRICTIONS
                   THRU 4310-RESTRICT-EXIT
               IF WS-RST-BLOCKED
                   DISPLAY "ACH item not taken - " WS-RST-DECLINE-MSG
                   GO TO 2000-ENTER-EXIT
               END-IF
           END-IF

           DISPLAY "Receiving Bank Routing Number (9 digits): "
               WITH NO ADVANCING
           ACCEPT WS-ACH-INPUT-ROUTING FROM CONSOLE
               GO TO 2000-ENTER-EXIT
           END-IF

      * Funds going out to a large amount are checked against the
      * owner's account takeover watch
           SET WS-ATO-NO-HOLD TO TRUE
           IF WS-ACH-INPUT-DIRECTION = "C"
               MOVE ACCT-OWNER-ID TO WS-ATO-CHECK-CUST
               MOVE ACCT-ID TO WS-ATO-CHECK-ACCT
               COMPUTE WS-ATO-CHECK-AMOUNT =
                   FUNCTION NUMVAL(WS-ACH-INPUT-AMOUNT)
               PERFORM 2050-CHECK-TAKEOVER-PATTERN
                   THRU 2050-ATO-EXIT
           END-IF

           PERFORM 2100-GENERATE-ACH-ITEM-ID
           MOVE WS-NEXT-ACH-ITEM-ID TO ACH-ITEM-ID
           MOVE ACCT-ID TO ACH-ACCT-ID
           MOVE LS-CURRENT-USER TO ACH-ENTERED-BY
           MOVE ZEROS TO ACH-TRACE-NUMBER
           SET ACH-STAT-PENDING TO TRUE
           IF WS-ATO-HOLD
               SET ACH-STAT-HELD TO TRUE
           END-IF
           MOVE SPACES TO ACH-RETURN-CODE
           MOVE SPACES TO ACH-FUNDING-FLAG
           WRITE ACH-ITEM-RECORD

           IF WS-ACH-FILE-STATUS = "00"
               IF WS-ATO-HOLD
                   DISPLAY "ACH item " ACH-ITEM-ID " recorded but "
                           "HELD for review - recent profile "
                           "changes on this customer (option 16)."
               ELSE
                   DISPLAY "ACH item " ACH-ITEM-ID " recorded - it "
                           "will go out with the next origination "
                           "build."
               END-IF
               MOVE "ACH_ITEM_ENTERED" TO WS-AUDIT-ACTION
               STRING "Item=" ACH-ITEM-ID
                      " Acct=" ACH-ACCT-ID
       2000-ENTER-EXIT.
           CONTINUE.

      ******************************************************************
      * 2050 - CHECK FOR A COMPLETED TAKEOVER SEQUENCE
      * Before a large credit leaves for an outside bank: when the
      * account owner's ATO-WATCH-FILE row shows a contact change,
      * then a password reset, then a newly verified external
      * account, all inside WS-ATO-WINDOW-DAYS, the item holds for
      * review instead of going to the origination build. Once
      * tripped, every large outbound item holds until a reviewer
      * has decided one. The first hold alerts the customer at the
      * contact details the change replaced. The caller moves the
      * owner, account and amount to WS-ATO-CHECK-*; WS-ATO-HOLD
      * comes back set when the item must hold. Mirrors ACCTMGMT's
      * 3030, which guards transfers and wires the same way.
      ******************************************************************
       2050-CHECK-TAKEOVER-PATTERN.
           SET WS-ATO-NO-HOLD TO TRUE
           IF WS-ATO-CHECK-AMOUNT < WS-ATO-LARGE-AMOUNT
               GO TO 2050-ATO-EXIT
           END-IF
           MOVE WS-ATO-CHECK-CUST TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS NOT = "00"
               GO TO 2050-ATO-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           IF NOT ATO-TRIPPED
               PERFORM 2055-TEST-TAKEOVER-SEQUENCE
                   THRU 2055-TEST-EXIT
               IF NOT WS-ATO-SEQ-COMPLETE
                   GO TO 2050-ATO-EXIT
               END-IF
               SET ATO-TRIPPED TO TRUE
               MOVE WS-ACCEPT-DATE TO ATO-TRIP-DATE
               MOVE "AC" TO ATO-TRIP-CHANNEL
               MOVE WS-ATO-CHECK-ACCT TO ATO-TRIP-ACCT-ID
               MOVE WS-ATO-CHECK-AMOUNT TO ATO-TRIP-AMOUNT
               MOVE ZEROS TO ATO-HELD-COUNT
               MOVE SPACES TO ATO-ALERT-DATE
           END-IF

           SET WS-ATO-HOLD TO TRUE
           ADD 1 TO ATO-HELD-COUNT
           IF ATO-ALERT-DATE = SPACES
               PERFORM 2060-QUEUE-TAKEOVER-ALERT
               MOVE WS-ACCEPT-DATE TO ATO-ALERT-DATE
           END-IF
           REWRITE ATO-WATCH-RECORD

           MOVE "ATO_PATTERN_HOLD" TO WS-AUDIT-ACTION
           STRING "Cust=" ATO-CUST-ID
                  " Acct=" WS-ATO-CHECK-ACCT
                  " Channel=AC"
                  " Held=" ATO-HELD-COUNT
                  " Contact=" ATO-CONTACT-DATE
                  " Reset=" ATO-RESET-DATE
                  " ExtAcct=" ATO-EXTV-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       2050-ATO-EXIT.
           CONTINUE.

      ******************************************************************
      * 2055 - TEST THE TAKEOVER SEQUENCE
      * All three events present, in order, and the earliest (the
      * contact change) no older than the window.
      ******************************************************************
       2055-TEST-TAKEOVER-SEQUENCE.
           MOVE "N" TO WS-ATO-SEQ-FLAG
           IF ATO-CONTACT-DATE = SPACES
               OR ATO-RESET-DATE = SPACES
               OR ATO-EXTV-DATE = SPACES
               GO TO 2055-TEST-EXIT
           END-IF
           IF ATO-RESET-STAMP < ATO-CONTACT-STAMP
               OR ATO-EXTV-STAMP < ATO-RESET-STAMP
               GO TO 2055-TEST-EXIT
           END-IF
           MOVE ATO-CONTACT-DATE TO WS-ATO-DATE-NUM
           COMPUTE WS-ATO-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ATO-DATE-NUM)
           IF WS-ATO-AGE-DAYS > WS-ATO-WINDOW-DAYS
               GO TO 2055-TEST-EXIT
           END-IF
           SET WS-ATO-SEQ-COMPLETE TO TRUE.

       2055-TEST-EXIT.
           CONTINUE.

      ******************************************************************
      * 2060 - QUEUE THE TAKEOVER ALERT
      * Written straight to the notification queue - the customer's
      * preferences are not consulted, and CUSTMGMT's extract sends
      * an ATOA event to the prior contact details on the watch row.
      ******************************************************************
       2060-QUEUE-TAKEOVER-ALERT.
           MOVE 1 TO WS-NEXT-NOTIF-ID
           MOVE LOW-VALUES TO NOTIF-ID
           START NOTIFY-QUEUE-FILE KEY >= NOTIF-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NOTIF-FILE-STATUS NOT = "00"
               READ NOTIFY-QUEUE-FILE NEXT RECORD
               IF WS-NOTIF-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-NOTIF-ID = NOTIF-ID + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-NOTIF-ID TO NOTIF-ID
           MOVE ATO-CUST-ID TO NOTIF-CUST-ID
           SET NOTIF-EVT-ATO-ALERT TO TRUE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO NOTIF-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO NOTIF-TIME
           MOVE WS-ATO-ALERT-TEXT TO NOTIF-DETAIL
           SET NOTIF-STAT-QUEUED TO TRUE
           WRITE NOTIFY-QUEUE-RECORD.

      ******************************************************************
      * 2100 - GENERATE ACH ITEM ID
      * Same next-highest-key scan idiom ACCTMGMT uses for
               DISPLAY "External account verified - ACH items may "
                       "now be keyed against it."
               MOVE "EXT_VERIFY_PASSED" TO WS-AUDIT-ACTION
               PERFORM 2760-NOTE-EXT-VERIFIED
           ELSE
               ADD 1 TO VRFY-ATTEMPTS
               IF VRFY-ATTEMPTS >= WS-VRFY-MAX-ATTEMPTS
           CONTINUE.

      ******************************************************************
      * 2760 - NOTE AN EXTERNAL ACCOUNT VERIFICATION
      * A newly proven outside account is the third step of the
      * takeover sequence; stamp it on the customer's watch row,
      * the same way AUTHNTCN's 8670 does for a self-service
      * confirmation.
      ******************************************************************
       2760-NOTE-EXT-VERIFIED.
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE VRFY-CUST-ID TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "00"
               SET WS-ATO-ROW-FOUND TO TRUE
           ELSE
               SET WS-ATO-ROW-NEW TO TRUE
               INITIALIZE ATO-WATCH-RECORD
               MOVE VRFY-CUST-ID TO ATO-CUST-ID
           END-IF
           MOVE WS-ACCEPT-DATE TO ATO-EXTV-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO ATO-EXTV-TIME
           MOVE VRFY-ROUTING TO ATO-EXTV-ROUTING
           MOVE VRFY-ACCT-NUM TO ATO-EXTV-ACCT-NUM
           IF NOT ATO-TRIPPED
               SET ATO-WATCHING TO TRUE
           END-IF
           IF WS-ATO-ROW-FOUND
               REWRITE ATO-WATCH-RECORD
           ELSE
               WRITE ATO-WATCH-RECORD
           END-IF.

      ******************************************************************
      * 2800 - WORK ACCOUNT TAKEOVER HOLDS
      * Lists ACH items held by 2050 and lets a SUPERVISOR release
      * one to the next origination build or cancel it. A release
      * means the customer confirmed the activity, so the watch row
      * clears and a fresh sequence has to build before anything
      * holds again; a cancel leaves it tripped so the next large
      * payment holds too. A cancelled item never debited the
      * account, so nothing needs reversing.
      ******************************************************************
       2800-WORK-TAKEOVER-HOLDS.
           DISPLAY " "
           DISPLAY "=== ACH ITEMS HELD - ACCOUNT TAKEOVER PATTERN ==="
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Supervisor authority is required."
               GO TO 2800-WORK-EXIT
           END-IF

           MOVE ZEROS TO WS-DSP-COUNT
           MOVE LOW-VALUES TO ACH-ITEM-ID
           START ACH-ITEM-FILE KEY >= ACH-ITEM-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACH-FILE-STATUS NOT = "00"
               READ ACH-ITEM-FILE NEXT RECORD
               IF WS-ACH-FILE-STATUS = "00"
                   AND ACH-STAT-HELD
                   ADD 1 TO WS-DSP-COUNT
                   MOVE ACH-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " ACH-ITEM-ID
                           " Acct " ACH-ACCT-ID
                           " $" WS-DSP-AMOUNT
                           " To " ACH-RDFI-ROUTING
                           "/" ACH-RDFI-ACCT-NUM
                           " Entered " ACH-ENTERED-DATE
               END-IF
           END-PERFORM
           IF WS-DSP-COUNT = ZEROS
               DISPLAY "  (no held items)"
               GO TO 2800-WORK-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "ACH Item ID (blank to exit): " WITH NO ADVANCING
           ACCEPT WS-APND-INPUT-ID FROM CONSOLE
           IF WS-APND-INPUT-ID = SPACES
               GO TO 2800-WORK-EXIT
           END-IF
           COMPUTE ACH-ITEM-ID = FUNCTION NUMVAL(WS-APND-INPUT-ID)
           READ ACH-ITEM-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               OR NOT ACH-STAT-HELD
               DISPLAY "No held item with that ID."
               GO TO 2800-WORK-EXIT
           END-IF

           MOVE "23" TO WS-ATO-FILE-STATUS
           MOVE ACH-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OWNER-ID TO ATO-CUST-ID
               READ ATO-WATCH-FILE
               IF WS-ATO-FILE-STATUS = "00"
                   DISPLAY "Customer:        " ATO-CUST-ID
                   DISPLAY "Contact change:  " ATO-CONTACT-DATE
                           " " ATO-CONTACT-TIME
                           " by " ATO-CONTACT-BY
                   DISPLAY "Password reset:  " ATO-RESET-DATE
                           " " ATO-RESET-TIME
                           " (" ATO-RESET-HOW ")"
                   DISPLAY "Ext acct proven: " ATO-EXTV-DATE
                           " " ATO-EXTV-TIME
                           " " ATO-EXTV-ROUTING
                           "/" ATO-EXTV-ACCT-NUM
                   DISPLAY "Alert sent:      " ATO-ALERT-DATE
               END-IF
           END-IF

           DISPLAY "(R)elease to origination or (C)ancel: "
               WITH NO ADVANCING
           ACCEPT WS-APND-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-APND-INPUT-ACTION
               WHEN "R"
               WHEN "r"
                   SET ACH-STAT-PENDING TO TRUE
               WHEN "C"
               WHEN "c"
                   SET ACH-STAT-CANCELLED TO TRUE
               WHEN OTHER
                   DISPLAY "No action taken."
                   GO TO 2800-WORK-EXIT
           END-EVALUATE
           REWRITE ACH-ITEM-RECORD

           IF WS-ATO-FILE-STATUS = "00"
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               IF ACH-STAT-PENDING
                   SET ATO-CLEARED TO TRUE
                   MOVE SPACES TO ATO-CONTACT-STAMP
                   MOVE SPACES TO ATO-RESET-STAMP
                   MOVE SPACES TO ATO-EXTV-STAMP
               END-IF
               MOVE LS-CURRENT-USER TO ATO-REVIEWED-BY
               MOVE WS-ACCEPT-DATE TO ATO-REVIEWED-DATE
               REWRITE ATO-WATCH-RECORD
           END-IF

           DISPLAY "ACH item " ACH-ITEM-ID " status now "
                   ACH-STATUS "."
           MOVE "ATO_HOLD_DECIDED" TO WS-AUDIT-ACTION
           STRING "Item=" ACH-ITEM-ID
                  " Acct=" ACH-ACCT-ID
                  " Status=" ACH-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       2800-WORK-EXIT.
           CONTINUE.
      ******************************************************************
      * 3000 - BUILD NACHA ORIGINATION FILES (BATCH)
      * Sweeps pending ACH items into NACHA-format files: a type-1
      * file header, a type-5 batch header, one type-6 entry detail
      * per item, a type-8 batch control and a type-9 file control.
      * Each item is stamped with its trace number and marked
      * originated so a rerun never sends it twice.
      * Each entity (charter) originates its own file under its own
      * routing number and company identification. Entity 001's
      * file is always built, as before; another entity's only when
      * it has items pending.
      ******************************************************************
       3000-BUILD-ORIGINATION-FILE.
           MOVE "ACHORIG" TO WS-RUNCTL-JOB-NAME
           DISPLAY "=== BUILD NACHA ORIGINATION FILE ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

           MOVE ZEROS TO WS-ACH-RUN-COUNT
           PERFORM 3005-LIST-ORIG-ENTITIES
           PERFORM VARYING WS-ACHE-IDX FROM 1 BY 1
               UNTIL WS-ACHE-IDX > WS-ACHE-COUNT
               IF WS-ACHE-IDX = 1
                   OR WS-ACHE-ITEMS(WS-ACHE-IDX) > ZEROS
                   PERFORM 3010-BUILD-ENTITY-FILE
               END-IF
           END-PERFORM
           IF WS-ACH-UNROUTED-COUNT > ZEROS
               DISPLAY "Items left pending - entity not active: "
                       WS-ACH-UNROUTED-COUNT
           END-IF

           MOVE "ACHORIG" TO WS-RUNCTL-JOB-NAME
           MOVE WS-ACH-RUN-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-ACH-UNROUTED-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 3005 - LIST THE ORIGINATING ENTITIES
      * Entity 001 first, with its compiled-in identifiers unless
      * its master row overrides them, then every other active
      * entity - and counts each one's pending items.
      ******************************************************************
       3005-LIST-ORIG-ENTITIES.
           INITIALIZE WS-ACHE-TABLE
           MOVE ZEROS TO WS-ACH-UNROUTED-COUNT
           MOVE 1 TO WS-ACHE-COUNT
           MOVE WS-ENTY-HOME-CODE TO WS-ACHE-CODE(1)
           MOVE WS-ACH-HOME-ROUTING TO WS-ACHE-ROUTING(1)
           MOVE WS-ACH-HOME-NAME TO WS-ACHE-NAME(1)
           MOVE WS-ACH-HOME-COMPANY-ID TO WS-ACHE-COMPANY-ID(1)

           MOVE LOW-VALUES TO ENTY-CODE
           START ENTITY-FILE KEY >= ENTY-CODE
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ENTY-FILE-STATUS NOT = "00"
               READ ENTITY-FILE NEXT RECORD
               IF WS-ENTY-FILE-STATUS = "00"
                   IF ENTY-CODE = WS-ENTY-HOME-CODE
                       IF ENTY-ROUTING > ZEROS
                           MOVE ENTY-ROUTING TO WS-ACHE-ROUTING(1)
                       END-IF
                       IF ENTY-SHORT-NAME NOT = SPACES
                           MOVE ENTY-SHORT-NAME TO WS-ACHE-NAME(1)
                       END-IF
                       IF ENTY-ACH-COMPANY-ID NOT = SPACES
                           MOVE ENTY-ACH-COMPANY-ID
                               TO WS-ACHE-COMPANY-ID(1)
                       END-IF
                   ELSE
                       IF ENTY-ACTIVE
                           AND WS-ACHE-COUNT < 20
                           ADD 1 TO WS-ACHE-COUNT
                           MOVE ENTY-CODE
                               TO WS-ACHE-CODE(WS-ACHE-COUNT)
                           MOVE ENTY-ROUTING
                               TO WS-ACHE-ROUTING(WS-ACHE-COUNT)
                           MOVE ENTY-SHORT-NAME
                               TO WS-ACHE-NAME(WS-ACHE-COUNT)
                           MOVE ENTY-ACH-COMPANY-ID
                               TO WS-ACHE-COMPANY-ID(WS-ACHE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ENTY-FILE-STATUS

           MOVE LOW-VALUES TO ACH-ITEM-ID
           START ACH-ITEM-FILE KEY >= ACH-ITEM-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACH-FILE-STATUS NOT = "00"
               READ ACH-ITEM-FILE NEXT RECORD
               IF WS-ACH-FILE-STATUS = "00"
                   AND ACH-STAT-PENDING
                   PERFORM 3008-SET-ITEM-ENTITY
                   MOVE ZEROS TO WS-ACHE-FOUND-IDX
                   PERFORM VARYING WS-ACHE-IDX FROM 1 BY 1
                       UNTIL WS-ACHE-IDX > WS-ACHE-COUNT
                          OR WS-ACHE-FOUND-IDX > ZEROS
                       IF WS-ACHE-CODE(WS-ACHE-IDX)
                           = WS-ACH-ITEM-ENTITY
                           MOVE WS-ACHE-IDX TO WS-ACHE-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ACHE-FOUND-IDX > ZEROS
                       ADD 1 TO WS-ACHE-ITEMS(WS-ACHE-FOUND-IDX)
                   ELSE
                       ADD 1 TO WS-ACH-UNROUTED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACH-FILE-STATUS.

      ******************************************************************
      * 3008 - SET THE ENTITY AN ACH ITEM ORIGINATES UNDER
      ******************************************************************
       3008-SET-ITEM-ENTITY.
           MOVE WS-ENTY-HOME-CODE TO WS-ACH-ITEM-ENTITY
           IF ACH-ACCT-ID > ZEROS
               MOVE ACH-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-ENTITY-CODE NOT = SPACES
                   MOVE ACCT-ENTITY-CODE TO WS-ACH-ITEM-ENTITY
               END-IF
               MOVE "00" TO WS-ACCT-FILE-STATUS
           END-IF.

      ******************************************************************
      * 3010 - BUILD ONE ENTITY'S ORIGINATION FILE
      * The entity in WS-ACHE-TABLE(WS-ACHE-IDX). Entity 001 keeps
      * the original file name; another entity's carries its code.
      ******************************************************************
       3010-BUILD-ENTITY-FILE.
           MOVE WS-ACHE-CODE(WS-ACHE-IDX) TO WS-ACH-ORIG-ENTITY
           MOVE WS-ACHE-ROUTING(WS-ACHE-IDX) TO WS-ACH-ODFI-ROUTING
           MOVE WS-ACHE-NAME(WS-ACHE-IDX) TO WS-ACH-COMPANY-NAME
           MOVE WS-ACHE-COMPANY-ID(WS-ACHE-IDX) TO WS-ACH-COMPANY-ID

           MOVE SPACES TO WS-ACH-ORIG-PATH
           IF WS-ACH-ORIG-ENTITY = WS-ENTY-HOME-CODE
               STRING "/opt/altoro/export/achorig_" WS-ACCEPT-DATE
                      ".ach"
                      DELIMITED SIZE INTO WS-ACH-ORIG-PATH
           ELSE
               STRING "/opt/altoro/export/achorig_" WS-ACCEPT-DATE
                      "_" WS-ACH-ORIG-ENTITY ".ach"
                      DELIMITED SIZE INTO WS-ACH-ORIG-PATH
           END-IF
           OPEN OUTPUT ACH-ORIG-FILE

           MOVE ZEROS TO WS-ACH-ORIG-COUNT
           MOVE SPACES TO ACH-ORIG-RECORD
           STRING "101 " WS-ACH-ODFI-ROUTING
                  WS-ACH-COMPANY-ID " " WS-ACCEPT-DATE
                  " " WS-ACH-COMPANY-NAME " ORIGINATION"
                  DELIMITED SIZE INTO ACH-ORIG-RECORD
           WRITE ACH-ORIG-RECORD
           MOVE SPACES TO ACH-ORIG-RECORD
               READ ACH-ITEM-FILE NEXT RECORD
               IF WS-ACH-FILE-STATUS = "00"
                   IF ACH-STAT-PENDING
                       PERFORM 3008-SET-ITEM-ENTITY
                       IF WS-ACH-ITEM-ENTITY = WS-ACH-ORIG-ENTITY
                           PERFORM 3100-WRITE-ENTRY-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACH-FILE-STATUS

      * Batch control (type 8) and file control (type 9)
           MOVE SPACES TO ACH-ORIG-RECORD
           WRITE ACH-ORIG-RECORD
           CLOSE ACH-ORIG-FILE

      * Register the file so the due-from reconciliation can match
      * its net settlement on the Fed statement - debits we
      * originate settle to us, credits settle away from us.
      * Another entity's file carries its code in the file ID.
           MOVE SPACES TO PCF-FILE-ID
           IF WS-ACH-ORIG-ENTITY = WS-ENTY-HOME-CODE
               STRING "ACO" WS-ACCEPT-DATE WS-ACCEPT-TIME(1:6)
                   DELIMITED SIZE INTO PCF-FILE-ID
           ELSE
               STRING "ACO" WS-ACH-ORIG-ENTITY WS-ACCEPT-DATE
                      WS-ACCEPT-TIME(1:6)
                   DELIMITED SIZE INTO PCF-FILE-ID
           END-IF
           MOVE "ACHORIG" TO PCF-SOURCE
           MOVE WS-ACCEPT-DATE TO PCF-CREATED-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO PCF-SEQUENCE
           MOVE WS-ACH-ORIG-COUNT TO PCF-ITEM-COUNT
           COMPUTE PCF-DOLLAR-TOTAL = WS-ACH-ORIG-DEBIT-TOTAL
               - WS-ACH-ORIG-CREDIT-TOTAL
           MOVE WS-ACCEPT-DATE TO PCF-PROCESSED-DATE
           WRITE PROC-FILE-RECORD

           DISPLAY "Origination file built: " WS-ACH-ORIG-PATH
           DISPLAY "Entity: " WS-ACH-ORIG-ENTITY
                   "  Routing: " WS-ACH-ODFI-ROUTING
           DISPLAY "Entries written: " WS-ACH-ORIG-COUNT
           DISPLAY "Return entries included: "
                   WS-ACH-ORIG-RETURN-COUNT
           ADD WS-ACH-ORIG-COUNT TO WS-ACH-RUN-COUNT

           MOVE "ACH_ORIG_BUILD" TO WS-AUDIT-ACTION
           STRING "Entries=" WS-ACH-ORIG-COUNT
                  " Entity=" WS-ACH-ORIG-ENTITY
                  " File=" WS-ACH-ORIG-PATH
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3100 - WRITE ONE NACHA ENTRY DETAIL
           END-IF

      * Unpostable entries originate a return with the proper
      * reason code: R02 account closed, R16 account frozen or
      * under a post-no-debits restriction, R01 insufficient funds
      * on a debit to the customer's account.
           MOVE SPACES TO WS-ACH-RETURN-REASON
           IF ACCT-CLOSED
               MOVE "R02" TO WS-ACH-RETURN-REASON
               AND ACCT-FROZEN
               MOVE "R16" TO WS-ACH-RETURN-REASON
           END-IF
           IF WS-ACH-RETURN-REASON = SPACES
               AND ACH-DIR-CREDIT
               MOVE ACCT-ID TO WS-RST-CHECK-ACCT
               MOVE "Y" TO WS-RST-CHECK-DEBIT
               MOVE "S" TO WS-RST-CHECK-CHANNEL
               PERFORM 4310-CHECK-ACCOUNT-RESTRICTIONS
                   THRU 4310-RESTRICT-EXIT
               IF WS-RST-BLOCKED
                   MOVE "R16" TO WS-ACH-RETURN-REASON
               END-IF
           END-IF
           IF WS-ACH-RETURN-REASON = SPACES
               AND ACH-DIR-CREDIT
               AND ACH-AMOUNT > ACCT-AVAILABLE-BAL
           END-IF
           IF WS-ACH-RETURN-REASON NOT = SPACES
               PERFORM 4300-QUEUE-ACH-RETURN
      * A trust account debit dishonored for want of funds is
      * reported to the disciplinary authority
               IF WS-ACH-RETURN-REASON = "R01"
                   MOVE "D" TO WS-IOLN-EVENT-IN
                   MOVE WS-ACHR-AMOUNT TO WS-IOLN-AMOUNT-IN
                   MOVE WS-ACHR-ORIG-ITEM TO WS-IOLN-REF-IN
                   PERFORM 4210-QUEUE-IOLTA-NOTICE
                       THRU 4210-QUEUE-EXIT
               END-IF
               GO TO 4100-POST-ONE-EXIT
           END-IF

               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
      * A deposit to a trust account coming back is reported to
      * the disciplinary authority
               IF WS-ACH-POST-AMOUNT < ZEROS
                   MOVE "R" TO WS-IOLN-EVENT-IN
                   MOVE ACH-AMOUNT TO WS-IOLN-AMOUNT-IN
                   MOVE ACH-TRACE-NUMBER TO WS-IOLN-REF-IN
                   PERFORM 4210-QUEUE-IOLTA-NOTICE
                       THRU 4210-QUEUE-EXIT
               END-IF
           END-IF

           SET ACH-STAT-RETURNED TO TRUE
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 4210 - QUEUE AN IOLTA OVERDRAFT NOTICE
      * Same queue and the same rules as ACCTMGMT's 8720: with
      * ACCOUNT-RECORD current and the event (R returned, D
      * dishonored), item amount and reference moved into
      * WS-IOLN-EVENT-IN, WS-IOLN-AMOUNT-IN and WS-IOLN-REF-IN, a
      * designated trust account gets a notice queued for the
      * disciplinary authority. ACCTMGMT's nightly IODN run sends it.
      ******************************************************************
       4210-QUEUE-IOLTA-NOTICE.
           IF NOT (ACCT-TYPE-CORPORATE OR ACCT-TYPE-CHECKING)
               GO TO 4210-QUEUE-EXIT
           END-IF
           MOVE ACCT-ID TO IOL-ACCT-ID
           READ IOLTA-FILE
           IF WS-IOL-FILE-STATUS NOT = "00"
               OR NOT IOL-ACTIVE
               GO TO 4210-QUEUE-EXIT
           END-IF

           ACCEPT WS-IOLN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-IOLN-NOW-TIME FROM TIME
           MOVE ACCT-ID TO IOLN-ACCT-ID
           MOVE WS-IOLN-NOW-DATE TO IOLN-DATE
           MOVE WS-IOLN-NOW-TIME(1:6) TO IOLN-TIME
           MOVE ZEROS TO IOLN-SEQ
           MOVE WS-IOLN-EVENT-IN TO IOLN-EVENT
           MOVE WS-IOLN-AMOUNT-IN TO IOLN-ITEM-AMOUNT
           MOVE ACCT-AVAILABLE-BAL TO IOLN-BALANCE
           MOVE WS-IOLN-REF-IN TO IOLN-ITEM-REF
           MOVE IOL-BAR-NUMBER TO IOLN-BAR-NUMBER
           MOVE IOL-BAR-STATE TO IOLN-BAR-STATE
           MOVE LS-CURRENT-USER TO IOLN-QUEUED-BY
           SET IOLN-QUEUED TO TRUE
           MOVE SPACES TO IOLN-SENT-DATE
           WRITE IOLTA-NOTICE-RECORD
           PERFORM UNTIL WS-IOLN-FILE-STATUS NOT = "22"
                   OR IOLN-SEQ = 99
               ADD 1 TO IOLN-SEQ
               WRITE IOLTA-NOTICE-RECORD
           END-PERFORM
           IF WS-IOLN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: IOLTA notice not queued, status "
                       WS-IOLN-FILE-STATUS
           END-IF

           ADD 1 TO IOL-NOTICE-COUNT
           REWRITE IOLTA-RECORD

           MOVE "WARN" TO WS-AUDIT-SEVERITY
           MOVE "IOLTA_OD_NOTICE" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Event=" WS-IOLN-EVENT-IN
                  " Amount=" WS-IOLN-AMOUNT-IN
                  " Bar=" IOL-BAR-STATE "/" IOL-BAR-NUMBER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       4210-QUEUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 4300 - QUEUE AN ACH RETURN FOR ORIGINATION
      * Marks the unpostable item returned with its reason code,
      * then writes the offsetting return entry - opposite
      * direction, same receiver details - as a pending item the
      * next origination build sends to the network. The caller
      * moves the R-series code into WS-ACH-RETURN-REASON first.
      ******************************************************************
       4300-QUEUE-ACH-RETURN.
           SET ACH-STAT-RETURNED TO TRUE
           MOVE WS-ACH-RETURN-REASON TO ACH-RETURN-CODE
           REWRITE ACH-ITEM-RECORD

      * Save the original's details before the ID scan clobbers
      * the record area
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 4310 - CHECK ACCOUNT RESTRICTIONS
      * The debit rules of ACCTMGMT's 8760 over ACCT-RESTRICT-FILE:
      * a post-no-debits restriction in force refuses any debit, a
      * deposit-only one any debit not already authorised (channel
      * S). Sets WS-RST-BLOCKED with a message for the caller and
      * audits the refusal.
      ******************************************************************
       4310-CHECK-ACCOUNT-RESTRICTIONS.
           SET WS-RST-CLEAR TO TRUE
           MOVE SPACES TO WS-RST-DECLINE-CODE
           MOVE SPACES TO WS-RST-DECLINE-MSG
           MOVE WS-BUSINESS-DATE TO WS-RST-TODAY
           IF WS-RST-CHECK-DEBIT NOT = "Y"
               GO TO 4310-RESTRICT-EXIT
           END-IF
           MOVE WS-RST-CHECK-ACCT TO RST-ACCT-ID
           MOVE ZEROS TO RST-SEQ
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               OR WS-RST-BLOCKED
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   IF RST-ACCT-ID NOT = WS-RST-CHECK-ACCT
                       MOVE "10" TO WS-RST-FILE-STATUS
                   ELSE
                       MOVE "N" TO WS-RST-IN-FORCE-FLAG
                       IF RST-ACTIVE
                           AND RST-EFFECTIVE-DATE NOT > WS-RST-TODAY
                           AND (RST-EXPIRY-DATE = SPACES
                                OR RST-EXPIRY-DATE NOT < WS-RST-TODAY)
                           MOVE "Y" TO WS-RST-IN-FORCE-FLAG
                       END-IF
                       IF WS-RST-IN-FORCE
                           AND (RST-POST-NO-DEBITS
                                OR (RST-DEPOSIT-ONLY
                                    AND NOT WS-RST-CHANNEL-SCHEDULED))
                           SET WS-RST-BLOCKED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS
           IF WS-RST-BLOCKED
               MOVE RST-CODE TO WS-RST-DECLINE-CODE
               IF RST-POST-NO-DEBITS
                   MOVE "Restricted: post no debits"
                       TO WS-RST-DECLINE-MSG
               ELSE
                   MOVE "Restricted: deposit only"
                       TO WS-RST-DECLINE-MSG
               END-IF
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "RESTRICT_DECLINE" TO WS-AUDIT-ACTION
               STRING "Acct=" RST-ACCT-ID
                      " Code=" RST-CODE
                      " Seq=" RST-SEQ
                      " Channel=" WS-RST-CHECK-CHANNEL
                      " Debit=" WS-RST-CHECK-DEBIT
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

       4310-RESTRICT-EXIT.
           CONTINUE.

      ******************************************************************
      * 4500 - APPLY ONE NOTIFICATION OF CHANGE
      * Corrects the receiver details saved on the originated item
                  DELIMITED SIZE INTO PAYROLL-REPORT-RECORD
           WRITE PAYROLL-REPORT-RECORD.

      ******************************************************************
      * 5100 - BILL PAYMENT DISBURSEMENT RUN (BATCH)
      * Sends every bill payment ACCTMGMT has released - the PY has
      * posted once its hold matured. A payee carrying routing and
      * bank account details is paid by a bank-funded ACH credit
      * item the next origination build picks up (the customer was
      * already debited by the PY); any other payee is written to
      * the check-print file for the mailed-check run. Each payment
      * is proved back to its PY before it is sent, and the control
      * report balances what went out by ACH and by check to the
      * bill payment debits the ledger says are owed out (5105).
      ******************************************************************
       5100-BILLPAY-DISBURSEMENT.
           MOVE "BPDISB" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== BILL PAYMENT DISBURSEMENT RUN ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING "/opt/altoro/export/billpay_chk_" WS-BUSINESS-DATE
                  ".prt"
                  DELIMITED SIZE INTO WS-BPDS-CHK-PATH
           STRING "/opt/altoro/export/billpay_ctl_" WS-BUSINESS-DATE
                  ".rpt"
                  DELIMITED SIZE INTO WS-BPDS-CTL-PATH
           OPEN OUTPUT BILLPAY-CHECK-FILE
           OPEN OUTPUT BILLPAY-CONTROL-FILE

           MOVE ZEROS TO WS-BPDS-POSTED-COUNT
           MOVE ZEROS TO WS-BPDS-POSTED-TOTAL
           MOVE ZEROS TO WS-BPDS-ACH-COUNT
           MOVE ZEROS TO WS-BPDS-ACH-TOTAL
           MOVE ZEROS TO WS-BPDS-CHK-COUNT
           MOVE ZEROS TO WS-BPDS-CHK-TOTAL
           MOVE ZEROS TO WS-BPDS-EXC-COUNT
           MOVE ZEROS TO WS-BPDS-EXC-TOTAL
           MOVE ZEROS TO WS-BPDS-LEDGER-COUNT
           MOVE ZEROS TO WS-BPDS-LEDGER-TOTAL

           PERFORM 5105-TOTAL-LEDGER-BILLPAY

           MOVE "BILL PAYMENT DISBURSEMENT CONTROL REPORT"
               TO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD

           MOVE LOW-VALUES TO BPD-TRAN-ID
           START BILLPAY-DISB-FILE KEY >= BPD-TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BPD-FILE-STATUS NOT = "00"
               READ BILLPAY-DISB-FILE NEXT RECORD
               IF WS-BPD-FILE-STATUS = "00"
                   IF BPD-RELEASED
                       PERFORM 5110-DISBURSE-ONE-PAYMENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BILLPAY-CHECK-FILE

      * Proof: what went out by ACH and by check must equal the
      * ledger's bill payment debits owed out
           COMPUTE WS-BPDS-SENT-TOTAL =
               WS-BPDS-ACH-TOTAL + WS-BPDS-CHK-TOTAL
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE WS-BPDS-LEDGER-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "PY DEBITS PER LEDGER  " WS-BPDS-LEDGER-COUNT
                  " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE WS-BPDS-POSTED-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "PY POSTINGS PROVED    " WS-BPDS-POSTED-COUNT
                  " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE WS-BPDS-ACH-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "SENT BY ACH CREDIT    " WS-BPDS-ACH-COUNT
                  " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE WS-BPDS-CHK-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "SENT BY CHECK         " WS-BPDS-CHK-COUNT
                  " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD
           MOVE WS-BPDS-EXC-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO BILLPAY-CONTROL-RECORD
           STRING "HELD AS EXCEPTIONS    " WS-BPDS-EXC-COUNT
                  " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
           WRITE BILLPAY-CONTROL-RECORD

           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           IF WS-BPDS-SENT-TOTAL = WS-BPDS-LEDGER-TOTAL
               MOVE "*** IN BALANCE WITH PY POSTINGS ***"
                   TO BILLPAY-CONTROL-RECORD
           ELSE
               MOVE "*** OUT OF BALANCE WITH PY POSTINGS ***"
                   TO BILLPAY-CONTROL-RECORD
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
           END-IF
           WRITE BILLPAY-CONTROL-RECORD
           IF WS-BPDS-EXC-COUNT > ZEROS
               AND WS-RUNCTL-RETURN-CODE = ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           END-IF
           CLOSE BILLPAY-CONTROL-FILE

           COMPUTE WS-BPDS-SENT-COUNT =
               WS-BPDS-ACH-COUNT + WS-BPDS-CHK-COUNT
           DISPLAY "Payments sent by ACH: " WS-BPDS-ACH-COUNT
           DISPLAY "Payments sent by check: " WS-BPDS-CHK-COUNT
           DISPLAY "Exceptions held back: " WS-BPDS-EXC-COUNT
           DISPLAY "Check-print file: " WS-BPDS-CHK-PATH
           DISPLAY "Control report: " WS-BPDS-CTL-PATH

           MOVE "BILLPAY_DISBURSED" TO WS-AUDIT-ACTION
           STRING "ACH=" WS-BPDS-ACH-COUNT
                  " Checks=" WS-BPDS-CHK-COUNT
                  " Exceptions=" WS-BPDS-EXC-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "BPDISB" TO WS-RUNCTL-JOB-NAME
           MOVE WS-BPDS-SENT-COUNT TO WS-RUNCTL-RECORDS-DONE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       5100-BILLPAY-EXIT.
           CONTINUE.

      ******************************************************************
      * 5105 - TOTAL THE LEDGER'S BILL PAYMENT DEBITS
      * Separate pass over TRANSACTION-FILE for every bill payment
      * PY (ACCTMGMT's 7200 describes them "Payment to ...") that
      * has completed - its hold matured and the money left the
      * customer - but has not yet been paid out. The PY keeps the
      * date it was entered, not the date it completed, so the test
      * for "not yet paid out" is the payment's disbursement record;
      * on a clean night these are exactly the day's releases. A
      * completed PY whose record shows it cancelled is owed out
      * all the same and is counted, so it throws the run out of
      * balance rather than going unnoticed.
      ******************************************************************
       5105-TOTAL-LEDGER-BILLPAY.
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-PAYMENT
                   AND TRAN-COMPLETED
                   AND TRAN-DESCRIPTION(1:11) = "Payment to "
                   MOVE TRAN-ID TO BPD-TRAN-ID
                   READ BILLPAY-DISB-FILE
                   IF WS-BPD-FILE-STATUS = "00"
                       AND NOT BPD-DISBURSED
                       ADD 1 TO WS-BPDS-LEDGER-COUNT
                       COMPUTE WS-BPDS-LEDGER-TOTAL =
                           WS-BPDS-LEDGER-TOTAL - TRAN-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS
           MOVE "00" TO WS-BPD-FILE-STATUS.

      ******************************************************************
      * 5110 - DISBURSE ONE RELEASED BILL PAYMENT
      * The PY must be on the ledger as completed for the same
      * amount; anything else stays released and is listed as an
      * exception for operations to work.
      ******************************************************************
       5110-DISBURSE-ONE-PAYMENT.
           MOVE SPACES TO WS-BPDS-EXC-REASON
           MOVE BPD-TRAN-ID TO TRAN-ID
           READ TRANSACTION-FILE
           EVALUATE TRUE
               WHEN WS-TRAN-FILE-STATUS NOT = "00"
                   MOVE "PY TRANSACTION NOT FOUND"
                       TO WS-BPDS-EXC-REASON
               WHEN NOT TRAN-TYPE-PAYMENT
                   MOVE "TRANSACTION IS NOT A PY"
                       TO WS-BPDS-EXC-REASON
               WHEN NOT TRAN-COMPLETED
                   MOVE "PY NOT POSTED" TO WS-BPDS-EXC-REASON
               WHEN TRAN-AMOUNT * -1 NOT = BPD-AMOUNT
                   MOVE "AMOUNT DISAGREES WITH PY"
                       TO WS-BPDS-EXC-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-BPDS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-BPDS-EXC-COUNT
               ADD BPD-AMOUNT TO WS-BPDS-EXC-TOTAL
               MOVE BPD-AMOUNT TO WS-DSP-AMOUNT
               MOVE SPACES TO BILLPAY-CONTROL-RECORD
               STRING "EXCEPTION TRAN " BPD-TRAN-ID
                      " $" WS-DSP-AMOUNT
                      " " WS-BPDS-EXC-REASON
                      DELIMITED SIZE INTO BILLPAY-CONTROL-RECORD
               WRITE BILLPAY-CONTROL-RECORD
           ELSE
               ADD 1 TO WS-BPDS-POSTED-COUNT
               ADD BPD-AMOUNT TO WS-BPDS-POSTED-TOTAL
               IF BPD-PAYEE-ROUTING IS NUMERIC
                   AND BPD-PAYEE-BANK-ACCT NOT = SPACES
                   PERFORM 5120-CREATE-BILLPAY-ACH-ITEM
                   SET BPD-METHOD-ACH TO TRUE
                   MOVE ACH-ITEM-ID TO BPD-DISB-REF
                   ADD 1 TO WS-BPDS-ACH-COUNT
                   ADD BPD-AMOUNT TO WS-BPDS-ACH-TOTAL
               ELSE
                   PERFORM 5130-WRITE-BILLPAY-CHECK
                   SET BPD-METHOD-CHECK TO TRUE
                   MOVE BPD-TRAN-ID TO BPD-DISB-REF
                   ADD 1 TO WS-BPDS-CHK-COUNT
                   ADD BPD-AMOUNT TO WS-BPDS-CHK-TOTAL
               END-IF
               MOVE WS-BUSINESS-DATE TO BPD-SEND-DATE
               SET BPD-DISBURSED TO TRUE
               REWRITE BILLPAY-DISB-RECORD
           END-IF.

      ******************************************************************
      * 5120 - CREATE ONE BILL PAYMENT ACH CREDIT ITEM
      * Bank-funded the way 5020 marks a payroll credit: the PY
      * already took the money from the customer.
      ******************************************************************
       5120-CREATE-BILLPAY-ACH-ITEM.
           PERFORM 2100-GENERATE-ACH-ITEM-ID
           MOVE WS-NEXT-ACH-ITEM-ID TO ACH-ITEM-ID
           MOVE BPD-ACCT-ID TO ACH-ACCT-ID
           SET ACH-DIR-CREDIT TO TRUE
           COMPUTE ACH-RDFI-ROUTING =
               FUNCTION NUMVAL(BPD-PAYEE-ROUTING)
           MOVE BPD-PAYEE-BANK-ACCT TO ACH-RDFI-ACCT-NUM
           MOVE BPD-PAYEE-NAME TO ACH-RECEIVER-NAME
           MOVE BPD-AMOUNT TO ACH-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACH-ENTERED-DATE
           MOVE LS-CURRENT-USER TO ACH-ENTERED-BY
           MOVE ZEROS TO ACH-TRACE-NUMBER
           SET ACH-STAT-PENDING TO TRUE
           MOVE SPACES TO ACH-RETURN-CODE
           SET ACH-BANK-FUNDED TO TRUE
           WRITE ACH-ITEM-RECORD.

      ******************************************************************
      * 5130 - WRITE ONE BILL PAYMENT CHECK-PRINT RECORD
      * The check number is the PY TRAN-ID, so a cleared check
      * ties straight back to the payment it paid.
      ******************************************************************
       5130-WRITE-BILLPAY-CHECK.
           MOVE BPD-TRAN-ID TO WS-BPCK-CHECK-NUM
           MOVE BPD-ACCT-ID TO WS-BPCK-ACCT-ID
           MOVE BPD-AMOUNT TO WS-BPCK-AMOUNT
           MOVE WS-BUSINESS-DATE TO WS-BPCK-CHECK-DATE
           MOVE BPD-PAYEE-NAME TO WS-BPCK-PAYEE-NAME
           MOVE BPD-PAYEE-ADDR-LINE1 TO WS-BPCK-ADDR-LINE1
           MOVE BPD-PAYEE-ADDR-LINE2 TO WS-BPCK-ADDR-LINE2
           MOVE BPD-PAYEE-CITY TO WS-BPCK-CITY
           MOVE BPD-PAYEE-STATE TO WS-BPCK-STATE
           MOVE BPD-PAYEE-ZIP TO WS-BPCK-ZIP
           MOVE BPD-ACCT-AT-PAYEE TO WS-BPCK-MEMO
           MOVE WS-BPCK-DETAIL TO BILLPAY-CHECK-RECORD
           WRITE BILLPAY-CHECK-RECORD.

      ******************************************************************
      * 5200 - TREASURY RECLAMATION INTAKE (BATCH)
      * Takes Treasury's reclamation notices for federal benefit
      * payments credited after the beneficiary died. Each
      * reclaimed payment is matched to the ACH credit 4100
      * posted; the bank's liability is worked out under the
      * limited-liability rules, what the account still holds is
      * debited back, what the bank must absorb goes to the
      * suspense ledger for charge-off, and the notice becomes a
      * case on RECLCASE carrying its response deadline. The file
      * is proved and registered like the inbound settlement file.
      ******************************************************************
       5200-RECLAMATION-INTAKE.
           MOVE "RECLAIM" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== TREASURY RECLAMATION INTAKE ==="
           DISPLAY "Reclamation notice file path: " WITH NO ADVANCING
           ACCEPT WS-RCL-NOTICE-PATH FROM CONSOLE

           OPEN INPUT RECLAIM-NOTICE-FILE
           IF WS-RCL-NOTICE-STATUS NOT = "00"
               DISPLAY "Unable to open notice file, status "
                       WS-RCL-NOTICE-STATUS
               MOVE "RECLAIM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 5200-RECLAIM-EXIT
           END-IF

           MOVE "N" TO WS-RCL-HDR-SEEN
           MOVE "N" TO WS-RCL-REPLAY-FLAG
           MOVE ZEROS TO WS-RCL-BODY-COUNT
           MOVE ZEROS TO WS-RCL-BODY-TOTAL
           MOVE ZEROS TO WS-RCL-CASE-COUNT
           MOVE ZEROS TO WS-RCL-OPEN-COUNT
           MOVE ZEROS TO WS-RCL-DUP-COUNT
           MOVE ZEROS TO WS-RCL-DISPUTE-COUNT
           MOVE ZEROS TO WS-RCL-RECOVERED-TOTAL
           MOVE ZEROS TO WS-RCL-ABSORBED-TOTAL
           MOVE ZEROS TO WS-RCL-OTHERS-TOTAL
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

      * Pass 1 - replay check and header proof before anything
      * posts, as 4000 does
           PERFORM UNTIL WS-RCL-NOTICE-STATUS NOT = "00"
               READ RECLAIM-NOTICE-FILE
               IF WS-RCL-NOTICE-STATUS = "00"
                   MOVE RECLAIM-NOTICE-RECORD TO WS-RCL-NOTICE-DETAIL
                   EVALUATE WS-RCLD-REC-TYPE
                       WHEN "H"
                           MOVE RECLAIM-NOTICE-RECORD
                               TO WS-RCL-FILE-HDR
                           MOVE "Y" TO WS-RCL-HDR-SEEN
                           PERFORM 5201-CHECK-RECLAIM-REPLAY
                           IF WS-RCL-REPLAY-FLAG = "Y"
                               MOVE "10" TO WS-RCL-NOTICE-STATUS
                           END-IF
                       WHEN "D"
                           ADD 1 TO WS-RCL-BODY-COUNT
                           ADD WS-RCLD-AMOUNT TO WS-RCL-BODY-TOTAL
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE RECLAIM-NOTICE-FILE

           IF WS-RCL-REPLAY-FLAG = "Y"
               MOVE "RECLAIM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 5200-RECLAIM-EXIT
           END-IF

           IF WS-RCL-HDR-SEEN = "Y"
               IF WS-RCL-BODY-COUNT NOT = WS-RCLH-ITEM-COUNT
                   OR WS-RCL-BODY-TOTAL NOT = WS-RCLH-DOLLAR-TOTAL
                   DISPLAY "*** FILE REFUSED - CONTROL MISMATCH: "
                           "header " WS-RCLH-ITEM-COUNT
                           " items / " WS-RCLH-DOLLAR-TOTAL
                           " - body " WS-RCL-BODY-COUNT
                           " / " WS-RCL-BODY-TOTAL " ***"
                   MOVE "WARN" TO WS-AUDIT-SEVERITY
                   MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
                   STRING "File=TRC" WS-RCLH-CREATED
                          WS-RCLH-SEQUENCE
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
                   MOVE "RECLAIM" TO WS-RUNCTL-JOB-NAME
                   MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
                   MOVE 8 TO WS-RUNCTL-RETURN-CODE
                   PERFORM 9110-WRITE-RUNCTL-COMPLETE
                   GO TO 5200-RECLAIM-EXIT
               END-IF
           ELSE
               DISPLAY "WARNING: notice file carried no control "
                       "header - replay protection not applied."
           END-IF

           STRING "/opt/altoro/export/reclaim_resp_" WS-BUSINESS-DATE
                  ".rpt"
                  DELIMITED SIZE INTO WS-RCL-RESP-PATH
           OPEN OUTPUT RECLAIM-RESPONSE-FILE
           MOVE "TREASURY RECLAMATION RESPONSE" TO
               RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ESTATE-FILE

      * Pass 2 - one case per notice number
           MOVE "N" TO WS-RCL-CASE-OPEN
           OPEN INPUT RECLAIM-NOTICE-FILE
           PERFORM UNTIL WS-RCL-NOTICE-STATUS NOT = "00"
               READ RECLAIM-NOTICE-FILE
               IF WS-RCL-NOTICE-STATUS = "00"
                   MOVE RECLAIM-NOTICE-RECORD TO WS-RCL-NOTICE-DETAIL
                   IF WS-RCLD-REC-TYPE = "D"
                       IF WS-RCL-CASE-OPEN = "Y"
                           AND WS-RCLD-NOTICE-NUM
                               NOT = RCLC-NOTICE-NUM
                           PERFORM 5220-CLOSE-RECLAMATION-CASE
                               THRU 5220-CLOSE-EXIT
                       END-IF
                       IF WS-RCL-CASE-OPEN = "N"
                           PERFORM 5205-OPEN-RECLAMATION-CASE
                               THRU 5205-OPEN-EXIT
                       END-IF
                       PERFORM 5210-MATCH-RECLAIMED-PAYMENT
                           THRU 5210-MATCH-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCL-CASE-OPEN = "Y"
               PERFORM 5220-CLOSE-RECLAMATION-CASE
                   THRU 5220-CLOSE-EXIT
           END-IF
           CLOSE RECLAIM-NOTICE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ESTATE-FILE

           IF WS-RCL-HDR-SEEN = "Y"
               PERFORM 5202-REGISTER-RECLAIM-FILE
           END-IF

           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "CASES " WS-RCL-CASE-COUNT
                  " OPEN " WS-RCL-OPEN-COUNT
                  " DISPUTED LINES " WS-RCL-DISPUTE-COUNT
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           CLOSE RECLAIM-RESPONSE-FILE

           DISPLAY " "
           DISPLAY "Cases opened:            " WS-RCL-CASE-COUNT
           DISPLAY "Cases awaiting response: " WS-RCL-OPEN-COUNT
           DISPLAY "Duplicate notices:       " WS-RCL-DUP-COUNT
           DISPLAY "Lines disputed:          " WS-RCL-DISPUTE-COUNT
           MOVE WS-RCL-RECOVERED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Recovered from accounts: $" WS-DSP-AMOUNT
           MOVE WS-RCL-ABSORBED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Absorbed by the bank:    $" WS-DSP-AMOUNT
           MOVE WS-RCL-OTHERS-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Referred (withdrawers):  $" WS-DSP-AMOUNT
           DISPLAY "Response file: " WS-RCL-RESP-PATH

           MOVE "RECLAIM" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RCL-BODY-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-RCL-OPEN-COUNT > ZEROS
               OR WS-RCL-DUP-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       5200-RECLAIM-EXIT.
           CONTINUE.

      ******************************************************************
      * 5201 - CHECK THE NOTICE FILE AGAINST THE REPLAY REGISTRY
      ******************************************************************
       5201-CHECK-RECLAIM-REPLAY.
           MOVE "N" TO WS-RCL-REPLAY-FLAG
           MOVE SPACES TO PCF-FILE-ID
           STRING "TRC" WS-RCLH-CREATED WS-RCLH-SEQUENCE
               DELIMITED SIZE INTO PCF-FILE-ID
           READ PROC-FILE-REGISTRY
           IF WS-PCF-FILE-STATUS = "00"
               MOVE "Y" TO WS-RCL-REPLAY-FLAG
               DISPLAY "*** FILE REFUSED: ID " PCF-FILE-ID
                       " was already processed on "
                       PCF-PROCESSED-DATE " ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_REPLAY_REFUSED" TO WS-AUDIT-ACTION
               STRING "File=" PCF-FILE-ID
                      " FirstRun=" PCF-PROCESSED-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 5202 - REGISTER THE PROCESSED NOTICE FILE
      ******************************************************************
       5202-REGISTER-RECLAIM-FILE.
           MOVE SPACES TO PCF-FILE-ID
           STRING "TRC" WS-RCLH-CREATED WS-RCLH-SEQUENCE
               DELIMITED SIZE INTO PCF-FILE-ID
           MOVE "RECLAIM" TO PCF-SOURCE
           MOVE WS-RCLH-CREATED TO PCF-CREATED-DATE
           MOVE WS-RCLH-SEQUENCE TO PCF-SEQUENCE
           MOVE WS-RCL-BODY-COUNT TO PCF-ITEM-COUNT
           MOVE WS-RCL-BODY-TOTAL TO PCF-DOLLAR-TOTAL
           MOVE WS-ACCEPT-DATE TO PCF-PROCESSED-DATE
           WRITE PROC-FILE-RECORD.

      ******************************************************************
      * 5205 - OPEN A RECLAMATION CASE
      * Starts the case for the notice on the current line. A
      * notice number already on RECLCASE was taken before - its
      * lines are skipped rather than reclaimed twice. The balance
      * at notice is the account's ledger balance on intake, and
      * the date of death is the one on the customer master when
      * we have it, otherwise Treasury's.
      ******************************************************************
       5205-OPEN-RECLAMATION-CASE.
           MOVE "Y" TO WS-RCL-CASE-OPEN
           MOVE "N" TO WS-RCL-CASE-SKIP
           MOVE WS-RCLD-NOTICE-NUM TO RCLC-NOTICE-NUM
           READ RECLAIM-CASE-FILE
           IF WS-RCLC-FILE-STATUS = "00"
               MOVE "Y" TO WS-RCL-CASE-SKIP
               ADD 1 TO WS-RCL-DUP-COUNT
               DISPLAY "Notice " RCLC-NOTICE-NUM " is already on file"
                       " (received " RCLC-RECEIVED-DATE
                       ") - skipped."
               GO TO 5205-OPEN-EXIT
           END-IF

           MOVE SPACES TO RECLAIM-CASE-RECORD
           MOVE WS-RCLD-NOTICE-NUM TO RCLC-NOTICE-NUM
           MOVE WS-RCLD-PROGRAM TO RCLC-PROGRAM
           MOVE WS-RCLD-NOTICE-DATE TO RCLC-NOTICE-DATE
           MOVE WS-BUSINESS-DATE TO RCLC-RECEIVED-DATE
           MOVE ZEROS TO RCLC-ACCT-ID
           MOVE ZEROS TO RCLC-ITEM-COUNT
           MOVE ZEROS TO RCLC-MATCHED-COUNT
           MOVE ZEROS TO RCLC-CLAIM-AMOUNT
           MOVE ZEROS TO RCLC-MATCHED-AMOUNT
           MOVE ZEROS TO RCLC-LIABLE-AMOUNT
           MOVE ZEROS TO RCLC-BALANCE-AT-NOTICE
           MOVE ZEROS TO RCLC-RECOVERED-AMOUNT
           MOVE ZEROS TO RCLC-ABSORBED-AMOUNT
           MOVE ZEROS TO RCLC-OTHERS-AMOUNT
           MOVE ZEROS TO RCLC-WITHDRAWN-TOTAL
           MOVE ZEROS TO RCLC-RECOVERY-TRAN-ID
           MOVE ZEROS TO WS-RCL-KNOWLEDGE-AMT
           MOVE ZEROS TO WS-RCL-WINDOW-AMT
           MOVE ZEROS TO WS-RCL-LAST-TRAN-ID
           SET RCLC-STAT-OPEN TO TRUE

      * Deadline runs from Treasury's notice date, or from the day
      * we took the notice in when the line carries none
           IF WS-RCLD-NOTICE-DATE IS NUMERIC
               MOVE WS-RCLD-NOTICE-DATE TO WS-RCL-WORK-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-RCL-WORK-DATE
               MOVE WS-BUSINESS-DATE TO RCLC-NOTICE-DATE
           END-IF
           COMPUTE WS-RCL-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RCL-WORK-DATE)
               + WS-RCL-RESPONSE-DAYS)
           MOVE WS-RCL-WORK-DATE TO RCLC-DUE-DATE

           MOVE "N" TO WS-RCL-ACCT-FOUND
           IF WS-RCLD-ACCT-ID IS NUMERIC
               MOVE WS-RCLD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE "Y" TO WS-RCL-ACCT-FOUND
                   MOVE ACCT-ID TO RCLC-ACCT-ID
                   MOVE ACCT-OWNER-ID TO RCLC-CUST-ID
                   MOVE ACCT-BALANCE TO RCLC-BALANCE-AT-NOTICE
               END-IF
           END-IF

           MOVE WS-RCLD-DATE-OF-DEATH TO RCLC-DATE-OF-DEATH
           IF WS-RCL-ACCT-FOUND = "Y"
               MOVE RCLC-CUST-ID TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = "00"
                   AND CUST-DATE-OF-DEATH NOT = SPACES
                   MOVE CUST-DATE-OF-DEATH TO RCLC-DATE-OF-DEATH
               END-IF
               MOVE RCLC-CUST-ID TO EST-CUST-ID
               READ ESTATE-FILE
               IF WS-EST-FILE-STATUS = "00"
                   MOVE EST-OPENED-DATE(1:8) TO RCLC-KNOWLEDGE-DATE
               END-IF
           END-IF
           IF RCLC-DATE-OF-DEATH IS NUMERIC
               MOVE RCLC-DATE-OF-DEATH TO WS-RCL-DOD-NUM
           ELSE
               MOVE ZEROS TO WS-RCL-DOD-NUM
           END-IF

           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "NOTICE " RCLC-NOTICE-NUM
                  " " RCLC-PROGRAM
                  " ACCT " WS-RCLD-ACCT-ID
                  " DOD " RCLC-DATE-OF-DEATH
                  " DUE " RCLC-DUE-DATE
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD.

       5205-OPEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 5210 - MATCH ONE RECLAIMED PAYMENT
      * Looks for the ACH credit 4100 posted to the account on the
      * payment date for the reclaimed amount (and trace, when the
      * notice carries one) through the account/date cross
      * reference. A matched credit is sorted into the liability
      * classes: taken after the estate case opened (the bank knew),
      * inside the 45-day window, or beyond it. Anything that will
      * not match is disputed back to Treasury.
      ******************************************************************
       5210-MATCH-RECLAIMED-PAYMENT.
           IF WS-RCL-CASE-SKIP = "Y"
               GO TO 5210-MATCH-EXIT
           END-IF
           ADD 1 TO RCLC-ITEM-COUNT
           ADD WS-RCLD-AMOUNT TO RCLC-CLAIM-AMOUNT
           MOVE SPACES TO WS-RCL-DISPUTE-REASON
           MOVE "N" TO WS-RCL-MATCH-FLAG

           EVALUATE TRUE
               WHEN WS-RCL-ACCT-FOUND = "N"
                   MOVE "ACCOUNT NOT ON FILE"
                       TO WS-RCL-DISPUTE-REASON
               WHEN WS-RCL-DOD-NUM = ZEROS
                   MOVE "NO DATE OF DEATH" TO WS-RCL-DISPUTE-REASON
               WHEN WS-RCLD-PAYMENT-DATE IS NOT NUMERIC
                   MOVE "INVALID PAYMENT DATE"
                       TO WS-RCL-DISPUTE-REASON
               WHEN WS-RCLD-PAYMENT-DATE NOT > RCLC-DATE-OF-DEATH
                   MOVE "PAID BEFORE DATE OF DEATH"
                       TO WS-RCL-DISPUTE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RCL-DISPUTE-REASON = SPACES
               MOVE RCLC-ACCT-ID TO TXR-ACCT-ID
               MOVE WS-RCLD-PAYMENT-DATE TO TXR-DATE
               MOVE ZEROS TO TXR-TRAN-ID
               START TRAN-XREF-FILE KEY >= TXR-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
                   READ TRAN-XREF-FILE NEXT RECORD
                   IF WS-TXR-FILE-STATUS = "00"
                       IF TXR-ACCT-ID NOT = RCLC-ACCT-ID
                           OR TXR-DATE NOT = WS-RCLD-PAYMENT-DATE
                           MOVE "10" TO WS-TXR-FILE-STATUS
                       ELSE
                           MOVE TXR-TRAN-ID TO TRAN-ID
                           READ TRANSACTION-FILE
                           IF WS-TRAN-FILE-STATUS = "00"
                               AND TRAN-TYPE-ACH-CREDIT
                               AND TRAN-COMPLETED
                               AND TRAN-AMOUNT = WS-RCLD-AMOUNT
                               AND TRAN-ID NOT = WS-RCL-LAST-TRAN-ID
                               AND (WS-RCLD-TRACE-NUMBER = SPACES
                                 OR TRAN-REF-NUMBER(1:15)
                                    = WS-RCLD-TRACE-NUMBER)
                               MOVE "Y" TO WS-RCL-MATCH-FLAG
                               MOVE TRAN-ID TO WS-RCL-LAST-TRAN-ID
                               MOVE "10" TO WS-TXR-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-TXR-FILE-STATUS
               IF WS-RCL-MATCH-FLAG = "N"
                   MOVE "NO MATCHING BENEFIT CREDIT"
                       TO WS-RCL-DISPUTE-REASON
               END-IF
           END-IF

           MOVE WS-RCLD-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           IF WS-RCL-DISPUTE-REASON NOT = SPACES
               ADD 1 TO WS-RCL-DISPUTE-COUNT
               STRING "  DISPUTE " WS-RCLD-PAYMENT-DATE
                      " $" WS-DSP-AMOUNT
                      " " WS-RCL-DISPUTE-REASON
                      DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
               WRITE RECLAIM-RESPONSE-RECORD
               GO TO 5210-MATCH-EXIT
           END-IF

           ADD 1 TO RCLC-MATCHED-COUNT
           ADD WS-RCLD-AMOUNT TO RCLC-MATCHED-AMOUNT
           MOVE WS-RCLD-PAYMENT-DATE TO WS-RCL-PAY-NUM
           COMPUTE WS-RCL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RCL-PAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-RCL-DOD-NUM)
           IF RCLC-KNOWLEDGE-DATE NOT = SPACES
               AND WS-RCLD-PAYMENT-DATE NOT < RCLC-KNOWLEDGE-DATE
               ADD WS-RCLD-AMOUNT TO WS-RCL-KNOWLEDGE-AMT
           ELSE
               IF WS-RCL-DAYS NOT > WS-RCL-LIABILITY-DAYS
                   ADD WS-RCLD-AMOUNT TO WS-RCL-WINDOW-AMT
               END-IF
           END-IF
           STRING "  MATCHED " WS-RCLD-PAYMENT-DATE
                  " $" WS-DSP-AMOUNT
                  " TRAN " TRAN-ID
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD.

       5210-MATCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 5220 - CLOSE A RECLAMATION CASE
      * Liability is every matched credit taken with knowledge of
      * the death plus those inside the 45-day window. The balance
      * at notice goes back first; liability it does not cover is
      * the bank's to absorb. The rest is pursued against whoever
      * withdrew the money after death - up to the withdrawals we
      * can name, beyond which the bank absorbs it as well. A case
      * with every line matched is answered by this run's response
      * file; a disputed line leaves it open against the deadline.
      ******************************************************************
       5220-CLOSE-RECLAMATION-CASE.
           MOVE "N" TO WS-RCL-CASE-OPEN
           IF WS-RCL-CASE-SKIP = "Y"
               GO TO 5220-CLOSE-EXIT
           END-IF

           COMPUTE RCLC-LIABLE-AMOUNT =
               WS-RCL-KNOWLEDGE-AMT + WS-RCL-WINDOW-AMT
           IF RCLC-BALANCE-AT-NOTICE > ZEROS
               MOVE RCLC-BALANCE-AT-NOTICE TO WS-RCL-AVAILABLE-AMT
           ELSE
               MOVE ZEROS TO WS-RCL-AVAILABLE-AMT
           END-IF
           IF RCLC-MATCHED-AMOUNT < WS-RCL-AVAILABLE-AMT
               MOVE RCLC-MATCHED-AMOUNT TO RCLC-RECOVERED-AMOUNT
           ELSE
               MOVE WS-RCL-AVAILABLE-AMT TO RCLC-RECOVERED-AMOUNT
           END-IF
           IF RCLC-LIABLE-AMOUNT > RCLC-RECOVERED-AMOUNT
               COMPUTE RCLC-ABSORBED-AMOUNT =
                   RCLC-LIABLE-AMOUNT - RCLC-RECOVERED-AMOUNT
           ELSE
               MOVE ZEROS TO RCLC-ABSORBED-AMOUNT
           END-IF
           COMPUTE WS-RCL-REMAINING-AMT = RCLC-MATCHED-AMOUNT
               - RCLC-RECOVERED-AMOUNT - RCLC-ABSORBED-AMOUNT

           IF WS-RCL-REMAINING-AMT > ZEROS
               PERFORM 5230-LIST-POST-DEATH-WITHDRAWALS
               IF RCLC-WITHDRAWN-TOTAL < WS-RCL-REMAINING-AMT
                   MOVE RCLC-WITHDRAWN-TOTAL TO RCLC-OTHERS-AMOUNT
               ELSE
                   MOVE WS-RCL-REMAINING-AMT TO RCLC-OTHERS-AMOUNT
               END-IF
               COMPUTE RCLC-ABSORBED-AMOUNT = RCLC-ABSORBED-AMOUNT
                   + WS-RCL-REMAINING-AMT - RCLC-OTHERS-AMOUNT
           END-IF

           IF RCLC-RECOVERED-AMOUNT > ZEROS
               PERFORM 5240-POST-RECLAMATION-DEBIT
           END-IF
           IF RCLC-ABSORBED-AMOUNT > ZEROS
               PERFORM 5250-RECORD-RECLAMATION-LOSS
           END-IF

           IF RCLC-MATCHED-COUNT = RCLC-ITEM-COUNT
               SET RCLC-STAT-RESPONDED TO TRUE
               MOVE WS-BUSINESS-DATE TO RCLC-RESPONDED-DATE
               MOVE LS-CURRENT-USER TO RCLC-RESPONDED-BY
           ELSE
               ADD 1 TO WS-RCL-OPEN-COUNT
           END-IF
           WRITE RECLAIM-CASE-RECORD
           ADD 1 TO WS-RCL-CASE-COUNT
           ADD RCLC-RECOVERED-AMOUNT TO WS-RCL-RECOVERED-TOTAL
           ADD RCLC-ABSORBED-AMOUNT TO WS-RCL-ABSORBED-TOTAL
           ADD RCLC-OTHERS-AMOUNT TO WS-RCL-OTHERS-TOTAL

           MOVE RCLC-MATCHED-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "  MATCHED TOTAL     $" WS-DSP-AMOUNT
                  " OF " RCLC-ITEM-COUNT " LINES"
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           MOVE RCLC-RECOVERED-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "  RETURNED          $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           MOVE RCLC-ABSORBED-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "  PAID BY BANK      $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD
           MOVE RCLC-OTHERS-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
           STRING "  WITHDRAWN BY OTHERS $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO RECLAIM-RESPONSE-RECORD
           WRITE RECLAIM-RESPONSE-RECORD

           MOVE RCLC-RECOVERED-AMOUNT TO WS-DSP-AMOUNT
           MOVE "RECLAIM_CASE" TO WS-AUDIT-ACTION
           STRING "Notice=" RCLC-NOTICE-NUM
                  " Acct=" RCLC-ACCT-ID
                  " Recovered=" WS-DSP-AMOUNT
                  " Status=" RCLC-STATUS
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5220-CLOSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 5230 - LIST WITHDRAWALS MADE AFTER THE DATE OF DEATH
      * Every debit on the account after the death was made by
      * someone other than the beneficiary. Each goes on the
      * response with its channel and the user or terminal that
      * took it, which is the withdrawer detail Treasury needs to
      * pursue the money. Earlier reclamation debits are ours and
      * are left out.
      ******************************************************************
       5230-LIST-POST-DEATH-WITHDRAWALS.
           MOVE ZEROS TO RCLC-WITHDRAWN-TOTAL
           MOVE RCLC-ACCT-ID TO TXR-ACCT-ID
           COMPUTE WS-RCL-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RCL-DOD-NUM) + 1)
           MOVE WS-RCL-WORK-DATE TO TXR-DATE
           MOVE ZEROS TO TXR-TRAN-ID
           START TRAN-XREF-FILE KEY >= TXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
               READ TRAN-XREF-FILE NEXT RECORD
               IF WS-TXR-FILE-STATUS = "00"
                   IF TXR-ACCT-ID NOT = RCLC-ACCT-ID
                       MOVE "10" TO WS-TXR-FILE-STATUS
                   ELSE
                       MOVE TXR-TRAN-ID TO TRAN-ID
                       READ TRANSACTION-FILE
                       IF WS-TRAN-FILE-STATUS = "00"
                           AND TRAN-COMPLETED
                           AND TRAN-AMOUNT < ZEROS
                           AND TRAN-REF-NUMBER(1:3) NOT = "RCL"
                           SUBTRACT TRAN-AMOUNT
                               FROM RCLC-WITHDRAWN-TOTAL
                           MOVE TRAN-AMOUNT TO WS-DSP-AMOUNT
                           MOVE SPACES TO RECLAIM-RESPONSE-RECORD
                           STRING "  WITHDRAWAL " TRAN-DATE(1:8)
                                  " " TRAN-TYPE
                                  " $" WS-DSP-AMOUNT
                                  " BY " TRAN-USER-ID
                                  " AT " TRAN-TERMINAL-ID
                                  DELIMITED SIZE
                                  INTO RECLAIM-RESPONSE-RECORD
                           WRITE RECLAIM-RESPONSE-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TXR-FILE-STATUS.

      ******************************************************************
      * 5240 - POST THE RECLAMATION DEBIT
      * Takes back what the account held at notice. The account is
      * usually frozen by then - the recovery is the bank's own
      * posting and goes through regardless.
      ******************************************************************
       5240-POST-RECLAMATION-DEBIT.
           MOVE RCLC-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - RCLC-RECOVERED-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - RCLC-RECOVERED-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ACH-DEBIT TO TRUE
           COMPUTE TRAN-AMOUNT = RCLC-RECOVERED-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Treasury reclamation - notice " RCLC-NOTICE-NUM
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           STRING "RCL" RCLC-NOTICE-NUM
                  DELIMITED SIZE INTO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY
           MOVE TRAN-ID TO RCLC-RECOVERY-TRAN-ID.

      ******************************************************************
      * 5250 - RECORD WHAT THE BANK ABSORBS
      * The bank's share goes to the unified suspense ledger, the
      * same way 4110 parks research items, for operations to
      * charge off against the reclamation loss account.
      ******************************************************************
       5250-RECORD-RECLAMATION-LOSS.
           MOVE 1 TO WS-NEXT-SUSPL-ID
           MOVE LOW-VALUES TO SUSPL-ID
           START SUSPENSE-LEDGER-FILE KEY >= SUSPL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SUSPL-FILE-STATUS NOT = "00"
               READ SUSPENSE-LEDGER-FILE NEXT RECORD
               IF WS-SUSPL-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-SUSPL-ID = SUSPL-ID + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-SUSPL-ID TO SUSPL-ID
           MOVE "RECLAIM" TO SUSPL-SOURCE
           MOVE WS-BUSINESS-DATE TO SUSPL-DATE
           MOVE RCLC-ACCT-ID TO SUSPL-ACCT-ID
           MOVE RCLC-ABSORBED-AMOUNT TO SUSPL-AMOUNT
           MOVE "TREASURY RECLAMATION LOSS" TO SUSPL-REASON
           MOVE "ACHOPS" TO SUSPL-DEPARTMENT
           SET SUSPL-OPEN TO TRUE
           MOVE SPACES TO SUSPL-DISP-CODE
           MOVE SPACES TO SUSPL-CLEARED-BY
           MOVE SPACES TO SUSPL-CLEARED-DATE
           WRITE SUSPENSE-LEDGER-RECORD.

      ******************************************************************
      * 5260 - RECLAMATION CASE AGING REPORT
      * Open cases against their response deadline, with totals
      * for everything on file.
      ******************************************************************
       5260-RECLAMATION-AGING.
           DISPLAY " "
           DISPLAY "=== TREASURY RECLAMATION CASE AGING ==="
           DISPLAY "  Business date " WS-BUSINESS-DATE
                   " - responses due 60 days from notice"
           DISPLAY "  " WS-SEPARATOR
           MOVE ZEROS TO WS-DSP-COUNT
           MOVE ZEROS TO WS-RCL-RECOVERED-TOTAL
           MOVE ZEROS TO WS-RCL-ABSORBED-TOTAL
           MOVE ZEROS TO WS-RCL-OTHERS-TOTAL
           MOVE ZEROS TO WS-RCL-CASE-COUNT
           PERFORM VARYING WS-RCL-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-RCL-BUCKET-IDX > 3
               MOVE ZEROS TO WS-RCL-BUCKET-COUNT(WS-RCL-BUCKET-IDX)
               MOVE ZEROS TO WS-RCL-BUCKET-AMOUNT(WS-RCL-BUCKET-IDX)
           END-PERFORM

           MOVE LOW-VALUES TO RCLC-NOTICE-NUM
           START RECLAIM-CASE-FILE KEY >= RCLC-NOTICE-NUM
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RCLC-FILE-STATUS NOT = "00"
               READ RECLAIM-CASE-FILE NEXT RECORD
               IF WS-RCLC-FILE-STATUS = "00"
                   ADD 1 TO WS-RCL-CASE-COUNT
                   ADD RCLC-RECOVERED-AMOUNT TO WS-RCL-RECOVERED-TOTAL
                   ADD RCLC-ABSORBED-AMOUNT TO WS-RCL-ABSORBED-TOTAL
                   ADD RCLC-OTHERS-AMOUNT TO WS-RCL-OTHERS-TOTAL
                   IF RCLC-STAT-OPEN
                       ADD 1 TO WS-DSP-COUNT
                       MOVE RCLC-DUE-DATE TO WS-RCL-WORK-DATE
                       COMPUTE WS-RCL-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RCL-WORK-DATE)
                           - FUNCTION INTEGER-OF-DATE(
                               WS-BUSINESS-DATE)
                       EVALUATE TRUE
                           WHEN WS-RCL-DAYS < ZEROS
                               MOVE 3 TO WS-RCL-BUCKET-IDX
                           WHEN WS-RCL-DAYS NOT > 15
                               MOVE 2 TO WS-RCL-BUCKET-IDX
                           WHEN OTHER
                               MOVE 1 TO WS-RCL-BUCKET-IDX
                       END-EVALUATE
                       ADD 1 TO WS-RCL-BUCKET-COUNT(WS-RCL-BUCKET-IDX)
                       ADD RCLC-CLAIM-AMOUNT
                           TO WS-RCL-BUCKET-AMOUNT(WS-RCL-BUCKET-IDX)
                       MOVE RCLC-CLAIM-AMOUNT TO WS-DSP-AMOUNT
                       MOVE WS-RCL-DAYS TO WS-DSP-DAYS
                       DISPLAY "  " RCLC-NOTICE-NUM
                               " Acct " RCLC-ACCT-ID
                               " $" WS-DSP-AMOUNT
                               " Due " RCLC-DUE-DATE
                               " Days left " WS-DSP-DAYS
                       IF WS-RCL-DAYS < ZEROS
                           DISPLAY "      *** PAST DUE ***"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DSP-COUNT = ZEROS
               DISPLAY "  (no open reclamation cases)"
           END-IF

           DISPLAY "  " WS-SEPARATOR
           MOVE WS-RCL-BUCKET-AMOUNT(1) TO WS-DSP-AMOUNT
           DISPLAY "  Over 15 days to deadline: "
                   WS-RCL-BUCKET-COUNT(1) "  $" WS-DSP-AMOUNT
           MOVE WS-RCL-BUCKET-AMOUNT(2) TO WS-DSP-AMOUNT
           DISPLAY "  Due within 15 days:       "
                   WS-RCL-BUCKET-COUNT(2) "  $" WS-DSP-AMOUNT
           MOVE WS-RCL-BUCKET-AMOUNT(3) TO WS-DSP-AMOUNT
           DISPLAY "  Past due:                 "
                   WS-RCL-BUCKET-COUNT(3) "  $" WS-DSP-AMOUNT
           DISPLAY "  Cases on file:            " WS-RCL-CASE-COUNT
           MOVE WS-RCL-RECOVERED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Recovered from accounts:  $" WS-DSP-AMOUNT
           MOVE WS-RCL-ABSORBED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Absorbed by the bank:     $" WS-DSP-AMOUNT
           MOVE WS-RCL-OTHERS-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Referred (withdrawers):   $" WS-DSP-AMOUNT.

      ******************************************************************
      * 5270 - RECORD A RECLAMATION RESPONSE
      * Closes an open case once operations has answered Treasury
      * on its disputed lines.
      ******************************************************************
       5270-RECORD-RECLAIM-RESPONSE.
           DISPLAY " "
           DISPLAY "=== RECORD RECLAMATION RESPONSE ==="
           DISPLAY "Notice number: " WITH NO ADVANCING
           ACCEPT WS-RCL-INPUT-NOTICE FROM CONSOLE
           MOVE WS-RCL-INPUT-NOTICE TO RCLC-NOTICE-NUM
           READ RECLAIM-CASE-FILE
           IF WS-RCLC-FILE-STATUS NOT = "00"
               DISPLAY "Reclamation case not found."
               GO TO 5270-RESPONSE-EXIT
           END-IF
           IF NOT RCLC-STAT-OPEN
               DISPLAY "Case was already answered on "
                       RCLC-RESPONDED-DATE "."
               GO TO 5270-RESPONSE-EXIT
           END-IF

           SET RCLC-STAT-RESPONDED TO TRUE
           MOVE WS-BUSINESS-DATE TO RCLC-RESPONDED-DATE
           MOVE LS-CURRENT-USER TO RCLC-RESPONDED-BY
           REWRITE RECLAIM-CASE-RECORD
           IF RCLC-RESPONDED-DATE > RCLC-DUE-DATE
               DISPLAY "Response recorded - AFTER the " RCLC-DUE-DATE
                       " deadline."
               MOVE "WARN" TO WS-AUDIT-SEVERITY
           ELSE
               DISPLAY "Response recorded."
           END-IF

           MOVE "RECLAIM_RESPONDED" TO WS-AUDIT-ACTION
           STRING "Notice=" RCLC-NOTICE-NUM
                  " Due=" RCLC-DUE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5270-RESPONSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 5300 - PARTICIPANT REMITTANCE ACH RUN (BATCH)
      * Originates every participant remittance ACCTMGMT's monthly
      * run left released for ACH, as a bank-funded ACH credit item
      * the next origination build picks up - the borrower's
      * payment already posted to the loan, so no customer account
      * is touched.
      ******************************************************************
       5300-PARTICIPANT-REMIT-ACH.
           MOVE "PARTACH" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== PARTICIPANT REMITTANCE ACH RUN ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-PRMA-COUNT
           MOVE ZEROS TO WS-PRMA-TOTAL

           MOVE LOW-VALUES TO PRM-ID
           START PART-REMIT-FILE KEY >= PRM-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PRM-FILE-STATUS NOT = "00"
               READ PART-REMIT-FILE NEXT RECORD
               IF WS-PRM-FILE-STATUS = "00"
                   IF PRM-RELEASED AND PRM-METHOD-ACH
                       PERFORM 5310-CREATE-REMIT-ACH-ITEM
                       SET PRM-SENT TO TRUE
                       MOVE ACH-ITEM-ID TO PRM-DISB-REF
                       MOVE WS-BUSINESS-DATE TO PRM-SEND-DATE
                       REWRITE PART-REMIT-RECORD
                       ADD 1 TO WS-PRMA-COUNT
                       ADD PRM-AMOUNT TO WS-PRMA-TOTAL
                       MOVE PRM-AMOUNT TO WS-DSP-AMOUNT
                       DISPLAY "  Remittance " PRM-ID " "
                               PRM-PARTICIPANT-NAME " $"
                               WS-DSP-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PRM-FILE-STATUS

           MOVE WS-PRMA-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Remittances originated: " WS-PRMA-COUNT
                   " totalling $" WS-DSP-AMOUNT

           MOVE "PART_REMIT_ACH" TO WS-AUDIT-ACTION
           STRING "Items=" WS-PRMA-COUNT
                  " Total=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "PARTACH" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PRMA-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       5300-PRMA-EXIT.
           CONTINUE.

      ******************************************************************
      * 5310 - CREATE ONE PARTICIPANT REMITTANCE ACH CREDIT ITEM
      * Bank-funded the way 5120 marks a bill payment credit. The
      * loan the remittance comes from rides as the account.
      ******************************************************************
       5310-CREATE-REMIT-ACH-ITEM.
           PERFORM 2100-GENERATE-ACH-ITEM-ID
           MOVE WS-NEXT-ACH-ITEM-ID TO ACH-ITEM-ID
           MOVE PRM-LOAN-ACCT-ID TO ACH-ACCT-ID
           SET ACH-DIR-CREDIT TO TRUE
           MOVE PRM-ROUTING TO ACH-RDFI-ROUTING
           MOVE PRM-BANK-ACCT TO ACH-RDFI-ACCT-NUM
           MOVE PRM-PARTICIPANT-NAME TO ACH-RECEIVER-NAME
           MOVE PRM-AMOUNT TO ACH-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACH-ENTERED-DATE
           MOVE LS-CURRENT-USER TO ACH-ENTERED-BY
           MOVE ZEROS TO ACH-TRACE-NUMBER
           SET ACH-STAT-PENDING TO TRUE
           MOVE SPACES TO ACH-RETURN-CODE
           SET ACH-BANK-FUNDED TO TRUE
           WRITE ACH-ITEM-RECORD.

      ******************************************************************
      * 3090 - GET NEXT TRANSACTION ID
      * Same persistent-counter read/bump/rewrite ACCTMGMT's
