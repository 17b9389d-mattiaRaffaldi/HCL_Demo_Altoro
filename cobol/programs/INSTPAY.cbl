       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTPAY.
       AUTHOR. ALTORO-MUTUAL-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * INSTPAY.cbl - Instant Payment Send and Receive Module
      * Altoro Mutual Banking System - COBOL Edition
      *
      * Real-time credit transfers over the instant payment network
      * (FedNow/RTP):
      *   - outbound sends keyed for a customer, posted at once
      *     against ACCT-AVAILABLE-BAL after sanctions screening,
      *     the per-item and account limit checks and the
      *     duplicate-posting guard
      *   - an intake of inbound credit messages that may run at
      *     any hour, weekends included, stamping each posting with
      *     the business day it settles in rather than the day the
      *     BUSINESS-DATE-FILE happens to show
      *   - a repair queue for inbound messages that cannot post,
      *     worked by a SUPERVISOR (release to an account or return
      *     to the sender)
      *   - a daily settlement report tying the day's instant
      *     payment postings to the settlement account position
      *
      * The network settles every message through our settlement
      * account as it happens, so each send, receipt and return
      * also moves the IPSETTLE position for its business day.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TRAN-SEQUENCE-FILE
               ASSIGN TO "TRANSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-FILE-STATUS.

      * One record per instant payment message sent, received or
      * returned, keyed by the network message ID - an inbound
      * message ID already on file is a replay and never posts
      * twice.
           SELECT IP-MESSAGE-FILE
               ASSIGN TO "IPMSGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPM-MSG-ID
               FILE STATUS IS WS-IPM-FILE-STATUS.

      * Inbound messages that could not post, parked with their
      * reason for a SUPERVISOR to release or return.
           SELECT IP-REPAIR-FILE
               ASSIGN TO "IPREPAIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPR-ID
               FILE STATUS IS WS-IPR-FILE-STATUS.

      * Settlement account position, one record per business day:
      * everything the network settled in and out for that day.
           SELECT IP-SETTLE-FILE
               ASSIGN TO "IPSETTLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-BUS-DATE
               FILE STATUS IS WS-IPS-FILE-STATUS.

      * Inbound credit messages received from the network gateway.
           SELECT IP-INBOUND-FILE
               ASSIGN TO WS-IPI-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IPI-STATUS.

      * Outbound message queue the network gateway drains - sends
      * and returns, appended one message at a time.
           SELECT IP-OUTBOUND-FILE
               ASSIGN TO "IPOUTQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IPO-STATUS.

      * The network's daily settlement statement (optional input to
      * the settlement report) and the report itself, one dated
      * file per run.
           SELECT IP-NETWORK-STMT-FILE
               ASSIGN TO WS-IPN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IPN-STATUS.

           SELECT IP-SETTLE-RPT-FILE
               ASSIGN TO WS-IPSR-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IPSR-STATUS.

      * Account/date transaction cross reference, maintained here
      * beside the daily summary exactly as ACCTMGMT maintains it.
           SELECT TRAN-XREF-FILE
               ASSIGN TO "TRANXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TXR-FILE-STATUS.

      * Business-date control record shared with ACCTMGMT and the
      * holiday calendar BATCHSCH's cutover rolls over - together
      * they give each instant payment its settlement day.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUSD-KEY
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.

      * Daily per-account transaction summary, maintained here the
      * same way every ACCTMGMT posting path maintains it.
           SELECT TRAN-SUMMARY-FILE
               ASSIGN TO "TRANSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMM-KEY
               FILE STATUS IS WS-SUMM-FILE-STATUS.

      * Sanctions watch-list master and match review queue, shared
      * with CUSTMGMT (maintenance/disposition) so both sides of an
      * instant payment are screened like every other payment.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WATCH-NAME
               FILE STATUS IS WS-WATCH-FILE-STATUS.

           SELECT OFAC-REVIEW-FILE
               ASSIGN TO "OFACQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFACQ-ID
               FILE STATUS IS WS-OFACQ-FILE-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

      * Seal-state file carrying each audit log's last sequence
      * number and running integrity value, so the chain survives
      * across program runs.
           SELECT AUDIT-SEAL-FILE
               ASSIGN TO "AUDSEAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-LOG-NAME
               FILE STATUS IS WS-SEAL-FILE-STATUS.

      * Update journal - one before/after-image row per account
      * update posted here, the same stream ACCTMGMT writes.
           SELECT UPDATE-JOURNAL-FILE
               ASSIGN TO "UPDTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Legal entity (charter) master - a message goes out under the
      * routing number of the charter holding the account.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTY-CODE
               FILE STATUS IS WS-ENTY-FILE-STATUS.

      * Account lock, restriction and takeover watch files shared
      * with ACCTMGMT and ACHPROC - a send is refused on the same
      * terms as a transfer, wire or ACH item from the account.
           SELECT ACCT-LOCK-FILE
               ASSIGN TO "ACCTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-ACCT-ID
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT ACCT-RESTRICT-FILE
               ASSIGN TO "ACCTRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

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


       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  TRAN-SEQUENCE-FILE.
       01  TRAN-SEQUENCE-RECORD.
           05  SEQ-KEY                 PIC X(08).
           05  SEQ-LAST-TRAN-ID        PIC 9(10).
           05  FILLER                  PIC X(20).

       FD  IP-MESSAGE-FILE.
       01  IP-MESSAGE-RECORD.
           05  IPM-MSG-ID              PIC X(20).
           05  IPM-DIRECTION           PIC X(01).
               88  IPM-DIR-OUTBOUND    VALUE "O".
               88  IPM-DIR-INBOUND     VALUE "I".
               88  IPM-DIR-RETURN      VALUE "R".
           05  IPM-ACCT-ID             PIC 9(16).
           05  IPM-AMOUNT              PIC S9(13)V99.
      * The other party - creditor on a send, debtor on a receipt
           05  IPM-CPTY-NAME           PIC X(30).
           05  IPM-CPTY-ROUTING        PIC X(09).
           05  IPM-CPTY-ACCT           PIC X(17).
           05  IPM-REMIT-INFO          PIC X(30).
      * Wall-clock receipt/send stamp and the business day the
      * payment settles in
           05  IPM-RECV-DATE           PIC X(08).
           05  IPM-RECV-TIME           PIC X(06).
           05  IPM-EFFECTIVE-DATE      PIC X(08).
           05  IPM-TRAN-ID             PIC 9(10).
           05  IPM-USER                PIC X(20).
           05  IPM-STATUS              PIC X(01).
               88  IPM-STAT-POSTED     VALUE "P".
               88  IPM-STAT-REPAIR     VALUE "Q".
               88  IPM-STAT-RETURNED   VALUE "R".
           05  FILLER                  PIC X(15).

       FD  IP-REPAIR-FILE.
       01  IP-REPAIR-RECORD.
           05  IPR-ID                  PIC 9(10).
           05  IPR-MSG-ID              PIC X(20).
           05  IPR-ACCT-ID             PIC 9(16).
           05  IPR-AMOUNT              PIC S9(13)V99.
           05  IPR-DBTR-NAME           PIC X(30).
           05  IPR-DBTR-ROUTING        PIC X(09).
           05  IPR-DBTR-ACCT           PIC X(17).
           05  IPR-REMIT-INFO          PIC X(30).
           05  IPR-RECEIVED-DATE       PIC X(08).
           05  IPR-EFFECTIVE-DATE      PIC X(08).
           05  IPR-REASON              PIC X(30).
      * OFAC review item a sanctions hit is waiting on - the
      * payment cannot be released until it is cleared
           05  IPR-OFACQ-ID            PIC 9(08).
           05  IPR-STATUS              PIC X(01).
               88  IPR-STAT-PENDING    VALUE "P".
               88  IPR-STAT-RELEASED   VALUE "R".
               88  IPR-STAT-RETURNED   VALUE "X".
           05  IPR-WORKED-BY           PIC X(20).
           05  IPR-WORKED-DATE         PIC X(08).
           05  FILLER                  PIC X(15).

       FD  IP-SETTLE-FILE.
       01  IP-SETTLE-RECORD.
           05  IPS-BUS-DATE            PIC X(08).
           05  IPS-IN-COUNT            PIC 9(07).
           05  IPS-IN-TOTAL            PIC S9(13)V99.
           05  IPS-OUT-COUNT           PIC 9(07).
           05  IPS-OUT-TOTAL           PIC S9(13)V99.
           05  FILLER                  PIC X(20).

       FD  IP-INBOUND-FILE.
       01  IP-INBOUND-RECORD           PIC X(150).

       FD  IP-OUTBOUND-FILE.
       01  IP-OUTBOUND-RECORD          PIC X(150).

       FD  IP-NETWORK-STMT-FILE.
       01  IP-NETWORK-STMT-RECORD      PIC X(80).

       FD  IP-SETTLE-RPT-FILE.
       01  IP-SETTLE-RPT-RECORD        PIC X(100).

       FD  TRAN-XREF-FILE.
       01  TRAN-XREF-RECORD.
           05  TXR-KEY.
               10  TXR-ACCT-ID         PIC 9(16).
               10  TXR-DATE            PIC X(08).
               10  TXR-TRAN-ID         PIC 9(10).
           05  FILLER                  PIC X(15).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSD-KEY                PIC X(08).
           05  BUSD-BUSINESS-DATE      PIC X(08).
           05  BUSD-LAST-CUTOVER-FROM  PIC X(08).
           05  FILLER                  PIC X(15).

       FD  BANK-CALENDAR-FILE.
       01  BANK-CALENDAR-RECORD.
           05  CAL-DATE                PIC X(08).
           05  CAL-HOLIDAY-NAME        PIC X(30).
           05  FILLER                  PIC X(15).

       FD  TRAN-SUMMARY-FILE.
           COPY SUMMREC.

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WATCH-NAME              PIC X(40).
           05  WATCH-PROGRAM-TAG       PIC X(10).
           05  WATCH-LOADED-DATE       PIC X(10).
           05  FILLER                  PIC X(20).

       FD  OFAC-REVIEW-FILE.
       01  OFAC-REVIEW-RECORD.
           05  OFACQ-ID                PIC 9(08).
           05  OFACQ-TYPE              PIC X(01).
               88  OFACQ-TYPE-CUSTOMER VALUE "C".
               88  OFACQ-TYPE-PAYMENT  VALUE "P".
           05  OFACQ-SUBJECT-NAME      PIC X(40).
           05  OFACQ-MATCHED-NAME      PIC X(40).
           05  OFACQ-CUST-ID           PIC X(20).
           05  OFACQ-ACCT-ID           PIC 9(16).
           05  OFACQ-AMOUNT            PIC S9(13)V99.
           05  OFACQ-QUEUED-DATE       PIC X(10).
           05  OFACQ-QUEUED-BY         PIC X(20).
           05  OFACQ-STATUS            PIC X(01).
               88  OFACQ-STAT-PENDING      VALUE "P".
               88  OFACQ-STAT-FALSE-POS    VALUE "F".
               88  OFACQ-STAT-CONFIRMED    VALUE "C".
           05  OFACQ-DISPOSED-BY       PIC X(20).
           05  OFACQ-DISPOSED-DATE     PIC X(10).
           05  FILLER                  PIC X(15).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  ALOG-TIMESTAMP          PIC X(26).
           05  ALOG-USER               PIC X(20).
           05  ALOG-ACTION             PIC X(20).
           05  ALOG-SEVERITY           PIC X(04).
           05  ALOG-PROGRAM            PIC X(08).
           05  ALOG-DETAIL             PIC X(178).
      * Integrity seal, chained with every other AUDITLOG writer
      * through the shared AUDSEAL state (see 9210).
           05  ALOG-SEQ-NUM            PIC 9(08).
           05  ALOG-CHAIN-VALUE        PIC 9(09).

       FD  BATCH-RUN-LOG-FILE.
           COPY RUNCTL.

       FD  AUDIT-SEAL-FILE.
       01  AUDIT-SEAL-RECORD.
           05  SEAL-LOG-NAME           PIC X(08).
           05  SEAL-LAST-SEQ           PIC 9(08).
           05  SEAL-LAST-CHAIN         PIC 9(09).
           05  FILLER                  PIC X(15).

       FD  UPDATE-JOURNAL-FILE.
           COPY JRNLREC.

       FD  ENTITY-FILE.
           COPY ENTYREC.

       FD  ACCT-LOCK-FILE.
       01  ACCT-LOCK-RECORD.
           05  LOCK-ACCT-ID            PIC 9(16).
           05  LOCK-OWNER-USER         PIC X(20).
           05  LOCK-DATE               PIC X(08).
           05  LOCK-TIME               PIC X(06).
           05  FILLER                  PIC X(15).

       FD  ACCT-RESTRICT-FILE.
           COPY RSTRREC.

       FD  ATO-WATCH-FILE.
           COPY ATOREC.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFREC.


       WORKING-STORAGE SECTION.

      * Copy in shared data structures
           COPY SYSCOPY.
           COPY ACCTWS.
           COPY TRANWS.

      * Local working storage
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "INSTPAY".
       01  WS-WATCH-FILE-STATUS        PIC X(02).
       01  WS-OFACQ-FILE-STATUS        PIC X(02).
       01  WS-SUMM-FILE-STATUS         PIC X(02).
       01  WS-BUSD-FILE-STATUS         PIC X(02).
       01  WS-CAL-FILE-STATUS          PIC X(02).
       01  WS-TXR-FILE-STATUS          PIC X(02).
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-JRNL-FILE-STATUS         PIC X(02).
       01  WS-JRNL-BEFORE-ACCT         PIC X(480).
       01  WS-JRNL-OPERATION           PIC X(01).
       01  WS-POSTING-TERMINAL         PIC X(08) VALUE SPACES.
       01  WS-SEQ-FILE-STATUS          PIC X(02).
       01  WS-AUDIT-LOG-STATUS         PIC X(02).
       01  WS-RUNLOG-FILE-STATUS       PIC X(02).
       01  WS-RUNCTL-JOB-NAME          PIC X(08).
       01  WS-RUNCTL-START-TIME        PIC X(08).
       01  WS-RUNCTL-RECORDS-DONE      PIC 9(08) VALUE ZEROS.
       01  WS-RUNCTL-RETURN-CODE       PIC S9(04) VALUE ZEROS.
       01  WS-FILES-OPEN               PIC X(01) VALUE "N".

       01  WS-IP-CONTINUE              PIC X(01) VALUE "Y".
           88  WS-IP-LOOP              VALUE "Y".
           88  WS-IP-EXIT-FLAG         VALUE "N".
       01  WS-IP-MENU-CHOICE           PIC X(02) VALUE SPACES.

      * Audit log integrity sealing fields - each record carries a
      * monotonic sequence and a running integrity value chained
      * from the previous record; the chain state lives on AUDSEAL.
       01  WS-SEAL-FILE-STATUS        PIC X(02).
       01  WS-SEAL-BUFFER             PIC X(256).
       01  WS-SEAL-SUM                PIC 9(09) VALUE ZEROS.
       01  WS-SEAL-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-SEAL-BYTE-VAL           PIC 9(03) VALUE ZEROS.
       01  WS-SEAL-NEW-CHAIN          PIC 9(09) VALUE ZEROS.
       01  WS-SEAL-NEW-SEQ            PIC 9(08) VALUE ZEROS.

      * Instant payment controls. Sends are irrevocable once the
      * network accepts them, so there is no overdraft and a hard
      * per-item ceiling. The cycle cutoff is the time of day the
      * network closes its settlement day - anything later belongs
      * to the next banking day.
       01  WS-IP-OUR-ROUTING           PIC 9(09) VALUE 091000019.
      * Entity 001 is Altoro Mutual, whose routing number is the one
      * above; an account of another entity (charter) sends under
      * that entity's routing number, and a creditor at any of our
      * charters is paid by transfer, not over the network.
       01  WS-ENTY-FILE-STATUS         PIC X(02).
       01  WS-ENTY-HOME-CODE           PIC X(03) VALUE "001".
       01  WS-IP-DBTR-ROUTING          PIC 9(09).
       01  WS-IP-CHECK-ROUTING         PIC 9(09).
       01  WS-IP-OWN-ROUTING           PIC X(01).
       01  WS-IP-MAX-SEND-AMOUNT       PIC 9(09)V99 VALUE 25000.00.
       01  WS-IP-CYCLE-CUTOFF          PIC X(06) VALUE "190000".
       01  WS-IPM-FILE-STATUS          PIC X(02).
       01  WS-IPR-FILE-STATUS          PIC X(02).
       01  WS-IPS-FILE-STATUS          PIC X(02).
       01  WS-IPO-STATUS               PIC X(02).
       01  WS-IP-EFFECTIVE-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-IP-NEXT-MSG-SEQ          PIC 9(10) VALUE ZEROS.
       01  WS-IP-NEW-MSG-ID            PIC X(20).
       01  WS-IP-POST-AMOUNT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-IP-SETTLE-DIRECTION      PIC X(01).
           88  WS-IP-SETTLE-IN         VALUE "I".
           88  WS-IP-SETTLE-OUT        VALUE "O".

      * Send input fields
       01  WS-IP-INPUT-ACCT-ID         PIC X(20).
       01  WS-IP-INPUT-NAME            PIC X(30).
       01  WS-IP-INPUT-ROUTING         PIC X(09).
       01  WS-IP-INPUT-CPTY-ACCT       PIC X(17).
       01  WS-IP-INPUT-REMIT           PIC X(30).
       01  WS-IP-INPUT-AMOUNT          PIC X(20).
       01  WS-IP-SEND-AMOUNT           PIC S9(13)V99 VALUE ZEROS.

      * Sanctions screening fields, mirroring CUSTMGMT's
      * 9550-SCREEN-WATCH-LIST
       01  WS-OFAC-SUBJECT-NAME        PIC X(40).
       01  WS-OFAC-SUBJECT-UPPER       PIC X(40).
       01  WS-OFAC-MATCH-FLAG          PIC X(01) VALUE "N".
           88  WS-OFAC-MATCHED         VALUE "Y".
           88  WS-OFAC-NOT-MATCHED     VALUE "N".
       01  WS-OFAC-MATCHED-NAME        PIC X(40).
       01  WS-OFAC-MATCH-TALLY         PIC 9(04) VALUE ZEROS.
       01  WS-NEXT-OFACQ-ID            PIC 9(08) VALUE ZEROS.

      * Account limit fields, the same day/month test ACCTMGMT's
      * 3400-CHECK-ACCOUNT-LIMITS applies, against the business
      * day the payment settles in
       01  WS-LIMIT-CHECK-ID          PIC 9(16).
       01  WS-LIMIT-CHECK-AMOUNT      PIC S9(13)V99.
       01  WS-LIMIT-DAY-TOTAL         PIC S9(13)V99.
       01  WS-LIMIT-MONTH-TOTAL       PIC S9(13)V99.
       01  WS-LIMIT-TRAN-AMT          PIC S9(13)V99.
       01  WS-LIMIT-TODAY             PIC X(08).
       01  WS-LIMIT-MONTH             PIC X(06).
       01  WS-LIMIT-RESULT            PIC X(01) VALUE "N".
           88  WS-LIMIT-EXCEEDED      VALUE "Y".
           88  WS-LIMIT-OK            VALUE "N".

      * Duplicate-posting guard fields, as ACCTMGMT's 3095 keeps
      * them: same account, type and amount inside the window
       01  WS-DUP-WINDOW-MINUTES      PIC 9(04) VALUE 10.
       01  WS-DUP-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-DUP-FOUND           VALUE "Y".
           88  WS-DUP-NOT-FOUND       VALUE "N".
       01  WS-DUP-PROCEED-FLAG        PIC X(01) VALUE "Y".
           88  WS-DUP-PROCEED         VALUE "Y".
           88  WS-DUP-STOPPED         VALUE "N".
       01  WS-DUP-CONFIRM             PIC X(01).
       01  WS-DUP-NOW-MINUTES         PIC S9(09).
       01  WS-DUP-TRAN-MINUTES        PIC S9(09).
       01  WS-DUP-DIFF-MINUTES        PIC S9(09).

      * Business calendar fields, as ACCTMGMT's 2350 keeps them
       01  WS-CAL-DATE-IN             PIC 9(08).
       01  WS-CAL-DATE-OUT            PIC 9(08).
       01  WS-CAL-DOW                 PIC 9(01).
       01  WS-CAL-WORK-INT            PIC 9(08).
       01  WS-CAL-BUSDAY-FLAG         PIC X(01) VALUE "N".
           88  WS-CAL-IS-BUSDAY       VALUE "Y".
           88  WS-CAL-NOT-BUSDAY      VALUE "N".

      * Inbound credit message layout. The gateway writes one "C"
      * line per credit transfer received for one of our accounts.
       01  WS-IPI-STATUS               PIC X(02).
       01  WS-IPI-PATH                 PIC X(256) VALUE SPACES.
       01  WS-IPI-DETAIL.
           05  WS-IPI-REC-TYPE         PIC X(01).
           05  WS-IPI-MSG-ID           PIC X(20).
           05  WS-IPI-ACCT-ID          PIC X(16).
           05  WS-IPI-AMOUNT           PIC 9(09)V99.
           05  WS-IPI-DBTR-NAME        PIC X(30).
           05  WS-IPI-DBTR-ROUTING     PIC X(09).
           05  WS-IPI-DBTR-ACCT        PIC X(17).
           05  WS-IPI-REMIT-INFO       PIC X(30).
           05  FILLER                  PIC X(16).
       01  WS-IPI-POSTED-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-IPI-REPAIR-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-IPI-DUP-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-IPI-REPAIR-REASON        PIC X(30).

      * Outbound message layout - a send ("S") or a return of a
      * received credit ("R") to the gateway queue
       01  WS-IPO-DETAIL.
           05  WS-IPO-REC-TYPE         PIC X(01).
           05  WS-IPO-MSG-ID           PIC X(20).
           05  WS-IPO-DBTR-ROUTING     PIC 9(09).
           05  WS-IPO-DBTR-ACCT        PIC 9(16).
           05  WS-IPO-AMOUNT           PIC 9(09)V99.
           05  WS-IPO-CDTR-NAME        PIC X(30).
           05  WS-IPO-CDTR-ROUTING     PIC X(09).
           05  WS-IPO-CDTR-ACCT        PIC X(17).
           05  WS-IPO-REMIT-INFO       PIC X(30).
           05  FILLER                  PIC X(07).

      * Repair queue fields
       01  WS-NEXT-IPR-ID              PIC 9(10) VALUE ZEROS.
       01  WS-IPR-INPUT-ID             PIC X(20).
       01  WS-IPR-INPUT-ACTION         PIC X(01).
       01  WS-IPR-INPUT-ACCT           PIC X(20).
       01  WS-IPR-DSP-COUNT            PIC 9(04) VALUE ZEROS.
       01  WS-IPR-OFACQ-SAVE           PIC 9(08) VALUE ZEROS.

      * Settlement report fields. The ledger side is every IP
      * posting for the business day; the repair queue holds the
      * receipts settled to us but not yet credited to anyone.
       01  WS-IPN-STATUS               PIC X(02).
       01  WS-IPN-PATH                 PIC X(256) VALUE SPACES.
       01  WS-IPSR-STATUS              PIC X(02).
       01  WS-IPSR-PATH                PIC X(256) VALUE SPACES.
       01  WS-IPN-DETAIL.
           05  WS-IPN-REC-TYPE         PIC X(01).
           05  WS-IPN-BUS-DATE         PIC X(08).
           05  WS-IPN-IN-TOTAL         PIC 9(13)V99.
           05  WS-IPN-OUT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(41).
       01  WS-IPN-FOUND                PIC X(01) VALUE "N".
       01  WS-IPSR-INPUT-DATE          PIC X(08).
       01  WS-IPSR-DATE                PIC X(08).
       01  WS-IPSR-LDG-IN-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-IPSR-LDG-IN-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-LDG-OUT-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-IPSR-LDG-OUT-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-RPR-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-IPSR-RPR-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-RET-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-IPSR-RET-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-ACT-IN-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-ACT-OUT-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-NET                 PIC S9(13)V99 VALUE ZEROS.
       01  WS-IPSR-BREAKS              PIC 9(02) VALUE ZEROS.

      * Send refusal - a reason code and text for the operator and
      * the audit trail: LCK account in use by another session,
      * ATO takeover pattern, otherwise the restriction's RST-CODE
       01  WS-IP-DECLINE-CODE          PIC X(03).
       01  WS-IP-DECLINE-MSG           PIC X(60).

      * Account record locking fields - see 2900
       01  WS-LOCK-FILE-STATUS         PIC X(02).
       01  WS-LOCK-RESULT              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED         VALUE "Y".
           88  WS-LOCK-DENIED          VALUE "N".
       01  WS-LOCK-AGE-MINUTES         PIC S9(07).
       01  WS-LOCK-NOW-DATE            PIC 9(08).
       01  WS-LOCK-NOW-TIME            PIC 9(08).
       01  WS-LOCK-HELD-FLAG           PIC X(01) VALUE "N".
       01  WS-LOCKED-ACCT-ID           PIC 9(16) VALUE ZEROS.

      * Account restriction check - see 2460
       01  WS-RST-FILE-STATUS          PIC X(02).
       01  WS-RST-CHECK-ACCT           PIC 9(16).
       01  WS-RST-BLOCK-FLAG           PIC X(01) VALUE "N".
           88  WS-RST-BLOCKED          VALUE "Y".
           88  WS-RST-CLEAR            VALUE "N".
       01  WS-RST-IN-FORCE-FLAG        PIC X(01).
           88  WS-RST-IN-FORCE         VALUE "Y".
       01  WS-RST-TODAY                PIC X(08).

      * Account takeover watch fields. The window and the large-
      * payment floor match ACCTMGMT's and ACHPROC's.
       01  WS-ATO-FILE-STATUS          PIC X(02).
       01  WS-NOTIF-FILE-STATUS        PIC X(02).
       01  WS-NEXT-NOTIF-ID            PIC 9(10) VALUE ZEROS.
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
       01  WS-ATO-ALERT-TEXT           PIC X(80) VALUE
           "A large payment was refused after recent profile changes".

      * Display fields
       01  WS-DSP-AMOUNT               PIC Z(12)9.99-.
       01  WS-DSP-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-SEPARATOR                PIC X(72) VALUE ALL "-".

      * Date/time fields
       01  WS-ACCEPT-DATE              PIC 9(08).
       01  WS-ACCEPT-TIME              PIC 9(08).
       01  WS-NEXT-TRAN-ID             PIC 9(10) VALUE ZEROS.

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
           05  LS-AUDIT-SEVERITY      PIC X(04).
           05  LS-AUDIT-PROGRAM        PIC X(08).

       PROCEDURE DIVISION USING
           LS-SESSION-INFO
           LS-DB2-CONFIG
           LS-SQL-FIELDS
           LS-ERROR-FIELDS
           LS-AUDIT-FIELDS.

      ******************************************************************
      * MAIN CONTROL
      ******************************************************************
       0000-MAIN-CONTROL.
           MOVE "INSTPAY" TO WS-PROGRAM-NAME
           IF LS-SIGNON-TERMINAL NOT = SPACES
               MOVE LS-SIGNON-TERMINAL TO WS-POSTING-TERMINAL
           ELSE
               MOVE LS-CURRENT-USER(1:8) TO WS-POSTING-TERMINAL
           END-IF
           PERFORM 0100-OPEN-FILES

      * Check function code from caller, the same convention
      * ACHPROC uses for its batch entry points
           EVALUATE LS-AUDIT-ACTION
               WHEN "IPIN"
                   PERFORM 3000-RECEIVE-INBOUND-FILE
                       THRU 3000-RECEIVE-EXIT
               WHEN "IPSL"
                   PERFORM 4000-SETTLEMENT-REPORT
                       THRU 4000-SETTLE-EXIT
               WHEN OTHER
                   PERFORM 1000-IP-MENU
           END-EVALUATE

           PERFORM 0900-CLOSE-FILES
           GOBACK.

      ******************************************************************
      * 0100 - OPEN FILES
      * The instant payment files are created on first use, the same
      * way ACCTMGMT's ancillary files are.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           OPEN I-O TRANSACTION-FILE
           OPEN I-O TRAN-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-SEQUENCE-FILE
               CLOSE TRAN-SEQUENCE-FILE
               OPEN I-O TRAN-SEQUENCE-FILE
           END-IF
           OPEN I-O IP-MESSAGE-FILE
           IF WS-IPM-FILE-STATUS = "35"
               OPEN OUTPUT IP-MESSAGE-FILE
               CLOSE IP-MESSAGE-FILE
               OPEN I-O IP-MESSAGE-FILE
           END-IF
           OPEN I-O IP-REPAIR-FILE
           IF WS-IPR-FILE-STATUS = "35"
               OPEN OUTPUT IP-REPAIR-FILE
               CLOSE IP-REPAIR-FILE
               OPEN I-O IP-REPAIR-FILE
           END-IF
           OPEN I-O IP-SETTLE-FILE
           IF WS-IPS-FILE-STATUS = "35"
               OPEN OUTPUT IP-SETTLE-FILE
               CLOSE IP-SETTLE-FILE
               OPEN I-O IP-SETTLE-FILE
           END-IF
           OPEN I-O TRAN-XREF-FILE
           IF WS-TXR-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-XREF-FILE
               CLOSE TRAN-XREF-FILE
               OPEN I-O TRAN-XREF-FILE
           END-IF
           OPEN INPUT BANK-CALENDAR-FILE
           OPEN I-O TRAN-SUMMARY-FILE
           IF WS-SUMM-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-SUMMARY-FILE
               CLOSE TRAN-SUMMARY-FILE
               OPEN I-O TRAN-SUMMARY-FILE
           END-IF
           OPEN I-O WATCH-LIST-FILE
           IF WS-WATCH-FILE-STATUS = "35"
               OPEN OUTPUT WATCH-LIST-FILE
               CLOSE WATCH-LIST-FILE
               OPEN I-O WATCH-LIST-FILE
           END-IF
           OPEN I-O OFAC-REVIEW-FILE
           IF WS-OFACQ-FILE-STATUS = "35"
               OPEN OUTPUT OFAC-REVIEW-FILE
               CLOSE OFAC-REVIEW-FILE
               OPEN I-O OFAC-REVIEW-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND BATCH-RUN-LOG-FILE
           OPEN I-O AUDIT-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-SEAL-FILE
               CLOSE AUDIT-SEAL-FILE
               OPEN I-O AUDIT-SEAL-FILE
           END-IF
           OPEN INPUT ENTITY-FILE
           OPEN I-O ACCT-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-LOCK-FILE
               CLOSE ACCT-LOCK-FILE
               OPEN I-O ACCT-LOCK-FILE
           END-IF
           OPEN I-O ACCT-RESTRICT-FILE
           IF WS-RST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-RESTRICT-FILE
               CLOSE ACCT-RESTRICT-FILE
               OPEN I-O ACCT-RESTRICT-FILE
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
           PERFORM 0150-LOAD-BUSINESS-DATE
           MOVE "Y" TO WS-FILES-OPEN.

      ******************************************************************
      * 0150 - LOAD THE BUSINESS DATE
      * Re-read before every posting as well as at start-up: this
      * module runs around the clock, so the cutover may advance
      * the date while a session or intake is in progress.
      ******************************************************************
       0150-LOAD-BUSINESS-DATE.
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
      * 0900 - CLOSE FILES
      ******************************************************************
       0900-CLOSE-FILES.
           IF WS-FILES-OPEN = "Y"
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE TRAN-SEQUENCE-FILE
               CLOSE IP-MESSAGE-FILE
               CLOSE IP-REPAIR-FILE
               CLOSE IP-SETTLE-FILE
               CLOSE TRAN-XREF-FILE
               CLOSE BANK-CALENDAR-FILE
               CLOSE TRAN-SUMMARY-FILE
               CLOSE WATCH-LIST-FILE
               CLOSE OFAC-REVIEW-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE BATCH-RUN-LOG-FILE
               CLOSE AUDIT-SEAL-FILE
               CLOSE ENTITY-FILE
               CLOSE ACCT-LOCK-FILE
               CLOSE ACCT-RESTRICT-FILE
               CLOSE ATO-WATCH-FILE
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

      ******************************************************************
      * 1000 - INSTANT PAYMENTS MENU
      ******************************************************************
       1000-IP-MENU.
           MOVE "Y" TO WS-IP-CONTINUE

           PERFORM UNTIL WS-IP-EXIT-FLAG
               DISPLAY " "
               DISPLAY WS-SEPARATOR
               DISPLAY "  INSTANT PAYMENTS"
               DISPLAY "  User: " LS-CURRENT-USER
               DISPLAY WS-SEPARATOR
               DISPLAY " "
               DISPLAY "  1. Send Instant Payment"
               DISPLAY "  2. List Instant Payment Messages"
               DISPLAY "  3. Receive Inbound Message File (Batch)"
               DISPLAY "  4. Work Inbound Repair Queue"
               DISPLAY "  5. Daily Settlement Report (Batch)"
               DISPLAY " "
               DISPLAY "  0. Return to Main Menu"
               DISPLAY " "
               DISPLAY "Enter option: " WITH NO ADVANCING
               ACCEPT WS-IP-MENU-CHOICE FROM CONSOLE

               EVALUATE WS-IP-MENU-CHOICE
                   WHEN "1"
                       PERFORM 2000-SEND-INSTANT-PAYMENT
                           THRU 2000-SEND-EXIT
                   WHEN "2"
                       PERFORM 2500-LIST-IP-MESSAGES
                   WHEN "3"
                       PERFORM 3000-RECEIVE-INBOUND-FILE
                           THRU 3000-RECEIVE-EXIT
                   WHEN "4"
                       PERFORM 3300-WORK-IP-REPAIR-QUEUE
                           THRU 3300-REPAIR-EXIT
                   WHEN "5"
                       PERFORM 4000-SETTLEMENT-REPORT
                           THRU 4000-SETTLE-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-IP-CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * 2000 - SEND INSTANT PAYMENT
      * Debits the customer at once - ledger and available balance
      * together, since the network settles the credit in seconds
      * and it cannot be recalled. Every control runs before any
      * money moves: sanctions screen on the creditor, the per-item
      * ceiling, available funds (no overdraft on an irrevocable
      * payment), the account's daily/monthly limits and the
      * duplicate-posting guard.
      ******************************************************************
       2000-SEND-INSTANT-PAYMENT.
           DISPLAY " "
           DISPLAY "=== SEND INSTANT PAYMENT ==="
           DISPLAY " "
           MOVE SPACES TO WS-IP-INPUT-AMOUNT
           DISPLAY "From Account ID: " WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-ACCT-ID FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-IP-INPUT-ACCT-ID)
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 2000-SEND-EXIT
           END-IF
           IF NOT ACCT-ACTIVE
               DISPLAY "Account is not active - payment not sent."
               GO TO 2000-SEND-EXIT
           END-IF

      * Hold the account's lock from here to the debit, as a
      * transfer or wire from ACCTMGMT would
           PERFORM 2900-ACQUIRE-ACCT-LOCK
               THRU 2900-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               MOVE "LCK" TO WS-IP-DECLINE-CODE
               PERFORM 2490-DECLINE-SEND
               GO TO 2000-SEND-EXIT
           END-IF

      * A post-no-debits or deposit-only restriction refuses the
      * send - an instant payment is never pre-authorised
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           PERFORM 2460-CHECK-ACCOUNT-RESTRICTIONS
               THRU 2460-RESTRICT-EXIT
           IF WS-RST-BLOCKED
               PERFORM 2490-DECLINE-SEND
               GO TO 2000-SEND-EXIT
           END-IF

           DISPLAY "Creditor Name: " WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-NAME FROM CONSOLE
           DISPLAY "Creditor Bank Routing Number (9 digits): "
               WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-ROUTING FROM CONSOLE
           DISPLAY "Creditor Account Number: " WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-CPTY-ACCT FROM CONSOLE
           DISPLAY "Remittance Information: " WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-REMIT FROM CONSOLE
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-IP-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-IP-SEND-AMOUNT =
               FUNCTION NUMVAL(WS-IP-INPUT-AMOUNT)

           IF WS-IP-INPUT-ROUTING IS NOT NUMERIC
               OR WS-IP-INPUT-CPTY-ACCT = SPACES
               DISPLAY "Creditor routing and account number are "
                       "required."
               GO TO 2000-SEND-EXIT
           END-IF
           COMPUTE WS-IP-CHECK-ROUTING =
               FUNCTION NUMVAL(WS-IP-INPUT-ROUTING)
           PERFORM 2870-CHECK-OWN-ROUTING
           IF WS-IP-OWN-ROUTING = "Y"
               DISPLAY "Creditor banks with us - use a transfer "
                       "instead."
               GO TO 2000-SEND-EXIT
           END-IF
           IF WS-IP-SEND-AMOUNT NOT > ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO 2000-SEND-EXIT
           END-IF
           IF WS-IP-SEND-AMOUNT > WS-IP-MAX-SEND-AMOUNT
               MOVE WS-IP-MAX-SEND-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Payment declined: instant payments are "
                       "limited to $" WS-DSP-AMOUNT " per item."
               GO TO 2000-SEND-EXIT
           END-IF

      * Sanctions screening on the creditor before anything posts
           MOVE SPACES TO WS-OFAC-SUBJECT-NAME
           MOVE WS-IP-INPUT-NAME TO WS-OFAC-SUBJECT-NAME
           PERFORM 2200-SCREEN-IP-PARTY
           IF WS-OFAC-MATCHED
               MOVE WS-IP-SEND-AMOUNT TO WS-IP-POST-AMOUNT
               PERFORM 2250-QUEUE-IP-OFAC-MATCH
               DISPLAY " "
               DISPLAY "Payment declined: creditor is a potential "
                       "sanctions watch-list match ("
                       WS-OFAC-MATCHED-NAME ")."
               DISPLAY "Queued for supervisor review as item "
                       OFACQ-ID ". Resend the payment if it is "
                       "cleared."
               GO TO 2000-SEND-EXIT
           END-IF

           IF WS-IP-SEND-AMOUNT > ACCT-AVAILABLE-BAL
               DISPLAY "Payment declined: amount exceeds the "
                       "available balance."
               GO TO 2000-SEND-EXIT
           END-IF

           PERFORM 0150-LOAD-BUSINESS-DATE
           PERFORM 2400-SET-EFFECTIVE-DATE

      * Enforce configured daily/monthly transaction limits
           MOVE ACCT-ID TO WS-LIMIT-CHECK-ID
           MOVE WS-IP-SEND-AMOUNT TO WS-LIMIT-CHECK-AMOUNT
           PERFORM 2300-CHECK-ACCOUNT-LIMITS
           IF WS-LIMIT-EXCEEDED
               DISPLAY "Payment declined: exceeds daily or monthly "
                       "limit for account " ACCT-ID
               GO TO 2000-SEND-EXIT
           END-IF

      * Duplicate-posting guard before anything moves
           PERFORM 2450-CHECK-DUPLICATE-SEND
               THRU 2450-DUP-EXIT
           IF WS-DUP-STOPPED
               GO TO 2000-SEND-EXIT
           END-IF

      * Last check before the debit: a large send from an owner
      * whose takeover watch has tripped is refused outright - it
      * cannot be held for review once it reaches the network
           MOVE ACCT-OWNER-ID TO WS-ATO-CHECK-CUST
           MOVE ACCT-ID TO WS-ATO-CHECK-ACCT
           MOVE WS-IP-SEND-AMOUNT TO WS-ATO-CHECK-AMOUNT
           PERFORM 2470-CHECK-TAKEOVER-PATTERN
               THRU 2470-ATO-EXIT
           IF WS-ATO-HOLD
               MOVE "ATO" TO WS-IP-DECLINE-CODE
               MOVE "recent profile changes - customer must call "
                   & "the bank" TO WS-IP-DECLINE-MSG
               PERFORM 2490-DECLINE-SEND
               GO TO 2000-SEND-EXIT
           END-IF

      * The limit and duplicate scans moved the file position only;
      * re-read so the debit applies to the current record
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-IP-SEND-AMOUNT > ACCT-AVAILABLE-BAL
               DISPLAY "Payment declined: amount exceeds the "
                       "available balance."
               GO TO 2000-SEND-EXIT
           END-IF

           PERFORM 2100-GENERATE-MSG-ID
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME

           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - WS-IP-SEND-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-IP-SEND-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-IP-EFFECTIVE-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-INSTANT TO TRUE
           COMPUTE TRAN-AMOUNT = WS-IP-SEND-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Instant payment to " WS-IP-INPUT-NAME
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE WS-IP-NEW-MSG-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-IP-NEW-MSG-ID TO IPM-MSG-ID
           SET IPM-DIR-OUTBOUND TO TRUE
           MOVE ACCT-ID TO IPM-ACCT-ID
           MOVE WS-IP-SEND-AMOUNT TO IPM-AMOUNT
           MOVE WS-IP-INPUT-NAME TO IPM-CPTY-NAME
           MOVE WS-IP-INPUT-ROUTING TO IPM-CPTY-ROUTING
           MOVE WS-IP-INPUT-CPTY-ACCT TO IPM-CPTY-ACCT
           MOVE WS-IP-INPUT-REMIT TO IPM-REMIT-INFO
           MOVE WS-ACCEPT-DATE TO IPM-RECV-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO IPM-RECV-TIME
           MOVE WS-IP-EFFECTIVE-DATE TO IPM-EFFECTIVE-DATE
           MOVE TRAN-ID TO IPM-TRAN-ID
           MOVE LS-CURRENT-USER TO IPM-USER
           SET IPM-STAT-POSTED TO TRUE
           WRITE IP-MESSAGE-RECORD

           MOVE "S" TO WS-IPO-REC-TYPE
           PERFORM 2850-WRITE-OUTBOUND-MESSAGE

           SET WS-IP-SETTLE-OUT TO TRUE
           MOVE WS-IP-SEND-AMOUNT TO WS-IP-POST-AMOUNT
           PERFORM 2800-UPDATE-SETTLEMENT-POSITION

           MOVE WS-IP-SEND-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Instant payment of $" WS-DSP-AMOUNT
                   " sent, message " WS-IP-NEW-MSG-ID "."
           DISPLAY "Settles in business day " WS-IP-EFFECTIVE-DATE
                   ", Tran ID " TRAN-ID "."

           MOVE "IP_SENT" TO WS-AUDIT-ACTION
           STRING "Msg=" WS-IP-NEW-MSG-ID
                  " Acct=" ACCT-ID
                  " Amount=" WS-IP-INPUT-AMOUNT
                  " Cdtr=" WS-IP-INPUT-NAME
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       2000-SEND-EXIT.
           PERFORM 2910-RELEASE-ACCT-LOCK.

      ******************************************************************
      * 2100 - GENERATE OUTBOUND MESSAGE ID
      * Our message IDs are the ODFI routing number plus a counter
      * kept on TRAN-SEQUENCE-FILE beside the TRAN-ID series, so
      * they never repeat across runs.
      ******************************************************************
       2100-GENERATE-MSG-ID.
           MOVE "IPMSGID" TO SEQ-KEY
           READ TRAN-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               MOVE ZEROS TO SEQ-LAST-TRAN-ID
           END-IF
           ADD 1 TO SEQ-LAST-TRAN-ID
           MOVE SEQ-LAST-TRAN-ID TO WS-IP-NEXT-MSG-SEQ
           REWRITE TRAN-SEQUENCE-RECORD
           IF WS-SEQ-FILE-STATUS NOT = "00"
               WRITE TRAN-SEQUENCE-RECORD
           END-IF
           MOVE SPACES TO WS-IP-NEW-MSG-ID
           STRING "M" WS-IP-OUR-ROUTING WS-IP-NEXT-MSG-SEQ
                  DELIMITED SIZE INTO WS-IP-NEW-MSG-ID.

      ******************************************************************
      * 2200 - SCREEN AN INSTANT PAYMENT PARTY AGAINST THE WATCH LIST
      * Same contains-match screen as CUSTMGMT's
      * 9550-SCREEN-WATCH-LIST, against the shared WATCHLST master.
      ******************************************************************
       2200-SCREEN-IP-PARTY.
           SET WS-OFAC-NOT-MATCHED TO TRUE
           MOVE SPACES TO WS-OFAC-MATCHED-NAME
           MOVE FUNCTION UPPER-CASE(WS-OFAC-SUBJECT-NAME)
               TO WS-OFAC-SUBJECT-UPPER

           MOVE LOW-VALUES TO WATCH-NAME
           START WATCH-LIST-FILE KEY >= WATCH-NAME
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WATCH-FILE-STATUS NOT = "00"
               READ WATCH-LIST-FILE NEXT RECORD
               IF WS-WATCH-FILE-STATUS = "00"
                   AND WATCH-NAME NOT = SPACES
                   MOVE ZEROS TO WS-OFAC-MATCH-TALLY
                   INSPECT WS-OFAC-SUBJECT-UPPER TALLYING
                       WS-OFAC-MATCH-TALLY
                       FOR ALL FUNCTION TRIM(WATCH-NAME)
                   IF WS-OFAC-MATCH-TALLY > ZEROS
                       SET WS-OFAC-MATCHED TO TRUE
                       MOVE WATCH-NAME TO WS-OFAC-MATCHED-NAME
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2250 - QUEUE INSTANT PAYMENT OFAC MATCH
      * Writes the potential match to CUSTMGMT's review queue for a
      * SUPERVISOR to dispose. The caller stages the amount in
      * WS-IP-POST-AMOUNT; the current ACCOUNT-RECORD supplies the
      * customer and account.
      ******************************************************************
       2250-QUEUE-IP-OFAC-MATCH.
           MOVE 1 TO WS-NEXT-OFACQ-ID
           MOVE LOW-VALUES TO OFACQ-ID
           START OFAC-REVIEW-FILE KEY >= OFACQ-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OFACQ-FILE-STATUS NOT = "00"
               READ OFAC-REVIEW-FILE NEXT RECORD
               IF WS-OFACQ-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-OFACQ-ID = OFACQ-ID + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-OFACQ-ID TO OFACQ-ID
           SET OFACQ-TYPE-PAYMENT TO TRUE
           MOVE WS-OFAC-SUBJECT-NAME TO OFACQ-SUBJECT-NAME
           MOVE WS-OFAC-MATCHED-NAME TO OFACQ-MATCHED-NAME
           MOVE ACCT-OWNER-ID TO OFACQ-CUST-ID
           MOVE ACCT-ID TO OFACQ-ACCT-ID
           MOVE WS-IP-POST-AMOUNT TO OFACQ-AMOUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO OFACQ-QUEUED-DATE
           MOVE LS-CURRENT-USER TO OFACQ-QUEUED-BY
           SET OFACQ-STAT-PENDING TO TRUE
           MOVE SPACES TO OFACQ-DISPOSED-BY
           MOVE SPACES TO OFACQ-DISPOSED-DATE
           WRITE OFAC-REVIEW-RECORD

           MOVE "OFAC_IP_HELD" TO WS-AUDIT-ACTION
           STRING "Queue=" OFACQ-ID
                  " Acct=" OFACQ-ACCT-ID
                  " Subject=" WS-OFAC-SUBJECT-NAME
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 2300 - CHECK ACCOUNT LIMITS
      * Same day/month accumulation as ACCTMGMT's 3400, measured
      * against the business day the payment settles in. A limit
      * of zero means no cap is enforced for that period.
      ******************************************************************
       2300-CHECK-ACCOUNT-LIMITS.
           SET WS-LIMIT-OK TO TRUE
           MOVE ZEROS TO WS-LIMIT-DAY-TOTAL
           MOVE ZEROS TO WS-LIMIT-MONTH-TOTAL
           MOVE WS-IP-EFFECTIVE-DATE TO WS-LIMIT-TODAY
           MOVE WS-LIMIT-TODAY(1:6) TO WS-LIMIT-MONTH

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   PERFORM 2310-ACCUMULATE-LIMIT-ACTIVITY
               END-IF
           END-PERFORM

           IF ACCT-DAILY-LIMIT > ZEROS
               IF WS-LIMIT-DAY-TOTAL + WS-LIMIT-CHECK-AMOUNT >
                   ACCT-DAILY-LIMIT
                   SET WS-LIMIT-EXCEEDED TO TRUE
               END-IF
           END-IF
           IF ACCT-MONTHLY-LIMIT > ZEROS
               IF WS-LIMIT-MONTH-TOTAL + WS-LIMIT-CHECK-AMOUNT >
                   ACCT-MONTHLY-LIMIT
                   SET WS-LIMIT-EXCEEDED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 2310 - ACCUMULATE LIMIT ACTIVITY
      ******************************************************************
       2310-ACCUMULATE-LIMIT-ACTIVITY.
           IF TRAN-ACCOUNT-ID = WS-LIMIT-CHECK-ID
               AND NOT TRAN-REVERSED
               IF TRAN-DATE(1:6) = WS-LIMIT-MONTH
                   MOVE TRAN-AMOUNT TO WS-LIMIT-TRAN-AMT
                   IF WS-LIMIT-TRAN-AMT < ZEROS
                       COMPUTE WS-LIMIT-TRAN-AMT =
                           WS-LIMIT-TRAN-AMT * -1
                   END-IF
                   COMPUTE WS-LIMIT-MONTH-TOTAL =
                       WS-LIMIT-MONTH-TOTAL + WS-LIMIT-TRAN-AMT
                   IF TRAN-DATE(1:8) = WS-LIMIT-TODAY
                       COMPUTE WS-LIMIT-DAY-TOTAL =
                           WS-LIMIT-DAY-TOTAL + WS-LIMIT-TRAN-AMT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2350 - NEXT BUSINESS DAY
      * Rolls WS-CAL-DATE-IN forward past weekends and calendar
      * holidays into WS-CAL-DATE-OUT, exactly as ACCTMGMT's 2350
      * does. A date already on a business day comes back unchanged.
      ******************************************************************
       2350-NEXT-BUSINESS-DAY.
           MOVE WS-CAL-DATE-IN TO WS-CAL-DATE-OUT
           SET WS-CAL-NOT-BUSDAY TO TRUE
           PERFORM UNTIL WS-CAL-IS-BUSDAY
               SET WS-CAL-IS-BUSDAY TO TRUE
               COMPUTE WS-CAL-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-OUT), 7)
               IF WS-CAL-DOW = 0 OR WS-CAL-DOW = 6
                   SET WS-CAL-NOT-BUSDAY TO TRUE
               ELSE
                   MOVE WS-CAL-DATE-OUT TO CAL-DATE
                   READ BANK-CALENDAR-FILE
                   IF WS-CAL-FILE-STATUS = "00"
                       SET WS-CAL-NOT-BUSDAY TO TRUE
                   END-IF
               END-IF
               IF WS-CAL-NOT-BUSDAY
                   COMPUTE WS-CAL-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-OUT) + 1
                   COMPUTE WS-CAL-DATE-OUT =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-WORK-INT)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2400 - SET EFFECTIVE BUSINESS DATE
      * The business day an instant payment settles in: the wall
      * date, or the next calendar day once past the network's
      * cycle cutoff, rolled forward to a banking day - and never a
      * day earlier than the current business date, which the
      * cutover may already have advanced past the wall date.
      ******************************************************************
       2400-SET-EFFECTIVE-DATE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-CAL-DATE-IN
           IF WS-ACCEPT-TIME(1:6) >= WS-IP-CYCLE-CUTOFF
               COMPUTE WS-CAL-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) + 1
               COMPUTE WS-CAL-DATE-IN =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-WORK-INT)
           END-IF
           PERFORM 2350-NEXT-BUSINESS-DAY
           IF WS-CAL-DATE-OUT < WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-IP-EFFECTIVE-DATE
           ELSE
               MOVE WS-CAL-DATE-OUT TO WS-IP-EFFECTIVE-DATE
           END-IF.

      ******************************************************************
      * 2450 - CHECK FOR A DUPLICATE SEND
      * The interactive side of ACCTMGMT's 3095 guard: an instant
      * payment from the same account for the same amount inside
      * WS-DUP-WINDOW-MINUTES must be explicitly confirmed - once
      * sent it cannot be pulled back.
      ******************************************************************
       2450-CHECK-DUPLICATE-SEND.
           SET WS-DUP-PROCEED TO TRUE
           SET WS-DUP-NOT-FOUND TO TRUE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-DUP-NOW-MINUTES =
               (FUNCTION NUMVAL(WS-ACCEPT-TIME(1:2)) * 60)
               + FUNCTION NUMVAL(WS-ACCEPT-TIME(3:2))

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND TRAN-TYPE-INSTANT
                       AND TRAN-AMOUNT = WS-IP-SEND-AMOUNT * -1
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE(1:8) = WS-IP-EFFECTIVE-DATE
                       COMPUTE WS-DUP-TRAN-MINUTES =
                           (FUNCTION NUMVAL(TRAN-TIME(1:2)) * 60)
                           + FUNCTION NUMVAL(TRAN-TIME(3:2))
                       COMPUTE WS-DUP-DIFF-MINUTES =
                           WS-DUP-NOW-MINUTES - WS-DUP-TRAN-MINUTES
                       IF WS-DUP-DIFF-MINUTES < ZEROS
                           ADD 1440 TO WS-DUP-DIFF-MINUTES
                       END-IF
                       IF WS-DUP-DIFF-MINUTES
                           <= WS-DUP-WINDOW-MINUTES
                           SET WS-DUP-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DUP-NOT-FOUND
               GO TO 2450-DUP-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "WARNING: an instant payment for the same account "
                   "and amount went out within the last "
                   WS-DUP-WINDOW-MINUTES " minutes."
           DISPLAY "Send it anyway? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-DUP-CONFIRM FROM CONSOLE
           IF WS-DUP-CONFIRM NOT = "Y" AND WS-DUP-CONFIRM NOT = "y"
               SET WS-DUP-STOPPED TO TRUE
               DISPLAY "Payment abandoned as a suspected duplicate."
           END-IF.

       2450-DUP-EXIT.
           CONTINUE.

      ******************************************************************
      * 2460 - CHECK ACCOUNT RESTRICTIONS
      * The debit rules of ACCTMGMT's 8760 over ACCT-RESTRICT-FILE.
      * A send is never pre-authorised, so a post-no-debits or a
      * deposit-only restriction in force refuses it alike. Sets
      * WS-RST-BLOCKED with the restriction's code and a message in
      * WS-IP-DECLINE-CODE/-MSG for 2490.
      ******************************************************************
       2460-CHECK-ACCOUNT-RESTRICTIONS.
           SET WS-RST-CLEAR TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-RST-TODAY
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
                           AND (RST-POST-NO-DEBITS OR RST-DEPOSIT-ONLY)
                           SET WS-RST-BLOCKED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS
           IF NOT WS-RST-BLOCKED
               GO TO 2460-RESTRICT-EXIT
           END-IF
           MOVE RST-CODE TO WS-IP-DECLINE-CODE
           IF RST-POST-NO-DEBITS
               MOVE "Restricted: post no debits" TO WS-IP-DECLINE-MSG
           ELSE
               MOVE "Restricted: deposit only" TO WS-IP-DECLINE-MSG
           END-IF.

       2460-RESTRICT-EXIT.
           CONTINUE.

      ******************************************************************
      * 2470 - CHECK FOR AN ACCOUNT TAKEOVER PATTERN
      * ACHPROC's 2050 for an instant send: when the owner's
      * ATO-WATCH-FILE row shows a contact change, then a password
      * reset, then a newly verified external account, all inside
      * WS-ATO-WINDOW-DAYS, a send of WS-ATO-LARGE-AMOUNT or more
      * is refused. Once tripped, every large outbound payment is
      * refused or held until a reviewer has decided one. The first
      * refusal alerts the customer at the contact details the
      * change replaced. The caller moves the owner, account and
      * amount to WS-ATO-CHECK-*; WS-ATO-HOLD comes back set when
      * the send must not go.
      ******************************************************************
       2470-CHECK-TAKEOVER-PATTERN.
           SET WS-ATO-NO-HOLD TO TRUE
           IF WS-ATO-CHECK-AMOUNT < WS-ATO-LARGE-AMOUNT
               GO TO 2470-ATO-EXIT
           END-IF
           MOVE WS-ATO-CHECK-CUST TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS NOT = "00"
               GO TO 2470-ATO-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           IF NOT ATO-TRIPPED
               PERFORM 2475-TEST-TAKEOVER-SEQUENCE
                   THRU 2475-TEST-EXIT
               IF NOT WS-ATO-SEQ-COMPLETE
                   GO TO 2470-ATO-EXIT
               END-IF
               SET ATO-TRIPPED TO TRUE
               MOVE WS-ACCEPT-DATE TO ATO-TRIP-DATE
               SET ATO-TRIP-INSTANT TO TRUE
               MOVE WS-ATO-CHECK-ACCT TO ATO-TRIP-ACCT-ID
               MOVE WS-ATO-CHECK-AMOUNT TO ATO-TRIP-AMOUNT
               MOVE ZEROS TO ATO-HELD-COUNT
               MOVE SPACES TO ATO-ALERT-DATE
           END-IF

           SET WS-ATO-HOLD TO TRUE
           ADD 1 TO ATO-HELD-COUNT
           IF ATO-ALERT-DATE = SPACES
               PERFORM 2480-QUEUE-TAKEOVER-ALERT
               MOVE WS-ACCEPT-DATE TO ATO-ALERT-DATE
           END-IF
           REWRITE ATO-WATCH-RECORD

           MOVE "ATO_PATTERN_HOLD" TO WS-AUDIT-ACTION
           STRING "Cust=" ATO-CUST-ID
                  " Acct=" WS-ATO-CHECK-ACCT
                  " Channel=IP"
                  " Held=" ATO-HELD-COUNT
                  " Contact=" ATO-CONTACT-DATE
                  " Reset=" ATO-RESET-DATE
                  " ExtAcct=" ATO-EXTV-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       2470-ATO-EXIT.
           CONTINUE.

      ******************************************************************
      * 2475 - TEST THE TAKEOVER SEQUENCE
      * All three events present, in order, and the earliest (the
      * contact change) no older than the window.
      ******************************************************************
       2475-TEST-TAKEOVER-SEQUENCE.
           MOVE "N" TO WS-ATO-SEQ-FLAG
           IF ATO-CONTACT-DATE = SPACES
               OR ATO-RESET-DATE = SPACES
               OR ATO-EXTV-DATE = SPACES
               GO TO 2475-TEST-EXIT
           END-IF
           IF ATO-RESET-STAMP < ATO-CONTACT-STAMP
               OR ATO-EXTV-STAMP < ATO-RESET-STAMP
               GO TO 2475-TEST-EXIT
           END-IF
           MOVE ATO-CONTACT-DATE TO WS-ATO-DATE-NUM
           COMPUTE WS-ATO-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ATO-DATE-NUM)
           IF WS-ATO-AGE-DAYS > WS-ATO-WINDOW-DAYS
               GO TO 2475-TEST-EXIT
           END-IF
           SET WS-ATO-SEQ-COMPLETE TO TRUE.

       2475-TEST-EXIT.
           CONTINUE.

      ******************************************************************
      * 2480 - QUEUE THE TAKEOVER ALERT
      * Written straight to the notification queue - the customer's
      * preferences are not consulted, and CUSTMGMT's extract sends
      * an ATOA event to the prior contact details on the watch row.
      ******************************************************************
       2480-QUEUE-TAKEOVER-ALERT.
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
      * 2490 - DECLINE THE SEND
      * Tells the operator why the send was refused and audits the
      * refusal under its reason code. Nothing has posted.
      ******************************************************************
       2490-DECLINE-SEND.
           DISPLAY "Payment declined (reason " WS-IP-DECLINE-CODE
                   "): " WS-IP-DECLINE-MSG
           MOVE "WARN" TO WS-AUDIT-SEVERITY
           MOVE "IP_SEND_DECLINED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Code=" WS-IP-DECLINE-CODE
                  " Amount=" WS-IP-INPUT-AMOUNT
                  " Reason=" WS-IP-DECLINE-MSG
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 2500 - LIST INSTANT PAYMENT MESSAGES
      ******************************************************************
       2500-LIST-IP-MESSAGES.
           DISPLAY " "
           DISPLAY "=== INSTANT PAYMENT MESSAGES ==="
           MOVE ZEROS TO WS-DSP-COUNT
           MOVE LOW-VALUES TO IPM-MSG-ID
           START IP-MESSAGE-FILE KEY >= IPM-MSG-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IPM-FILE-STATUS NOT = "00"
               READ IP-MESSAGE-FILE NEXT RECORD
               IF WS-IPM-FILE-STATUS = "00"
                   ADD 1 TO WS-DSP-COUNT
                   MOVE IPM-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " IPM-MSG-ID
                           " " IPM-DIRECTION
                           " Acct " IPM-ACCT-ID
                           " $" WS-DSP-AMOUNT
                           " Eff " IPM-EFFECTIVE-DATE
                           " " IPM-STATUS
                           " " IPM-CPTY-NAME
               END-IF
           END-PERFORM
           IF WS-DSP-COUNT = ZEROS
               DISPLAY "  (no instant payment messages on file)"
           END-IF.

      ******************************************************************
      * 2800 - UPDATE SETTLEMENT POSITION
      * Moves the settlement account position for the business day
      * in WS-IP-EFFECTIVE-DATE by WS-IP-POST-AMOUNT, inbound or
      * outbound per WS-IP-SETTLE-DIRECTION.
      ******************************************************************
       2800-UPDATE-SETTLEMENT-POSITION.
           MOVE WS-IP-EFFECTIVE-DATE TO IPS-BUS-DATE
           READ IP-SETTLE-FILE
           IF WS-IPS-FILE-STATUS NOT = "00"
               MOVE WS-IP-EFFECTIVE-DATE TO IPS-BUS-DATE
               MOVE ZEROS TO IPS-IN-COUNT
               MOVE ZEROS TO IPS-IN-TOTAL
               MOVE ZEROS TO IPS-OUT-COUNT
               MOVE ZEROS TO IPS-OUT-TOTAL
           END-IF
           IF WS-IP-SETTLE-IN
               ADD 1 TO IPS-IN-COUNT
               ADD WS-IP-POST-AMOUNT TO IPS-IN-TOTAL
           ELSE
               ADD 1 TO IPS-OUT-COUNT
               ADD WS-IP-POST-AMOUNT TO IPS-OUT-TOTAL
           END-IF
           REWRITE IP-SETTLE-RECORD
           IF WS-IPS-FILE-STATUS NOT = "00"
               WRITE IP-SETTLE-RECORD
           END-IF.

      ******************************************************************
      * 2850 - WRITE OUTBOUND MESSAGE
      * Appends one message to the gateway queue from the current
      * IP-MESSAGE-RECORD. The caller sets WS-IPO-REC-TYPE.
      ******************************************************************
       2850-WRITE-OUTBOUND-MESSAGE.
           OPEN EXTEND IP-OUTBOUND-FILE
           IF WS-IPO-STATUS = "35"
               OPEN OUTPUT IP-OUTBOUND-FILE
           END-IF
           PERFORM 2860-SET-DEBTOR-ROUTING
               THRU 2860-ROUTING-EXIT
           MOVE IPM-MSG-ID TO WS-IPO-MSG-ID
           MOVE WS-IP-DBTR-ROUTING TO WS-IPO-DBTR-ROUTING
           MOVE IPM-ACCT-ID TO WS-IPO-DBTR-ACCT
           MOVE IPM-AMOUNT TO WS-IPO-AMOUNT
           MOVE IPM-CPTY-NAME TO WS-IPO-CDTR-NAME
           MOVE IPM-CPTY-ROUTING TO WS-IPO-CDTR-ROUTING
           MOVE IPM-CPTY-ACCT TO WS-IPO-CDTR-ACCT
           MOVE IPM-REMIT-INFO TO WS-IPO-REMIT-INFO
           MOVE WS-IPO-DETAIL TO IP-OUTBOUND-RECORD
           WRITE IP-OUTBOUND-RECORD
           CLOSE IP-OUTBOUND-FILE.

      ******************************************************************
      * 2860 - SET THE DEBTOR ROUTING FOR AN OUTBOUND MESSAGE
      * The routing number of the entity holding IPM-ACCT-ID - ours
      * when the account predates entities, is not on file, or its
      * entity has no routing number on the master.
      ******************************************************************
       2860-SET-DEBTOR-ROUTING.
           MOVE WS-IP-OUR-ROUTING TO WS-IP-DBTR-ROUTING
           IF IPM-ACCT-ID = ZEROS
               GO TO 2860-ROUTING-EXIT
           END-IF
           MOVE IPM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               AND ACCT-ENTITY-CODE NOT = SPACES
               AND ACCT-ENTITY-CODE NOT = WS-ENTY-HOME-CODE
               MOVE ACCT-ENTITY-CODE TO ENTY-CODE
               READ ENTITY-FILE
               IF WS-ENTY-FILE-STATUS = "00"
                   AND ENTY-ROUTING > ZEROS
                   MOVE ENTY-ROUTING TO WS-IP-DBTR-ROUTING
               END-IF
           END-IF
           MOVE "00" TO WS-ENTY-FILE-STATUS.

       2860-ROUTING-EXIT.
           CONTINUE.

      ******************************************************************
      * 2870 - CHECK WHETHER A ROUTING NUMBER IS ONE OF OURS
      * WS-IP-CHECK-ROUTING in; WS-IP-OWN-ROUTING comes back "Y"
      * for our own routing number or any entity's on the master.
      ******************************************************************
       2870-CHECK-OWN-ROUTING.
           MOVE "N" TO WS-IP-OWN-ROUTING
           IF WS-IP-CHECK-ROUTING = WS-IP-OUR-ROUTING
               MOVE "Y" TO WS-IP-OWN-ROUTING
           END-IF
           MOVE LOW-VALUES TO ENTY-CODE
           START ENTITY-FILE KEY >= ENTY-CODE
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ENTY-FILE-STATUS NOT = "00"
                      OR WS-IP-OWN-ROUTING = "Y"
               READ ENTITY-FILE NEXT RECORD
               IF WS-ENTY-FILE-STATUS = "00"
                   AND ENTY-ROUTING = WS-IP-CHECK-ROUTING
                   MOVE "Y" TO WS-IP-OWN-ROUTING
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ENTY-FILE-STATUS.

      ******************************************************************
      * 2900 - ACQUIRE ACCOUNT LOCK
      * ACCTMGMT's 6100 protocol on the shared ACCTLOCK file: the
      * ACCT-ID's lock is taken for the current session, a held
      * lock older than the session idle timeout is stale and taken
      * over, and a fresh one held by another user refuses the send
      * with its owner in WS-IP-DECLINE-MSG.
      ******************************************************************
       2900-ACQUIRE-ACCT-LOCK.
           SET WS-LOCK-DENIED TO TRUE
           MOVE "N" TO WS-LOCK-HELD-FLAG
           MOVE ACCT-ID TO WS-LOCKED-ACCT-ID
           MOVE ACCT-ID TO LOCK-ACCT-ID
           READ ACCT-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               PERFORM 2905-COMPUTE-LOCK-AGE
               IF LOCK-OWNER-USER = LS-CURRENT-USER
                   OR WS-LOCK-AGE-MINUTES >= LS-SESSION-TIMEOUT
                   IF WS-LOCK-AGE-MINUTES >= LS-SESSION-TIMEOUT
                       DISPLAY "Stale lock held by "
                               LOCK-OWNER-USER " ("
                               WS-LOCK-AGE-MINUTES
                               " min) released."
                   END-IF
                   MOVE LS-CURRENT-USER TO LOCK-OWNER-USER
                   ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-LOCK-NOW-TIME FROM TIME
                   MOVE WS-LOCK-NOW-DATE TO LOCK-DATE
                   MOVE WS-LOCK-NOW-TIME(1:6) TO LOCK-TIME
                   REWRITE ACCT-LOCK-RECORD
                   SET WS-LOCK-GRANTED TO TRUE
                   MOVE "Y" TO WS-LOCK-HELD-FLAG
               ELSE
                   MOVE SPACES TO WS-IP-DECLINE-MSG
                   STRING "Account in use by " LOCK-OWNER-USER
                          DELIMITED SPACE
                          " - try again shortly"
                          DELIMITED SIZE INTO WS-IP-DECLINE-MSG
               END-IF
               GO TO 2900-ACQUIRE-EXIT
           END-IF

           MOVE ACCT-ID TO LOCK-ACCT-ID
           MOVE LS-CURRENT-USER TO LOCK-OWNER-USER
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME FROM TIME
           MOVE WS-LOCK-NOW-DATE TO LOCK-DATE
           MOVE WS-LOCK-NOW-TIME(1:6) TO LOCK-TIME
           WRITE ACCT-LOCK-RECORD
           IF WS-LOCK-FILE-STATUS = "00"
               SET WS-LOCK-GRANTED TO TRUE
               MOVE "Y" TO WS-LOCK-HELD-FLAG
           ELSE
               MOVE "Account was just taken by another session"
                   TO WS-IP-DECLINE-MSG
           END-IF.

       2900-ACQUIRE-EXIT.
           CONTINUE.

      ******************************************************************
      * 2905 - COMPUTE LOCK AGE IN MINUTES
      ******************************************************************
       2905-COMPUTE-LOCK-AGE.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME FROM TIME
           COMPUTE WS-LOCK-AGE-MINUTES =
               ((FUNCTION INTEGER-OF-DATE(WS-LOCK-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(LOCK-DATE))) * 1440)
               + ((FUNCTION NUMVAL(WS-LOCK-NOW-TIME(1:2)) * 60)
                  + FUNCTION NUMVAL(WS-LOCK-NOW-TIME(3:2)))
               - ((FUNCTION NUMVAL(LOCK-TIME(1:2)) * 60)
                  + FUNCTION NUMVAL(LOCK-TIME(3:2))).

      ******************************************************************
      * 2910 - RELEASE ACCOUNT LOCK
      * Drops the lock this session took in 2900; a path that never
      * acquired one releases nothing.
      ******************************************************************
       2910-RELEASE-ACCT-LOCK.
           IF WS-LOCK-HELD-FLAG = "Y"
               MOVE WS-LOCKED-ACCT-ID TO LOCK-ACCT-ID
               READ ACCT-LOCK-FILE
               IF WS-LOCK-FILE-STATUS = "00"
                   AND LOCK-OWNER-USER = LS-CURRENT-USER
                   DELETE ACCT-LOCK-FILE RECORD
               END-IF
               MOVE "N" TO WS-LOCK-HELD-FLAG
           END-IF.

      ******************************************************************
      * 3000 - RECEIVE INBOUND MESSAGE FILE (BATCH)
      * Posts every inbound credit the gateway has received. This
      * job is not tied to the nightly stream - it runs at any hour,
      * weekends and holidays included - so each message is dated
      * through 2400 rather than with the business date. A message
      * that cannot post goes to the repair queue; a message ID
      * already on the log is a replay and is refused.
      ******************************************************************
       3000-RECEIVE-INBOUND-FILE.
           MOVE "IPINBD" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== RECEIVE INBOUND INSTANT PAYMENTS ==="
           DISPLAY "Inbound message file path: " WITH NO ADVANCING
           ACCEPT WS-IPI-PATH FROM CONSOLE

           OPEN INPUT IP-INBOUND-FILE
           IF WS-IPI-STATUS NOT = "00"
               DISPLAY "Unable to open inbound message file, status "
                       WS-IPI-STATUS
               MOVE "IPINBD" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 3000-RECEIVE-EXIT
           END-IF

           MOVE ZEROS TO WS-IPI-POSTED-COUNT
           MOVE ZEROS TO WS-IPI-REPAIR-COUNT
           MOVE ZEROS TO WS-IPI-DUP-COUNT

           PERFORM UNTIL WS-IPI-STATUS NOT = "00"
               READ IP-INBOUND-FILE
               IF WS-IPI-STATUS = "00"
                   AND IP-INBOUND-RECORD(1:1) = "C"
                   MOVE IP-INBOUND-RECORD TO WS-IPI-DETAIL
                   PERFORM 3100-POST-ONE-INBOUND
                       THRU 3100-POST-EXIT
               END-IF
           END-PERFORM
           CLOSE IP-INBOUND-FILE

           DISPLAY " "
           DISPLAY "Credits posted:        " WS-IPI-POSTED-COUNT
           DISPLAY "Parked for repair:     " WS-IPI-REPAIR-COUNT
           DISPLAY "Replays refused:       " WS-IPI-DUP-COUNT

           MOVE "IP_INBOUND_RUN" TO WS-AUDIT-ACTION
           STRING "Posted=" WS-IPI-POSTED-COUNT
                  " Repair=" WS-IPI-REPAIR-COUNT
                  " Replays=" WS-IPI-DUP-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "IPINBD" TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-IPI-POSTED-COUNT + WS-IPI-REPAIR-COUNT
           IF WS-IPI-REPAIR-COUNT > ZEROS
               OR WS-IPI-DUP-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       3000-RECEIVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 3100 - POST ONE INBOUND CREDIT
      * The network has already settled the funds to us, so every
      * message other than a replay lands somewhere: on the
      * customer's account, or on the repair queue with its reason.
      ******************************************************************
       3100-POST-ONE-INBOUND.
           PERFORM 0150-LOAD-BUSINESS-DATE
           PERFORM 2400-SET-EFFECTIVE-DATE

           IF WS-IPI-MSG-ID = SPACES
               OR WS-IPI-AMOUNT IS NOT NUMERIC
               MOVE "MALFORMED MESSAGE" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               GO TO 3100-POST-EXIT
           END-IF

           MOVE WS-IPI-MSG-ID TO IPM-MSG-ID
           READ IP-MESSAGE-FILE
           IF WS-IPM-FILE-STATUS = "00"
               ADD 1 TO WS-IPI-DUP-COUNT
               MOVE "IP_REPLAY_REFUSED" TO WS-AUDIT-ACTION
               STRING "Msg=" WS-IPI-MSG-ID
                      " already received " IPM-RECV-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 3100-POST-EXIT
           END-IF

      * From here the money is ours to account for - it settles in
      * whether it posts or parks
           SET WS-IP-SETTLE-IN TO TRUE
           MOVE WS-IPI-AMOUNT TO WS-IP-POST-AMOUNT
           PERFORM 2800-UPDATE-SETTLEMENT-POSITION

           IF WS-IPI-AMOUNT NOT > ZEROS
               MOVE "NON-POSITIVE AMOUNT" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               GO TO 3100-POST-EXIT
           END-IF
           IF WS-IPI-ACCT-ID IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER INVALID" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               GO TO 3100-POST-EXIT
           END-IF

           MOVE WS-IPI-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "ACCOUNT NOT ON FILE" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               GO TO 3100-POST-EXIT
           END-IF
           IF NOT ACCT-ACTIVE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               GO TO 3100-POST-EXIT
           END-IF

      * Sanctions screening on the debtor - a hit holds the funds
      * on the repair queue until the review item is cleared
           MOVE SPACES TO WS-OFAC-SUBJECT-NAME
           MOVE WS-IPI-DBTR-NAME TO WS-OFAC-SUBJECT-NAME
           PERFORM 2200-SCREEN-IP-PARTY
           IF WS-OFAC-MATCHED
               PERFORM 2250-QUEUE-IP-OFAC-MATCH
               MOVE "SANCTIONS SCREEN HIT" TO WS-IPI-REPAIR-REASON
               PERFORM 3250-QUEUE-IP-REPAIR
               MOVE OFACQ-ID TO IPR-OFACQ-ID
               REWRITE IP-REPAIR-RECORD
               GO TO 3100-POST-EXIT
           END-IF

           PERFORM 3150-POST-INBOUND-CREDIT
           ADD 1 TO WS-IPI-POSTED-COUNT.

       3100-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 3150 - POST INBOUND CREDIT
      * Credits the current ACCOUNT-RECORD - ledger and available
      * together, the funds being final - writes the IP transaction
      * under the effective business date and logs the message as
      * posted. The caller has the message in WS-IPI-DETAIL and the
      * date in WS-IP-EFFECTIVE-DATE.
      ******************************************************************
       3150-POST-INBOUND-CREDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-IPI-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-IPI-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-IP-EFFECTIVE-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-INSTANT TO TRUE
           MOVE WS-IPI-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Instant payment from " WS-IPI-DBTR-NAME
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE WS-IPI-MSG-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-IPI-MSG-ID TO IPM-MSG-ID
           READ IP-MESSAGE-FILE
           IF WS-IPM-FILE-STATUS NOT = "00"
               PERFORM 3160-BUILD-INBOUND-LOG-ENTRY
           END-IF
           MOVE ACCT-ID TO IPM-ACCT-ID
           MOVE TRAN-ID TO IPM-TRAN-ID
           SET IPM-STAT-POSTED TO TRUE
           REWRITE IP-MESSAGE-RECORD
           IF WS-IPM-FILE-STATUS NOT = "00"
               WRITE IP-MESSAGE-RECORD
           END-IF

           MOVE "IP_RECEIVED" TO WS-AUDIT-ACTION
           STRING "Msg=" WS-IPI-MSG-ID
                  " Acct=" ACCT-ID
                  " Tran=" TRAN-ID
                  " Dbtr=" WS-IPI-DBTR-NAME
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3160 - BUILD INBOUND MESSAGE LOG ENTRY
      * Fills IP-MESSAGE-RECORD from WS-IPI-DETAIL; the caller sets
      * the status and writes it.
      ******************************************************************
       3160-BUILD-INBOUND-LOG-ENTRY.
           MOVE WS-IPI-MSG-ID TO IPM-MSG-ID
           SET IPM-DIR-INBOUND TO TRUE
           MOVE ZEROS TO IPM-ACCT-ID
           MOVE WS-IPI-AMOUNT TO IPM-AMOUNT
           MOVE WS-IPI-DBTR-NAME TO IPM-CPTY-NAME
           MOVE WS-IPI-DBTR-ROUTING TO IPM-CPTY-ROUTING
           MOVE WS-IPI-DBTR-ACCT TO IPM-CPTY-ACCT
           MOVE WS-IPI-REMIT-INFO TO IPM-REMIT-INFO
           MOVE WS-ACCEPT-DATE TO IPM-RECV-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO IPM-RECV-TIME
           MOVE WS-IP-EFFECTIVE-DATE TO IPM-EFFECTIVE-DATE
           MOVE ZEROS TO IPM-TRAN-ID
           MOVE LS-CURRENT-USER TO IPM-USER.

      ******************************************************************
      * 3250 - QUEUE INBOUND MESSAGE FOR REPAIR
      * Parks the message with its reason, the same way ACCTMGMT's
      * 3575 parks an unmatched wire, and logs the message ID so a
      * resend of it is still recognised as a replay.
      ******************************************************************
       3250-QUEUE-IP-REPAIR.
           PERFORM 3260-GENERATE-IPR-ID
           MOVE WS-NEXT-IPR-ID TO IPR-ID
           MOVE WS-IPI-MSG-ID TO IPR-MSG-ID
           IF WS-IPI-ACCT-ID IS NUMERIC
               MOVE WS-IPI-ACCT-ID TO IPR-ACCT-ID
           ELSE
               MOVE ZEROS TO IPR-ACCT-ID
           END-IF
           IF WS-IPI-AMOUNT IS NUMERIC
               MOVE WS-IPI-AMOUNT TO IPR-AMOUNT
           ELSE
               MOVE ZEROS TO IPR-AMOUNT
           END-IF
           MOVE WS-IPI-DBTR-NAME TO IPR-DBTR-NAME
           MOVE WS-IPI-DBTR-ROUTING TO IPR-DBTR-ROUTING
           MOVE WS-IPI-DBTR-ACCT TO IPR-DBTR-ACCT
           MOVE WS-IPI-REMIT-INFO TO IPR-REMIT-INFO
           MOVE WS-ACCEPT-DATE TO IPR-RECEIVED-DATE
           MOVE WS-IP-EFFECTIVE-DATE TO IPR-EFFECTIVE-DATE
           MOVE WS-IPI-REPAIR-REASON TO IPR-REASON
           MOVE ZEROS TO IPR-OFACQ-ID
           SET IPR-STAT-PENDING TO TRUE
           MOVE SPACES TO IPR-WORKED-BY
           MOVE SPACES TO IPR-WORKED-DATE
           WRITE IP-REPAIR-RECORD
           ADD 1 TO WS-IPI-REPAIR-COUNT

           IF WS-IPI-MSG-ID NOT = SPACES
               ACCEPT WS-ACCEPT-TIME FROM TIME
               PERFORM 3160-BUILD-INBOUND-LOG-ENTRY
               SET IPM-STAT-REPAIR TO TRUE
               WRITE IP-MESSAGE-RECORD
           END-IF

           MOVE "IP_REPAIR_QUEUED" TO WS-AUDIT-ACTION
           STRING "Item=" IPR-ID
                  " Msg=" WS-IPI-MSG-ID
                  " Reason=" WS-IPI-REPAIR-REASON
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3260 - GENERATE REPAIR ITEM ID
      * Same next-highest-key scan idiom as ACCTMGMT's 3576.
      ******************************************************************
       3260-GENERATE-IPR-ID.
           MOVE 1 TO WS-NEXT-IPR-ID
           MOVE LOW-VALUES TO IPR-ID
           START IP-REPAIR-FILE KEY >= IPR-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IPR-FILE-STATUS NOT = "00"
               READ IP-REPAIR-FILE NEXT RECORD
               IF WS-IPR-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-IPR-ID = IPR-ID + 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3300 - WORK INBOUND REPAIR QUEUE (SUPERVISOR)
      * Lists pending repair items, then releases one to a corrected
      * account or returns it to the sender. A release posts through
      * the same credit path the intake uses; a return goes back out
      * over the network and leaves the settlement account. An item
      * held on a sanctions hit cannot be released until its review
      * item is disposed a false positive.
      ******************************************************************
       3300-WORK-IP-REPAIR-QUEUE.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Instant payment repair is restricted to "
                       "SUPERVISOR."
               GO TO 3300-REPAIR-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== INSTANT PAYMENT REPAIR QUEUE ==="
           MOVE ZEROS TO WS-IPR-DSP-COUNT
           MOVE LOW-VALUES TO IPR-ID
           START IP-REPAIR-FILE KEY >= IPR-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IPR-FILE-STATUS NOT = "00"
               READ IP-REPAIR-FILE NEXT RECORD
               IF WS-IPR-FILE-STATUS = "00"
                   AND IPR-STAT-PENDING
                   ADD 1 TO WS-IPR-DSP-COUNT
                   MOVE IPR-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " IPR-ID
                           " Acct " IPR-ACCT-ID
                           " $" WS-DSP-AMOUNT
                           " " IPR-REASON
                           " Dbtr " IPR-DBTR-NAME
               END-IF
           END-PERFORM
           IF WS-IPR-DSP-COUNT = ZEROS
               DISPLAY "  (no messages awaiting repair)"
               GO TO 3300-REPAIR-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Repair Item ID (blank to exit): "
               WITH NO ADVANCING
           ACCEPT WS-IPR-INPUT-ID FROM CONSOLE
           IF WS-IPR-INPUT-ID = SPACES
               GO TO 3300-REPAIR-EXIT
           END-IF
           COMPUTE IPR-ID = FUNCTION NUMVAL(WS-IPR-INPUT-ID)
           READ IP-REPAIR-FILE
           IF WS-IPR-FILE-STATUS NOT = "00"
               DISPLAY "Repair item not found."
               GO TO 3300-REPAIR-EXIT
           END-IF
           IF NOT IPR-STAT-PENDING
               DISPLAY "Item already worked (status "
                       IPR-STATUS ")."
               GO TO 3300-REPAIR-EXIT
           END-IF

           DISPLAY "Action: (R)elease to account, "
                   "(X) return to sender: " WITH NO ADVANCING
           ACCEPT WS-IPR-INPUT-ACTION FROM CONSOLE

           PERFORM 0150-LOAD-BUSINESS-DATE
           PERFORM 2400-SET-EFFECTIVE-DATE

           IF WS-IPR-INPUT-ACTION = "X"
               PERFORM 3350-RETURN-TO-SENDER
                   THRU 3350-RETURN-EXIT
               GO TO 3300-REPAIR-EXIT
           END-IF
           IF WS-IPR-INPUT-ACTION NOT = "R"
               DISPLAY "Invalid action."
               GO TO 3300-REPAIR-EXIT
           END-IF

           IF IPR-OFACQ-ID NOT = ZEROS
               MOVE IPR-OFACQ-ID TO OFACQ-ID
               READ OFAC-REVIEW-FILE
               IF WS-OFACQ-FILE-STATUS NOT = "00"
                   OR NOT OFACQ-STAT-FALSE-POS
                   DISPLAY "Sanctions review item " IPR-OFACQ-ID
                           " is not cleared - item stays pending."
                   GO TO 3300-REPAIR-EXIT
               END-IF
           END-IF

           DISPLAY "Corrected Account ID (blank to keep "
                   IPR-ACCT-ID "): " WITH NO ADVANCING
           ACCEPT WS-IPR-INPUT-ACCT FROM CONSOLE
           IF WS-IPR-INPUT-ACCT NOT = SPACES
               COMPUTE IPR-ACCT-ID =
                   FUNCTION NUMVAL(WS-IPR-INPUT-ACCT)
           END-IF
           IF IPR-AMOUNT NOT > ZEROS
               DISPLAY "Item has no amount to post - return it."
               GO TO 3300-REPAIR-EXIT
           END-IF

           MOVE IPR-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found - item stays pending."
               GO TO 3300-REPAIR-EXIT
           END-IF
           IF NOT ACCT-ACTIVE
               DISPLAY "Account is not active - item stays pending."
               GO TO 3300-REPAIR-EXIT
           END-IF

      * The credit belongs to the day it settled in, not today -
      * it posts under that day however late it is released
           MOVE IPR-MSG-ID TO WS-IPI-MSG-ID
           MOVE IPR-ACCT-ID TO WS-IPI-ACCT-ID
           MOVE IPR-AMOUNT TO WS-IPI-AMOUNT
           MOVE IPR-DBTR-NAME TO WS-IPI-DBTR-NAME
           MOVE IPR-DBTR-ROUTING TO WS-IPI-DBTR-ROUTING
           MOVE IPR-DBTR-ACCT TO WS-IPI-DBTR-ACCT
           MOVE IPR-REMIT-INFO TO WS-IPI-REMIT-INFO
           COMPUTE WS-IP-EFFECTIVE-DATE =
               FUNCTION NUMVAL(IPR-EFFECTIVE-DATE)
           PERFORM 3150-POST-INBOUND-CREDIT

           SET IPR-STAT-RELEASED TO TRUE
           MOVE LS-CURRENT-USER TO IPR-WORKED-BY
           MOVE WS-ACCEPT-DATE TO IPR-WORKED-DATE
           REWRITE IP-REPAIR-RECORD
           DISPLAY "Item " IPR-ID " released to account "
                   IPR-ACCT-ID "."

           MOVE "IP_REPAIR_RELEASE" TO WS-AUDIT-ACTION
           STRING "Item=" IPR-ID
                  " Acct=" IPR-ACCT-ID
                  " Tran=" TRAN-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       3300-REPAIR-EXIT.
           CONTINUE.

      ******************************************************************
      * 3350 - RETURN REPAIR ITEM TO SENDER
      * Sends the funds back as a return message under a new message
      * ID of ours - they leave the settlement account on the day
      * the return goes out.
      ******************************************************************
       3350-RETURN-TO-SENDER.
           IF IPR-AMOUNT NOT > ZEROS
               SET IPR-STAT-RETURNED TO TRUE
               MOVE LS-CURRENT-USER TO IPR-WORKED-BY
               MOVE WS-ACCEPT-DATE TO IPR-WORKED-DATE
               REWRITE IP-REPAIR-RECORD
               DISPLAY "Item " IPR-ID " closed - nothing to return."
               GO TO 3350-RETURN-EXIT
           END-IF

           PERFORM 2100-GENERATE-MSG-ID
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-IP-NEW-MSG-ID TO IPM-MSG-ID
           SET IPM-DIR-RETURN TO TRUE
           MOVE IPR-ACCT-ID TO IPM-ACCT-ID
           MOVE IPR-AMOUNT TO IPM-AMOUNT
           MOVE IPR-DBTR-NAME TO IPM-CPTY-NAME
           MOVE IPR-DBTR-ROUTING TO IPM-CPTY-ROUTING
           MOVE IPR-DBTR-ACCT TO IPM-CPTY-ACCT
           MOVE SPACES TO IPM-REMIT-INFO
           STRING "RETURN OF " IPR-MSG-ID
                  DELIMITED SIZE INTO IPM-REMIT-INFO
           MOVE WS-ACCEPT-DATE TO IPM-RECV-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO IPM-RECV-TIME
           MOVE WS-IP-EFFECTIVE-DATE TO IPM-EFFECTIVE-DATE
           MOVE ZEROS TO IPM-TRAN-ID
           MOVE LS-CURRENT-USER TO IPM-USER
           SET IPM-STAT-POSTED TO TRUE
           WRITE IP-MESSAGE-RECORD

           MOVE "R" TO WS-IPO-REC-TYPE
           PERFORM 2850-WRITE-OUTBOUND-MESSAGE

           SET WS-IP-SETTLE-OUT TO TRUE
           MOVE IPR-AMOUNT TO WS-IP-POST-AMOUNT
           PERFORM 2800-UPDATE-SETTLEMENT-POSITION

      * The original receipt is closed out on the log as returned
           MOVE IPR-MSG-ID TO IPM-MSG-ID
           READ IP-MESSAGE-FILE
           IF WS-IPM-FILE-STATUS = "00"
               SET IPM-STAT-RETURNED TO TRUE
               REWRITE IP-MESSAGE-RECORD
           END-IF

           SET IPR-STAT-RETURNED TO TRUE
           MOVE LS-CURRENT-USER TO IPR-WORKED-BY
           MOVE WS-ACCEPT-DATE TO IPR-WORKED-DATE
           REWRITE IP-REPAIR-RECORD
           DISPLAY "Item " IPR-ID " returned to sender as message "
                   WS-IP-NEW-MSG-ID "."

           MOVE "IP_REPAIR_RETURN" TO WS-AUDIT-ACTION
           STRING "Item=" IPR-ID
                  " Msg=" WS-IP-NEW-MSG-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       3350-RETURN-EXIT.
           CONTINUE.

      ******************************************************************
      * 4000 - DAILY SETTLEMENT REPORT (BATCH)
      * Ties one business day's instant payment activity to the
      * settlement account:
      *   ledger IP credits + receipts still on the repair queue
      *   (or returned from it) = settled in
      *   ledger IP debits + returns sent = settled out
      * Every receipt is counted under the day it settled in: one
      * released from repair posts its IP credit under that day
      * (3300), whenever it is worked, so it moves from the repair
      * line to the ledger line of the same day and a rerun of an
      * earlier day still balances. When the network's settlement
      * statement is supplied our settlement position is also tied
      * to the network's figures. Any break sets a non-zero return
      * code.
      ******************************************************************
       4000-SETTLEMENT-REPORT.
           MOVE "IPSETL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== INSTANT PAYMENT SETTLEMENT REPORT ==="
           DISPLAY "Business date (YYYYMMDD, blank = current): "
               WITH NO ADVANCING
           ACCEPT WS-IPSR-INPUT-DATE FROM CONSOLE
           IF WS-IPSR-INPUT-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-IPSR-DATE
           ELSE
               MOVE WS-IPSR-INPUT-DATE TO WS-IPSR-DATE
           END-IF
           DISPLAY "Network settlement statement path "
                   "(blank if not received): " WITH NO ADVANCING
           ACCEPT WS-IPN-PATH FROM CONSOLE

           STRING "/opt/altoro/export/ipsettle_" WS-IPSR-DATE
                  ".rpt"
                  DELIMITED SIZE INTO WS-IPSR-PATH
           OPEN OUTPUT IP-SETTLE-RPT-FILE

           MOVE ZEROS TO WS-IPSR-LDG-IN-COUNT
           MOVE ZEROS TO WS-IPSR-LDG-IN-TOTAL
           MOVE ZEROS TO WS-IPSR-LDG-OUT-COUNT
           MOVE ZEROS TO WS-IPSR-LDG-OUT-TOTAL
           MOVE ZEROS TO WS-IPSR-RPR-COUNT
           MOVE ZEROS TO WS-IPSR-RPR-TOTAL
           MOVE ZEROS TO WS-IPSR-RET-COUNT
           MOVE ZEROS TO WS-IPSR-RET-TOTAL
           MOVE ZEROS TO WS-IPSR-BREAKS

      * Ledger side - every IP posting stamped with the day
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-INSTANT
                   AND TRAN-DATE(1:8) = WS-IPSR-DATE
                   AND NOT TRAN-REVERSED
                   IF TRAN-AMOUNT >= ZEROS
                       ADD 1 TO WS-IPSR-LDG-IN-COUNT
                       ADD TRAN-AMOUNT TO WS-IPSR-LDG-IN-TOTAL
                   ELSE
                       ADD 1 TO WS-IPSR-LDG-OUT-COUNT
                       SUBTRACT TRAN-AMOUNT
                           FROM WS-IPSR-LDG-OUT-TOTAL
                   END-IF
               END-IF
           END-PERFORM

      * Receipts that settled in on the day but never reached a
      * customer that day: still parked, or sent back
           MOVE LOW-VALUES TO IPR-ID
           START IP-REPAIR-FILE KEY >= IPR-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IPR-FILE-STATUS NOT = "00"
               READ IP-REPAIR-FILE NEXT RECORD
               IF WS-IPR-FILE-STATUS = "00"
                   AND IPR-EFFECTIVE-DATE = WS-IPSR-DATE
                   AND NOT IPR-STAT-RELEASED
                   ADD 1 TO WS-IPSR-RPR-COUNT
                   ADD IPR-AMOUNT TO WS-IPSR-RPR-TOTAL
               END-IF
           END-PERFORM

      * Returns sent on the day
           MOVE LOW-VALUES TO IPM-MSG-ID
           START IP-MESSAGE-FILE KEY >= IPM-MSG-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IPM-FILE-STATUS NOT = "00"
               READ IP-MESSAGE-FILE NEXT RECORD
               IF WS-IPM-FILE-STATUS = "00"
                   AND IPM-DIR-RETURN
                   AND IPM-EFFECTIVE-DATE = WS-IPSR-DATE
                   ADD 1 TO WS-IPSR-RET-COUNT
                   ADD IPM-AMOUNT TO WS-IPSR-RET-TOTAL
               END-IF
           END-PERFORM

      * A receipt released from repair on a later day posts under
      * its own settlement day, so it lands in the ledger total
      * above; one released the same day is already excluded from
      * the repair total
           COMPUTE WS-IPSR-ACT-IN-TOTAL =
               WS-IPSR-LDG-IN-TOTAL + WS-IPSR-RPR-TOTAL
           COMPUTE WS-IPSR-ACT-OUT-TOTAL =
               WS-IPSR-LDG-OUT-TOTAL + WS-IPSR-RET-TOTAL

           MOVE WS-IPSR-DATE TO IPS-BUS-DATE
           READ IP-SETTLE-FILE
           IF WS-IPS-FILE-STATUS NOT = "00"
               MOVE ZEROS TO IPS-IN-COUNT
               MOVE ZEROS TO IPS-IN-TOTAL
               MOVE ZEROS TO IPS-OUT-COUNT
               MOVE ZEROS TO IPS-OUT-TOTAL
           END-IF

           MOVE "INSTANT PAYMENT DAILY SETTLEMENT REPORT"
               TO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "BUSINESS DATE " WS-IPSR-DATE
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD

           MOVE WS-IPSR-LDG-IN-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "CREDITS POSTED TO CUSTOMERS   "
                  WS-IPSR-LDG-IN-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE WS-IPSR-RPR-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "RECEIPTS HELD/RETURNED        "
                  WS-IPSR-RPR-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE WS-IPSR-LDG-OUT-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "SENDS DEBITED TO CUSTOMERS    "
                  WS-IPSR-LDG-OUT-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE WS-IPSR-RET-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "RETURNS SENT                  "
                  WS-IPSR-RET-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD

           MOVE IPS-IN-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "SETTLEMENT ACCOUNT - IN       "
                  IPS-IN-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           MOVE IPS-OUT-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "SETTLEMENT ACCOUNT - OUT      "
                  IPS-OUT-COUNT " $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           COMPUTE WS-IPSR-NET = IPS-IN-TOTAL - IPS-OUT-TOTAL
           MOVE WS-IPSR-NET TO WS-DSP-AMOUNT
           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           STRING "SETTLEMENT ACCOUNT - NET              $"
                  WS-DSP-AMOUNT
                  DELIMITED SIZE INTO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD

           IF WS-IPSR-ACT-IN-TOTAL NOT = IPS-IN-TOTAL
               ADD 1 TO WS-IPSR-BREAKS
               MOVE "*** BREAK: ACTIVITY IN DISAGREES WITH "
                   & "SETTLEMENT ACCOUNT ***" TO IP-SETTLE-RPT-RECORD
               WRITE IP-SETTLE-RPT-RECORD
           END-IF
           IF WS-IPSR-ACT-OUT-TOTAL NOT = IPS-OUT-TOTAL
               ADD 1 TO WS-IPSR-BREAKS
               MOVE "*** BREAK: ACTIVITY OUT DISAGREES WITH "
                   & "SETTLEMENT ACCOUNT ***" TO IP-SETTLE-RPT-RECORD
               WRITE IP-SETTLE-RPT-RECORD
           END-IF

           PERFORM 4100-PROVE-NETWORK-STATEMENT

           MOVE SPACES TO IP-SETTLE-RPT-RECORD
           WRITE IP-SETTLE-RPT-RECORD
           IF WS-IPSR-BREAKS = ZEROS
               MOVE "*** SETTLEMENT ACCOUNT PROVED ***"
                   TO IP-SETTLE-RPT-RECORD
           ELSE
               MOVE "*** SETTLEMENT ACCOUNT OUT OF BALANCE ***"
                   TO IP-SETTLE-RPT-RECORD
           END-IF
           WRITE IP-SETTLE-RPT-RECORD
           CLOSE IP-SETTLE-RPT-FILE

           DISPLAY "Settlement report: " WS-IPSR-PATH
           IF WS-IPSR-BREAKS = ZEROS
               DISPLAY "Settlement account proved."
           ELSE
               DISPLAY "*** " WS-IPSR-BREAKS " settlement break(s) "
                       "- see report ***"
           END-IF

           MOVE "IP_SETTLE_REPORT" TO WS-AUDIT-ACTION
           STRING "Date=" WS-IPSR-DATE
                  " Breaks=" WS-IPSR-BREAKS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "IPSETL" TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-IPSR-LDG-IN-COUNT + WS-IPSR-LDG-OUT-COUNT
           IF WS-IPSR-BREAKS > ZEROS
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       4000-SETTLE-EXIT.
           CONTINUE.

      ******************************************************************
      * 4100 - PROVE TO THE NETWORK SETTLEMENT STATEMENT
      * The statement's "S" line carries the network's settled-in
      * and settled-out totals for the business date.
      ******************************************************************
       4100-PROVE-NETWORK-STATEMENT.
           IF WS-IPN-PATH = SPACES
               MOVE "NETWORK STATEMENT NOT SUPPLIED - NOT PROVED"
                   TO IP-SETTLE-RPT-RECORD
               WRITE IP-SETTLE-RPT-RECORD
           ELSE
               MOVE "N" TO WS-IPN-FOUND
               OPEN INPUT IP-NETWORK-STMT-FILE
               PERFORM UNTIL WS-IPN-STATUS NOT = "00"
                   READ IP-NETWORK-STMT-FILE
                   IF WS-IPN-STATUS = "00"
                       AND IP-NETWORK-STMT-RECORD(1:1) = "S"
                       MOVE IP-NETWORK-STMT-RECORD TO WS-IPN-DETAIL
                       IF WS-IPN-BUS-DATE = WS-IPSR-DATE
                           MOVE "Y" TO WS-IPN-FOUND
                           IF WS-IPN-IN-TOTAL NOT = IPS-IN-TOTAL
                               OR WS-IPN-OUT-TOTAL
                                   NOT = IPS-OUT-TOTAL
                               ADD 1 TO WS-IPSR-BREAKS
                               MOVE "*** BREAK: SETTLEMENT ACCOUNT "
                                   & "DISAGREES WITH NETWORK ***"
                                   TO IP-SETTLE-RPT-RECORD
                           ELSE
                               MOVE "AGREES WITH NETWORK "
                                   & "SETTLEMENT STATEMENT"
                                   TO IP-SETTLE-RPT-RECORD
                           END-IF
                           WRITE IP-SETTLE-RPT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE IP-NETWORK-STMT-FILE
               IF WS-IPN-FOUND = "N"
                   ADD 1 TO WS-IPSR-BREAKS
                   MOVE "*** BREAK: NO NETWORK FIGURES FOR THIS "
                       & "DATE ***" TO IP-SETTLE-RPT-RECORD
                   WRITE IP-SETTLE-RPT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * 3090 - GET NEXT TRANSACTION ID
      * Same persistent-counter read/bump/rewrite ACCTMGMT's
      * 3090-GET-NEXT-TRAN-ID performs against TRAN-SEQUENCE-FILE,
      * so instant payment postings share the one TRAN-ID series
      * with every other posting path in the system.
      ******************************************************************
       3090-GET-NEXT-TRAN-ID.
           MOVE "TRANID" TO SEQ-KEY
           READ TRAN-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               MOVE ZEROS TO SEQ-LAST-TRAN-ID
           END-IF
           ADD 1 TO SEQ-LAST-TRAN-ID
           MOVE SEQ-LAST-TRAN-ID TO WS-NEXT-TRAN-ID
           REWRITE TRAN-SEQUENCE-RECORD
           IF WS-SEQ-FILE-STATUS NOT = "00"
               WRITE TRAN-SEQUENCE-RECORD
           END-IF
      * A stale effective date must never leak from a record read
      * earlier in the run onto the transaction about to be
      * written - same-day is the default, and the backdating
      * writer sets its own date after this
           MOVE SPACES TO TRAN-EFFECTIVE-DATE.

      ******************************************************************
      * 9100 - WRITE RUN-CONTROL START RECORD
      * Logs the start of a batch job to BATCH-RUN-LOG-FILE. The
      * caller moves the job's name into WS-RUNCTL-JOB-NAME before
      * performing this.
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
      * Logs the end of a batch job to BATCH-RUN-LOG-FILE. The caller
      * moves the job's name into WS-RUNCTL-JOB-NAME, the records it
      * touched into WS-RUNCTL-RECORDS-DONE and its completion code
      * into WS-RUNCTL-RETURN-CODE before performing this.
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

      ******************************************************************
      * 9400 - JOURNAL ACCOUNT UPDATE
      * Writes one before/after-image journal row for the account
      * update just posted - the same UPDTJRNL stream ACCTMGMT
      * writes, so forward recovery replays ACH settlements along
      * with everything else. The record as READ is staged in
      * WS-JRNL-BEFORE-ACCT; ACCOUNT-RECORD holds the after image.
      ******************************************************************
       9400-JOURNAL-ACCOUNT-UPDATE.
           OPEN EXTEND UPDATE-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT UPDATE-JOURNAL-FILE
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-ACCEPT-DATE "-" WS-ACCEPT-TIME
               DELIMITED SIZE INTO JRNL-TIMESTAMP
           MOVE LS-CURRENT-USER TO JRNL-USER
           MOVE WS-PROGRAM-NAME TO JRNL-PROGRAM
           MOVE "ACCTFILE" TO JRNL-FILE-NAME
           MOVE WS-JRNL-OPERATION TO JRNL-OPERATION
           MOVE ACCT-ID TO JRNL-RECORD-KEY
           MOVE WS-JRNL-BEFORE-ACCT TO JRNL-BEFORE-IMAGE
           IF JRNL-OP-DELETE
               MOVE SPACES TO JRNL-AFTER-IMAGE
           ELSE
               MOVE ACCOUNT-RECORD TO JRNL-AFTER-IMAGE
           END-IF
           WRITE UPDATE-JOURNAL-RECORD
           CLOSE UPDATE-JOURNAL-FILE
      * The buffer is now the current record - stage it as the
      * before-image so a second update journaled without a fresh
      * READ chains from the state this row left behind.
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT.

      ******************************************************************
      * 9200 - WRITE AUDIT LOG
      * Writes one structured AUDIT-LOG-FILE record. The caller moves
      * a short action code into WS-AUDIT-ACTION and STRINGs the
      * free-text part of the message into WS-AUDIT-DETAIL before
      * performing this - timestamp, user and program are filled in
      * here the same way every time.
      ******************************************************************
       9200-WRITE-AUDIT-LOG.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-ACCEPT-DATE "-" WS-ACCEPT-TIME
               DELIMITED SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE LS-CURRENT-USER TO WS-AUDIT-USER
           MOVE WS-PROGRAM-NAME TO WS-AUDIT-PROGRAM

           MOVE WS-AUDIT-TIMESTAMP TO ALOG-TIMESTAMP
           MOVE WS-AUDIT-USER TO ALOG-USER
           MOVE WS-AUDIT-ACTION TO ALOG-ACTION
           MOVE WS-AUDIT-SEVERITY TO ALOG-SEVERITY
           MOVE WS-AUDIT-PROGRAM TO ALOG-PROGRAM
           MOVE WS-AUDIT-DETAIL TO ALOG-DETAIL
           MOVE AUDIT-LOG-RECORD(1:256) TO WS-SEAL-BUFFER
           PERFORM 9210-SEAL-AUDIT-RECORD
           MOVE WS-SEAL-NEW-SEQ TO ALOG-SEQ-NUM
           MOVE WS-SEAL-NEW-CHAIN TO ALOG-CHAIN-VALUE
           WRITE AUDIT-LOG-RECORD

           MOVE "INFO" TO WS-AUDIT-SEVERITY
           MOVE SPACES TO WS-AUDIT-DETAIL.

      ******************************************************************
      * 9210 - SEAL AUDIT RECORD
      * Assigns the next monotonic sequence number and computes the
      * running integrity value: the prior chain value times 31
      * plus a byte checksum of the record content, modulo 10**9.
      * The nightly verification batch recomputes the same chain -
      * an edited or truncated log no longer adds up.
      ******************************************************************
       9210-SEAL-AUDIT-RECORD.
           MOVE "AUDITLOG" TO SEAL-LOG-NAME
           READ AUDIT-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               MOVE "AUDITLOG" TO SEAL-LOG-NAME
               MOVE ZEROS TO SEAL-LAST-SEQ
               MOVE ZEROS TO SEAL-LAST-CHAIN
           END-IF

           MOVE ZEROS TO WS-SEAL-SUM
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > 256
               COMPUTE WS-SEAL-BYTE-VAL =
                   FUNCTION ORD(WS-SEAL-BUFFER(WS-SEAL-IDX:1))
               COMPUTE WS-SEAL-SUM = FUNCTION MOD(
                   WS-SEAL-SUM + WS-SEAL-BYTE-VAL, 1000000000)
           END-PERFORM

           COMPUTE WS-SEAL-NEW-SEQ = SEAL-LAST-SEQ + 1
           COMPUTE WS-SEAL-NEW-CHAIN = FUNCTION MOD(
               (SEAL-LAST-CHAIN * 31) + WS-SEAL-SUM, 1000000000)

           MOVE WS-SEAL-NEW-SEQ TO SEAL-LAST-SEQ
           MOVE WS-SEAL-NEW-CHAIN TO SEAL-LAST-CHAIN
           REWRITE AUDIT-SEAL-RECORD
           IF WS-SEAL-FILE-STATUS NOT = "00"
               WRITE AUDIT-SEAL-RECORD
           END-IF.

      ******************************************************************
      * 3210 - UPDATE DAILY TRANSACTION SUMMARY
      * Same per-account per-day summary maintenance ACCTMGMT's
      * 3210 performs after each detail write.
      ******************************************************************
       3210-UPDATE-DAILY-SUMMARY.
           MOVE TRAN-ACCOUNT-ID TO SUMM-ACCT-ID
           MOVE TRAN-DATE(1:8) TO SUMM-DATE
           READ TRAN-SUMMARY-FILE
           IF WS-SUMM-FILE-STATUS NOT = "00"
               MOVE TRAN-ACCOUNT-ID TO SUMM-ACCT-ID
               MOVE TRAN-DATE(1:8) TO SUMM-DATE
               MOVE ZEROS TO SUMM-CREDIT-TOTAL
               MOVE ZEROS TO SUMM-DEBIT-TOTAL
               MOVE ZEROS TO SUMM-CREDIT-COUNT
               MOVE ZEROS TO SUMM-DEBIT-COUNT
               MOVE ZEROS TO SUMM-CASH-TOTAL
               MOVE ZEROS TO SUMM-CASH-COUNT
               MOVE ZEROS TO SUMM-INTEREST-TOTAL
           END-IF
           IF TRAN-AMOUNT >= ZEROS
               ADD TRAN-AMOUNT TO SUMM-CREDIT-TOTAL
               ADD 1 TO SUMM-CREDIT-COUNT
           ELSE
               ADD TRAN-AMOUNT TO SUMM-DEBIT-TOTAL
               ADD 1 TO SUMM-DEBIT-COUNT
           END-IF
           IF TRAN-IS-CASH
               COMPUTE SUMM-CASH-TOTAL =
                   SUMM-CASH-TOTAL + FUNCTION ABS(TRAN-AMOUNT)
               ADD 1 TO SUMM-CASH-COUNT
           END-IF
           IF TRAN-TYPE-INTEREST
               ADD TRAN-AMOUNT TO SUMM-INTEREST-TOTAL
           END-IF
           REWRITE TRAN-SUMMARY-RECORD
           IF WS-SUMM-FILE-STATUS NOT = "00"
               WRITE TRAN-SUMMARY-RECORD
           END-IF
      * The account/date access path rides along with the summary
           MOVE TRAN-ACCOUNT-ID TO TXR-ACCT-ID
           MOVE TRAN-DATE(1:8) TO TXR-DATE
           MOVE TRAN-ID TO TXR-TRAN-ID
           WRITE TRAN-XREF-RECORD.
