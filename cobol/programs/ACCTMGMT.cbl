               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.

      * Partition definitions maintained by BATCHSCH - a partitioned
      * account job works only its own branch or account range.
           SELECT BATCH-PARTITION-FILE
               ASSIGN TO "BATCHPRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPRT-KEY
               FILE STATUS IS WS-BPRT-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS PAYEE-KEY
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

      * Saved payees in the layout before the biller's bank details
      * were carried - read only by the one-time conversion (7226).
           SELECT PAYEE-PRIOR-FILE
               ASSIGN TO "PAYEOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PYO-KEY
               FILE STATUS IS WS-PYO-FILE-STATUS.

           SELECT TRAN-SEQUENCE-FILE
               ASSIGN TO "TRANSEQ"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

      * Entity master: one row per bank charter - see ENTYREC
           SELECT ENTITY-FILE
               ASSIGN TO "ENTYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTY-CODE
               FILE STATUS IS WS-ENTY-FILE-STATUS.

      * Product master: everything marketing needs to launch a
      * deposit product without a recompile - the underlying
      * account type, minimum opening balance, default limits,
               FILE STATUS IS WS-PER-FILE-STATUS.

      * Processed-files registry - a whole inbound file whose ID
      * or sequence was already consumed is refused, for the ATM
      * settlement and lockbox intakes here and the ACH inbound in
      * ACHPROC.
           SELECT PROC-FILE-REGISTRY
               ASSIGN TO "PROCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

      * Official (cashier's) check register - one record per check
      * the bank itself draws, keyed by serial number, carrying the
      * remitter, payee and whether it has been presented, voided
      * or stopped and reissued. The outstanding items are the
      * official-checks-outstanding liability the GL is proved to.
           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-SERIAL
               FILE STATUS IS WS-OFC-FILE-STATUS.

      * Daily outstanding official check report, one dated file per
      * run.
           SELECT OFC-REPORT-FILE
               ASSIGN TO WS-OFC-RPT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFC-RPT-STATUS.

      * RPTGEN's GL chart-of-accounts mapping and GL line status
      * file, read by the official check report to find the
      * official checks outstanding liability account and the
      * balance the GL feed has booked to it.
           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT GL-STATUS-FILE
               ASSIGN TO "GLSTATUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLST-KEY
               FILE STATUS IS WS-GLST-FILE-STATUS.

      * Outgoing cash letter items - one record per deposited check
      * from the teller line, teller batches and RDC, keyed by the
      * drawee routing endpoint then TRAN-ID so the nightly build
      * reads them already grouped for bundling. On-us items are
      * kept too (status U) so the day's captures tie to posting.
           SELECT CASH-LETTER-ITEM-FILE
               ASSIGN TO "CASHLTRI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-KEY
               FILE STATUS IS WS-CLI-FILE-STATUS.

      * Outgoing cash letter presented to the correspondent, one
      * dated file per business day.
           SELECT CASH-LETTER-FILE
               ASSIGN TO WS-CL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

      * Bill payment disbursements, keyed by the PY TRAN-ID and
      * shared with ACHPROC, which sends each released payment.
           SELECT BILLPAY-DISB-FILE
               ASSIGN TO "BPDISB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPD-TRAN-ID
               FILE STATUS IS WS-BPD-FILE-STATUS.

      * Wholesale lockbox processor file (received) - one control
      * header, then for each lockbox batch a "B" record naming the
      * corporate account followed by its "I" remittance items, and
      * a "T" trailer.
           SELECT LOCKBOX-FILE
               ASSIGN TO WS-LBX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LBX-FILE-STATUS.

      * Lockbox remittance detail - every item the processor sent,
      * credited or sent to suspense, keyed by processing date and
      * account so the customer's daily file reads straight off it.
           SELECT LOCKBOX-DETAIL-FILE
               ASSIGN TO "LOCKBOXD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBD-KEY
               FILE STATUS IS WS-LBD-FILE-STATUS.

      * Daily receivables transmission back to the lockbox customer,
      * one dated file per corporate account.
           SELECT LOCKBOX-RECV-FILE
               ASSIGN TO WS-LBR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBR-FILE-STATUS.

      * Account reconciliation plan (ARP) enrollment - which
      * corporate accounts get a paid-items file and reconciliation
      * report with each statement cycle, and in which mode.
           SELECT ARP-ENROLL-FILE
               ASSIGN TO "ARPENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARPE-ACCT-ID
               FILE STATUS IS WS-ARPE-FILE-STATUS.

      * Paid-check log - one row per issued-account check paid,
      * whether or not an issue was on file for it.
           SELECT ARP-PAID-LOG-FILE
               ASSIGN TO "ARPPAID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARPP-KEY
               FILE STATUS IS WS-ARPP-FILE-STATUS.

      * Per-account cycle outputs: the paid-items file for the
      * customer's reconciliation system and the printed report.
           SELECT ARP-PAID-ITEMS-FILE
               ASSIGN TO WS-ARP-PAID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARP-PAID-STATUS.

           SELECT ARP-REPORT-FILE
               ASSIGN TO WS-ARP-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARP-RPT-STATUS.

      * Closed-for-cause register - one row per account closed or
      * charged off for cause, carried until the consumer deposit
      * reporting agency has the report and every update after it.
           SELECT CLOSED-CAUSE-FILE
               ASSIGN TO "CFCRPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFC-ACCT-ID
               FILE STATUS IS WS-CFC-FILE-STATUS.

           SELECT CFC-EXTRACT-FILE
               ASSIGN TO WS-CFC-EXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFC-EXT-STATUS.

      * The agency's response file, one row per applicant SSN,
      * and the flat file it arrives in.
           SELECT SCREEN-RESPONSE-FILE
               ASSIGN TO "DPSCRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-SSN
               FILE STATUS IS WS-SCRN-FILE-STATUS.

           SELECT SCREEN-LOAD-FILE
               ASSIGN TO WS-SCRN-LOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRN-LOAD-STATUS.

      * Non-customer check cashing register - one row per on-us
      * check cashed for a presenter who does not bank with us,
      * keyed by the presenter's identification.
           SELECT NONCUST-CASH-FILE
               ASSIGN TO "NCCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCC-KEY
               FILE STATUS IS WS-NCC-FILE-STATUS.

      * Loan index rate table and the variable-rate terms of each
      * loan booked off it - both created on first use.
           SELECT INDEX-RATE-FILE
               ASSIGN TO "IDXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDXR-KEY
               FILE STATUS IS WS-IDXR-FILE-STATUS.

           SELECT LOAN-VAR-FILE
               ASSIGN TO "LOANVAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-ACCT-ID
               FILE STATUS IS WS-LVR-FILE-STATUS.

      * Home equity lines - one row per revolving line carried on
      * an LN account, created on first use.
           SELECT HELOC-FILE
               ASSIGN TO "HELOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLC-ACCT-ID
               FILE STATUS IS WS-HLC-FILE-STATUS.

      * Construction loans - project header, budget lines and draw
      * requests, all created on first use.
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

           SELECT CONSTR-DRAW-FILE
               ASSIGN TO "CNSTDRAW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-KEY
               FILE STATUS IS WS-CND-FILE-STATUS.
      * Loan participations - each other bank's share of a loan -
      * and the remittances the monthly run sends them, both
      * created on first use.
           SELECT LOAN-PART-FILE
               ASSIGN TO "LOANPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTC-KEY
               FILE STATUS IS WS-PTC-FILE-STATUS.

           SELECT PART-REMIT-FILE
               ASSIGN TO "PARTRMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.
      * Loans placed on nonaccrual, created on first use
           SELECT LOAN-NONACCRUAL-FILE
               ASSIGN TO "LOANNACR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAC-LOAN-ACCT-ID
               FILE STATUS IS WS-NAC-FILE-STATUS.
      * Loan risk grade history, created on first use
           SELECT LOAN-GRADE-FILE
               ASSIGN TO "LOANGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LGR-FILE-STATUS.
      * Borrower relationships for lending limits, created on first
      * use
           SELECT BORROWER-REL-FILE
               ASSIGN TO "BORRREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRL-CUST-ID
               FILE STATUS IS WS-BRL-FILE-STATUS.
      * Commercial loan covenants and the officer tickler they feed,
      * created on first use
           SELECT LOAN-COVENANT-FILE
               ASSIGN TO "LOANCOVN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COV-FILE-STATUS.
           SELECT OFFICER-TICKLER-FILE
               ASSIGN TO "OFCRTKLR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTK-KEY
               FILE STATUS IS WS-OTK-FILE-STATUS.

      * Credit card line review outcomes - one per card account,
      * see CLRVREC.cpy.
           SELECT CREDIT-LINE-REVIEW-FILE
               ASSIGN TO "CCLNREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-ACCT-ID
               FILE STATUS IS WS-CLR-FILE-STATUS.

      * Private mortgage insurance on mortgage loans - see PMIREC.
           SELECT LOAN-PMI-FILE
               ASSIGN TO "LOANPMI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMI-LOAN-ACCT-ID
               FILE STATUS IS WS-PMI-FILE-STATUS.

      * PMI cancellations for the insurers - one line per
      * certificate cancelled, appended as they happen and picked
      * up by the insurers' feed.
           SELECT PMI-CANCEL-FILE
               ASSIGN TO "PMICANCL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMIX-FILE-STATUS.

      * Annual PMI disclosure letters, one file per run, named the
      * way the CD maturity notices are.
           SELECT PMI-DISCLOSURE-FILE
               ASSIGN TO WS-PMI-DISC-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMID-FILE-STATUS.

      * Customer military status for Servicemembers Civil Relief
      * Act protection - see MILREC.
           SELECT MILITARY-STATUS-FILE
               ASSIGN TO "MILSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIL-CUST-ID
               FILE STATUS IS WS-MIL-FILE-STATUS.

      * DMDC active-duty verification response (received) - one
      * record per customer we asked about.
           SELECT DMDC-RESPONSE-FILE
               ASSIGN TO WS-DMDC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DMDC-FILE-STATUS.

      * Customer bankruptcy cases and the automatic stay - see
      * BKRREC.
           SELECT BANKRUPTCY-CASE-FILE
               ASSIGN TO "BKRCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-FILE-STATUS.

      * Account takeover watch, shared with CUSTMGMT, AUTHNTCN and
      * ACHPROC - see ATOREC. Read before a large transfer or wire.
           SELECT ATO-WATCH-FILE
               ASSIGN TO "ATOWATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATO-CUST-ID
               FILE STATUS IS WS-ATO-FILE-STATUS.

      * Contact-change history, written by CUSTMGMT - see CCHGREC.
      * Read for the cooling-off window after a contact change.
           SELECT CONTACT-CHANGE-FILE
               ASSIGN TO "CONTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCH-KEY
               FILE STATUS IS WS-CCH-FILE-STATUS.

      * Checkbook orders for the check printer
           SELECT CHECKBOOK-ORDER-FILE
               ASSIGN TO "CHKORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKO-ORDER-ID
               FILE STATUS IS WS-CHKO-FILE-STATUS.
      * Staff master, read to tie an operator to their own profile
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPL-ID
               FILE STATUS IS WS-EMPL-FILE-STATUS.
      * Relatives each employee has declared - see EMPRREC
           SELECT EMPLOYEE-RELATION-FILE
               ASSIGN TO "EMPLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-KEY
               FILE STATUS IS WS-EMPR-FILE-STATUS.
      * Conflict-of-interest flags for compliance - see COIREC
           SELECT CONFLICT-FLAG-FILE
               ASSIGN TO "COIFLAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COI-ID
               FILE STATUS IS WS-COI-FILE-STATUS.
      * Reward checking monthly qualification - see RWQREC
           SELECT REWARD-QUAL-FILE
               ASSIGN TO "RWDQUAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RWQ-KEY
               FILE STATUS IS WS-RWQ-FILE-STATUS.
      * Debit card round-up enrollments and daily sweep history -
      * see RUPREC and RUHREC
           SELECT ROUNDUP-ENROLL-FILE
               ASSIGN TO "RNDUPENR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUP-CHK-ACCT-ID
               FILE STATUS IS WS-RUP-FILE-STATUS.
           SELECT ROUNDUP-HISTORY-FILE
               ASSIGN TO "RNDUPHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUH-KEY
               FILE STATUS IS WS-RUH-FILE-STATUS.
      * Interest disposition instructions - see IDSPREC
           SELECT INTEREST-DISP-FILE
               ASSIGN TO "INTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDS-ACCT-ID
               FILE STATUS IS WS-IDS-FILE-STATUS.
      * ACHPROC's verified-external-account registry, read before
      * interest is sent by ACH to a customer's account elsewhere
           SELECT EXT-VERIFY-FILE
               ASSIGN TO "EXTVRFY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRFY-KEY
               FILE STATUS IS WS-VRFY-FILE-STATUS.

      * Card renewals sent to the embosser and their activation -
      * see CRNWREC - and the dated production file for the run
           SELECT CARD-RENEWAL-FILE
               ASSIGN TO "CARDRNW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-KEY
               FILE STATUS IS WS-CRN-FILE-STATUS.

           SELECT CARD-PROD-FILE
               ASSIGN TO WS-CRN-PROD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRN-PROD-STATUS.

      * IOLTA attorney trust designations and the overdraft notice
      * queue for the disciplinary authority - see IOLTREC and
      * IOLNREC - with the dated remittance and notice files
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

           SELECT IOLTA-REMIT-FILE
               ASSIGN TO WS-IOL-RMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOL-RMT-STATUS.

           SELECT IOLTA-NOTICE-OUT-FILE
               ASSIGN TO WS-IOLN-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLN-OUT-STATUS.

      * Settlement account statements - the Fed master account and
      * the correspondents - reconciled against our own settlement
      * records, with the due-from open items the breaks carry
      * forward on (see DFOIREC) and the dated due-from report.
      * The instant payment network's daily settlement position is
      * read from INSTPAY's file.
           SELECT DUE-FROM-STMT-FILE
               ASSIGN TO WS-DFS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFS-STATUS.

           SELECT DUE-FROM-OPEN-FILE
               ASSIGN TO "DUEFROPN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFO-ID
               FILE STATUS IS WS-DFO-FILE-STATUS.

           SELECT DUE-FROM-RPT-FILE
               ASSIGN TO WS-DFR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFR-STATUS.

           SELECT IP-SETTLE-FILE
               ASSIGN TO "IPSETTLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-BUS-DATE
               FILE STATUS IS WS-IPS-FILE-STATUS.

      * Coded account restrictions - see RSTRREC - and the dated
      * daily restriction inventory
           SELECT ACCT-RESTRICT-FILE
               ASSIGN TO "ACCTRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT RESTRICT-RPT-FILE
               ASSIGN TO WS-RSTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTR-STATUS.


      * Teller warning notes on accounts and customers - see
      * WNOTEREC - and the dated expiring-notes review
           SELECT WARN-NOTE-FILE
               ASSIGN TO "WARNNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNT-KEY
               FILE STATUS IS WS-WNT-FILE-STATUS.

           SELECT NOTE-REVIEW-RPT-FILE
               ASSIGN TO WS-WNR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WNR-STATUS.

      * Rate and fee changes under review - see RTPRREC/FEPRREC -
      * and the pro-forma simulation's projected postings and its
      * current-versus-proposed report, one dated pair per run
           SELECT PROPOSED-RATE-FILE
               ASSIGN TO "RATEPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTPR-KEY
               FILE STATUS IS WS-RTPR-FILE-STATUS.

           SELECT PROPOSED-FEE-FILE
               ASSIGN TO "FEEPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEPR-KEY
               FILE STATUS IS WS-FEPR-FILE-STATUS.

           SELECT PROFORMA-FILE
               ASSIGN TO WS-PFRM-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PFRM-STATUS.

           SELECT PROFORMA-RPT-FILE
               ASSIGN TO WS-PFRM-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFRM-RPT-STATUS.

      * The run's changed postings netted by customer, kept beside
      * the pro-forma file - see 8818
           SELECT PROFORMA-CUST-FILE
               ASSIGN TO WS-PFCU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFCU-CUST-ID
               FILE STATUS IS WS-PFCU-STATUS.

      * Month-end balance snapshot history, one file per year
      * (BALSNAPyyyy) - see SNAPREC
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO WS-SNAP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.

      * Subpoenas and records requests - the case, the customers
      * and accounts it names and the log of what was produced
      * (see LRQCREC/LRQSREC/LRQPREC) - with the production package
      * built for a case, the archived statement being copied into
      * it, and the dated due-date aging report for legal
           SELECT LRQ-CASE-FILE
               ASSIGN TO "LEGLRQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-CASE-ID
               FILE STATUS IS WS-LRQ-FILE-STATUS.

           SELECT LRQ-SUBJECT-FILE
               ASSIGN TO "LEGLRQSB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQS-KEY
               FILE STATUS IS WS-LRQS-FILE-STATUS.

           SELECT LRQ-PROD-LOG-FILE
               ASSIGN TO "LEGLRQLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQP-KEY
               FILE STATUS IS WS-LRQP-FILE-STATUS.

           SELECT LRQ-PACKAGE-FILE
               ASSIGN TO WS-LRQK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQK-STATUS.

           SELECT LRQ-STMT-COPY-FILE
               ASSIGN TO WS-LRQM-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LRQM-STATUS.

           SELECT LRQ-AGING-RPT-FILE
               ASSIGN TO WS-LRQA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  CKPT-STATUS             PIC X(01).
               88  CKPT-IN-PROGRESS    VALUE "P".
               88  CKPT-COMPLETE       VALUE "C".
      * For a job that walks more than one file: which file it was
      * in and, where the key is not an account number, the key
           05  CKPT-PHASE              PIC X(01).
           05  CKPT-RESUME-KEY         PIC X(20).
           05  FILLER                  PIC X(02).

       FD  BATCH-PARTITION-FILE.
           COPY BPRTREC.

       FD  BATCH-RUN-LOG-FILE.
           COPY RUNCTL.
               88  PEND-TYPE-VELOCITY  VALUE "VL".
               88  PEND-TYPE-LOANMOD   VALUE "LO".
               88  PEND-TYPE-VULNERABLE VALUE "VU".
               88  PEND-TYPE-CREDIT-LINE VALUE "CL".
               88  PEND-TYPE-KITE      VALUE "KT".
               88  PEND-TYPE-TAKEOVER  VALUE "AT".
      * Queued and executed in CUSTMGMT's restore screen; this
      * program lists it for visibility but never decides it.
               88  PEND-TYPE-RESTORE   VALUE "RS".
           05  PAYEE-STATUS            PIC X(01).
               88  PAYEE-ACTIVE        VALUE "A".
               88  PAYEE-DELETED       VALUE "D".
      * Biller's receiving bank details - a payee with a routing
      * number is paid by ACH credit, any other by mailed check
           05  PAYEE-ROUTING           PIC X(09).
           05  PAYEE-BANK-ACCT         PIC X(17).
           05  FILLER                  PIC X(15).

       FD  PAYEE-PRIOR-FILE.
       01  PAYEE-PRIOR-RECORD.
           05  PYO-KEY.
               10  PYO-CUST-ID         PIC X(20).
               10  PYO-ID              PIC 9(06).
           05  PYO-NAME                PIC X(30).
           05  PYO-ADDR-LINE1          PIC X(30).
           05  PYO-ADDR-LINE2          PIC X(30).
           05  PYO-CITY                PIC X(20).
           05  PYO-STATE               PIC X(02).
           05  PYO-ZIP                 PIC X(10).
           05  PYO-ACCT-AT-PAYEE       PIC X(20).
           05  PYO-DEFAULT-AMOUNT      PIC S9(13)V99.
           05  PYO-STATUS              PIC X(01).
           05  FILLER                  PIC X(15).

       FD  TRAN-SEQUENCE-FILE.
           05  LOAN-STATUS                 PIC X(01).
               88  LOAN-ACTIVE             VALUE "A".
               88  LOAN-PAID-OFF           VALUE "P".
               88  LOAN-CHARGED-OFF        VALUE "W".
      * Delinquency aging bucket maintained by the nightly
      * delinquency job: spaces = current, else 30/60/90+.
           05  LOAN-DELINQ-BUCKET          PIC X(02).
               88  CHKISS-OUTSTANDING      VALUE "O".
               88  CHKISS-CLEARED          VALUE "C".
               88  CHKISS-VOIDED           VALUE "V".
      * Business date the check was paid or voided
           05  CHKISS-STATUS-DATE          PIC X(08).
           05  FILLER                      PIC X(07).

      * ATM/debit card file. A customer's ACCT-PIN is an online-
      * banking PIN tied to the account itself; a card's own PIN
               88  CARD-BLOCKED        VALUE "B".
               88  CARD-EXPIRED        VALUE "E".
               88  CARD-REISSUED       VALUE "R".
      * Last business date the card was used at an ATM - the
      * monthly renewal run passes over cards unused too long
           05  CARD-LAST-USED-DATE     PIC X(08).
      * Key version CARD-PIN is sealed under (see PIICRYPT.cpy)
           05  CARD-PIN-KEY-VER        PIC 9(03).
           05  FILLER                  PIC X(04).

       FD  ACCOUNT-OWNER-FILE.
       01  ACCOUNT-OWNER-RECORD.
           05  RATE-TIER-LIMIT         PIC 9(11)V99.
           05  RATE-SET-BY             PIC X(20).
           05  RATE-SET-DATE           PIC X(10).
      * Advance notice of a decrease on this row - spaces until the
      * rate-change notice run has looked at it
           05  RATE-NOTICE-STATUS      PIC X(01).
               88  RATE-NOTICE-PENDING VALUE SPACE.
               88  RATE-NOTICE-QUEUED  VALUE "Q".
               88  RATE-NOTICE-NONE    VALUE "N".
           05  RATE-NOTICE-DATE        PIC X(08).
           05  FILLER                  PIC X(06).


       FD  AUDIT-SEAL-FILE.
           05  TBI-ACCT-ID             PIC 9(16).
           05  TBI-ITEM-TYPE           PIC X(01).
               88  TBI-TYPE-DEPOSIT    VALUE "D".
               88  TBI-TYPE-CHECK-DEP  VALUE "C".
               88  TBI-TYPE-WITHDRAWAL VALUE "W".
           05  TBI-AMOUNT              PIC S9(13)V99.
      * Drawee routing of a check deposit item, blank if on-us
           05  TBI-ROUTING             PIC X(09).
           05  FILLER                  PIC X(06).

       FD  CHARGE-OFF-FILE.
       01  CHARGE-OFF-RECORD.
           05  IBR-TO-BRANCH           PIC X(04).
           05  IBR-AMOUNT              PIC S9(13)V99.
           05  IBR-TRAN-ID             PIC 9(10).
      * Entity of each side - different entities make the pair an
      * inter-company entry
           05  IBR-FROM-ENTITY         PIC X(03).
           05  IBR-TO-ENTITY           PIC X(03).
           05  FILLER                  PIC X(09).

       FD  SDB-FILE.
       01  SDB-RECORD.
               88  BRCH-CLOSED         VALUE "C".
               88  BRCH-MERGED         VALUE "M".
           05  BRCH-MERGED-INTO        PIC X(04).
      * Bank charter the branch operates under - spaces mean
      * entity 001 (see ENTYREC)
           05  BRCH-ENTITY             PIC X(03).
           05  FILLER                  PIC X(12).

       FD  ENTITY-FILE.
           COPY ENTYREC.

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05  PROD-STATUS             PIC X(01).
               88  PROD-ACTIVE         VALUE "A".
               88  PROD-INACTIVE       VALUE "I".
      * Day-count basis every interest computation on the product
      * uses - A = Actual/365 (also blank), B = Actual/360,
      * C = 30/360. See 5255.
           05  PROD-DAY-COUNT          PIC X(01).
               88  PROD-DC-ACTUAL-365  VALUES "A" SPACE.
               88  PROD-DC-ACTUAL-360  VALUE "B".
               88  PROD-DC-30-360      VALUE "C".
               88  PROD-DC-VALID       VALUES "A" "B" "C" SPACE.
      * Reward checking - a bonus rate plan (a RATETABL product key)
      * marks the product; with it, the conditions a month has to
      * meet to earn the bonus plan instead of PROD-RATE-PLAN and
      * the cap on a qualifier's foreign ATM fee refund. See 7800.
           05  PROD-BONUS-RATE-PLAN    PIC X(02).
           05  PROD-RWD-MIN-PURCHASES  PIC 9(03).
           05  PROD-RWD-REQ-DEPOSIT    PIC X(01).
           05  PROD-RWD-REQ-PAPERLESS  PIC X(01).
           05  PROD-RWD-ATM-REFUND-CAP PIC 9(03)V99.
           05  FILLER                  PIC X(01).

       FD  CUSTODIAL-FILE.
       01  CUSTODIAL-RECORD.
               88  COLQ-STAT-OPEN          VALUE "O".
               88  COLQ-STAT-PROMISED      VALUE "P".
               88  COLQ-STAT-CURED         VALUE "C".
      * Held under a customer's bankruptcy stay
               88  COLQ-STAT-STAYED        VALUE "S".
           05  COLQ-COLLECTOR-NOTES    PIC X(120).
           05  FILLER                  PIC X(15).

           05  SAR-SOURCE              PIC X(01).
               88  SAR-SRC-VELOCITY    VALUE "V".
               88  SAR-SRC-MANUAL      VALUE "M".
               88  SAR-SRC-STRUCTURING VALUE "S".
           05  SAR-REFERRAL-ID         PIC 9(10).
           05  SAR-SUBJECT-CUST        PIC X(20).
           05  SAR-INVESTIGATOR        PIC X(20).
           05  CYCLE-PAYMENT-DUE-DATE  PIC X(10).
           05  CYCLE-PRIOR-MIN-DUE     PIC S9(13)V99.
           05  CYCLE-PRIOR-DUE-DATE    PIC X(10).
      * Last twelve cycles, oldest first: M prior minimum met, L
      * missed and late fee assessed, - nothing was due
           05  CYCLE-PAY-HISTORY       PIC X(12).
           05  FILLER                  PIC X(03).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           05  WIRE-STATUS             PIC X(01).
               88  WIRE-STAT-QUEUED    VALUE "Q".
               88  WIRE-STAT-SENT      VALUE "S".
      * Held by the account takeover check until reviewed - funds
      * already taken; released to Q or cancelled and refunded
               88  WIRE-STAT-HELD      VALUE "H".
               88  WIRE-STAT-CANCELLED VALUE "X".
           05  WIRE-ENTERED-BY         PIC X(20).
           05  WIRE-TRAN-ID            PIC 9(10).
           05  FILLER                  PIC X(15).
       FD  STATEMENT-OUTPUT-FILE.
       01  STATEMENT-OUTPUT-RECORD     PIC X(132).

      * Official check register. A stopped item names the serial
      * that replaced it and the replacement names the serial it
      * replaces, so the stop-and-reissue chain can be walked
      * either way.
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
      * Date and user of the presentment, void or stop
           05  OFC-STATUS-DATE         PIC X(08).
           05  OFC-STATUS-BY           PIC X(20).
           05  OFC-REPLACES-SERIAL     PIC 9(09).
           05  OFC-REPLACED-BY-SERIAL  PIC 9(09).
           05  FILLER                  PIC X(15).

       FD  OFC-REPORT-FILE.
       01  OFC-REPORT-RECORD           PIC X(100).

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

      * Same layout as RPTGEN's GL-STATUS-FILE.
       FD  GL-STATUS-FILE.
       01  GL-STATUS-RECORD.
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
           05  GLST-FEED-RUN           PIC X(14).
           05  FILLER                  PIC X(01).

      * Cash letter item - the deposited check as captured, and
      * which letter and bundle it went out on
       FD  CASH-LETTER-ITEM-FILE.
       01  CASH-LETTER-ITEM-RECORD.
           05  CLI-KEY.
               10  CLI-ROUTING         PIC 9(09).
               10  CLI-TRAN-ID         PIC 9(10).
           05  CLI-ACCT-ID             PIC 9(16).
           05  CLI-AMOUNT              PIC S9(13)V99.
           05  CLI-CHECK-NUM           PIC X(10).
           05  CLI-SOURCE              PIC X(01).
               88  CLI-SRC-TELLER      VALUE "T".
               88  CLI-SRC-BATCH       VALUE "B".
               88  CLI-SRC-RDC         VALUE "R".
           05  CLI-CAPTURE-DATE        PIC X(08).
           05  CLI-STATUS              PIC X(01).
               88  CLI-PENDING         VALUE "P".
               88  CLI-SENT            VALUE "S".
               88  CLI-ON-US           VALUE "U".
               88  CLI-RETURNED        VALUE "R".
           05  CLI-LETTER-ID           PIC 9(08).
           05  CLI-BUNDLE-NUM          PIC 9(04).
           05  CLI-RETURN-DATE         PIC X(08).
      * Drawer's account number off the MICR line, blank when it
      * was not keyed or captured
           05  CLI-DRAWER-ACCT         PIC X(12).
           05  FILLER                  PIC X(03).

       FD  CASH-LETTER-FILE.
       01  CASH-LETTER-RECORD          PIC X(100).

       FD  BILLPAY-DISB-FILE.
           COPY BPDISREC.

       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD              PIC X(100).

      * Lockbox remittance item - what the payer sent, and the
      * batch credit it went into or why it went to suspense
       FD  LOCKBOX-DETAIL-FILE.
       01  LOCKBOX-DETAIL-RECORD.
           05  LBD-KEY.
               10  LBD-PROCESS-DATE    PIC X(08).
               10  LBD-ACCT-ID         PIC 9(16).
               10  LBD-LOCKBOX-NUM     PIC X(07).
               10  LBD-BATCH-NUM       PIC 9(04).
               10  LBD-ITEM-SEQ        PIC 9(04).
           05  LBD-DEPOSIT-DATE        PIC X(08).
           05  LBD-CHECK-NUM           PIC X(10).
           05  LBD-PAYER-NAME          PIC X(30).
           05  LBD-INVOICE-NUM         PIC X(15).
           05  LBD-AMOUNT              PIC S9(11)V99.
           05  LBD-FILE-ID             PIC X(20).
      * Batch credit the item was posted in
           05  LBD-TRAN-ID             PIC 9(10).
           05  LBD-STATUS              PIC X(01).
               88  LBD-PENDING         VALUE "P".
               88  LBD-CREDITED        VALUE "C".
               88  LBD-SUSPENDED       VALUE "S".
           05  LBD-SUSPENSE-REASON     PIC X(30).
           05  FILLER                  PIC X(15).

       FD  LOCKBOX-RECV-FILE.
       01  LOCKBOX-RECV-RECORD         PIC X(120).

      * ARP enrollment - full reconciliation or paid-only, and the
      * age past which an outstanding check is reported as stale
       FD  ARP-ENROLL-FILE.
       01  ARP-ENROLL-RECORD.
           05  ARPE-ACCT-ID            PIC 9(16).
           05  ARPE-MODE               PIC X(01).
               88  ARPE-MODE-FULL      VALUE "F".
               88  ARPE-MODE-PARTIAL   VALUE "P".
           05  ARPE-STALE-DAYS         PIC 9(03).
           05  ARPE-STATUS             PIC X(01).
               88  ARPE-ACTIVE         VALUE "A".
               88  ARPE-INACTIVE       VALUE "I".
           05  ARPE-ENROLLED-DATE      PIC X(08).
           05  ARPE-ENROLLED-BY        PIC X(20).
      * Business date the last cycle was reconciled through
           05  ARPE-LAST-RECON-DATE    PIC 9(08).
           05  FILLER                  PIC X(15).

      * Paid check - what was paid, and what the issue file said
      * about that check number when it was paid
       FD  ARP-PAID-LOG-FILE.
       01  ARP-PAID-LOG-RECORD.
           05  ARPP-KEY.
               10  ARPP-ACCT-ID        PIC 9(16).
               10  ARPP-CHECK-NUM      PIC 9(09).
               10  ARPP-PAID-DATE      PIC 9(08).
           05  ARPP-PAID-AMOUNT        PIC S9(13)V99.
           05  ARPP-ISSUE-MATCH        PIC X(01).
               88  ARPP-ISSUED         VALUE "Y".
               88  ARPP-NOT-ISSUED     VALUE "N".
               88  ARPP-ISSUE-CLOSED   VALUE "X".
           05  ARPP-ISSUE-DATE         PIC X(10).
           05  ARPP-ISSUE-AMOUNT       PIC S9(13)V99.
           05  ARPP-PAYEE              PIC X(30).
           05  FILLER                  PIC X(15).

       FD  ARP-PAID-ITEMS-FILE.
       01  ARP-PAID-ITEMS-RECORD       PIC X(120).

       FD  ARP-REPORT-FILE.
       01  ARP-REPORT-RECORD           PIC X(100).

       FD  CLOSED-CAUSE-FILE.
       01  CLOSED-CAUSE-RECORD.
           05  CFC-ACCT-ID             PIC 9(16).
           05  CFC-CUST-ID             PIC X(20).
           05  CFC-SSN                 PIC X(11).
           05  CFC-FIRST-NAME          PIC X(30).
           05  CFC-LAST-NAME           PIC X(30).
           05  CFC-REASON              PIC X(02).
               88  CFC-RSN-OVERDRAFT   VALUE "OD".
               88  CFC-RSN-FRAUD       VALUE "FR".
               88  CFC-RSN-ABUSE       VALUE "AB".
               88  CFC-RSN-CHARGE-OFF  VALUE "CO".
               88  CFC-RSN-VALID       VALUES "OD" "FR" "AB" "CO".
           05  CFC-CLOSED-DATE         PIC X(08).
           05  CFC-ORIGINAL-OWED       PIC S9(13)V99.
           05  CFC-AMOUNT-OWED         PIC S9(13)V99.
           05  CFC-DEBT-STATUS         PIC X(01).
               88  CFC-DEBT-UNPAID     VALUE "U".
               88  CFC-DEBT-PAID       VALUE "P".
           05  CFC-PAID-DATE           PIC X(08).
      * "P" means the next extract owes the agency this row - a
      * new report or an update to one already sent
           05  CFC-RPT-STATUS          PIC X(01).
               88  CFC-RPT-PENDING     VALUE "P".
               88  CFC-RPT-SENT        VALUE "S".
           05  CFC-FIRST-SENT-DATE     PIC X(08).
           05  CFC-LAST-SENT-DATE      PIC X(08).
           05  CFC-REPORTED-BY         PIC X(20).
           05  FILLER                  PIC X(15).

       FD  CFC-EXTRACT-FILE.
       01  CFC-EXTRACT-RECORD          PIC X(150).

       FD  SCREEN-RESPONSE-FILE.
           COPY SCRNREC.

       FD  SCREEN-LOAD-FILE.
       01  SCREEN-LOAD-RECORD          PIC X(100).

       FD  NONCUST-CASH-FILE.
           COPY NCCREC.

       FD  INDEX-RATE-FILE.
           COPY IDXRREC.

       FD  LOAN-VAR-FILE.
           COPY LNVARREC.

       FD  HELOC-FILE.
           COPY HLCREC.

       FD  CONSTR-LOAN-FILE.
           COPY CNLREC.

       FD  CONSTR-BUDGET-FILE.
           COPY CNBREC.

       FD  CONSTR-DRAW-FILE.
           COPY CNDREC.
       FD  LOAN-PART-FILE.
           COPY LPARTREC.

       FD  PART-REMIT-FILE.
           COPY PRMITREC.
       FD  LOAN-NONACCRUAL-FILE.
           COPY NACREC.
       FD  LOAN-GRADE-FILE.
           COPY LGRDREC.
       FD  BORROWER-REL-FILE.
           COPY BRELREC.
       FD  LOAN-COVENANT-FILE.
           COPY COVNREC.
       FD  OFFICER-TICKLER-FILE.
           COPY OTKLREC.

       FD  CREDIT-LINE-REVIEW-FILE.
           COPY CLRVREC.

       FD  LOAN-PMI-FILE.
           COPY PMIREC.

       FD  PMI-CANCEL-FILE.
       01  PMI-CANCEL-RECORD.
           05  PMIX-INSURER-CODE       PIC X(06).
           05  PMIX-CERT-NUMBER        PIC X(20).
           05  PMIX-LOAN-ACCT-ID       PIC 9(16).
           05  PMIX-CANCEL-DATE        PIC X(08).
      * B borrower request, A automatic at 78 percent, M midpoint
      * of the original term, P loan paid off
           05  PMIX-CANCEL-TYPE        PIC X(01).
           05  PMIX-LTV                PIC 9(03)V99.
           05  PMIX-PRINCIPAL          PIC S9(13)V99.
           05  PMIX-ORIGINAL-VALUE     PIC S9(13)V99.
           05  FILLER                  PIC X(14).

       FD  PMI-DISCLOSURE-FILE.
       01  PMI-DISCLOSURE-RECORD       PIC X(100).

       FD  MILITARY-STATUS-FILE.
           COPY MILREC.

      * DMDC answer for one customer - the customer ID is the
      * reference we sent with the request
       FD  DMDC-RESPONSE-FILE.
       01  DMDC-RESPONSE-RECORD.
           05  DMDC-CUST-ID            PIC X(20).
           05  DMDC-SSN                PIC X(09).
           05  DMDC-MATCH-FLAG         PIC X(01).
               88  DMDC-MATCHED        VALUE "Y".
           05  DMDC-ACTIVE-FLAG        PIC X(01).
               88  DMDC-ON-ACTIVE-DUTY VALUE "Y".
           05  DMDC-DUTY-START         PIC X(08).
           05  DMDC-DUTY-END           PIC X(08).
           05  DMDC-BRANCH             PIC X(10).
           05  DMDC-STATUS-DATE        PIC X(08).
           05  FILLER                  PIC X(15).

       FD  BANKRUPTCY-CASE-FILE.
           COPY BKRREC.

       FD  ATO-WATCH-FILE.
           COPY ATOREC.

       FD  CONTACT-CHANGE-FILE.
           COPY CCHGREC.

      * Checkbook order file. One record per order placed through
      * 8610, with the ship-to name and address copied from the
      * owner's customer record when the order was taken.
       FD  CHECKBOOK-ORDER-FILE.
       01  CHECKBOOK-ORDER-RECORD.
           05  CHKO-ORDER-ID               PIC 9(10).
           05  CHKO-ACCT-ID                PIC 9(16).
           05  CHKO-CUST-ID                PIC X(20).
           05  CHKO-START-NUM              PIC 9(09).
           05  CHKO-BOOK-COUNT             PIC 9(02).
           05  CHKO-SHIP-FIRST-NAME        PIC X(30).
           05  CHKO-SHIP-LAST-NAME         PIC X(30).
           05  CHKO-SHIP-ADDRESS.
               10  CHKO-SHIP-STREET        PIC X(40).
               10  CHKO-SHIP-CITY          PIC X(25).
               10  CHKO-SHIP-STATE         PIC X(02).
               10  CHKO-SHIP-ZIP           PIC X(10).
           05  CHKO-ORDER-DATE             PIC X(08).
           05  CHKO-ORDERED-BY             PIC X(20).
           05  CHKO-STATUS                 PIC X(01).
               88  CHKO-ORDERED            VALUE "O".
               88  CHKO-SHIPPED            VALUE "S".
           05  FILLER                      PIC X(15).

      * Same layout as CUSTMGMT's EMPLOYEE-FILE.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMPL-ID                 PIC X(20).
           05  EMPL-ROLE               PIC X(10).
           05  EMPL-BRANCH             PIC X(04).
           05  EMPL-HIRE-DATE          PIC X(10).
           05  EMPL-TERM-DATE          PIC X(10).
           05  EMPL-LINKED-CUST-ID     PIC X(20).
           05  EMPL-STATUS             PIC X(01).
               88  EMPL-ACTIVE         VALUE "A".
               88  EMPL-TERMINATED     VALUE "T".
           05  FILLER                  PIC X(15).

       FD  EMPLOYEE-RELATION-FILE.
           COPY EMPRREC.

       FD  CONFLICT-FLAG-FILE.
           COPY COIREC.

       FD  REWARD-QUAL-FILE.
           COPY RWQREC.

       FD  ROUNDUP-ENROLL-FILE.
           COPY RUPREC.

       FD  ROUNDUP-HISTORY-FILE.
           COPY RUHREC.

       FD  INTEREST-DISP-FILE.
           COPY IDSPREC.

      * Same layout as ACHPROC's EXT-VERIFY-FILE.
       FD  EXT-VERIFY-FILE.
       01  EXT-VERIFY-RECORD.
           05  VRFY-KEY.
               10  VRFY-ROUTING        PIC X(09).
               10  VRFY-ACCT-NUM       PIC X(17).
           05  VRFY-CUST-ID            PIC X(20).
           05  VRFY-TRIAL-1            PIC 9V99.
           05  VRFY-TRIAL-2            PIC 9V99.
           05  VRFY-STARTED-DATE       PIC X(10).
           05  VRFY-VERIFIED-DATE      PIC X(10).
           05  VRFY-ATTEMPTS           PIC 9(01).
           05  VRFY-STATUS             PIC X(01).
               88  VRFY-STAT-PENDING   VALUE "P".
               88  VRFY-STAT-VERIFIED  VALUE "V".
               88  VRFY-STAT-FAILED    VALUE "F".
           05  FILLER                  PIC X(15).

       FD  CARD-RENEWAL-FILE.
           COPY CRNWREC.

       FD  CARD-PROD-FILE.
       01  CARD-PROD-RECORD            PIC X(200).


       FD  IOLTA-FILE.
           COPY IOLTREC.

       FD  IOLTA-NOTICE-FILE.
           COPY IOLNREC.

       FD  IOLTA-REMIT-FILE.
       01  IOLTA-REMIT-RECORD          PIC X(150).

       FD  IOLTA-NOTICE-OUT-FILE.
       01  IOLTA-NOTICE-OUT-RECORD     PIC X(150).

       FD  DUE-FROM-STMT-FILE.
       01  DUE-FROM-STMT-RECORD        PIC X(120).

       FD  DUE-FROM-OPEN-FILE.
           COPY DFOIREC.

       FD  DUE-FROM-RPT-FILE.
       01  DUE-FROM-RPT-RECORD         PIC X(132).

      * Instant payment settlement position, as INSTPAY keeps it
       FD  IP-SETTLE-FILE.
       01  IP-SETTLE-RECORD.
           05  IPS-BUS-DATE            PIC X(08).
           05  IPS-IN-COUNT            PIC 9(07).
           05  IPS-IN-TOTAL            PIC S9(13)V99.
           05  IPS-OUT-COUNT           PIC 9(07).
           05  IPS-OUT-TOTAL           PIC S9(13)V99.
           05  FILLER                  PIC X(20).

       FD  ACCT-RESTRICT-FILE.
           COPY RSTRREC.

       FD  RESTRICT-RPT-FILE.
       01  RESTRICT-RPT-RECORD         PIC X(132).


       FD  WARN-NOTE-FILE.
           COPY WNOTEREC.

       FD  NOTE-REVIEW-RPT-FILE.
       01  NOTE-REVIEW-RPT-RECORD      PIC X(132).

       FD  PROPOSED-RATE-FILE.
           COPY RTPRREC.

       FD  PROPOSED-FEE-FILE.
           COPY FEPRREC.

       FD  PROFORMA-FILE.
           COPY PFRMREC.

       FD  PROFORMA-RPT-FILE.
       01  PROFORMA-RPT-RECORD         PIC X(132).

       FD  PROFORMA-CUST-FILE.
       01  PROFORMA-CUST-RECORD.
           05  PFCU-CUST-ID            PIC X(20).
           05  PFCU-LAST-ACCT          PIC 9(16).
           05  PFCU-ACCT-COUNT         PIC 9(04).
           05  PFCU-CURRENT-AMT        PIC S9(13)V99.
           05  PFCU-PROPOSED-AMT       PIC S9(13)V99.
           05  PFCU-DIFFERENCE         PIC S9(13)V99.
           05  FILLER                  PIC X(15).

       FD  BALANCE-SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  LRQ-CASE-FILE.
           COPY LRQCREC.

       FD  LRQ-SUBJECT-FILE.
           COPY LRQSREC.

       FD  LRQ-PROD-LOG-FILE.
           COPY LRQPREC.

       FD  LRQ-PACKAGE-FILE.
       01  LRQ-PACKAGE-RECORD          PIC X(132).

       FD  LRQ-STMT-COPY-FILE.
       01  LRQ-STMT-COPY-RECORD        PIC X(132).

       FD  LRQ-AGING-RPT-FILE.
       01  LRQ-AGING-RPT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

      * Copy in shared data structures
           COPY SYSCOPY.
           COPY CUSTWS.
           COPY ACCTWS.
           COPY TRANWS.

      * Local working storage
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "ACCTMGMT".
       01  WS-AUDIT-LOG-STATUS         PIC X(02).
       01  WS-RUNLOG-FILE-STATUS       PIC X(02).
       01  WS-RUNLOG-OPEN              PIC X(01) VALUE "N".
       01  WS-RUNCTL-JOB-NAME          PIC X(08).
       01  WS-RUNCTL-START-TIME        PIC X(08).
       01  WS-RUNCTL-RECORDS-DONE      PIC 9(08) VALUE ZEROS.
       01  WS-RUNCTL-RETURN-CODE       PIC S9(04) VALUE ZEROS.
       01  WS-CKPT-FILE-STATUS         PIC X(02).
       01  WS-PEND-FILE-STATUS         PIC X(02).
       01  WS-HOLD-FILE-STATUS         PIC X(02).
       01  WS-PAYEE-FILE-STATUS        PIC X(02).
       01  WS-PYO-FILE-STATUS          PIC X(02).
       01  WS-SEQ-FILE-STATUS          PIC X(02).
       01  WS-STO-FILE-STATUS          PIC X(02).
       01  WS-LOAN-FILE-STATUS         PIC X(02).
       01  WS-CHKISS-FILE-STATUS       PIC X(02).
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-OWNER-FILE-STATUS        PIC X(02).
       01  WS-COLQ-FILE-STATUS         PIC X(02).
       01  WS-CYCLE-FILE-STATUS        PIC X(02).
       01  WS-MEMO-FILE-STATUS         PIC X(02).
       01  WS-POST-JRNL-STATUS         PIC X(02).
       01  WS-POST-JRNL-PATH           PIC X(256) VALUE SPACES.
       01  WS-WATCH-FILE-STATUS        PIC X(02).
       01  WS-OFACQ-FILE-STATUS        PIC X(02).
       01  WS-WIRE-FILE-STATUS         PIC X(02).
       01  WS-STMT-FILE-STATUS         PIC X(02).
       01  WS-STMT-OUTPUT-PATH         PIC X(256) VALUE SPACES.
       01  WS-ACCT-CONTINUE            PIC X(01) VALUE "Y".
           88  WS-ACCT-LOOP            VALUE "Y".
           88  WS-ACCT-EXIT-FLAG       VALUE "N".

       01  WS-JOINT-OWNER-FLAG         PIC X(01) VALUE "N".
           88  WS-IS-JOINT-OWNER       VALUE "Y".
       01  WS-INTEREST-AMOUNT         PIC S9(13)V99.
       01  WS-DAILY-RATE              PIC 9V9(08).
       01  WS-TIER-PORTION            PIC S9(13)V99.
      * Day-count basis of the account's product - see 5255/5256
       01  WS-DC-BASIS                PIC X(01) VALUE "A".
           88  WS-DC-ACTUAL-365       VALUES "A" SPACE.
           88  WS-DC-ACTUAL-360       VALUE "B".
           88  WS-DC-30-360           VALUE "C".
       01  WS-DC-YEAR-DAYS            PIC 9(03) VALUE 365.
       01  WS-DC-FROM-DATE            PIC 9(08).
       01  WS-DC-TO-DATE              PIC 9(08).
       01  WS-DC-DAYS                 PIC S9(05).
       01  WS-DC-FROM-YEAR            PIC 9(04).
       01  WS-DC-FROM-MONTH           PIC 9(02).
       01  WS-DC-FROM-DAY             PIC 9(02).

      * Savings/checking interest rate tier schedule. These are the
      * working values the interest paragraphs compute with;
           88  WS-RATE-FOUND          VALUE "Y".
           88  WS-RATE-NOT-FOUND      VALUE "N".
       01  WS-RATE-BEST-EFF-DATE      PIC X(08).
      * Set by a caller that wants a reward-checking product's bonus
      * plan instead of its base plan; 5245 resets it
       01  WS-RATE-PLAN-FLAG          PIC X(01) VALUE "B".
           88  WS-RATE-BASE-PLAN      VALUE "B".
           88  WS-RATE-BONUS-PLAN     VALUE "R".
       01  WS-RATE-INPUT-PRODUCT      PIC X(02).
       01  WS-RATE-INPUT-TIER         PIC X(01).
       01  WS-RATE-INPUT-EFF          PIC X(08).
       01  WS-RATE-INPUT-LIMIT        PIC X(20).
       01  WS-RATE-DSP-COUNT          PIC 9(04) VALUE ZEROS.

      * Rate-change advance notice run (5275). A decrease on a
      * future-dated rate row is noticed to each account it reaches
      * once the row is inside the lead window, which leaves a
      * margin over the required notice period.
       01  WS-RTN-NOTICE-DAYS         PIC 9(03) VALUE 30.
       01  WS-RTN-LEAD-DAYS           PIC 9(03) VALUE 45.
       01  WS-RTN-TODAY               PIC 9(08).
       01  WS-RTN-TODAY-INT           PIC 9(08).
       01  WS-RTN-DAYS-OUT            PIC S9(05).
       01  WS-RTN-ROW-MAX             PIC 9(03) VALUE 100.
       01  WS-RTN-ROW-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-RTN-ROW-TABLE.
           05  WS-RTN-ROW OCCURS 100 TIMES.
               10  WS-RTN-ROW-KEY     PIC X(11).
               10  WS-RTN-ROW-PCT     PIC 9(02)V9(04).
       01  WS-RTN-SUB                 PIC 9(03).
       01  WS-RTN-CUR-KEY.
           05  WS-RTN-CUR-PRODUCT     PIC X(02).
           05  WS-RTN-CUR-TIER        PIC 9(01).
           05  WS-RTN-CUR-EFF-DATE    PIC X(08).
       01  WS-RTN-CUR-PCT             PIC 9(02)V9(04).
       01  WS-RTN-OLD-PCT             PIC 9(02)V9(04).
       01  WS-RTN-REACHED-FLAG        PIC X(01) VALUE "N".
           88  WS-RTN-TIER-REACHED    VALUE "Y".
           88  WS-RTN-TIER-NOT-REACHED VALUE "N".
       01  WS-RTN-LATE-FLAG           PIC X(01) VALUE "N".
           88  WS-RTN-NOTICE-LATE     VALUE "Y".
           88  WS-RTN-NOTICE-ON-TIME  VALUE "N".
       01  WS-RTN-ROW-NOTICES         PIC 9(06).
       01  WS-RTN-NOTICE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-RTN-LATE-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-RTN-DSP-OLD             PIC Z9.9999.
       01  WS-RTN-DSP-NEW             PIC Z9.9999.

      * Account type conversion fields
       01  WS-CONVERT-LAST-INT        PIC 9(08).
       01  WS-CONVERT-OLD-TYPE        PIC X(02).
           88  WS-CKPT-RESUMING       VALUE "Y".
           88  WS-CKPT-NOT-RESUMING   VALUE "N".

      * Batch partition fields - WS-PART-NO comes from the
      * scheduler in LS-AUDIT-DETAIL(1:2); zero runs the job whole
      * under its own name. Branch bounds are from-inclusive and
      * to-exclusive, account bounds inclusive at both ends.
       01  WS-BPRT-FILE-STATUS        PIC X(02).
       01  WS-PART-NO                 PIC 9(02) VALUE ZEROS.
       01  WS-PART-BASE-JOB           PIC X(08).
       01  WS-PART-JOB-NAME           PIC X(08).
       01  WS-PART-BASIS              PIC X(01) VALUE SPACE.
           88  WS-PART-BY-BRANCH      VALUE "B".
           88  WS-PART-BY-ACCOUNT     VALUE "A".
           88  WS-PART-WHOLE-FILE     VALUE SPACE.
       01  WS-PART-LOW-BRANCH         PIC X(04).
       01  WS-PART-HIGH-BRANCH        PIC X(04).
       01  WS-PART-LOW-ACCT           PIC 9(16).
       01  WS-PART-HIGH-ACCT          PIC 9(16).
       01  WS-PART-DEFINED-FLAG       PIC X(01) VALUE "Y".
           88  WS-PART-DEFINED        VALUE "Y".
           88  WS-PART-UNDEFINED      VALUE "N".
       01  WS-PART-RANGE-FLAG         PIC X(01) VALUE "Y".
           88  WS-PART-IN-RANGE       VALUE "Y".
           88  WS-PART-OUT-OF-RANGE   VALUE "N".
       01  WS-PART-END-FLAG           PIC X(01) VALUE "N".
           88  WS-PART-PAST-END       VALUE "Y".
           88  WS-PART-NOT-PAST-END   VALUE "N".

      * Daily/monthly transaction limit check fields
       01  WS-LIMIT-CHECK-ID          PIC 9(16).
       01  WS-LIMIT-CHECK-AMOUNT      PIC S9(13)V99.
           88  WS-STMT-CYCLE-NOT-DUE  VALUE "N".
       01  WS-STMT-OPEN-DAY           PIC 9(02).
       01  WS-STMT-TODAY-DAY          PIC 9(02).
      * APY earned for the statement period (7432) - the Truth in
      * Savings figure every deposit statement carries, from the
      * period's average daily balance and the interest paid in it
       01  WS-APYE-MONTHS-BACK        PIC 9(01).
       01  WS-APYE-TOTAL-MONTHS       PIC 9(06).
       01  WS-APYE-START-NUM          PIC 9(08).
       01  WS-APYE-START-INT          PIC 9(08).
       01  WS-APYE-START-DATE         PIC X(10).
       01  WS-APYE-END-INT            PIC 9(08).
       01  WS-APYE-DAYS               PIC 9(03).
       01  WS-APYE-TXN-OFFSET         PIC S9(05).
       01  WS-APYE-PERIOD-NET         PIC S9(13)V99.
       01  WS-APYE-ADB                PIC S9(13)V99.
       01  WS-APYE-INTEREST           PIC S9(13)V99.
       01  WS-APYE-EXPONENT           PIC 9(03)V9(08).
       01  WS-APYE-PCT                PIC S9(03)V9(04).
       01  WS-APYE-DSP-PCT            PIC ZZ9.99.
       01  WS-APYE-DSP-DAYS           PIC ZZ9.
       01  WS-APYE-SHOW-FLAG          PIC X(01) VALUE "N".
           88  WS-APYE-SHOWN          VALUE "Y".
           88  WS-APYE-NOT-SHOWN      VALUE "N".

      * Overdraft / NSF fee handling fields
       01  WS-NSF-FEE-AMOUNT          PIC S9(13)V99 VALUE 35.00.
       01  WS-WD-TYPE                 PIC X(01).
           88  WS-WD-TYPE-CASH        VALUE "1".
           88  WS-WD-TYPE-NONCASH     VALUE "2".
           88  WS-WD-TYPE-OFFICIAL    VALUE "3".
       01  WS-HOLD-INPUT-ACCT-ID      PIC X(20).
       01  WS-HOLD-INPUT-AMOUNT       PIC X(20).
       01  WS-HOLD-LOCAL-AMOUNT       PIC S9(13)V99.
           88  WS-PAYEE-FOUND         VALUE "Y".
           88  WS-PAYEE-NOT-FOUND     VALUE "N".
       01  WS-PAYEE-DSP-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-PYO-READ-COUNT          PIC 9(08) VALUE ZEROS.
       01  WS-PYO-LOADED-COUNT        PIC 9(08) VALUE ZEROS.
       01  WS-PYO-SKIPPED-COUNT       PIC 9(08) VALUE ZEROS.
       01  WS-PYO-ERROR-COUNT         PIC 9(08) VALUE ZEROS.

      * Standing (recurring) transfer order fields
       01  WS-STO-INPUT-FROM-ID       PIC X(20).
       01  WS-CC-TXN-DAY-OFFSET       PIC S9(05).
       01  WS-CC-FINANCE-CHARGE       PIC S9(13)V99.
       01  WS-CC-MONTHLY-RATE         PIC 9V9(08).
       01  WS-CC-CYCLE-FACTOR         PIC 9V9(08).
       01  WS-CC-NEW-MIN-DUE          PIC S9(13)V99.
       01  WS-CC-DUE-DATE-INT         PIC 9(08).
       01  WS-CC-DUE-DATE-NUM         PIC 9(08).
       01  WS-OVR-ACTION              PIC X(20).
       01  WS-OVR-TRAN-ID             PIC 9(10) VALUE ZEROS.
       01  WS-OVR-HOLD-ID             PIC 9(10) VALUE ZEROS.
       01  WS-OVR-ACCT-ID             PIC 9(16) VALUE ZEROS.
       01  WS-OVR-APPROVED-FLAG       PIC X(01) VALUE "N".
           88  WS-OVR-APPROVED        VALUE "Y".
           88  WS-OVR-NOT-APPROVED    VALUE "N".
       01  WS-OVR-SUPER-ID            PIC X(20).
       01  WS-OVR-SUPER-PWD           PIC X(80).
       01  WS-OVR-INPUT-REASON        PIC X(04).
       01  WS-OVR-INPUT-HOLD          PIC X(10).
       01  WS-OVR-INPUT-TRAN          PIC X(10).
       01  WS-IBR-FILE-STATUS         PIC X(02).
       01  WS-IBR-FROM-BRANCH         PIC X(04).
       01  WS-IBR-TO-BRANCH           PIC X(04).
       01  WS-IBR-FROM-ENTITY         PIC X(03).
       01  WS-IBR-TO-ENTITY           PIC X(03).

      * Safe deposit box fields
       01  WS-SDB-FILE-STATUS         PIC X(02).
           05  WS-ATMS-NETWORK-SEQ    PIC X(12).
           05  WS-ATMS-TRAN-CODE      PIC X(02).
           05  WS-ATMS-AMOUNT         PIC 9(11)V99.
      * Surcharge another bank's ATM added - inside WS-ATMS-AMOUNT
           05  WS-ATMS-SURCHARGE      PIC 9(05)V99.
           05  FILLER                 PIC X(29).
       01  WS-ATM-TRAILER REDEFINES WS-ATM-SETTLE-DETAIL.
           05  FILLER                 PIC X(01).
           05  WS-ATMT-COUNT          PIC 9(06).
       01  WS-PROD-INPUT-MINAGE       PIC X(02).
       01  WS-PROD-INPUT-BROKERED     PIC X(01).
       01  WS-PROD-INPUT-STATUS       PIC X(01).
       01  WS-PROD-INPUT-DAYCOUNT     PIC X(01).
       01  WS-PROD-INPUT-BONUSPLAN    PIC X(02).
       01  WS-PROD-INPUT-RWDPURCH     PIC X(03).
       01  WS-PROD-INPUT-RWDDEP       PIC X(01).
       01  WS-PROD-INPUT-RWDPAPER     PIC X(01).
       01  WS-PROD-INPUT-RWDCAP       PIC X(20).
       01  WS-RATE-LOOKUP-PRODUCT     PIC X(02).
       01  WS-PROD-OWNER-AGE          PIC S9(03).

       01  WS-LGL-DEADLINE-NUM        PIC 9(08).
       01  WS-LGL-DSP-COUNT           PIC 9(04) VALUE ZEROS.

      * Subpoena / records request fields - see LRQCREC and
      * 6330-6356. Research fees follow the Regulation S schedule
      * (search time by the hour, reproduction by the page) unless
      * FEESCHED carries LRSH / LRPG rows under product LR. A
      * customer given notice has WS-LRQ-NOTICE-WAIT-DAYS to move
      * against the request before the package may go out.
       01  WS-LRQ-FILE-STATUS         PIC X(02).
       01  WS-LRQS-FILE-STATUS        PIC X(02).
       01  WS-LRQP-FILE-STATUS        PIC X(02).
       01  WS-LRQK-STATUS             PIC X(02).
       01  WS-LRQK-PATH               PIC X(256) VALUE SPACES.
       01  WS-LRQM-STATUS             PIC X(02).
       01  WS-LRQM-PATH               PIC X(256) VALUE SPACES.
       01  WS-LRQA-STATUS             PIC X(02).
       01  WS-LRQA-PATH               PIC X(256) VALUE SPACES.
       01  WS-LRQ-HOUR-RATE-DFLT      PIC S9(05)V99 VALUE 11.00.
       01  WS-LRQ-PAGE-RATE-DFLT      PIC S9(05)V99 VALUE 0.25.
       01  WS-LRQ-HOUR-RATE           PIC S9(05)V99.
       01  WS-LRQ-PAGE-RATE           PIC S9(05)V99.
       01  WS-LRQ-LINES-PER-PAGE      PIC 9(03) VALUE 60.
       01  WS-LRQ-NOTICE-WAIT-DAYS    PIC 9(03) VALUE 14.
       01  WS-NEXT-LRQ-ID             PIC 9(08) VALUE ZEROS.
       01  WS-LRQ-TODAY               PIC X(08).
       01  WS-LRQ-DATE-N              PIC 9(08).
       01  WS-LRQ-DAYS                PIC S9(05).
       01  WS-LRQ-DSP-DAYS            PIC -(04)9.
       01  WS-LRQ-INPUT-ID            PIC X(10).
       01  WS-LRQ-INPUT-ACTION        PIC X(01).
       01  WS-LRQ-INPUT-TYPE          PIC X(01).
       01  WS-LRQ-INPUT-AGENCY-TYPE   PIC X(01).
       01  WS-LRQ-INPUT-AGENCY        PIC X(40).
       01  WS-LRQ-INPUT-REF           PIC X(20).
       01  WS-LRQ-INPUT-CONTACT       PIC X(30).
       01  WS-LRQ-INPUT-PHONE         PIC X(15).
       01  WS-LRQ-INPUT-FROM          PIC X(08).
       01  WS-LRQ-INPUT-TO            PIC X(08).
       01  WS-LRQ-INPUT-DUE           PIC X(08).
       01  WS-LRQ-INPUT-DELAY         PIC X(08).
       01  WS-LRQ-INPUT-FLAG          PIC X(01).
       01  WS-LRQ-INPUT-SUBJ-ID       PIC X(20).
       01  WS-LRQ-INPUT-NAME          PIC X(40).
       01  WS-LRQ-INPUT-AMOUNT        PIC X(15).
       01  WS-LRQ-INPUT-HOURS         PIC X(08).
       01  WS-LRQ-INPUT-CONFIRM       PIC X(01).
       01  WS-LRQ-CHECK-DATE          PIC X(08).
       01  WS-LRQ-DATE-OK-FLAG        PIC X(01).
           88  WS-LRQ-DATE-OK         VALUE "Y".
           88  WS-LRQ-DATE-BAD        VALUE "N".
       01  WS-LRQ-DFLT-NOTICE         PIC X(01).
       01  WS-LRQ-DFLT-FEE            PIC X(01).
       01  WS-LRQ-SUBJ-FLAG           PIC X(01).
           88  WS-LRQ-SUBJ-MORE       VALUE "Y".
           88  WS-LRQ-SUBJ-DONE       VALUE "N".
       01  WS-LRQS-NEXT-SEQ           PIC 9(03).
       01  WS-LRQ-TYPE-DESC           PIC X(08).
       01  WS-LRQ-AGCY-DESC           PIC X(14).
       01  WS-LRQ-NOTICE-DESC         PIC X(14).
       01  WS-LRQ-STAT-DESC           PIC X(10).
       01  WS-LRQ-NOTICE-DUE-FLAG     PIC X(01).
           88  WS-LRQ-NOTICE-DUE      VALUE "Y".
       01  WS-LRQ-FEE-DUE             PIC S9(09)V99.
       01  WS-LRQ-NOTICE-COUNT        PIC 9(04).
       01  WS-LRQ-DSP-COUNT           PIC 9(04).
       01  WS-LRQ-EARLIEST-INT        PIC 9(08).
       01  WS-LRQ-EARLIEST-DATE       PIC 9(08).
      * Customers already sent notice in this pass, so a customer
      * named both by name and by account hears once
       01  WS-LRQ-NCUST-COUNT         PIC 9(03) COMP VALUE ZEROS.
       01  WS-LRQ-NCUST-IDX           PIC 9(03) COMP.
       01  WS-LRQ-NCUST-FOUND         PIC X(01).
       01  WS-LRQ-NCUST-TABLE.
           05  WS-LRQ-NCUST           PIC X(20) OCCURS 50 TIMES.
      * Accounts the research covers - every account named, and
      * every account each named customer has owned
       01  WS-LRQ-ACCT-COUNT          PIC 9(03) COMP VALUE ZEROS.
       01  WS-LRQ-ACCT-MAX            PIC 9(03) COMP VALUE 200.
       01  WS-LRQ-ACCT-IDX            PIC 9(03) COMP.
       01  WS-LRQ-ACCT-OVERFLOW       PIC 9(04).
       01  WS-LRQ-ADD-ACCT            PIC 9(16).
       01  WS-LRQ-ADD-CUST            PIC X(20).
       01  WS-LRQ-ADD-FOUND           PIC X(01).
       01  WS-LRQ-ACCT-TABLE.
           05  WS-LRQ-ACCT-ENTRY      OCCURS 200 TIMES.
               10  WS-LRQ-ACCT-ID     PIC 9(16).
               10  WS-LRQ-ACCT-CUST   PIC X(20).
       01  WS-LRQ-RUN-NO              PIC 9(03).
       01  WS-LRQP-NEXT-SEQ           PIC 9(05).
       01  WS-LRQ-RUN-PAGES           PIC 9(06).
       01  WS-LRQ-RUN-ITEMS           PIC 9(05).
       01  WS-LRQ-RUN-MISSING         PIC 9(05).
       01  WS-LRQ-ITEM-LINES          PIC 9(06).
       01  WS-LRQ-ITEM-PAGES          PIC 9(04).
       01  WS-LRQ-SCAN-ACCT           PIC 9(16).
       01  WS-LRQ-TRAN-DATE           PIC X(08).
      * One production log entry, filled by the caller of 6347
       01  WS-LRQ-LOG-TYPE            PIC X(04).
       01  WS-LRQ-LOG-DOC-ID          PIC 9(10).
       01  WS-LRQ-LOG-PERIOD          PIC X(08).
       01  WS-LRQ-LOG-RESULT          PIC X(01).
       01  WS-LRQ-LOG-PATH            PIC X(100).
       01  WS-LRQ-LOG-COUNT           PIC 9(06).
       01  WS-LRQ-CUSTODIAN           PIC X(40).
       01  WS-LRQ-CUST-NAME           PIC X(61).
       01  WS-LRQ-FEE-HOURS           PIC 9(03)V99.
       01  WS-LRQ-FEE-SEARCH          PIC S9(09)V99.
       01  WS-LRQ-FEE-COPIES          PIC S9(09)V99.
       01  WS-LRQ-PAY-AMOUNT          PIC S9(09)V99.
       01  WS-LRQ-DSP-HOURS           PIC ZZ9.99.
       01  WS-LRQ-DSP-RATE            PIC ZZZZ9.99.
       01  WS-LRQ-DSP-PAGES           PIC ZZZZZ9.
       01  WS-LRQ-PKG-DTL.
           05  WS-LRQKD-DATE          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-TIME          PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-TYPE          PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-AMOUNT        PIC Z(10)9.99-.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-BALANCE       PIC Z(10)9.99-.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-STATUS        PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-REF           PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQKD-DESC          PIC X(50).
      * Due-date aging buckets, in report order; bucket 6 holds
      * cases already produced that still owe a fee or a notice
       01  WS-LRQ-BKT-LIST.
           05  FILLER                 PIC X(16) VALUE "OVERDUE".
           05  FILLER                 PIC X(16) VALUE "DUE IN 0-5 DAYS".
           05  FILLER                 PIC X(16) VALUE "DUE IN 6-15".
           05  FILLER                 PIC X(16) VALUE "DUE IN 16-30".
           05  FILLER                 PIC X(16) VALUE "DUE AFTER 30".
           05  FILLER                 PIC X(16) VALUE "PRODUCED - OPEN".
       01  WS-LRQ-BKT-TABLE REDEFINES WS-LRQ-BKT-LIST.
           05  WS-LRQ-BKT-NAME        PIC X(16) OCCURS 6 TIMES.
       01  WS-LRQ-BKT-COUNTS.
           05  WS-LRQ-BKT-COUNT       PIC 9(05) OCCURS 6 TIMES.
       01  WS-LRQ-BKT-IDX             PIC 9(02) COMP.
       01  WS-LRQ-CASE-BKT            PIC 9(02) COMP.
       01  WS-LRQ-AGED-COUNT          PIC 9(05).
       01  WS-LRQ-NOTICE-DUE-COUNT    PIC 9(05).
       01  WS-LRQ-FEE-DUE-TOTAL       PIC S9(11)V99.
       01  WS-LRQA-DTL.
           05  WS-LRQAD-CASE          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-TYPE          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-AGENCY        PIC X(26).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-REF           PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-RECEIVED      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-DUE           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-DAYS          PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-STATUS        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-NOTICE        PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LRQAD-FEE-DUE       PIC Z(06)9.99-.

      * Remote deposit capture fields. Items post through the
      * memo-post deposit path with the standard check hold; the
      * image reference rides in TRAN-REF-NUMBER under the RDC:
           05  WS-RDC-ACCT            PIC X(16).
           05  WS-RDC-AMOUNT          PIC 9(09)V99.
           05  WS-RDC-IMAGE-REF       PIC X(16).
           05  WS-RDC-ROUTING         PIC X(09).
           05  WS-RDC-DRAWER-ACCT     PIC X(12).
           05  FILLER                 PIC X(15).
       01  WS-RDC-DAILY-CAP           PIC 9(09)V99 VALUE 5000.00.
       01  WS-RDC-POSTED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-RDC-REJECT-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-STOP-HOLD-ID            PIC 9(10).
       01  WS-STOP-HOLD-AMOUNT        PIC S9(13)V99.

      * Official check register fields. Serials are handed out
      * from WS-OFC-SERIAL-BASE upward; an outstanding item older
      * than WS-OFC-AGED-DAYS makes the aged list, and one older
      * than WS-OFC-ESCHEAT-DAYS is due for escheatment.
       01  WS-OFC-FILE-STATUS         PIC X(02).
       01  WS-OFC-RPT-STATUS          PIC X(02).
       01  WS-OFC-RPT-PATH            PIC X(256) VALUE SPACES.
       01  WS-OFC-SERIAL-BASE         PIC 9(09) VALUE 700000000.
       01  WS-NEXT-OFC-SERIAL         PIC 9(09) VALUE ZEROS.
       01  WS-OFC-AGED-DAYS           PIC 9(04) VALUE 90.
       01  WS-OFC-ESCHEAT-DAYS        PIC 9(04) VALUE 1095.
       01  WS-OFC-INPUT-PAYEE         PIC X(30).
       01  WS-OFC-INPUT-SERIAL        PIC X(10).
       01  WS-OFC-INPUT-AMOUNT        PIC X(20).
       01  WS-OFC-INPUT-ACTION        PIC X(01).
       01  WS-OFC-PRESENT-AMT         PIC S9(13)V99.
       01  WS-OFC-OLD-SERIAL          PIC 9(09).
       01  WS-OFC-SAVE-RECORD         PIC X(204).
       01  WS-OFC-TODAY-INT           PIC 9(08).
       01  WS-OFC-AGE-DAYS            PIC S9(05).
       01  WS-OFC-AGED-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-OFC-AGED-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-OFC-ESCHEAT-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-OFC-ROLLFORWARD.
           05  WS-OFC-OPEN-COUNT      PIC 9(06).
           05  WS-OFC-OPEN-TOTAL      PIC S9(13)V99.
           05  WS-OFC-ISSUED-COUNT    PIC 9(06).
           05  WS-OFC-ISSUED-TOTAL    PIC S9(13)V99.
           05  WS-OFC-PAID-COUNT      PIC 9(06).
           05  WS-OFC-PAID-TOTAL      PIC S9(13)V99.
           05  WS-OFC-VOID-COUNT      PIC 9(06).
           05  WS-OFC-VOID-TOTAL      PIC S9(13)V99.
           05  WS-OFC-CLOSE-COUNT     PIC 9(06).
           05  WS-OFC-CLOSE-TOTAL     PIC S9(13)V99.
           05  WS-OFC-PROOF-TOTAL     PIC S9(13)V99.
       01  WS-OFC-RPT-DATE            PIC X(08).

      * The official checks outstanding liability as the GL holds
      * it: the credit account on the OF/ISSU mapping row in force
      * on the report date, and the accepted and pending GL feed
      * lines booked to it (credits less debits) before the report
      * date and on it. Rejected lines never reached the ledger.
       01  WS-GLM-FILE-STATUS         PIC X(02).
       01  WS-GLST-FILE-STATUS        PIC X(02).
       01  WS-OFC-GL-STATE            PIC X(01).
           88  WS-OFC-GL-MAPPED       VALUE "Y".
           88  WS-OFC-GL-NOT-MAPPED   VALUE "N".
           88  WS-OFC-GL-NO-STATUS    VALUE "S".
       01  WS-OFC-GL-FED              PIC X(01).
           88  WS-OFC-GL-DAY-FED      VALUE "Y".
       01  WS-OFC-GL-PROBE-CCY        PIC X(03).
       01  WS-OFC-GL-CODE             PIC X(10).
       01  WS-OFC-GL-OPEN             PIC S9(13)V99.
       01  WS-OFC-GL-DAY              PIC S9(13)V99.
       01  WS-OFC-GL-CLOSE            PIC S9(13)V99.

      * Outgoing cash letter fields. A check whose drawee routing
      * is blank or one of our charters' own is on-us and never
      * leaves the bank. Each charter presents its own letter under
      * its own routing number.
      * Each endpoint's items go out in bundles of at most
      * WS-CL-BUNDLE-MAX; the letter is identified by its business
      * date. Record types follow the image cash letter numbering:
      * 10 letter header, 20 bundle header, 25 item, 70 bundle
      * control, 90 letter control.
       01  WS-CLI-FILE-STATUS         PIC X(02).
       01  WS-CL-FILE-STATUS          PIC X(02).
       01  WS-CL-PATH                 PIC X(256) VALUE SPACES.
       01  WS-CL-OUR-ROUTING          PIC 9(09) VALUE 091000019.
       01  WS-CL-BUNDLE-MAX           PIC 9(04) VALUE 300.
       01  WS-DEP-INPUT-ROUTING       PIC X(09).
       01  WS-DEP-INPUT-DRAWER        PIC X(12).
       01  WS-TB-INPUT-ROUTING        PIC X(09).
       01  WS-CL-ITEM-ROUTING         PIC X(09).
       01  WS-CL-ITEM-SOURCE          PIC X(01).
       01  WS-CL-ITEM-CHECK-NUM       PIC X(10).
       01  WS-CL-ITEM-DRAWER          PIC X(12).
       01  WS-CL-LETTER-ID            PIC 9(08).
       01  WS-CL-BUNDLE-NUM           PIC 9(04) VALUE ZEROS.
       01  WS-CL-PREV-ROUTING         PIC 9(09) VALUE ZEROS.
       01  WS-CL-BUNDLE-OPEN-FLAG     PIC X(01) VALUE "N".
           88  WS-CL-BUNDLE-OPEN      VALUE "Y".
           88  WS-CL-BUNDLE-CLOSED    VALUE "N".
       01  WS-CL-BUNDLE-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-CL-BUNDLE-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-ITEM-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CL-ITEM-TOTAL           PIC S9(13)V99 VALUE ZEROS.
      * The letter is proved to the day's check deposit postings
      * read separately off TRANSACTION-FILE (7016): those postings,
      * less the day's captures kept on-us, held back or pulled,
      * plus earlier captures presented tonight, must equal the
      * letters' total.
       01  WS-CL-POSTED-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-CL-POSTED-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-HELD-TODAY-TOTAL     PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-PULLED-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-CARRY-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-EXPECT-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-ONUS-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CL-ONUS-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-EXCEPT-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-CL-RETURN-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-CL-RETURN-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-LTR-BASE-ITEMS       PIC 9(06) VALUE ZEROS.
       01  WS-CL-LTR-BASE-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-CL-LTR-BASE-BUNDLES     PIC 9(04) VALUE ZEROS.
       01  WS-CL-LTR-ENTITY           PIC X(03).
       01  WS-CL-LETTER-COUNT         PIC 9(02) VALUE ZEROS.
       01  WS-CL-FOUND-FLAG           PIC X(01).
           88  WS-CL-ITEM-FOUND       VALUE "Y".
           88  WS-CL-ITEM-NOT-FOUND   VALUE "N".

       01  WS-CL-LETTER-HDR.
           05  WS-CL10-REC-TYPE       PIC X(02) VALUE "10".
           05  WS-CL10-ORIGIN         PIC 9(09).
           05  WS-CL10-BUSINESS-DATE  PIC 9(08).
           05  WS-CL10-LETTER-ID      PIC 9(08).
           05  WS-CL10-CREATE-TIME    PIC X(06).
           05  FILLER                 PIC X(67) VALUE SPACES.
       01  WS-CL-BUNDLE-HDR.
           05  WS-CL20-REC-TYPE       PIC X(02) VALUE "20".
           05  WS-CL20-DEST           PIC 9(09).
           05  WS-CL20-LETTER-ID      PIC 9(08).
           05  WS-CL20-BUNDLE-NUM     PIC 9(04).
           05  FILLER                 PIC X(77) VALUE SPACES.
       01  WS-CL-ITEM-DETAIL.
           05  WS-CL25-REC-TYPE       PIC X(02) VALUE "25".
           05  WS-CL25-PAYOR-ROUTING  PIC 9(09).
           05  WS-CL25-CHECK-NUM      PIC X(10).
           05  WS-CL25-AMOUNT         PIC 9(10)V99.
           05  WS-CL25-SEQUENCE       PIC 9(10).
           05  WS-CL25-DEPOSIT-ACCT   PIC 9(16).
           05  WS-CL25-SOURCE         PIC X(01).
           05  WS-CL25-CAPTURE-DATE   PIC X(08).
           05  FILLER                 PIC X(32) VALUE SPACES.
       01  WS-CL-BUNDLE-CTL.
           05  WS-CL70-REC-TYPE       PIC X(02) VALUE "70".
           05  WS-CL70-ITEM-COUNT     PIC 9(06).
           05  WS-CL70-TOTAL          PIC 9(12)V99.
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  WS-CL-LETTER-CTL.
           05  WS-CL90-REC-TYPE       PIC X(02) VALUE "90".
           05  WS-CL90-BUNDLE-COUNT   PIC 9(06).
           05  WS-CL90-ITEM-COUNT     PIC 9(08).
           05  WS-CL90-TOTAL          PIC 9(12)V99.
           05  FILLER                 PIC X(70) VALUE SPACES.

      * Bill payment disbursement fields
       01  WS-BPD-FILE-STATUS         PIC X(02).
       01  WS-PAYEE-INPUT-ROUTING     PIC X(09).
       01  WS-PAYEE-INPUT-BANK-ACCT   PIC X(17).

      * Lockbox intake fields. The processor file proves to its
      * "H" header before anything posts; each "B" batch becomes
      * one DP credit for the items in it that pass validation.
      * Items that fail go to the suspense ledger and are kept on
      * the detail file as suspended so the customer still sees
      * them on the day's receivables file.
       01  WS-LBX-FILE-STATUS         PIC X(02).
       01  WS-LBD-FILE-STATUS         PIC X(02).
       01  WS-LBR-FILE-STATUS         PIC X(02).
       01  WS-LBX-PATH                PIC X(256) VALUE SPACES.
       01  WS-LBR-PATH                PIC X(256) VALUE SPACES.
       01  WS-LBX-FILE-HDR.
           05  WS-LBXH-REC-TYPE       PIC X(01).
           05  WS-LBXH-CREATED        PIC X(08).
           05  WS-LBXH-SEQUENCE       PIC 9(06).
           05  WS-LBXH-ITEM-COUNT     PIC 9(06).
           05  WS-LBXH-DOLLAR-TOTAL   PIC 9(13)V99.
           05  WS-LBXH-PROCESSOR      PIC X(10).
           05  FILLER                 PIC X(54).
       01  WS-LBX-BATCH-REC REDEFINES WS-LBX-FILE-HDR.
           05  WS-LBXB-REC-TYPE       PIC X(01).
           05  WS-LBXB-LOCKBOX-NUM    PIC X(07).
           05  WS-LBXB-BATCH-NUM      PIC 9(04).
           05  WS-LBXB-ACCT-ID        PIC X(16).
           05  WS-LBXB-DEPOSIT-DATE   PIC X(08).
           05  WS-LBXB-ITEM-COUNT     PIC 9(04).
           05  WS-LBXB-BATCH-TOTAL    PIC 9(11)V99.
           05  FILLER                 PIC X(47).
       01  WS-LBX-ITEM-REC REDEFINES WS-LBX-FILE-HDR.
           05  WS-LBXI-REC-TYPE       PIC X(01).
           05  WS-LBXI-BATCH-NUM      PIC 9(04).
           05  WS-LBXI-ITEM-SEQ       PIC 9(04).
           05  WS-LBXI-CHECK-NUM      PIC X(10).
           05  WS-LBXI-PAYER-NAME     PIC X(30).
           05  WS-LBXI-INVOICE-NUM    PIC X(15).
           05  WS-LBXI-AMOUNT         PIC 9(09)V99.
           05  FILLER                 PIC X(25).
       01  WS-LBX-TRAILER REDEFINES WS-LBX-FILE-HDR.
           05  FILLER                 PIC X(01).
           05  WS-LBXT-BATCH-COUNT    PIC 9(04).
           05  WS-LBXT-ITEM-COUNT     PIC 9(06).
           05  WS-LBXT-AMOUNT         PIC 9(13)V99.
           05  FILLER                 PIC X(74).
       01  WS-LBX-FILE-ID             PIC X(20) VALUE SPACES.
       01  WS-LBX-CREATED             PIC X(08).
       01  WS-LBX-SEQUENCE            PIC 9(06).
       01  WS-LBX-HDR-SEEN            PIC X(01) VALUE "N".
       01  WS-LBX-REPLAY-FLAG         PIC X(01) VALUE "N".
       01  WS-LBX-TRAILER-SEEN        PIC X(01) VALUE "N".
       01  WS-LBX-BODY-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-LBX-BODY-TOTAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-LBX-BATCH-FLAG          PIC X(01) VALUE "N".
           88  WS-LBX-BATCH-OPEN      VALUE "Y".
           88  WS-LBX-BATCH-CLOSED    VALUE "N".
       01  WS-LBX-BATCH-REASON        PIC X(30) VALUE SPACES.
       01  WS-LBX-CUR-LOCKBOX         PIC X(07).
       01  WS-LBX-CUR-BATCH           PIC 9(04).
       01  WS-LBX-CUR-ACCT            PIC 9(16).
       01  WS-LBX-CUR-DEP-DATE        PIC X(08).
       01  WS-LBX-CUR-DECL-COUNT      PIC 9(04).
       01  WS-LBX-CUR-DECL-TOTAL      PIC 9(11)V99.
       01  WS-LBX-CUR-READ-COUNT      PIC 9(04) VALUE ZEROS.
       01  WS-LBX-CUR-READ-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       01  WS-LBX-CUR-GOOD-COUNT      PIC 9(04) VALUE ZEROS.
       01  WS-LBX-CUR-GOOD-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-LBX-ITEM-REASON         PIC X(30) VALUE SPACES.
       01  WS-LBX-BATCH-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-LBX-CREDIT-COUNT        PIC 9(04) VALUE ZEROS.
       01  WS-LBX-POSTED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-LBX-POSTED-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-LBX-SUSP-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-LBX-SUSP-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-LBX-BATCH-ERR-COUNT     PIC 9(04) VALUE ZEROS.
       01  WS-LBX-HDR-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-LBX-HDR-TOTAL           PIC 9(13)V99 VALUE ZEROS.
       01  WS-LBX-INPUT-ACCT          PIC X(20).
       01  WS-LBX-INQ-ACCT            PIC 9(16).
       01  WS-LBR-PREV-ACCT           PIC 9(16) VALUE ZEROS.
       01  WS-LBR-OPEN-FLAG           PIC X(01) VALUE "N".
           88  WS-LBR-FILE-OPEN       VALUE "Y".
           88  WS-LBR-FILE-CLOSED     VALUE "N".
       01  WS-LBR-FILE-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-LBR-ITEM-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-LBR-CREDIT-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-LBR-SUSP-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-LBR-SUSP-TOTAL          PIC S9(13)V99 VALUE ZEROS.

      * Receivables transmission layout: "H" account header, one
      * "D" per remittance item with its credit or suspense status,
      * "T" trailer with credited and suspended controls.
       01  WS-LBR-HEADER.
           05  WS-LBRH-REC-TYPE       PIC X(01) VALUE "H".
           05  WS-LBRH-ACCT-ID        PIC 9(16).
           05  WS-LBRH-ACCT-NAME      PIC X(30).
           05  WS-LBRH-PROCESS-DATE   PIC X(08).
           05  WS-LBRH-CREATE-TIME    PIC X(06).
           05  FILLER                 PIC X(59) VALUE SPACES.
       01  WS-LBR-DETAIL.
           05  WS-LBRD-REC-TYPE       PIC X(01) VALUE "D".
           05  WS-LBRD-LOCKBOX-NUM    PIC X(07).
           05  WS-LBRD-BATCH-NUM      PIC 9(04).
           05  WS-LBRD-ITEM-SEQ       PIC 9(04).
           05  WS-LBRD-DEPOSIT-DATE   PIC X(08).
           05  WS-LBRD-CHECK-NUM      PIC X(10).
           05  WS-LBRD-PAYER-NAME     PIC X(30).
           05  WS-LBRD-INVOICE-NUM    PIC X(15).
           05  WS-LBRD-AMOUNT         PIC 9(11)V99.
           05  WS-LBRD-STATUS         PIC X(01).
           05  WS-LBRD-TRAN-ID        PIC 9(10).
           05  FILLER                 PIC X(17) VALUE SPACES.
       01  WS-LBR-TRAILER.
           05  WS-LBRT-REC-TYPE       PIC X(01) VALUE "T".
           05  WS-LBRT-ITEM-COUNT     PIC 9(06).
           05  WS-LBRT-CREDIT-TOTAL   PIC 9(13)V99.
           05  WS-LBRT-SUSP-COUNT     PIC 9(06).
           05  WS-LBRT-SUSP-TOTAL     PIC 9(13)V99.
           05  FILLER                 PIC X(77) VALUE SPACES.

      * Account reconciliation plan fields. A cycle covers paid,
      * issued and voided activity dated after ARPE-LAST-RECON-DATE
      * through the business date; outstanding checks are aged into
      * 30/60/90/180-day bands and anything past the enrollment's
      * stale age is flagged for the customer to void.
       01  WS-ARPE-FILE-STATUS        PIC X(02).
       01  WS-ARPP-FILE-STATUS        PIC X(02).
       01  WS-ARP-PAID-STATUS         PIC X(02).
       01  WS-ARP-RPT-STATUS          PIC X(02).
       01  WS-ARP-PAID-PATH           PIC X(256) VALUE SPACES.
       01  WS-ARP-RPT-PATH            PIC X(256) VALUE SPACES.
       01  WS-ARP-DEFAULT-STALE-DAYS  PIC 9(03) VALUE 180.
       01  WS-ARP-ACCT-ID             PIC 9(16).
       01  WS-ARP-FROM-DATE           PIC 9(08).
       01  WS-ARP-TO-DATE             PIC 9(08).
       01  WS-ARP-TODAY-INT           PIC 9(08).
       01  WS-ARP-AGE-DAYS            PIC S9(05).
       01  WS-ARP-STALE-DAYS          PIC 9(03).
       01  WS-ARP-RUN-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-ARP-INTERIM-FLAG        PIC X(01) VALUE "N".
           88  WS-ARP-INTERIM         VALUE "Y".
           88  WS-ARP-CYCLE-END       VALUE "N".
       01  WS-ARP-DONE-FLAG           PIC X(01) VALUE "N".
           88  WS-ARP-PRODUCED        VALUE "Y".
           88  WS-ARP-NOT-PRODUCED    VALUE "N".
       01  WS-ARP-SCAN-PASS           PIC X(01).
           88  WS-ARP-PASS-VOIDED     VALUE "V".
           88  WS-ARP-PASS-OUTSTAND   VALUE "O".
       01  WS-ARP-TOTALS.
           05  WS-ARP-ISSUED-COUNT    PIC 9(06).
           05  WS-ARP-ISSUED-TOTAL    PIC S9(13)V99.
           05  WS-ARP-PAID-COUNT      PIC 9(06).
           05  WS-ARP-PAID-TOTAL      PIC S9(13)V99.
           05  WS-ARP-VOID-COUNT      PIC 9(06).
           05  WS-ARP-VOID-TOTAL      PIC S9(13)V99.
           05  WS-ARP-OUTST-COUNT     PIC 9(06).
           05  WS-ARP-OUTST-TOTAL     PIC S9(13)V99.
           05  WS-ARP-PNI-COUNT       PIC 9(06).
           05  WS-ARP-PNI-TOTAL       PIC S9(13)V99.
           05  WS-ARP-STALE-COUNT     PIC 9(06).
           05  WS-ARP-STALE-TOTAL     PIC S9(13)V99.
           05  WS-ARP-AGE-BAND OCCURS 5 TIMES.
               10  WS-ARP-BAND-COUNT  PIC 9(06).
               10  WS-ARP-BAND-TOTAL  PIC S9(13)V99.
       01  WS-ARP-BAND-IDX            PIC 9(01).
       01  WS-ARP-BAND-LABELS.
           05  FILLER                 PIC X(12) VALUE "  0-30 DAYS ".
           05  FILLER                 PIC X(12) VALUE " 31-60 DAYS ".
           05  FILLER                 PIC X(12) VALUE " 61-90 DAYS ".
           05  FILLER                 PIC X(12) VALUE "91-180 DAYS ".
           05  FILLER                 PIC X(12) VALUE "OVER 180    ".
       01  WS-ARP-BAND-LABEL-TBL REDEFINES WS-ARP-BAND-LABELS.
           05  WS-ARP-BAND-LABEL      PIC X(12) OCCURS 5 TIMES.
       01  WS-ARP-MATCH-TAG           PIC X(16).
       01  WS-ARP-PAY-CHECK-NUM       PIC 9(09).
       01  WS-ARP-PAY-AMOUNT          PIC S9(13)V99.
       01  WS-ARP-PAY-MATCH           PIC X(01).
       01  WS-ARP-INPUT-ACCT          PIC X(20).
       01  WS-ARP-INPUT-MODE          PIC X(01).
       01  WS-ARP-INPUT-STALE         PIC X(05).
       01  WS-ARP-INPUT-STATUS        PIC X(01).
       01  WS-ARP-INPUT-CHECK         PIC X(10).
       01  WS-ARP-CONFIRM             PIC X(01).

      * Paid-items file layout: "H" account and cycle, one "D" per
      * paid check, "T" count and total.
       01  WS-ARP-PAID-HDR.
           05  WS-ARPH-REC-TYPE       PIC X(01) VALUE "H".
           05  WS-ARPH-ACCT-ID        PIC 9(16).
           05  WS-ARPH-FROM-DATE      PIC 9(08).
           05  WS-ARPH-TO-DATE        PIC 9(08).
           05  WS-ARPH-MODE           PIC X(01).
           05  FILLER                 PIC X(86) VALUE SPACES.
       01  WS-ARP-PAID-DTL.
           05  WS-ARPD-REC-TYPE       PIC X(01) VALUE "D".
           05  WS-ARPD-CHECK-NUM      PIC 9(09).
           05  WS-ARPD-AMOUNT         PIC 9(13)V99.
           05  WS-ARPD-PAID-DATE      PIC 9(08).
           05  WS-ARPD-ISSUE-MATCH    PIC X(01).
           05  WS-ARPD-ISSUE-DATE     PIC X(08).
           05  WS-ARPD-ISSUE-AMOUNT   PIC 9(13)V99.
           05  WS-ARPD-PAYEE          PIC X(30).
           05  FILLER                 PIC X(33) VALUE SPACES.
       01  WS-ARP-PAID-TRL.
           05  WS-ARPT-REC-TYPE       PIC X(01) VALUE "T".
           05  WS-ARPT-ITEM-COUNT     PIC 9(06).
           05  WS-ARPT-TOTAL          PIC 9(13)V99.
           05  FILLER                 PIC X(98) VALUE SPACES.

      * Closed-for-cause reporting and deposit screening fields.
      * The extract carries an "H" header, one "A" (new report) or
      * "U" (update - balance paid down or paid in full) line per
      * pending register row, and a "T" trailer count. Screening
      * declines outright on a fraud report or more than
      * WS-SCRN-DECLINE-AMT still owed elsewhere; any other report
      * on file refers the opening to a supervisor.
       01  WS-CFC-FILE-STATUS         PIC X(02).
       01  WS-CFC-EXT-STATUS          PIC X(02).
       01  WS-CFC-EXT-PATH            PIC X(256) VALUE SPACES.
       01  WS-CFC-INSTITUTION-ID      PIC X(10) VALUE "ALTORO0001".
       01  WS-CFC-ACCT-ID             PIC 9(16).
       01  WS-CFC-CUST-ID             PIC X(20).
       01  WS-CFC-REASON              PIC X(02).
       01  WS-CFC-OWED                PIC S9(13)V99.
       01  WS-CFC-INPUT-REASON        PIC X(02).
       01  WS-CFC-ADD-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CFC-UPD-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CFC-EXT-HDR.
           05  WS-CFCH-REC-TYPE       PIC X(01) VALUE "H".
           05  WS-CFCH-INSTITUTION    PIC X(10).
           05  WS-CFCH-FILE-DATE      PIC 9(08).
           05  FILLER                 PIC X(131) VALUE SPACES.
       01  WS-CFC-EXT-DTL.
           05  WS-CFCD-REC-TYPE       PIC X(01).
           05  WS-CFCD-SSN            PIC X(11).
           05  WS-CFCD-LAST-NAME      PIC X(30).
           05  WS-CFCD-FIRST-NAME     PIC X(30).
           05  WS-CFCD-ACCT-ID        PIC 9(16).
           05  WS-CFCD-REASON         PIC X(02).
           05  WS-CFCD-CLOSED-DATE    PIC X(08).
           05  WS-CFCD-ORIGINAL-OWED  PIC 9(11)V99.
           05  WS-CFCD-AMOUNT-OWED    PIC 9(11)V99.
           05  WS-CFCD-DEBT-STATUS    PIC X(01).
           05  WS-CFCD-PAID-DATE      PIC X(08).
           05  FILLER                 PIC X(17) VALUE SPACES.
       01  WS-CFC-EXT-TRL.
           05  WS-CFCT-REC-TYPE       PIC X(01) VALUE "T".
           05  WS-CFCT-ADD-COUNT      PIC 9(06).
           05  WS-CFCT-UPD-COUNT      PIC 9(06).
           05  FILLER                 PIC X(137) VALUE SPACES.
       01  WS-SCRN-FILE-STATUS        PIC X(02).
       01  WS-SCRN-LOAD-STATUS        PIC X(02).
       01  WS-SCRN-LOAD-PATH          PIC X(256) VALUE SPACES.
       01  WS-SCRN-LOAD-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-SCRN-DECLINE-AMT        PIC 9(07)V99 VALUE 500.00.
       01  WS-SCRN-AGENCY-NAME        PIC X(30)
               VALUE "CHEXSYSTEMS, INC.".
       01  WS-SCRN-CUST-ID            PIC X(20).
       01  WS-SCRN-DECISION           PIC X(01) VALUE "P".
           88  WS-SCRN-PROCEED        VALUE "P".
           88  WS-SCRN-REFER          VALUE "R".
           88  WS-SCRN-DECLINED       VALUE "D".
           88  WS-SCRN-HELD           VALUE "H".
       01  WS-SCRN-REASON             PIC X(40).
       01  WS-SCRN-LOAD-LINE.
           05  WS-SCRL-SSN            PIC X(11).
           05  WS-SCRL-RESPONSE-DATE  PIC X(08).
           05  WS-SCRL-REPORT-COUNT   PIC 9(03).
           05  WS-SCRL-UNPAID-COUNT   PIC 9(03).
           05  WS-SCRL-UNPAID-AMOUNT  PIC 9(09)V99.
           05  WS-SCRL-FRAUD-FLAG     PIC X(01).
           05  WS-SCRL-WORST-REASON   PIC X(02).
           05  WS-SCRL-REPORTED-BY    PIC X(20).
           05  FILLER                 PIC X(41).

      * Non-customer check cashing fields. The fee is the "NCCK"
      * row on the fee schedule under product "NC", falling back to
      * WS-NCC-FEE-DFLT when no row is on file. A presenter's cash
      * out for the day at or over WS-NCC-CTR-THRESHOLD is called out
      * for the CTR the same way RPTGEN's 7800 flags customers.
       01  WS-NCC-FILE-STATUS         PIC X(02).
       01  WS-NCC-FEE-DFLT            PIC S9(13)V99 VALUE 8.00.
       01  WS-NCC-CTR-THRESHOLD       PIC S9(13)V99 VALUE 10000.00.
       01  WS-NCC-INPUT-ACCT          PIC X(20).
       01  WS-NCC-INPUT-CHECK         PIC X(10).
       01  WS-NCC-INPUT-AMOUNT        PIC X(20).
       01  WS-NCC-INPUT-ID-TYPE       PIC X(02).
       01  WS-NCC-INPUT-ID-NUMBER     PIC X(20).
       01  WS-NCC-INPUT-LAST-NAME     PIC X(30).
       01  WS-NCC-CONFIRM             PIC X(01).
       01  WS-NCC-REFUSE-REASON       PIC X(10).
       01  WS-NCC-ACCT-ID             PIC 9(16).
       01  WS-NCC-CHECK-NUM           PIC 9(09).
       01  WS-NCC-CHECK-AMOUNT        PIC S9(13)V99.
       01  WS-NCC-FEE-AMOUNT          PIC S9(13)V99.
       01  WS-NCC-CASH-OUT            PIC S9(13)V99.
       01  WS-NCC-PRIOR-COUNT         PIC 9(06).
       01  WS-NCC-PRIOR-TOTAL         PIC S9(13)V99.
       01  WS-NCC-TODAY-TOTAL         PIC S9(13)V99.
       01  WS-NCC-LIST-COUNT          PIC 9(06).
       01  WS-NCC-LIST-TOTAL          PIC S9(13)V99.
       01  WS-NCC-PRESENTER.
           05  WS-NCCP-ID-ISSUER      PIC X(20).
           05  WS-NCCP-ID-EXPIRY      PIC X(08).
           05  WS-NCCP-FIRST-NAME     PIC X(30).
           05  WS-NCCP-LAST-NAME      PIC X(30).
           05  WS-NCCP-DOB            PIC X(08).
           05  WS-NCCP-STREET         PIC X(30).
           05  WS-NCCP-CITY           PIC X(20).
           05  WS-NCCP-STATE          PIC X(02).
           05  WS-NCCP-ZIP            PIC X(10).
           05  WS-NCCP-PHONE          PIC X(15).

      * Variable-rate loan fields. A rate-change notice goes out
      * WS-LVR-NOTICE-DAYS before the first payment at the new rate
      * is due, or on the night of the change if that is later.
       01  WS-IDXR-FILE-STATUS        PIC X(02).
       01  WS-LVR-FILE-STATUS         PIC X(02).
       01  WS-LVR-NOTICE-DAYS         PIC 9(03) VALUE 15.
       01  WS-LVR-RATE-TYPE           PIC X(01).
           88  WS-LVR-FIXED           VALUE "F" " ".
           88  WS-LVR-VARIABLE        VALUE "V".
       01  WS-LVR-TERMS-OK            PIC X(01).
       01  WS-LVR-INPUT-INDEX         PIC X(04).
       01  WS-LVR-INPUT-MARGIN        PIC X(10).
       01  WS-LVR-INPUT-FREQ          PIC X(03).
       01  WS-LVR-INPUT-PCAP          PIC X(10).
       01  WS-LVR-INPUT-LCAP          PIC X(10).
       01  WS-LVR-INPUT-FLOOR         PIC X(10).
       01  WS-LVR-TERMS.
           05  WS-LVR-INDEX-CODE      PIC X(04).
           05  WS-LVR-MARGIN          PIC 9(02)V9(04).
           05  WS-LVR-CHANGE-FREQ     PIC 9(03).
           05  WS-LVR-PERIODIC-CAP    PIC 9(02)V9(04).
           05  WS-LVR-LIFETIME-CAP    PIC 9(02)V9(04).
           05  WS-LVR-FLOOR-RATE      PIC 9(02)V9(04).
       01  WS-LVR-AS-OF-DATE          PIC X(08).
       01  WS-LVR-BASE-DATE           PIC X(08).
       01  WS-LVR-INDEX-FOUND         PIC X(01).
       01  WS-LVR-INDEX-RATE          PIC 9(02)V9(04).
       01  WS-LVR-OLD-RATE            PIC 9(02)V9(04).
       01  WS-LVR-NEW-RATE            PIC S9(03)V9(04).
       01  WS-LVR-CEILING             PIC S9(03)V9(04).
       01  WS-LVR-REMAIN-PMTS         PIC S9(04).
       01  WS-LVR-PRIN-PORTION        PIC S9(13)V99.
       01  WS-LVR-TODAY               PIC X(08).
       01  WS-LVR-NOTICE-INT          PIC 9(08).
       01  WS-LVR-REPRICE-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-LVR-NOTICE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-LVR-DSP-OLD             PIC Z9.9999.
       01  WS-LVR-DSP-NEW             PIC Z9.9999.
       01  WS-IDXR-INPUT-CODE         PIC X(04).
       01  WS-IDXR-INPUT-DATE         PIC X(08).
       01  WS-IDXR-INPUT-RATE         PIC X(10).
       01  WS-IDXR-INPUT-DESC         PIC X(30).
       01  WS-IDXR-LIST-COUNT         PIC 9(04).

      * Home equity line fields. Lines are sized to WS-HLC-MAX-CLTV-
      * DFLT of the property value less the liens ahead of ours;
      * draw and repayment periods default to ten and twenty years.
       01  WS-HLC-FILE-STATUS         PIC X(02).
       01  WS-HLC-DRAW-MONTHS-DFLT    PIC 9(03) VALUE 120.
       01  WS-HLC-REPAY-MONTHS-DFLT   PIC 9(03) VALUE 240.
       01  WS-HLC-MAX-CLTV-DFLT       PIC 9V9(04) VALUE 0.8000.
       01  WS-HLC-INPUT-ACCT          PIC X(20).
       01  WS-HLC-INPUT-OWNER         PIC X(20).
       01  WS-HLC-INPUT-LINE          PIC X(20).
       01  WS-HLC-INPUT-RATE          PIC X(10).
       01  WS-HLC-INPUT-DRAW          PIC X(03).
       01  WS-HLC-INPUT-REPAY         PIC X(03).
       01  WS-HLC-INPUT-DESC          PIC X(30).
       01  WS-HLC-INPUT-VALUE         PIC X(20).
       01  WS-HLC-INPUT-LIENS         PIC X(20).
       01  WS-HLC-INPUT-AMOUNT        PIC X(20).
       01  WS-HLC-CONFIRM             PIC X(01).
       01  WS-HLC-LINE                PIC S9(13)V99.
       01  WS-HLC-RATE                PIC 9(02)V9(04).
       01  WS-HLC-DRAW-MONTHS         PIC 9(03).
       01  WS-HLC-REPAY-MONTHS        PIC 9(03).
       01  WS-HLC-VALUE               PIC S9(13)V99.
       01  WS-HLC-LIENS               PIC S9(13)V99.
       01  WS-HLC-MAX-LINE            PIC S9(13)V99.
       01  WS-HLC-AMOUNT              PIC S9(13)V99.
       01  WS-HLC-AVAILABLE           PIC S9(13)V99.
       01  WS-HLC-OWED                PIC S9(13)V99.
       01  WS-HLC-DRAW-FLAG           PIC X(01).
           88  WS-HLC-DRAW-ALLOWED    VALUE "Y".
           88  WS-HLC-DRAW-DENIED     VALUE "N".
       01  WS-HLC-TODAY               PIC X(08).
       01  WS-HLC-CYCLE-DRAWS         PIC S9(13)V99.
       01  WS-HLC-CYCLE-PAYMENTS      PIC S9(13)V99.
       01  WS-HLC-INTEREST            PIC S9(13)V99.
       01  WS-HLC-MIN-DUE             PIC S9(13)V99.
       01  WS-HLC-DUE-INT             PIC 9(08).
       01  WS-HLC-DUE-NUM             PIC 9(08).
       01  WS-HLC-BILL-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-HLC-CONVERT-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-HLC-CUT-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-HLC-DSP-CLTV            PIC Z9.99.

      * Construction loan fields. The budget is keyed at booking into
      * WS-CNL-BUDGET-TABLE and must total the approved amount.
       01  WS-CNL-FILE-STATUS         PIC X(02).
       01  WS-CNB-FILE-STATUS         PIC X(02).
       01  WS-CND-FILE-STATUS         PIC X(02).
       01  WS-CNL-INPUT-FLAG          PIC X(01).
       01  WS-CNL-INPUT-ACCT          PIC X(20).
       01  WS-CNL-INPUT-NAME          PIC X(30).
       01  WS-CNL-INPUT-ADDR          PIC X(40).
       01  WS-CNL-INPUT-DISB          PIC X(20).
       01  WS-CNL-INPUT-TERM          PIC X(03).
       01  WS-CNL-INPUT-LINE          PIC X(02).
       01  WS-CNL-INPUT-CATEGORY      PIC X(20).
       01  WS-CNL-INPUT-AMOUNT        PIC X(20).
       01  WS-CNL-INPUT-PCT           PIC X(03).
       01  WS-CNL-INPUT-INSPECTOR     PIC X(20).
       01  WS-CNL-INPUT-DRAW          PIC X(03).
       01  WS-CNL-INPUT-DECISION      PIC X(01).
       01  WS-CNL-INPUT-REASON        PIC X(30).
       01  WS-CNL-CONFIRM             PIC X(01).
       01  WS-CNL-TERMS-OK            PIC X(01).
       01  WS-CNL-ENTRY-DONE          PIC X(01).
       01  WS-CNL-DRAW-OK             PIC X(01).
       01  WS-CNL-ALL-OK              PIC X(01).
       01  WS-CNL-ALL-COMPLETE        PIC X(01).
       01  WS-CNL-PENDING-FOUND       PIC X(01).
       01  WS-CNL-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       01  WS-CNL-BUDGET-TABLE.
           05  WS-CNL-BUDGET-ENTRY OCCURS 20 TIMES.
               10  WS-CNL-BUD-CATEGORY    PIC X(20).
               10  WS-CNL-BUD-AMOUNT      PIC S9(13)V99.
       01  WS-CNL-SUB                 PIC 9(02).
       01  WS-CNL-SUB2                PIC 9(02).
       01  WS-CNL-BUDGET-TOTAL        PIC S9(13)V99.
       01  WS-CNL-PROJECT-NAME        PIC X(30).
       01  WS-CNL-PROJECT-ADDR        PIC X(40).
       01  WS-CNL-DISB-ACCT-ID        PIC 9(16).
       01  WS-CNL-PERM-TERM           PIC 9(03).
       01  WS-CNL-LOAN-ACCT-ID        PIC 9(16).
       01  WS-CNL-LINE-NO             PIC 9(02).
       01  WS-CNL-AMOUNT              PIC S9(13)V99.
       01  WS-CNL-PCT                 PIC 9(03).
       01  WS-CNL-REMAINING           PIC S9(13)V99.
       01  WS-CNL-INSPECTED-CAP       PIC S9(13)V99.
       01  WS-CNL-OWED                PIC S9(13)V99.
       01  WS-CNL-INTEREST            PIC S9(13)V99.
       01  WS-CNL-TODAY               PIC X(08).
       01  WS-CNL-BILL-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-CNL-DSP-PCT             PIC ZZ9.
       01  WS-CNL-DSP-BUDGET          PIC Z(12)9.99-.
       01  WS-CNL-DSP-FUNDED          PIC Z(12)9.99-.
      * Loan participations - maintenance inputs, the split of each
      * scheduled payment between us and the participants, and the
      * monthly remittance run.
       01  WS-PTC-FILE-STATUS          PIC X(02).
       01  WS-PRM-FILE-STATUS          PIC X(02).
       01  WS-PTC-INPUT-ACCT           PIC X(20).
       01  WS-PTC-INPUT-ACTION         PIC X(01).
       01  WS-PTC-INPUT-NAME           PIC X(30).
       01  WS-PTC-INPUT-PCT            PIC X(10).
       01  WS-PTC-INPUT-METHOD         PIC X(01).
       01  WS-PTC-INPUT-ROUTING        PIC X(09).
       01  WS-PTC-INPUT-BANK-ACCT      PIC X(17).
       01  WS-PTC-INPUT-SEQ            PIC X(02).
       01  WS-PTC-CONFIRM              PIC X(01).
       01  WS-PTC-LOAN-ACCT-ID         PIC 9(16).
       01  WS-PTC-PCT                  PIC 9(03)V9(04).
       01  WS-PTC-SOLD-PCT             PIC 9(03)V9(04).
       01  WS-PTC-NEXT-SEQ             PIC 9(02).
       01  WS-PTC-PURCH-FOUND          PIC X(01).
       01  WS-PTC-SHARE-PRIN           PIC S9(13)V99.
       01  WS-PTC-SHARE-INT            PIC S9(13)V99.
       01  WS-PTC-SOLD-PRIN            PIC S9(13)V99 VALUE ZEROS.
       01  WS-PTC-SOLD-INT             PIC S9(13)V99 VALUE ZEROS.
       01  WS-PTC-OUR-PRIN             PIC S9(13)V99.
       01  WS-PTC-OUR-INT              PIC S9(13)V99.
       01  WS-PTC-REMIT-AMOUNT         PIC S9(13)V99.
       01  WS-PTC-TODAY                PIC X(08).
       01  WS-PTC-REMIT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-PTC-WIRE-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-PTC-ACH-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-PTC-REMIT-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEXT-PRM-ID              PIC 9(10) VALUE ZEROS.
       01  WS-PTC-DSP-PCT              PIC ZZ9.9999.
       01  WS-PTC-DSP-PRIN             PIC Z(12)9.99-.
       01  WS-PTC-DSP-INT              PIC Z(12)9.99-.

      * Nonaccrual. A loan goes on automatically once it is
      * WS-NAC-AUTO-DAYS past due, or by an officer with a reason,
      * and comes back only after WS-NAC-RETURN-PAYMENTS payments
      * in a row with the loan current, with supervisor sign-off.
       01  WS-NAC-FILE-STATUS          PIC X(02).
       01  WS-NAC-AUTO-DAYS            PIC 9(03) VALUE 90.
       01  WS-NAC-RETURN-PAYMENTS      PIC 9(02) VALUE 6.
       01  WS-NAC-ON-FLAG              PIC X(01) VALUE "N".
           88  WS-NAC-LOAN-ON          VALUE "Y".
       01  WS-NAC-FOUND                PIC X(01).
       01  WS-NAC-INPUT-ACCT           PIC X(20).
       01  WS-NAC-INPUT-ACTION         PIC X(01).
       01  WS-NAC-INPUT-REASON         PIC X(60).
       01  WS-NAC-PLACE-HOW            PIC X(01).
       01  WS-NAC-PLACED-BY            PIC X(20).
       01  WS-NAC-DAYS-PAST            PIC S9(05).
       01  WS-NAC-REVERSAL             PIC S9(13)V99.
       01  WS-NAC-DAY-INT              PIC S9(13)V99.
       01  WS-NAC-PLACED-COUNT         PIC 9(06) VALUE ZEROS.

      * Loan risk grading - each change is a new history row; the
      * highest sequence on file is the grade in force.
       01  WS-LGR-FILE-STATUS          PIC X(02).
       01  WS-LGR-INPUT-ACCT           PIC X(20).
       01  WS-LGR-INPUT-GRADE          PIC X(01).
       01  WS-LGR-INPUT-REASON         PIC X(60).
       01  WS-LGR-INPUT-IMPAIRED       PIC X(01).
       01  WS-LGR-INPUT-RESERVE        PIC X(15).
       01  WS-LGR-LOAN-ACCT-ID         PIC 9(16).
       01  WS-LGR-CURRENT-GRADE        PIC X(01).
       01  WS-LGR-NEXT-SEQ             PIC 9(04).
       01  WS-LGR-GRADE-CODE           PIC X(01).
       01  WS-LGR-GRADE-NAME           PIC X(16).
       01  WS-LGR-RESERVE              PIC S9(13)V99.

      * Lending limits at loan decision - the applicant's whole
      * borrowing relationship, committed and outstanding, measured
      * against the limits in WS-LENDING-LIMITS.
       01  WS-BRL-FILE-STATUS          PIC X(02).
       01  WS-BRL-INPUT-GROUP          PIC X(20).
       01  WS-BRL-INPUT-CUST           PIC X(20).
       01  WS-BRL-INPUT-ACTION         PIC X(01).
       01  WS-BRL-INPUT-RELATION       PIC X(01).
       01  WS-BRL-MEMBER-COUNT         PIC 9(03).
       01  WS-LLL-GROUP-ID             PIC X(20).
       01  WS-LLL-MEMBER-TABLE.
           05  WS-LLL-MEMBER           OCCURS 50 TIMES
                                       PIC X(20).
       01  WS-LLL-MEMBER-MAX           PIC 9(03).
       01  WS-LLL-MEMBER-IDX           PIC 9(03).
       01  WS-LLL-LOAN-COUNT           PIC 9(05).
       01  WS-LLL-OUTSTANDING          PIC S9(15)V99.
       01  WS-LLL-COMMITTED            PIC S9(15)V99.
       01  WS-LLL-PIPELINE             PIC S9(15)V99.
       01  WS-LLL-TOTAL                PIC S9(15)V99.
       01  WS-LLL-LEGAL-LIMIT          PIC S9(15)V99.
       01  WS-LLL-HOUSE-LIMIT          PIC S9(15)V99.
       01  WS-LLL-LOAN-OUT             PIC S9(13)V99.
       01  WS-LLL-LOAN-COMMIT          PIC S9(13)V99.
       01  WS-LLL-SOLD-PCT             PIC 9(03)V9(04).
       01  WS-LLL-SAVE-APPL            PIC X(240).
       01  WS-LLL-CLEARED              PIC X(01).
           88  WS-LLL-WITHIN-LIMITS    VALUE "Y".

      * Loan covenants and the officer tickler. An item still not
      * received this many days past its due date is a breach.
       01  WS-COV-FILE-STATUS          PIC X(02).
       01  WS-OTK-FILE-STATUS          PIC X(02).
       01  WS-COV-BREACH-DAYS          PIC 9(03) VALUE 030.
       01  WS-COV-DFLT-LEAD-DAYS       PIC 9(03) VALUE 030.
       01  WS-COV-INPUT-ACCT           PIC X(20).
       01  WS-COV-INPUT-ACTION         PIC X(01).
       01  WS-COV-INPUT-SEQ            PIC X(02).
       01  WS-COV-INPUT-TYPE           PIC X(04).
       01  WS-COV-INPUT-DESC           PIC X(30).
       01  WS-COV-INPUT-TEST           PIC X(01).
       01  WS-COV-INPUT-VALUE          PIC X(15).
       01  WS-COV-INPUT-FREQ           PIC X(01).
       01  WS-COV-INPUT-DUE            PIC X(08).
       01  WS-COV-INPUT-LEAD           PIC X(03).
       01  WS-COV-INPUT-OFFICER        PIC X(10).
       01  WS-COV-LOAN-ACCT-ID         PIC 9(16).
       01  WS-COV-NEXT-SEQ             PIC 9(02).
       01  WS-COV-COUNT                PIC 9(03).
       01  WS-COV-MEASURED             PIC S9(09)V9(04).
       01  WS-COV-TODAY                PIC 9(08).
       01  WS-COV-TODAY-INT            PIC 9(08).
       01  WS-COV-DUE-NUM              PIC 9(08).
       01  WS-COV-DAYS-TO-DUE          PIC S9(05).
       01  WS-COV-OFFICER-ID           PIC X(10).
       01  WS-COV-QUEUED-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-COV-OVERDUE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-COV-BREACH-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-COV-DSP-VALUE            PIC Z(08)9.9999-.
       01  WS-COV-DSP-DAYS             PIC Z(04)9-.

      * Credit card line review. Every active card is measured on
      * its last twelve billing cycles (CYCLE-PAY-HISTORY), its
      * utilization and its age, and recommended for an increase,
      * a decrease or no change within these bands. Increases go
      * to a second user through the pending-approval queue;
      * decreases give the customer WS-CLR-NOTICE-DAYS notice.
       01  WS-CLR-FILE-STATUS          PIC X(02).
       01  WS-CLR-FOUND-FLAG           PIC X(01).
           88  WS-CLR-ON-FILE          VALUE "Y".
       01  WS-CLR-MIN-AGE-MONTHS       PIC 9(03) VALUE 012.
       01  WS-CLR-INC-MIN-MET          PIC 9(02) VALUE 06.
       01  WS-CLR-INC-MIN-UTIL         PIC 9(03)V99 VALUE 030.00.
       01  WS-CLR-INC-PCT              PIC 9(02)V99 VALUE 20.00.
       01  WS-CLR-INC-MAX-AMT          PIC S9(13)V99 VALUE 5000.00.
       01  WS-CLR-MAX-LIMIT            PIC S9(13)V99 VALUE 25000.00.
       01  WS-CLR-DEC-LATE-FEES        PIC 9(02) VALUE 03.
       01  WS-CLR-DEC-MIN-UTIL         PIC 9(03)V99 VALUE 090.00.
       01  WS-CLR-DEC-PCT              PIC 9(02)V99 VALUE 25.00.
       01  WS-CLR-MIN-LIMIT            PIC S9(13)V99 VALUE 500.00.
       01  WS-CLR-NOTICE-DAYS          PIC 9(03) VALUE 045.
       01  WS-CLR-CYCLE-RESULT         PIC X(01).
       01  WS-CLR-HISTORY-WORK         PIC X(11).
       01  WS-CLR-OWED                 PIC S9(13)V99.
       01  WS-CLR-UTIL-PCT             PIC 9(05)V99.
       01  WS-CLR-MET-COUNT            PIC 9(02).
       01  WS-CLR-LATE-COUNT           PIC 9(02).
       01  WS-CLR-AGE-MONTHS           PIC S9(05).
       01  WS-CLR-NEW-LIMIT            PIC S9(13)V99.
       01  WS-CLR-CHANGE-AMT           PIC S9(13)V99.
       01  WS-CLR-OLD-LIMIT            PIC S9(13)V99.
       01  WS-CLR-ACTION               PIC X(01).
       01  WS-CLR-REASON               PIC X(30).
       01  WS-CLR-TODAY                PIC 9(08).
       01  WS-CLR-EFF-INT              PIC 9(08).
       01  WS-CLR-EFF-NUM              PIC 9(08).
       01  WS-CLR-OPEN-DATE            PIC 9(08).
       01  WS-CLR-REVIEW-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-CLR-INC-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-CLR-DEC-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-CLR-NOCHG-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-CLR-SKIP-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-CLR-APPLIED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CLR-DSP-UTIL             PIC ZZ9.99.

      * Private mortgage insurance. Loan-to-value thresholds are
      * percentages of PMI-ORIGINAL-VALUE.
       01  WS-PMI-FILE-STATUS          PIC X(02).
       01  WS-PMIX-FILE-STATUS         PIC X(02).
       01  WS-PMID-FILE-STATUS         PIC X(02).
       01  WS-PMI-DISC-PATH            PIC X(256) VALUE SPACES.
       01  WS-PMI-REQUEST-LTV          PIC 9(03)V99 VALUE 080.00.
       01  WS-PMI-AUTO-LTV             PIC 9(03)V99 VALUE 078.00.
       01  WS-PMI-INPUT-ACCT           PIC X(20).
       01  WS-PMI-INPUT-ACTION         PIC X(01).
       01  WS-PMI-INPUT-INSURER        PIC X(06).
       01  WS-PMI-INPUT-NAME           PIC X(30).
       01  WS-PMI-INPUT-CERT           PIC X(20).
       01  WS-PMI-INPUT-PREMIUM        PIC X(15).
       01  WS-PMI-INPUT-VALUE          PIC X(20).
       01  WS-PMI-INPUT-CONFIRM        PIC X(01).
       01  WS-PMI-LOAN-ACCT-ID         PIC 9(16).
       01  WS-PMI-TODAY                PIC 9(08).
       01  WS-PMI-MONTHS               PIC S9(05).
       01  WS-PMI-MONTHLY-PRIN         PIC S9(13)V99.
       01  WS-PMI-SCHED-BAL            PIC S9(13)V99.
       01  WS-PMI-SCHED-LTV            PIC 9(05)V99.
       01  WS-PMI-ACTUAL-LTV           PIC 9(05)V99.
       01  WS-PMI-PREMIUM              PIC S9(07)V99.
       01  WS-PMI-VALUE                PIC S9(13)V99.
       01  WS-PMI-CANCEL-TYPE          PIC X(01).
       01  WS-PMI-CANCEL-REASON        PIC X(20).
       01  WS-PMI-CANCEL-LTV           PIC 9(05)V99.
       01  WS-PMI-TARGET-PCT           PIC 9(03)V99.
       01  WS-PMI-TARGET-BAL           PIC S9(13)V99.
       01  WS-PMI-PMTS-NEEDED          PIC 9(05).
       01  WS-PMI-MILESTONE-DATE       PIC X(08).
       01  WS-PMI-REQUEST-DATE         PIC X(08).
       01  WS-PMI-AUTO-DATE            PIC X(08).
       01  WS-PMI-REVIEW-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-PMI-ELIGIBLE-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-PMI-AUTO-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-PMI-HELD-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-PMI-DISC-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-PMI-DSP-LTV              PIC ZZZZ9.99.
       01  WS-PMI-DSP-PREMIUM          PIC Z(06)9.99.

      * Servicemembers Civil Relief Act. Interest on debts from
      * before service is capped at WS-SCRA-CAP-RATE through duty
      * plus WS-SCRA-TAIL-DAYS - the statute's one-year mortgage
      * tail, which the bank extends to every pre-service debt.
       01  WS-MIL-FILE-STATUS          PIC X(02).
       01  WS-DMDC-FILE-STATUS         PIC X(02).
       01  WS-DMDC-PATH                PIC X(256) VALUE SPACES.
       01  WS-SCRA-CAP-RATE            PIC 9(02)V9(04) VALUE 6.0000.
       01  WS-SCRA-TAIL-DAYS           PIC 9(03) VALUE 365.
       01  WS-SCRA-PROTECT-FLAG        PIC X(01) VALUE "N".
           88  WS-SCRA-PROTECTED       VALUE "Y".
       01  WS-SCRA-CAP-FLAG            PIC X(01) VALUE "N".
           88  WS-SCRA-CAP-APPLIES     VALUE "Y".
       01  WS-SCRA-TODAY               PIC X(08).
       01  WS-SCRA-END-INT             PIC 9(08).
       01  WS-SCRA-END-NUM             PIC 9(08).
       01  WS-SCRA-NOTE-RATE           PIC 9(02)V9(04).
       01  WS-SCRA-INTEREST            PIC S9(13)V99.
       01  WS-SCRA-CAPPED              PIC S9(13)V99.
       01  WS-SCRA-FORGIVEN            PIC S9(13)V99.
       01  WS-SCRA-HELD-WHAT           PIC X(01).
       01  WS-SCRA-OLD-BUCKET          PIC X(02).
       01  WS-SCRA-INPUT-CUST          PIC X(20).
       01  WS-SCRA-INPUT-ACTION        PIC X(01).
       01  WS-SCRA-INPUT-DATE          PIC X(10).
       01  WS-SCRA-INPUT-BRANCH        PIC X(10).
       01  WS-SCRA-INPUT-ORDERS        PIC X(20).
       01  WS-SCRA-NEW-FLAG            PIC X(01).
       01  WS-SCRA-RUN-FORGIVEN        PIC S9(13)V99 VALUE ZEROS.
       01  WS-DMDC-READ-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-DMDC-ACTIVE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-DMDC-RELEASED-COUNT      PIC 9(06) VALUE ZEROS.
       01  WS-DMDC-CONFLICT-COUNT      PIC 9(06) VALUE ZEROS.
       01  WS-DMDC-NOMATCH-COUNT       PIC 9(06) VALUE ZEROS.

      * Bankruptcy automatic stay. Stayed means the owner has a case
      * filed or discharged - the discharge injunction carries the
      * stay's bar on collecting forward.
       01  WS-BKR-FILE-STATUS          PIC X(02).
       01  WS-BKR-STAY-FLAG            PIC X(01) VALUE "N".
           88  WS-BKR-STAYED           VALUE "Y".
       01  WS-BKR-DISCHARGE-FLAG       PIC X(01) VALUE "N".
           88  WS-BKR-DISCHARGE-CHGO   VALUE "Y".
       01  WS-BKR-HELD-WHAT            PIC X(01).
       01  WS-BKR-QUEUE-MODE           PIC X(01).
       01  WS-BKR-QUEUE-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-BKR-NEW-FLAG             PIC X(01).
       01  WS-BKR-TODAY                PIC X(08).
       01  WS-BKR-INPUT-CUST           PIC X(20).
       01  WS-BKR-INPUT-ACTION         PIC X(01).
       01  WS-BKR-INPUT-CHAPTER        PIC X(02).
       01  WS-BKR-INPUT-CASE           PIC X(20).
       01  WS-BKR-INPUT-COURT          PIC X(30).
       01  WS-BKR-INPUT-DATE           PIC X(10).

      * Cash structuring monitor. The window and bands are the
      * defaults the nightly run offers at its prompts; the band is
      * day cash at or above WS-STR-BAND-FLOOR but under the CTR
      * line.
       01  WS-STR-CTR-AMT              PIC S9(13)V99 VALUE 10000.00.
       01  WS-STR-WINDOW-DAYS          PIC 9(02) VALUE 10.
       01  WS-STR-BAND-FLOOR           PIC S9(13)V99 VALUE 8000.00.
       01  WS-STR-REPEAT-MIN           PIC 9(02) VALUE 2.
       01  WS-STR-BRANCH-MIN           PIC 9(02) VALUE 2.
       01  WS-STR-CONDUCTOR-MIN        PIC 9(02) VALUE 3.
       01  WS-STR-INPUT                PIC X(15).
       01  WS-STR-TODAY-INT            PIC 9(08).
       01  WS-STR-DATE-NUM             PIC 9(08).
       01  WS-STR-WINDOW-START         PIC X(08).
       01  WS-STR-IDX                  PIC 9(02).
       01  WS-STR-IDX2                 PIC 9(02).
       01  WS-STR-DAY-IDX              PIC S9(05).
       01  WS-STR-CUR-OWNER            PIC X(20).
       01  WS-STR-ACCT-CASH-FLAG       PIC X(01).
       01  WS-STR-ACCT-DEP-TOTAL       PIC S9(13)V99.
       01  WS-STR-ACCT-DEP-TODAY       PIC X(01).
       01  WS-STR-BRANCH               PIC X(04).
       01  WS-STR-CONDUCTOR            PIC X(20).
       01  WS-STR-FOUND-FLAG           PIC X(01).
       01  WS-STR-DAYS.
           05  WS-STR-DAY OCCURS 31 TIMES.
               10  WS-STR-DAY-DATE     PIC X(08).
               10  WS-STR-DAY-CASH     PIC S9(13)V99.
               10  WS-STR-DAY-BR-COUNT PIC 9(02).
               10  WS-STR-DAY-BRANCH   PIC X(04) OCCURS 10 TIMES.
       01  WS-STR-CONDUCTORS.
           05  WS-STR-CND-COUNT        PIC 9(02).
           05  WS-STR-CND-ID           PIC X(20) OCCURS 10 TIMES.
       01  WS-STR-TODAY-TRANS.
           05  WS-STR-TRAN-COUNT       PIC 9(01).
           05  WS-STR-TRAN-ID          PIC 9(10) OCCURS 5 TIMES.
      * What tripped for the customer being evaluated
       01  WS-STR-NEAR-DAYS            PIC 9(02).
       01  WS-STR-FLAG-REPEAT          PIC X(01).
           88  WS-STR-REPEAT-HIT       VALUE "Y".
       01  WS-STR-FLAG-BRANCH          PIC X(01).
           88  WS-STR-BRANCH-HIT       VALUE "Y".
       01  WS-STR-FLAG-CONDUCTOR       PIC X(01).
           88  WS-STR-CONDUCTOR-HIT    VALUE "Y".
       01  WS-STR-CND-ACCT-ID          PIC 9(16).
       01  WS-STR-CND-HIT-COUNT        PIC 9(02).
       01  WS-STR-FINDING              PIC X(120).
       01  WS-STR-PTR                  PIC 9(03).
       01  WS-STR-DEADLINE-INT         PIC 9(08).
       01  WS-STR-DEADLINE-NUM         PIC 9(08).
       01  WS-STR-CUST-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-STR-FLAGGED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-STR-OPENED-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-STR-ADDED-COUNT          PIC 9(06) VALUE ZEROS.

      * Check kiting suspect scan. Each account's checks deposited,
      * debits and balances over the look-back window are scored
      * against the float-abuse patterns below; an account at or
      * over WS-KITE-THRESHOLD goes on the approval queue as a KT
      * item for a supervisor to extend its holds or restrict it.
       01  WS-KITE-WINDOW-DAYS         PIC 9(02) VALUE 10.
       01  WS-KITE-THRESHOLD           PIC 9(03) VALUE 50.
      * Same outside drawer account deposited this many times
       01  WS-KITE-SAME-MIN            PIC 9(02) VALUE 3.
       01  WS-KITE-PTS-SAME            PIC 9(03) VALUE 30.
      * Debits that left the collected balance negative
       01  WS-KITE-UNCOL-MIN           PIC 9(02) VALUE 2.
       01  WS-KITE-PTS-UNCOL           PIC 9(03) VALUE 25.
      * Round-hundred checks of at least the floor, and at least
      * half of the account's checks in the window
       01  WS-KITE-ROUND-MIN           PIC 9(02) VALUE 3.
       01  WS-KITE-ROUND-FLOOR         PIC S9(13)V99 VALUE 500.00.
       01  WS-KITE-PTS-ROUND           PIC 9(03) VALUE 20.
      * Average balance up this percent over the window while
      * collected funds are under WS-KITE-COLL-PCT of the ledger
       01  WS-KITE-RISE-PCT            PIC 9(03) VALUE 25.
       01  WS-KITE-COLL-PCT            PIC 9(03) VALUE 20.
       01  WS-KITE-PTS-RISE            PIC 9(03) VALUE 25.
      * Check holds outstanding at the window start were placed up
      * to this many days before it
       01  WS-KITE-HOLD-LEAD-DAYS      PIC 9(02) VALUE 15.
       01  WS-KITE-EXTEND-DAYS         PIC 9(02) VALUE 5.
       01  WS-KITE-INPUT               PIC X(15).
       01  WS-KITE-TODAY-INT           PIC 9(08).
       01  WS-KITE-START-INT           PIC 9(08).
       01  WS-KITE-DATE-NUM            PIC 9(08).
       01  WS-KITE-WINDOW-START        PIC X(08).
       01  WS-KITE-HOLD-FROM           PIC X(08).
       01  WS-KITE-TODAY               PIC X(08).
       01  WS-KITE-IDX                 PIC 9(04).
       01  WS-KITE-IDX2                PIC 9(04).
       01  WS-KITE-DAY-IDX             PIC S9(05).
       01  WS-KITE-ITEMS.
           05  WS-KITE-ITEM-COUNT      PIC 9(04).
           05  WS-KITE-ITEM OCCURS 500 TIMES.
               10  WS-KITE-ITEM-ACCT   PIC 9(16).
               10  WS-KITE-ITEM-ROUTING PIC 9(09).
               10  WS-KITE-ITEM-DRAWER PIC X(12).
               10  WS-KITE-ITEM-CHECKS PIC 9(03).
               10  WS-KITE-ITEM-ROUND  PIC 9(03).
               10  WS-KITE-ITEM-AMOUNT PIC S9(13)V99.
       01  WS-KITE-HOLDS.
           05  WS-KITE-HOLD-COUNT      PIC 9(04).
           05  WS-KITE-HOLD OCCURS 500 TIMES.
               10  WS-KITE-HOLD-ACCT   PIC 9(16).
               10  WS-KITE-HOLD-PLACED PIC X(08).
               10  WS-KITE-HOLD-RELEASE PIC X(08).
               10  WS-KITE-HOLD-AMOUNT PIC S9(13)V99.
       01  WS-KITE-ITEM-FULL           PIC X(01).
       01  WS-KITE-HOLD-FULL           PIC X(01).
       01  WS-KITE-DAYS.
           05  WS-KITE-DAY OCCURS 31 TIMES.
               10  WS-KITE-DAY-BAL     PIC S9(13)V99.
               10  WS-KITE-DAY-SET     PIC X(01).
      * One account's findings
       01  WS-KITE-SCORE               PIC 9(03).
       01  WS-KITE-SAME-MAX            PIC 9(03).
       01  WS-KITE-CHECK-COUNT         PIC 9(03).
       01  WS-KITE-ROUND-COUNT         PIC 9(03).
       01  WS-KITE-CHECK-TOTAL         PIC S9(13)V99.
       01  WS-KITE-UNCOL-COUNT         PIC 9(03).
       01  WS-KITE-UNCOLLECTED         PIC S9(13)V99.
       01  WS-KITE-TRAN-DATE           PIC X(08).
       01  WS-KITE-RUN-BAL             PIC S9(13)V99.
       01  WS-KITE-OPEN-SET            PIC X(01).
       01  WS-KITE-HALF                PIC 9(02).
       01  WS-KITE-AVG-EARLY           PIC S9(13)V99.
       01  WS-KITE-AVG-LATE            PIC S9(13)V99.
       01  WS-KITE-RISING-FLAG         PIC X(01).
           88  WS-KITE-RISING          VALUE "Y".
       01  WS-KITE-PENDING-FLAG        PIC X(01).
       01  WS-KITE-MEMO                PIC X(50).
       01  WS-KITE-PTR                 PIC 9(03).
       01  WS-KITE-ACCT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-KITE-SUSPECT-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-KITE-QUEUED-COUNT        PIC 9(06) VALUE ZEROS.
      * Supervisor's decision on a KT item
       01  WS-KITE-CHOICE              PIC X(01).
       01  WS-KITE-ACCT-ID             PIC 9(16).
       01  WS-KITE-EXTEND-COUNT        PIC 9(04).
       01  WS-KITE-NEW-RELEASE-INT     PIC 9(08).
       01  WS-KITE-NEW-RELEASE         PIC 9(08).

      * Account takeover watch - see ATOREC. A large transfer or
      * wire by a customer whose watch row shows the full sequence
      * inside the window holds for review. The window and the
      * large-payment floor match ACHPROC's.
       01  WS-ATO-FILE-STATUS          PIC X(02).
       01  WS-ATO-WINDOW-DAYS          PIC 9(02) VALUE 2.
       01  WS-ATO-LARGE-AMOUNT         PIC S9(13)V99 VALUE 2500.00.
       01  WS-ATO-CHECK-CUST           PIC X(20).
       01  WS-ATO-CHECK-ACCT           PIC 9(16).
       01  WS-ATO-CHECK-AMOUNT         PIC S9(13)V99.
       01  WS-ATO-CHECK-CHANNEL        PIC X(02).
       01  WS-ATO-REVIEW-TO-ACCT       PIC 9(16).
       01  WS-ATO-REVIEW-WIRE-ID       PIC 9(10).
       01  WS-ATO-DATE-NUM             PIC 9(08).
       01  WS-ATO-AGE-DAYS             PIC S9(07).
       01  WS-ATO-REFUND-AMOUNT        PIC S9(13)V99.
       01  WS-ATO-HOLD-FLAG            PIC X(01) VALUE "N".
           88  WS-ATO-HOLD             VALUE "Y".
           88  WS-ATO-NO-HOLD          VALUE "N".
       01  WS-ATO-SEQ-FLAG             PIC X(01) VALUE "N".
           88  WS-ATO-SEQ-COMPLETE     VALUE "Y".
       01  WS-ATO-ALERT-TEXT           PIC X(80) VALUE
           "A large payment is on hold after recent profile changes".
      * Contact change cooling-off - see CCHGREC. For this many days
      * after a customer's address, email or phone changes, a card
      * reissue, a checkbook order or a new payee needs a supervisor.
       01  WS-CCH-FILE-STATUS          PIC X(02).
       01  WS-CCH-COOLING-DAYS         PIC 9(02) VALUE 10.
       01  WS-CCH-CHECK-CUST           PIC X(20).
       01  WS-CCH-LAST-DATE            PIC X(08).
       01  WS-CCH-DATE-NUM             PIC 9(08).
       01  WS-CCH-AGE-DAYS             PIC S9(07).
       01  WS-CCH-COOL-FLAG            PIC X(01) VALUE "N".
           88  WS-CCH-BLOCKED          VALUE "Y".
           88  WS-CCH-CLEAR            VALUE "N".

      * Checkbook orders
       01  WS-CHKO-FILE-STATUS         PIC X(02).
       01  WS-CHKO-MAX-BOOKS           PIC 9(01) VALUE 4.
       01  WS-CHKO-INPUT-ACCT          PIC X(16).
       01  WS-CHKO-INPUT-START         PIC X(10).
       01  WS-CHKO-INPUT-BOOKS         PIC X(02).
       01  WS-CHKO-BOOKS               PIC 9(02).
       01  WS-NEXT-CHKO-ID             PIC 9(10).
      * Reward checking qualification - see RWQREC and 7800
       01  WS-RWQ-FILE-STATUS          PIC X(02).
       01  WS-RWC-CYCLE                PIC X(06).
       01  WS-RWC-LAST-CYCLE           PIC X(06).
       01  WS-RWC-EVAL-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-RWC-QUAL-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-RWC-REFUND-TOTAL         PIC S9(11)V99 VALUE ZEROS.
       01  WS-RWC-BASE-DAY             PIC S9(13)V99.
       01  WS-RWC-ROW-FLAG             PIC X(01) VALUE "N".
           88  WS-RWC-ROW-NEW          VALUE "N".
           88  WS-RWC-ROW-ON-FILE      VALUE "Y".
       01  WS-RWC-STMT-LINE            PIC X(80).
      * Debit card round-up savings - see RUPREC, RUHREC and 7820
       01  WS-RUP-FILE-STATUS          PIC X(02).
       01  WS-RUH-FILE-STATUS          PIC X(02).
      * Bank match on the first year's sweeps, percent of each sweep
       01  WS-RUP-MATCH-DFLT-PCT       PIC 9(03) VALUE 010.
       01  WS-RUP-MATCH-DAYS           PIC 9(03) VALUE 365.
       01  WS-RUP-DAY                  PIC X(08).
       01  WS-RUP-DAY-INT              PIC 9(08).
       01  WS-RUP-ENROLL-INT           PIC 9(08).
       01  WS-RUP-PURCHASE-AMT         PIC 9(11)V99.
       01  WS-RUP-PURCHASE-PARTS REDEFINES WS-RUP-PURCHASE-AMT.
           05  WS-RUP-PURCHASE-DOLLARS PIC 9(11).
           05  WS-RUP-PURCHASE-CENTS   PIC 9(02).
       01  WS-RUP-PURCHASE-COUNT       PIC 9(04).
       01  WS-RUP-DAY-ROUNDUP          PIC S9(07)V99.
       01  WS-RUP-SWEEP-AMT            PIC S9(07)V99.
       01  WS-RUP-MATCH-AMT            PIC S9(07)V99.
       01  WS-RUP-ENROLL-COUNT         PIC 9(06) VALUE ZEROS.
       01  WS-RUP-SWEPT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-RUP-SKIPPED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-RUP-SWEPT-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-RUP-MATCH-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-RUP-MATCH-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-RUP-STMT-SWEPT           PIC S9(09)V99.
       01  WS-RUP-STMT-ROWS            PIC 9(04).
       01  WS-RUP-STMT-LINE            PIC X(80).
       01  WS-RUP-ROW-FLAG             PIC X(01) VALUE "N".
           88  WS-RUP-ROW-NEW          VALUE "N".
           88  WS-RUP-ROW-ON-FILE      VALUE "Y".
       01  WS-RUP-CHK-OWNER            PIC X(20).
       01  WS-RUP-INPUT-ACCT           PIC X(16).
       01  WS-RUP-INPUT-ACTION         PIC X(01).
       01  WS-RUP-INPUT-CARD           PIC X(16).
       01  WS-RUP-INPUT-SAV            PIC X(16).
       01  WS-RUP-INPUT-MULT           PIC X(01).
       01  WS-RUP-INPUT-CAP            PIC X(12).
       01  WS-RUP-INPUT-MATCH          PIC X(01).
      * Interest disposition instructions - see IDSPREC, 5290, 7352
       01  WS-IDS-FILE-STATUS          PIC X(02).
       01  WS-VRFY-FILE-STATUS         PIC X(02).
       01  WS-IDS-SRC-ACCT             PIC 9(16).
       01  WS-IDS-SRC-OWNER            PIC X(20).
       01  WS-IDS-SRC-CCY              PIC X(03).
       01  WS-IDS-PAY-AMT              PIC S9(13)V99.
       01  WS-IDS-FAIL-REASON          PIC X(40).
       01  WS-IDS-INPUT-ACCT           PIC X(16).
       01  WS-IDS-INPUT-METHOD         PIC X(01).
       01  WS-IDS-INPUT-TO-ACCT        PIC X(16).
       01  WS-IDS-INPUT-ROUTING        PIC X(09).
       01  WS-IDS-INPUT-EXT-ACCT       PIC X(17).
      * Card expiration renewal - see CRNWREC, 8192, 8196. Active
      * cards expiring inside WS-CRN-WINDOW-DAYS renew under the
      * same number for WS-CRN-TERM-YEARS more; a card not used in
      * WS-CRN-UNUSED-DAYS is left to expire. The embosser's file
      * carries an "H" header, one "D" line per card and a "T"
      * trailer count.
       01  WS-CRN-FILE-STATUS          PIC X(02).
       01  WS-CRN-PROD-STATUS          PIC X(02).
       01  WS-CRN-PROD-PATH            PIC X(256) VALUE SPACES.
       01  WS-CRN-WINDOW-DAYS          PIC 9(03) VALUE 060.
       01  WS-CRN-UNUSED-DAYS          PIC 9(03) VALUE 365.
       01  WS-CRN-REMIND-DAYS          PIC 9(03) VALUE 030.
       01  WS-CRN-TERM-YEARS           PIC 9(01) VALUE 4.
       01  WS-CRN-TODAY-INT            PIC 9(08).
       01  WS-CRN-EXP-INT              PIC 9(08).
       01  WS-CRN-WORK-INT             PIC 9(08).
       01  WS-CRN-WORK-DATE            PIC X(08).
       01  WS-CRN-SKIP-REASON          PIC X(30).
       01  WS-CRN-RENEWED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CRN-SKIPPED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CRN-EXPIRED-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CRN-REMINDED-COUNT       PIC 9(06) VALUE ZEROS.
       01  WS-CRN-CANCELLED-COUNT      PIC 9(06) VALUE ZEROS.
       01  WS-CRN-INPUT-CARD           PIC X(16).
       01  WS-CRN-INPUT-PIN            PIC X(06).
       01  WS-CRN-PROD-HDR.
           05  WS-CRNH-REC-TYPE        PIC X(01) VALUE "H".
           05  WS-CRNH-INSTITUTION     PIC X(10) VALUE "ALTORO0001".
           05  WS-CRNH-FILE-DATE       PIC 9(08).
           05  FILLER                  PIC X(181) VALUE SPACES.
       01  WS-CRN-PROD-DTL.
           05  WS-CRND-REC-TYPE        PIC X(01) VALUE "D".
           05  WS-CRND-CARD-NUMBER     PIC 9(16).
           05  WS-CRND-CARD-TYPE       PIC X(02).
           05  WS-CRND-EXP-MMYY        PIC X(04).
           05  WS-CRND-EMBOSS-NAME     PIC X(26).
           05  WS-CRND-STREET          PIC X(40).
           05  WS-CRND-CITY            PIC X(25).
           05  WS-CRND-STATE           PIC X(02).
           05  WS-CRND-ZIP             PIC X(10).
           05  WS-CRND-ACCT-ID         PIC 9(16).
           05  WS-CRND-BRANCH          PIC X(04).
           05  WS-CRND-NEW-EXP-DATE    PIC X(08).
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-CRN-PROD-TRL.
           05  WS-CRNT-REC-TYPE        PIC X(01) VALUE "T".
           05  WS-CRNT-CARD-COUNT      PIC 9(06).
           05  FILLER                  PIC X(193) VALUE SPACES.
      * IOLTA trust accounts - see IOLTREC, IOLNREC, 8700-8732. The
      * remittance file carries an "H" header, then for each
      * foundation an "F" line, one "D" line per account remitted
      * and an "S" subtotal, and a "T" trailer. The notice file for
      * the disciplinary authority carries an "H" header, one "D"
      * line per event and a "T" trailer count.
       01  WS-IOL-FILE-STATUS          PIC X(02).
       01  WS-IOLN-FILE-STATUS         PIC X(02).
       01  WS-IOL-RMT-STATUS           PIC X(02).
       01  WS-IOL-RMT-PATH             PIC X(256) VALUE SPACES.
       01  WS-IOLN-OUT-STATUS          PIC X(02).
       01  WS-IOLN-OUT-PATH            PIC X(256) VALUE SPACES.
       01  WS-IOL-FLAG                 PIC X(01) VALUE "N".
           88  WS-IOL-DESIGNATED       VALUE "Y".
           88  WS-IOL-NOT-DESIGNATED   VALUE "N".
       01  WS-IOL-PERIOD               PIC X(06).
       01  WS-IOL-PERIOD-YEAR          PIC 9(04).
       01  WS-IOL-PERIOD-MONTH         PIC 9(02).
       01  WS-IOL-REMIT-AMT            PIC S9(11)V99.
       01  WS-IOL-FND-TABLE.
           05  WS-IOL-FND-ENTRY        OCCURS 50 TIMES.
               10  WS-IOL-FND-ID       PIC X(10).
               10  WS-IOL-FND-NAME     PIC X(40).
       01  WS-IOL-FND-MAX              PIC 9(02) COMP VALUE ZEROS.
       01  WS-IOL-FND-IDX              PIC 9(02) COMP VALUE ZEROS.
       01  WS-IOL-FND-FOUND            PIC X(01).
       01  WS-IOL-FND-COUNT            PIC 9(06).
       01  WS-IOL-FND-TOTAL            PIC S9(11)V99.
       01  WS-IOL-REMIT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-IOL-REMIT-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-IOL-HELD-COUNT           PIC 9(06) VALUE ZEROS.
       01  WS-IOL-INPUT-ACCT           PIC X(16).
       01  WS-IOL-INPUT-ACTION         PIC X(01).
       01  WS-IOL-INPUT-BAR-NUM        PIC X(12).
       01  WS-IOL-INPUT-BAR-STATE      PIC X(02).
       01  WS-IOL-INPUT-FND-ID         PIC X(10).
       01  WS-IOL-INPUT-FND-NAME       PIC X(40).
      * Set by the caller of 8720
       01  WS-IOLN-EVENT-IN            PIC X(01).
       01  WS-IOLN-AMOUNT-IN           PIC S9(13)V99.
       01  WS-IOLN-REF-IN              PIC X(20).
       01  WS-IOLN-NOW-DATE            PIC 9(08).
       01  WS-IOLN-NOW-TIME            PIC 9(08).
       01  WS-IOLN-SENT-COUNT          PIC 9(06) VALUE ZEROS.
       01  WS-IOL-RMT-HDR.
           05  WS-IOLH-REC-TYPE        PIC X(01) VALUE "H".
           05  WS-IOLH-INSTITUTION     PIC X(10) VALUE "ALTORO0001".
           05  WS-IOLH-FILE-DATE       PIC 9(08).
           05  WS-IOLH-PERIOD          PIC X(06).
           05  FILLER                  PIC X(125) VALUE SPACES.
       01  WS-IOL-RMT-FND.
           05  WS-IOLF-REC-TYPE        PIC X(01) VALUE "F".
           05  WS-IOLF-FOUNDATION-ID   PIC X(10).
           05  WS-IOLF-FOUNDATION-NAME PIC X(40).
           05  FILLER                  PIC X(99) VALUE SPACES.
       01  WS-IOL-RMT-DTL.
           05  WS-IOLD-REC-TYPE        PIC X(01) VALUE "D".
           05  WS-IOLD-FOUNDATION-ID   PIC X(10).
           05  WS-IOLD-ACCT-ID         PIC 9(16).
           05  WS-IOLD-BAR-STATE       PIC X(02).
           05  WS-IOLD-BAR-NUMBER      PIC X(12).
           05  WS-IOLD-ACCT-NAME       PIC X(40).
           05  WS-IOLD-PERIOD          PIC X(06).
           05  WS-IOLD-END-BALANCE     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  WS-IOLD-RATE            PIC 9(03)V9(04).
           05  WS-IOLD-INTEREST        PIC 9(09)V99.
           05  WS-IOLD-SERVICE-CHG     PIC 9(07)V99.
           05  WS-IOLD-NET-REMITTED    PIC 9(09)V99.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-IOL-RMT-SUB.
           05  WS-IOLS-REC-TYPE        PIC X(01) VALUE "S".
           05  WS-IOLS-FOUNDATION-ID   PIC X(10).
           05  WS-IOLS-ACCT-COUNT      PIC 9(06).
           05  WS-IOLS-TOTAL           PIC 9(11)V99.
           05  FILLER                  PIC X(120) VALUE SPACES.
       01  WS-IOL-RMT-TRL.
           05  WS-IOLT-REC-TYPE        PIC X(01) VALUE "T".
           05  WS-IOLT-FND-COUNT       PIC 9(04).
           05  WS-IOLT-ACCT-COUNT      PIC 9(06).
           05  WS-IOLT-TOTAL           PIC 9(13)V99.
           05  FILLER                  PIC X(124) VALUE SPACES.
       01  WS-IOLN-OUT-HDR.
           05  WS-IOLNH-REC-TYPE       PIC X(01) VALUE "H".
           05  WS-IOLNH-INSTITUTION    PIC X(10) VALUE "ALTORO0001".
           05  WS-IOLNH-FILE-DATE      PIC 9(08).
           05  FILLER                  PIC X(131) VALUE SPACES.
       01  WS-IOLN-OUT-DTL.
           05  WS-IOLND-REC-TYPE       PIC X(01) VALUE "D".
           05  WS-IOLND-BAR-STATE      PIC X(02).
           05  WS-IOLND-BAR-NUMBER     PIC X(12).
           05  WS-IOLND-ACCT-NAME      PIC X(40).
           05  WS-IOLND-ACCT-ID        PIC 9(16).
           05  WS-IOLND-EVENT          PIC X(01).
           05  WS-IOLND-EVENT-DATE     PIC X(08).
           05  WS-IOLND-ITEM-AMOUNT    PIC 9(11)V99.
           05  WS-IOLND-BALANCE        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  WS-IOLND-ITEM-REF       PIC X(20).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-IOLN-OUT-TRL.
           05  WS-IOLNT-REC-TYPE       PIC X(01) VALUE "T".
           05  WS-IOLNT-COUNT          PIC 9(06).
           05  FILLER                  PIC X(143) VALUE SPACES.
      * Due-from reconciliation - see DFOIREC and 8740-8753. The
      * statement file carries one "H" header (settlement account,
      * statement date, opening balance), one "D" line per
      * settlement entry and a "T" trailer (entry count, debit and
      * credit totals, closing balance). What our records say
      * settled through the account that day is gathered into the
      * book-side table first; each entry then looks for its match.
       01  WS-DFS-STATUS               PIC X(02).
       01  WS-DFS-PATH                 PIC X(256) VALUE SPACES.
       01  WS-DFO-FILE-STATUS          PIC X(02).
       01  WS-DFR-STATUS               PIC X(02).
       01  WS-DFR-PATH                 PIC X(256) VALUE SPACES.
       01  WS-IPS-FILE-STATUS          PIC X(02).
       01  WS-DFO-FED-ACCT             PIC X(10) VALUE "FEDMASTER".
       01  WS-DFS-LINE.
           05  WS-DFS-REC-TYPE         PIC X(01).
           05  FILLER                  PIC X(119).
       01  WS-DFS-HDR REDEFINES WS-DFS-LINE.
           05  FILLER                  PIC X(01).
           05  WS-DFSH-SETTLE-ACCT     PIC X(10).
           05  WS-DFSH-STMT-DATE       PIC X(08).
           05  WS-DFSH-OPEN-BAL        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(85).
       01  WS-DFS-DTL REDEFINES WS-DFS-LINE.
           05  FILLER                  PIC X(01).
           05  WS-DFSD-SOURCE          PIC X(03).
           05  WS-DFSD-DIRECTION       PIC X(01).
           05  WS-DFSD-AMOUNT          PIC 9(13)V99.
           05  WS-DFSD-OUR-REF         PIC X(20).
           05  WS-DFSD-STMT-REF        PIC X(16).
           05  WS-DFSD-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(34).
       01  WS-DFS-TRL REDEFINES WS-DFS-LINE.
           05  FILLER                  PIC X(01).
           05  WS-DFST-COUNT           PIC 9(06).
           05  WS-DFST-DEBIT-TOTAL     PIC 9(13)V99.
           05  WS-DFST-CREDIT-TOTAL    PIC 9(13)V99.
           05  WS-DFST-CLOSE-BAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(67).
       01  WS-DFO-STMT-ACCT            PIC X(10).
       01  WS-DFO-STMT-DATE            PIC X(08).
       01  WS-DFO-STMT-DATE-N REDEFINES WS-DFO-STMT-DATE
                                       PIC 9(08).
       01  WS-DFO-OPEN-BAL             PIC S9(13)V99.
       01  WS-DFO-CLOSE-BAL            PIC S9(13)V99.
       01  WS-DFO-ROLLED-BAL           PIC S9(13)V99.
       01  WS-DFO-HDR-SEEN             PIC X(01).
       01  WS-DFO-TRL-SEEN             PIC X(01).
       01  WS-DFO-REPLAY-FLAG          PIC X(01).
       01  WS-DFO-BAD-LINES            PIC 9(06).
       01  WS-DFO-BODY-COUNT           PIC 9(06).
       01  WS-DFO-BODY-DEBITS          PIC 9(13)V99.
       01  WS-DFO-BODY-CREDITS         PIC 9(13)V99.
       01  WS-DFO-DEBIT-COUNT          PIC 9(06).
       01  WS-DFO-CREDIT-COUNT         PIC 9(06).
       01  WS-DFO-TRL-COUNT            PIC 9(06).
       01  WS-DFO-TRL-DEBITS           PIC 9(13)V99.
       01  WS-DFO-TRL-CREDITS          PIC 9(13)V99.
       01  WS-DFO-MATCH-COUNT          PIC 9(06).
       01  WS-DFO-MATCH-TOTAL          PIC 9(13)V99.
       01  WS-DFO-CLEARED-COUNT        PIC 9(06).
       01  WS-DFO-NEW-STMT-COUNT       PIC 9(06).
       01  WS-DFO-NEW-BOOK-COUNT       PIC 9(06).
       01  WS-DFO-OPEN-COUNT           PIC 9(06).
       01  WS-DFO-OPEN-TOTAL           PIC S9(13)V99.
       01  WS-DFO-NEXT-ID              PIC 9(10) VALUE ZEROS.
       01  WS-DFO-FOUND                PIC X(01).
       01  WS-DFO-WREP-FOUND           PIC X(01).
       01  WS-DFO-CL-COUNT             PIC 9(06).
       01  WS-DFO-CL-TOTAL             PIC S9(13)V99.
      * Book-side items for the statement date
       01  WS-DFB-TABLE.
           05  WS-DFB-ENTRY            OCCURS 500 TIMES.
               10  WS-DFB-SOURCE       PIC X(03).
               10  WS-DFB-DIRECTION    PIC X(01).
               10  WS-DFB-AMOUNT       PIC S9(13)V99.
               10  WS-DFB-REFERENCE    PIC X(20).
               10  WS-DFB-DESCRIPTION  PIC X(30).
               10  WS-DFB-MATCHED      PIC X(01).
       01  WS-DFB-MAX                  PIC 9(04) COMP VALUE ZEROS.
       01  WS-DFB-IDX                  PIC 9(04) COMP VALUE ZEROS.
       01  WS-DFB-OVERFLOW             PIC X(01).
      * The item being added, matched or carried forward - set by
      * the caller of 8744, 8747 and 8748
       01  WS-DFC-SOURCE               PIC X(03).
       01  WS-DFC-DIRECTION            PIC X(01).
       01  WS-DFC-AMOUNT               PIC S9(13)V99.
       01  WS-DFC-REFERENCE            PIC X(20).
       01  WS-DFC-STMT-REF             PIC X(16).
       01  WS-DFC-DESCRIPTION          PIC X(30).
       01  WS-DFC-SEEK-SIDE            PIC X(01).
       01  WS-DFC-NEW-SIDE             PIC X(01).
      * Open item aging - 0-2, 3-7, 8-30 and over 30 days from the
      * date the break arose to the statement date
       01  WS-DFO-AGING.
           05  WS-DFO-AGE-BUCKET       OCCURS 4 TIMES.
               10  WS-DFO-AGE-COUNT    PIC 9(06).
               10  WS-DFO-AGE-TOTAL    PIC S9(13)V99.
       01  WS-DFO-AGE-IDX              PIC 9(01).
       01  WS-DFO-AGE-DAYS             PIC S9(05).
       01  WS-DFO-BREAK-DATE-N         PIC 9(08).
       01  WS-DFO-INPUT-ACCT           PIC X(10).
       01  WS-DFO-INPUT-ID             PIC X(20).
       01  WS-DFO-INPUT-NOTE           PIC X(40).
       01  WS-DFO-DSP-COUNT            PIC 9(06).
       01  WS-DFR-DTL.
           05  WS-DFRD-ID              PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-SIDE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-SOURCE          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-DIRECTION       PIC X(01).
           05  WS-DFRD-AMOUNT          PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-REFERENCE       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-BREAK-DATE      PIC X(08).
           05  WS-DFRD-AGE             PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DFRD-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(22) VALUE SPACES.
      * Coded account restrictions - see RSTRREC and 8760-8773.
      * The caller of 8760 sets the account, whether the item takes
      * money out, and the channel it comes through: B at the
      * branch or console, S scheduled or authorised earlier, C card
      * or ATM, O online, K a check, P a new payee.
       01  WS-RST-FILE-STATUS          PIC X(02).
       01  WS-RSTR-STATUS              PIC X(02).
       01  WS-RSTR-PATH                PIC X(256) VALUE SPACES.
       01  WS-RST-CHECK-ACCT           PIC 9(16).
       01  WS-RST-CHECK-CUST           PIC X(20).
       01  WS-RST-CHECK-DEBIT          PIC X(01).
       01  WS-RST-CHECK-CHANNEL        PIC X(01).
           88  WS-RST-CHANNEL-SCHEDULED VALUE "S".
           88  WS-RST-CHANNEL-CARD     VALUE "C".
           88  WS-RST-CHANNEL-ONLINE   VALUE "O".
           88  WS-RST-CHANNEL-CHECK    VALUE "K".
           88  WS-RST-CHANNEL-PAYEE    VALUE "P".
       01  WS-RST-BLOCK-FLAG           PIC X(01) VALUE "N".
           88  WS-RST-BLOCKED          VALUE "Y".
           88  WS-RST-CLEAR            VALUE "N".
       01  WS-RST-IN-FORCE-FLAG        PIC X(01).
           88  WS-RST-IN-FORCE         VALUE "Y".
       01  WS-RST-DECLINE-CODE         PIC X(03).
       01  WS-RST-DECLINE-MSG          PIC X(60).
       01  WS-RST-CODE-DESC            PIC X(16).
       01  WS-RST-REASON-DESC          PIC X(13).
       01  WS-RST-AUTH-DESC            PIC X(10).
       01  WS-RST-TODAY                PIC X(08).
      * A restriction being placed - set by the caller of 8769; the
      * source reference is also what 8771 lifts by
       01  WS-RST-NEW-ACCT             PIC 9(16).
       01  WS-RST-NEW-CODE             PIC X(03).
       01  WS-RST-NEW-REASON           PIC X(02).
       01  WS-RST-NEW-TEXT             PIC X(40).
       01  WS-RST-NEW-EFFECTIVE        PIC X(08).
       01  WS-RST-NEW-EXPIRY           PIC X(08).
       01  WS-RST-NEW-AUTH             PIC X(01).
       01  WS-RST-NEW-SOURCE           PIC X(20).
       01  WS-RST-NEXT-SEQ             PIC 9(03).
       01  WS-RST-LIFT-COUNT           PIC 9(04).
      * Removal authority ranks - TELLER 1, SUPERVISOR 2, ADMIN 3
       01  WS-RST-ROLE-RANK            PIC 9(01).
       01  WS-RST-AUTH-RANK            PIC 9(01).
       01  WS-RST-DEFAULT-AUTH         PIC X(01).
       01  WS-RST-INPUT-ACCT           PIC X(16).
       01  WS-RST-INPUT-ACTION         PIC X(01).
       01  WS-RST-INPUT-SEQ            PIC X(05).
       01  WS-RST-INPUT-CODE           PIC X(03).
       01  WS-RST-INPUT-REASON         PIC X(02).
       01  WS-RST-INPUT-TEXT           PIC X(40).
       01  WS-RST-INPUT-EFFECTIVE      PIC X(08).
       01  WS-RST-INPUT-EXPIRY         PIC X(08).
       01  WS-RST-INPUT-AUTH           PIC X(01).
       01  WS-RST-DSP-COUNT            PIC 9(04).
      * Daily inventory counts, one per code in list order
       01  WS-RST-CODE-LIST            PIC X(18)
                                       VALUE "PNDDPONCDNOLNCKNPY".
       01  WS-RST-CODE-TABLE REDEFINES WS-RST-CODE-LIST.
           05  WS-RST-CODE-ENTRY       PIC X(03) OCCURS 6 TIMES.
       01  WS-RST-CODE-COUNTS.
           05  WS-RST-CODE-COUNT       PIC 9(06) OCCURS 6 TIMES.
       01  WS-RST-CODE-IDX             PIC 9(02) COMP VALUE ZEROS.
       01  WS-RST-ACTIVE-COUNT         PIC 9(06).
       01  WS-RST-PENDING-COUNT        PIC 9(06).
       01  WS-RST-EXPIRED-COUNT        PIC 9(06).
       01  WS-RST-DAYS                 PIC S9(05).
       01  WS-RST-DATE-N               PIC 9(08).
       01  WS-RSTR-DTL.
           05  WS-RSTRD-ACCT           PIC 9(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-SEQ            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-CODE           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-REASON         PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-PLACED-BY      PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-PLACED-DATE    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-EFFECTIVE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-EXPIRY         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-AUTH           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-DAYS           PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RSTRD-TEXT           PIC X(28).

      * Teller warning notes - see WNOTEREC and 8775-8784. The
      * caller of 8775 sets the account and its owner; a note on
      * either that is high severity and in force must be
      * acknowledged, and WS-WNT-NOT-ACKED tells the caller to stop.
       01  WS-WNT-FILE-STATUS          PIC X(02).
       01  WS-WNR-STATUS               PIC X(02).
       01  WS-WNR-PATH                 PIC X(256) VALUE SPACES.
       01  WS-WNT-CHECK-ACCT           PIC 9(16).
       01  WS-WNT-CHECK-CUST           PIC X(20).
       01  WS-WNT-ACK-FLAG             PIC X(01) VALUE "Y".
           88  WS-WNT-ACKED            VALUE "Y".
           88  WS-WNT-NOT-ACKED        VALUE "N".
       01  WS-WNT-IN-FORCE-FLAG        PIC X(01).
           88  WS-WNT-IN-FORCE         VALUE "Y".
       01  WS-WNT-SCAN-TYPE            PIC X(01).
       01  WS-WNT-SCAN-ID              PIC X(20).
       01  WS-WNT-OTHER-COUNT          PIC 9(04).
       01  WS-WNT-ACK-CHOICE           PIC X(01).
       01  WS-WNT-TODAY                PIC X(08).
       01  WS-WNT-CAT-DESC             PIC X(13).
       01  WS-WNT-SEV-DESC             PIC X(06).
       01  WS-WNT-NEXT-SEQ             PIC 9(03).
       01  WS-WNT-DSP-COUNT            PIC 9(04).
       01  WS-WNT-INPUT-TYPE           PIC X(01).
       01  WS-WNT-INPUT-ID             PIC X(20).
       01  WS-WNT-INPUT-ACCT           PIC X(16).
       01  WS-WNT-INPUT-ACTION         PIC X(01).
       01  WS-WNT-INPUT-CAT            PIC X(01).
       01  WS-WNT-INPUT-SEV            PIC X(01).
       01  WS-WNT-INPUT-TEXT           PIC X(80).
       01  WS-WNT-INPUT-EXPIRY         PIC X(08).
       01  WS-WNT-INPUT-SEQ            PIC X(05).
       01  WS-WNT-DATE-N               PIC 9(08).
      * Review window - a note expiring within this many days is
      * listed so the branch can renew it or let it lapse
       01  WS-WNT-REVIEW-DAYS          PIC 9(03) VALUE 30.
       01  WS-WNT-DAYS-LEFT            PIC S9(05).
       01  WS-WNT-DSP-DAYS             PIC ZZZ9.
       01  WS-WNT-BRANCH               PIC X(04).
       01  WS-WNT-DUE-COUNT            PIC 9(06).
       01  WS-WNT-EXPIRED-COUNT        PIC 9(06).
       01  WS-WNT-ACTIVE-COUNT         PIC 9(06).
       01  WS-WNR-DTL.
           05  WS-WNRD-BRANCH          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-TYPE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-SUBJECT         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-SEQ             PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-CATEGORY        PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-SEVERITY        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-AUTHOR          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-EXPIRY          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-DUE             PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WNRD-TEXT            PIC X(48).
      * Field encryption - see PIICRYPT and FLDCRYPT. 8785-8790 seal
      * and open the SSN, security answer and PINs; the clear values
      * land here and are never written back. WS-PII-SEAL-VER is the
      * key version to seal under - zero for the active key, which
      * is what everything but the key rotation (8791) wants.
           COPY PIICRYPT.
       01  WS-PII-SSN                  PIC X(11) VALUE SPACES.
       01  WS-PII-SEC-ANSWER           PIC X(40) VALUE SPACES.
       01  WS-PII-PIN                  PIC X(06) VALUE SPACES.
       01  WS-PII-SEAL-VER             PIC 9(03) VALUE ZEROS.
       01  WS-PKR-TARGET-VER           PIC 9(03).
       01  WS-PKR-REC-VER              PIC 9(03).
       01  WS-PKR-PHASE                PIC X(01).
           88  WS-PKR-PHASE-CUST       VALUE "C".
           88  WS-PKR-PHASE-ACCT       VALUE "A".
           88  WS-PKR-PHASE-CARD       VALUE "K".
       01  WS-PKR-RESUME-KEY           PIC X(20).
       01  WS-PKR-RESUME-ID            PIC 9(16).
       01  WS-PKR-READ-COUNT           PIC 9(08).
       01  WS-PKR-DONE-COUNT           PIC 9(08).
       01  WS-PKR-ERROR-COUNT          PIC 9(06).
      * Pro-forma simulation - see RTPRREC, FEPRREC, PFRMREC and
      * 8800-8840. While WS-SIM-ACTIVE the account, transaction and
      * notification queue files are open for input only and the
      * journal and notification writers stand down; while
      * WS-SIM-USE-PROPOSED, 5246 and 7155 price off the proposal
      * instead of the live rate table and fee schedule.
       01  WS-RTPR-FILE-STATUS         PIC X(02).
       01  WS-FEPR-FILE-STATUS         PIC X(02).
       01  WS-PFRM-STATUS              PIC X(02).
       01  WS-PFRM-RPT-STATUS          PIC X(02).
       01  WS-PFRM-PATH                PIC X(256) VALUE SPACES.
       01  WS-PFRM-RPT-PATH            PIC X(256) VALUE SPACES.
       01  WS-PFCU-STATUS              PIC X(02).
       01  WS-PFCU-PATH                PIC X(256) VALUE SPACES.
       01  WS-SIM-CUST-COUNT           PIC 9(08).
       01  WS-SIM-MODE-FLAG            PIC X(01) VALUE "N".
           88  WS-SIM-ACTIVE           VALUE "Y".
           88  WS-SIM-INACTIVE         VALUE "N".
       01  WS-SIM-SCHEDULE-FLAG        PIC X(01) VALUE "C".
           88  WS-SIM-USE-CURRENT      VALUE "C".
           88  WS-SIM-USE-PROPOSED     VALUE "P".
       01  WS-SIM-JOB                  PIC X(01) VALUE SPACE.
           88  WS-SIM-INTEREST         VALUE "I".
           88  WS-SIM-FEES             VALUE "F".
           88  WS-SIM-CREDIT           VALUE "C".
       01  WS-SIM-JOB-NAME             PIC X(08).
       01  WS-SIM-TODAY                PIC X(08).
       01  WS-SIM-NOW                  PIC X(06).
       01  WS-SIM-INPUT-CHOICE         PIC X(01).
       01  WS-SIM-WORK-ACCT-ID         PIC 9(16).
       01  WS-SIM-PROP-RATE-COUNT      PIC 9(04).
       01  WS-SIM-PROP-FEE-COUNT       PIC 9(04).
       01  WS-SIM-ACCT-COUNT           PIC 9(08).
       01  WS-SIM-POSTING-COUNT        PIC 9(08).
       01  WS-SIM-CHANGED-COUNT        PIC 9(08).
       01  WS-SIM-POST-TYPE            PIC X(02).
       01  WS-SIM-PRODUCT              PIC X(04).
       01  WS-SIM-CUR-AMT              PIC S9(13)V99.
       01  WS-SIM-PROP-AMT             PIC S9(13)V99.
       01  WS-SIM-DIFF                 PIC S9(13)V99.
       01  WS-SIM-ABS-DIFF             PIC S9(13)V99.
       01  WS-SIM-CUR-MONTH            PIC S9(13)V99.
       01  WS-SIM-PROP-MONTH           PIC S9(13)V99.
       01  WS-SIM-FEE-RESULT           PIC S9(13)V99.
       01  WS-SIM-CHARGE               PIC S9(13)V99.
       01  WS-SIM-TOTAL-CUR            PIC S9(15)V99.
       01  WS-SIM-TOTAL-PROP           PIC S9(15)V99.
      * Direct-deposit presence, looked up once per account and
      * shared by the current and proposed assessment
       01  WS-SIM-DD-FLAG              PIC X(01).
           88  WS-SIM-DD-UNCHECKED     VALUE "U".
           88  WS-SIM-DD-PRESENT       VALUE "Y".
      * Current and proposed totals by product and by branch
       01  WS-SIM-PROD-MAX             PIC 9(02) VALUE ZEROS.
       01  WS-SIM-PROD-IDX             PIC 9(02).
       01  WS-SIM-PROD-TABLE.
           05  WS-SIM-PROD-ENTRY       OCCURS 50 TIMES.
               10  WS-SIM-PROD-CODE    PIC X(04).
               10  WS-SIM-PROD-COUNT   PIC 9(08).
               10  WS-SIM-PROD-CUR     PIC S9(15)V99.
               10  WS-SIM-PROD-PROP    PIC S9(15)V99.
       01  WS-SIM-BR-MAX               PIC 9(02) VALUE ZEROS.
       01  WS-SIM-BR-IDX               PIC 9(02).
       01  WS-SIM-BR-TABLE.
           05  WS-SIM-BR-ENTRY         OCCURS 50 TIMES.
               10  WS-SIM-BR-CODE      PIC X(04).
               10  WS-SIM-BR-COUNT     PIC 9(08).
               10  WS-SIM-BR-CUR       PIC S9(15)V99.
               10  WS-SIM-BR-PROP      PIC S9(15)V99.
      * The customers the proposal moves most, largest net change
      * across all their accounts first
       01  WS-SIM-TOP-MAX              PIC 9(02) VALUE 25.
       01  WS-SIM-TOP-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-SIM-TOP-IDX              PIC 9(02).
       01  WS-SIM-TOP-POS              PIC 9(02).
       01  WS-SIM-TOP-TABLE.
           05  WS-SIM-TOP-ENTRY        OCCURS 25 TIMES.
               10  WS-SIM-TOP-CUST     PIC X(20).
               10  WS-SIM-TOP-ACCTS    PIC 9(04).
               10  WS-SIM-TOP-CUR      PIC S9(13)V99.
               10  WS-SIM-TOP-PROP     PIC S9(13)V99.
               10  WS-SIM-TOP-DIFF     PIC S9(13)V99.
               10  WS-SIM-TOP-ABS      PIC S9(13)V99.
       01  WS-SIM-SUM-DTL.
           05  WS-SIMS-CODE            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SIMS-COUNT           PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SIMS-CUR             PIC Z(14)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SIMS-PROP            PIC Z(14)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SIMS-CHANGE          PIC Z(14)9.99-.
       01  WS-SIM-TOP-DTL.
           05  WS-SIMT-RANK            PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SIMT-CUST            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SIMT-ACCTS           PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SIMT-CUR             PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SIMT-PROP            PIC Z(12)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SIMT-CHANGE          PIC Z(12)9.99-.
      * Month-end balance snapshot - see SNAPREC and 8850-8853
       01  WS-SNAP-FILE-STATUS         PIC X(02).
       01  WS-SNAP-PATH                PIC X(256) VALUE SPACES.
       01  WS-SNAP-MODE-FLAG           PIC X(01) VALUE "N".
           88  WS-SNAP-NIGHTLY         VALUE "N".
           88  WS-SNAP-RETAKE          VALUE "R".
       01  WS-SNAP-DONE-FLAG           PIC X(01) VALUE "N".
           88  WS-SNAP-TAKEN           VALUE "Y".
           88  WS-SNAP-NOT-TAKEN       VALUE "N".
       01  WS-SNAP-PERIOD              PIC X(06).
       01  WS-SNAP-PERIOD-PARTS REDEFINES WS-SNAP-PERIOD.
           05  WS-SNAP-YEAR            PIC 9(04).
           05  WS-SNAP-MONTH           PIC 9(02).
       01  WS-SNAP-INPUT-PERIOD        PIC X(06).
       01  WS-SNAP-INPUT-CONFIRM       PIC X(01).
       01  WS-SNAP-START-DATE          PIC 9(08).
       01  WS-SNAP-END-DATE            PIC 9(08).
       01  WS-SNAP-TRAN-DATE           PIC 9(08).
       01  WS-SNAP-START-INT           PIC 9(08).
       01  WS-SNAP-NEXT-INT            PIC 9(08).
       01  WS-SNAP-NEXT-YEAR           PIC 9(04).
       01  WS-SNAP-NEXT-MONTH          PIC 9(02).
       01  WS-SNAP-DAYS                PIC 9(02).
       01  WS-SNAP-TXN-DAY             PIC S9(05).
       01  WS-SNAP-AFTER-NET           PIC S9(13)V99.
       01  WS-SNAP-MONTH-NET           PIC S9(13)V99.
       01  WS-SNAP-ADB-SUM             PIC S9(13)V99.
       01  WS-SNAP-COUNT               PIC 9(08) VALUE ZEROS.
       01  WS-SNAP-LEDGER-TOTAL        PIC S9(15)V99 VALUE ZEROS.
      * Legal entity (bank charter) master - see ENTYREC and
      * 8860-8863. WS-ENTY-DOC-* is the letterhead a customer
      * document goes out under, set by 8863 from the account's
      * entity.
       01  WS-ENTY-FILE-STATUS         PIC X(02).
       01  WS-ENTY-HOME-CODE           PIC X(03) VALUE "001".
       01  WS-ENTY-INPUT-CODE          PIC X(03).
       01  WS-ENTY-INPUT-LEGAL-NAME    PIC X(40).
       01  WS-ENTY-INPUT-SHORT-NAME    PIC X(16).
       01  WS-ENTY-INPUT-ROUTING       PIC X(09).
       01  WS-ENTY-INPUT-FDIC-CERT     PIC X(06).
       01  WS-ENTY-INPUT-RSSD-ID       PIC X(10).
       01  WS-ENTY-INPUT-REGULATOR     PIC X(04).
       01  WS-ENTY-INPUT-CHARTER-ST    PIC X(02).
       01  WS-ENTY-INPUT-GL-COMPANY    PIC X(04).
       01  WS-ENTY-INPUT-ACH-CO-ID     PIC X(10).
       01  WS-ENTY-INPUT-STREET        PIC X(40).
       01  WS-ENTY-INPUT-CITY          PIC X(25).
       01  WS-ENTY-INPUT-STATE         PIC X(02).
       01  WS-ENTY-INPUT-ZIP           PIC X(10).
       01  WS-ENTY-INPUT-PHONE         PIC X(15).
       01  WS-ENTY-INPUT-STATUS        PIC X(01).
       01  WS-ENTY-INPUT-ACTION        PIC X(01).
       01  WS-ENTY-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-ENTY-DOC-CODE            PIC X(03).
       01  WS-ENTY-DOC-NAME            PIC X(40)
               VALUE "ALTORO MUTUAL BANK".
       01  WS-ENTY-DOC-ADDRESS         PIC X(80)
               VALUE "ONE MUTUAL PLAZA".
       01  WS-ENTY-BRANCH-ENTITY       PIC X(03).
      * Every charter's routing number, loaded once at start-up by
      * 8864 - entity 001 is always row 1, on the compiled-in
      * routing when it has no master row
       01  WS-ENTY-TBL-COUNT           PIC 9(02) VALUE ZEROS.
       01  WS-ENTY-TBL-MAX             PIC 9(02) VALUE 20.
       01  WS-ENTY-TBL-IDX             PIC 9(02).
       01  WS-ENTY-TABLE.
           05  WS-ENTY-TBL-ENTRY       OCCURS 20 TIMES.
               10  WS-ENTY-TBL-CODE    PIC X(03).
               10  WS-ENTY-TBL-ROUTING PIC 9(09).
               10  WS-ENTY-TBL-STATUS  PIC X(01).
       01  WS-ENTY-ACCT-ENTITY         PIC X(03).
      * Employee self-dealing and conflict-of-interest checks - see
      * EMPRREC and COIREC
       01  WS-EMPL-FILE-STATUS         PIC X(02).
       01  WS-EMPR-FILE-STATUS         PIC X(02).
       01  WS-COI-FILE-STATUS          PIC X(02).
       01  WS-COI-CHECK-EMPL           PIC X(20).
       01  WS-COI-CHECK-ACCT           PIC 9(16).
       01  WS-COI-CHECK-OWNER          PIC X(20).
       01  WS-COI-OWNER-CUST           PIC X(20).
       01  WS-COI-LINKED-CUST          PIC X(20).
       01  WS-COI-COWORKER-SCAN        PIC X(01) VALUE "N".
           88  WS-COI-SCAN-COWORKERS   VALUE "Y".
       01  WS-COI-RESULT               PIC X(01).
           88  WS-COI-NONE             VALUE "N".
           88  WS-COI-SELF             VALUE "S".
           88  WS-COI-FAMILY           VALUE "F".
           88  WS-COI-COWORKER         VALUE "C".
       01  WS-COI-MATCH-CUST           PIC X(20).
       01  WS-COI-MATCH-TYPE           PIC X(01).
       01  WS-COI-MATCH-EMPL           PIC X(20).
       01  WS-COI-CATEGORY             PIC X(01).
       01  WS-COI-SOURCE               PIC X(01) VALUE "E".
       01  WS-COI-FLAG-FAMILY          PIC X(01) VALUE "N".
       01  WS-COI-BLOCKED-FLAG         PIC X(01).
       01  WS-COI-TRAN-ID              PIC 9(10).
       01  WS-COI-OVR-ID               PIC 9(08).
       01  WS-COI-AMOUNT               PIC S9(13)V99.
       01  WS-COI-DETAIL               PIC X(60).
       01  WS-COI-ACTION               PIC X(20).
       01  WS-NEXT-COI-ID              PIC 9(10).
       01  WS-COI-INPUT-REASON         PIC X(60).
       01  WS-COI-INPUT-ID             PIC X(10).
       01  WS-COI-INPUT-NOTE           PIC X(40).
       01  WS-COI-TODAY                PIC X(08).
       01  WS-COI-SCAN-EMPL            PIC X(20).
       01  WS-COI-SCAN-CUST            PIC X(20).
       01  WS-COI-SCAN-REL             PIC X(01).
       01  WS-COI-SCAN-TYPE            PIC X(01).
       01  WS-COI-OVR-ACCT             PIC 9(16).
       01  WS-COI-EMPL-COUNT           PIC 9(06).
       01  WS-COI-TRAN-COUNT           PIC 9(06).
       01  WS-COI-OVR-COUNT            PIC 9(06).
       01  WS-COI-NEW-COUNT            PIC 9(06).
       01  WS-COI-OPEN-COUNT           PIC 9(06).
       01  WS-COI-BLOCK-COUNT          PIC 9(06).
      * Files open flags
       01  WS-FILES-OPEN              PIC X(01) VALUE "N".
       01  WS-AUDIT-OPEN              PIC X(01) VALUE "N".
           05  LS-AUDIT-SEVERITY       PIC X(04).
           05  LS-AUDIT-PROGRAM        PIC X(08).

      * Password policy as MAINPROG loaded it from SYSCONFG - not
      * used here, only handed on to AUTHNTCN when a supervisor's
      * password is verified, so the hash-migration cutoff applies.
       01  LS-PASSWORD-POLICY.
           05  LS-PWD-MIN-LENGTH       PIC 9(02).
           05  LS-PWD-REQUIRE-UPPER    PIC X(01).
           05  LS-PWD-REQUIRE-LOWER    PIC X(01).
           05  LS-PWD-REQUIRE-DIGIT    PIC X(01).
           05  LS-PWD-REQUIRE-SPECIAL  PIC X(01).
           05  LS-PWD-EXPIRE-DAYS      PIC 9(03).
           05  LS-PWD-HISTORY-DEPTH    PIC 9(02).
           05  LS-PWD-HASH-WORK-FACTOR PIC 9(02).
           05  LS-PWD-MIGRATE-CUTOFF   PIC X(08).

       PROCEDURE DIVISION USING
           LS-SESSION-INFO
           LS-DB2-CONFIG
           LS-SQL-FIELDS
           LS-ERROR-FIELDS
           LS-AUDIT-FIELDS
           LS-PASSWORD-POLICY.

      ******************************************************************
      * MAIN CONTROL
               MOVE LS-CURRENT-USER(1:8) TO WS-POSTING-TERMINAL
           END-IF

      * The scheduler names the partition of a partitioned account
      * job in the first two bytes of the detail
           MOVE ZEROS TO WS-PART-NO
           IF (LS-AUDIT-ACTION = "BINT" OR "STMC" OR "BSTO" OR "FEEA")
               AND LS-AUDIT-DETAIL(1:2) IS NUMERIC
               MOVE LS-AUDIT-DETAIL(1:2) TO WS-PART-NO
           END-IF

      * Check function code from caller
           EVALUATE LS-AUDIT-ACTION
               WHEN "XFER"
               WHEN "SWPZ"
                   PERFORM 8210-BATCH-ZBA-SWEEP
                       THRU 8210-SWPZ-EXIT
               WHEN "OFCR"
                   PERFORM 7114-OFFICIAL-CHECK-DAILY-REPORT
                       THRU 7114-OFCR-EXIT
               WHEN "OFCA"
                   PERFORM 7115-AGED-OFFICIAL-CHECKS
                       THRU 7115-OFCA-EXIT
               WHEN "CLTR"
                   PERFORM 7011-BUILD-CASH-LETTER
                       THRU 7011-CLTR-EXIT
               WHEN "LKBX"
                   PERFORM 8300-BATCH-LOCKBOX-INTAKE
                       THRU 8300-LBX-EXIT
               WHEN "CFCX"
                   PERFORM 5070-BATCH-CFC-EXTRACT
                       THRU 5070-CFCX-EXIT
               WHEN "LRPR"
                   PERFORM 7993-BATCH-LOAN-REPRICING
                       THRU 7993-LRPR-EXIT
               WHEN "HELB"
                   PERFORM 8410-BATCH-HELOC-BILLING
                       THRU 8410-HELB-EXIT
               WHEN "CNSI"
                   PERFORM 8444-BATCH-CONSTRUCTION-INTEREST
                       THRU 8444-CNSI-EXIT
               WHEN "PTRM"
                   PERFORM 8460-BATCH-PARTICIPANT-REMIT
                       THRU 8460-PRMT-EXIT
               WHEN "COVT"
                   PERFORM 8512-BATCH-COVENANT-TICKLER
                       THRU 8512-COVT-EXIT
               WHEN "CLRV"
                   PERFORM 8530-BATCH-CREDIT-LINE-REVIEW
                       THRU 8530-CLRV-EXIT
               WHEN "CLDC"
                   PERFORM 8536-BATCH-APPLY-LINE-DECREASES
                       THRU 8536-CLDC-EXIT
               WHEN "PMIR"
                   PERFORM 8550-BATCH-PMI-REVIEW
                       THRU 8550-PMIR-EXIT
               WHEN "PMID"
                   PERFORM 8556-BATCH-PMI-DISCLOSURE
                       THRU 8556-PMID-EXIT
               WHEN "SCRV"
                   PERFORM 8574-BATCH-DMDC-VERIFY
                       THRU 8574-SCRV-EXIT
               WHEN "STRC"
                   PERFORM 8590-BATCH-STRUCTURING-MONITOR
                       THRU 8590-STRC-EXIT
               WHEN "KITE"
                   PERFORM 8600-BATCH-KITE-SCAN
                       THRU 8600-KITE-EXIT
               WHEN "COIM"
                   PERFORM 8620-BATCH-SELF-DEALING-MONITOR
                       THRU 8620-COIM-EXIT
               WHEN "RTCN"
                   PERFORM 5275-BATCH-RATE-CHANGE-NOTICES
                       THRU 5275-RTCN-EXIT
               WHEN "RWCQ"
                   PERFORM 7800-BATCH-REWARD-QUALIFICATION
                       THRU 7800-RWCQ-EXIT
               WHEN "RUPS"
                   PERFORM 7820-BATCH-ROUNDUP-SWEEP
                       THRU 7820-RUPS-EXIT
               WHEN "RUMQ"
                   PERFORM 7826-BATCH-ROUNDUP-MATCH
                       THRU 7826-RUMQ-EXIT
               WHEN "CRNW"
                   PERFORM 8192-BATCH-CARD-RENEWAL
                       THRU 8192-CRNW-EXIT
               WHEN "IOLR"
                   PERFORM 8710-BATCH-IOLTA-REMITTANCE
                       THRU 8710-IOLR-EXIT
               WHEN "IODN"
                   PERFORM 8730-BATCH-IOLTA-OD-NOTICES
                       THRU 8730-IODN-EXIT
               WHEN "FEDR"
                   PERFORM 8740-BATCH-DUE-FROM-RECON
                       THRU 8740-DFRC-EXIT
               WHEN "RSTR"
                   PERFORM 8772-BATCH-RESTRICTION-INVENTORY
                       THRU 8772-RSTI-EXIT
               WHEN "NOTE"
                   PERFORM 8783-BATCH-NOTE-REVIEW
                       THRU 8783-NOTR-EXIT
               WHEN "PKEY"
                   PERFORM 8791-BATCH-PII-KEY-ROTATION
                       THRU 8791-PKR-EXIT
               WHEN "SIMI"
                   MOVE "I" TO WS-SIM-JOB
                   PERFORM 8810-PROFORMA-SIMULATION
                       THRU 8810-SIM-EXIT
               WHEN "SIMF"
                   MOVE "F" TO WS-SIM-JOB
                   PERFORM 8810-PROFORMA-SIMULATION
                       THRU 8810-SIM-EXIT
               WHEN "SIMC"
                   MOVE "C" TO WS-SIM-JOB
                   PERFORM 8810-PROFORMA-SIMULATION
                       THRU 8810-SIM-EXIT
               WHEN "MSNP"
                   PERFORM 8850-BATCH-BALANCE-SNAPSHOT
                       THRU 8850-MSNP-EXIT
               WHEN "LRAG"
                   PERFORM 6355-BATCH-RECORDS-AGING
                       THRU 6355-LRAG-EXIT
               WHEN "PAYC"
                   PERFORM 7226-CONVERT-PAYEE-FILE
                       THRU 7226-PAYC-EXIT
               WHEN OTHER
                   PERFORM 1000-ACCOUNT-MENU
           END-EVALUATE
               CLOSE BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF
           OPEN I-O ENTITY-FILE
           IF WS-ENTY-FILE-STATUS = "35"
               OPEN OUTPUT ENTITY-FILE
               CLOSE ENTITY-FILE
               OPEN I-O ENTITY-FILE
           END-IF
           PERFORM 8864-LOAD-ENTITY-TABLE
           OPEN I-O COLLATERAL-FILE
           IF WS-COLL-FILE-STATUS = "35"
               OPEN OUTPUT COLLATERAL-FILE
               OPEN OUTPUT LOAN-AUTOPAY-FILE
               CLOSE LOAN-AUTOPAY-FILE
               OPEN I-O LOAN-AUTOPAY-FILE
           END-IF
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF
           OPEN I-O CASH-LETTER-ITEM-FILE
           IF WS-CLI-FILE-STATUS = "35"
               OPEN OUTPUT CASH-LETTER-ITEM-FILE
               CLOSE CASH-LETTER-ITEM-FILE
               OPEN I-O CASH-LETTER-ITEM-FILE
           END-IF
           OPEN I-O BILLPAY-DISB-FILE
           IF WS-BPD-FILE-STATUS = "35"
               OPEN OUTPUT BILLPAY-DISB-FILE
               CLOSE BILLPAY-DISB-FILE
               OPEN I-O BILLPAY-DISB-FILE
           END-IF
           OPEN I-O LOCKBOX-DETAIL-FILE
           IF WS-LBD-FILE-STATUS = "35"
               OPEN OUTPUT LOCKBOX-DETAIL-FILE
               CLOSE LOCKBOX-DETAIL-FILE
               OPEN I-O LOCKBOX-DETAIL-FILE
           END-IF
           OPEN I-O ARP-ENROLL-FILE
           IF WS-ARPE-FILE-STATUS = "35"
               OPEN OUTPUT ARP-ENROLL-FILE
               CLOSE ARP-ENROLL-FILE
               OPEN I-O ARP-ENROLL-FILE
           END-IF
           OPEN I-O ARP-PAID-LOG-FILE
           IF WS-ARPP-FILE-STATUS = "35"
               OPEN OUTPUT ARP-PAID-LOG-FILE
               CLOSE ARP-PAID-LOG-FILE
               OPEN I-O ARP-PAID-LOG-FILE
           END-IF
           OPEN I-O CLOSED-CAUSE-FILE
           IF WS-CFC-FILE-STATUS = "35"
               OPEN OUTPUT CLOSED-CAUSE-FILE
               CLOSE CLOSED-CAUSE-FILE
               OPEN I-O CLOSED-CAUSE-FILE
           END-IF
           OPEN I-O SCREEN-RESPONSE-FILE
           IF WS-SCRN-FILE-STATUS = "35"
               OPEN OUTPUT SCREEN-RESPONSE-FILE
               CLOSE SCREEN-RESPONSE-FILE
               OPEN I-O SCREEN-RESPONSE-FILE
           END-IF
           OPEN I-O NONCUST-CASH-FILE
           IF WS-NCC-FILE-STATUS = "35"
               OPEN OUTPUT NONCUST-CASH-FILE
               CLOSE NONCUST-CASH-FILE
               OPEN I-O NONCUST-CASH-FILE
           END-IF
           OPEN I-O INDEX-RATE-FILE
           IF WS-IDXR-FILE-STATUS = "35"
               OPEN OUTPUT INDEX-RATE-FILE
               CLOSE INDEX-RATE-FILE
               OPEN I-O INDEX-RATE-FILE
           END-IF
           OPEN I-O LOAN-VAR-FILE
           IF WS-LVR-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-VAR-FILE
               CLOSE LOAN-VAR-FILE
               OPEN I-O LOAN-VAR-FILE
           END-IF
           OPEN I-O HELOC-FILE
           IF WS-HLC-FILE-STATUS = "35"
               OPEN OUTPUT HELOC-FILE
               CLOSE HELOC-FILE
               OPEN I-O HELOC-FILE
           END-IF
           OPEN I-O CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS = "35"
               OPEN OUTPUT CONSTR-LOAN-FILE
               CLOSE CONSTR-LOAN-FILE
               OPEN I-O CONSTR-LOAN-FILE
           END-IF
           OPEN I-O CONSTR-BUDGET-FILE
           IF WS-CNB-FILE-STATUS = "35"
               OPEN OUTPUT CONSTR-BUDGET-FILE
               CLOSE CONSTR-BUDGET-FILE
               OPEN I-O CONSTR-BUDGET-FILE
           END-IF
           OPEN I-O CONSTR-DRAW-FILE
           IF WS-CND-FILE-STATUS = "35"
               OPEN OUTPUT CONSTR-DRAW-FILE
               CLOSE CONSTR-DRAW-FILE
               OPEN I-O CONSTR-DRAW-FILE
           END-IF
           OPEN I-O LOAN-PART-FILE
           IF WS-PTC-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-PART-FILE
               CLOSE LOAN-PART-FILE
               OPEN I-O LOAN-PART-FILE
           END-IF
           OPEN I-O PART-REMIT-FILE
           IF WS-PRM-FILE-STATUS = "35"
               OPEN OUTPUT PART-REMIT-FILE
               CLOSE PART-REMIT-FILE
               OPEN I-O PART-REMIT-FILE
           END-IF
           OPEN I-O LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-NONACCRUAL-FILE
               CLOSE LOAN-NONACCRUAL-FILE
               OPEN I-O LOAN-NONACCRUAL-FILE
           END-IF
           OPEN I-O LOAN-GRADE-FILE
           IF WS-LGR-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-GRADE-FILE
               CLOSE LOAN-GRADE-FILE
               OPEN I-O LOAN-GRADE-FILE
           END-IF
           OPEN I-O BORROWER-REL-FILE
           IF WS-BRL-FILE-STATUS = "35"
               OPEN OUTPUT BORROWER-REL-FILE
               CLOSE BORROWER-REL-FILE
               OPEN I-O BORROWER-REL-FILE
           END-IF
           OPEN I-O LOAN-COVENANT-FILE
           IF WS-COV-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-COVENANT-FILE
               CLOSE LOAN-COVENANT-FILE
               OPEN I-O LOAN-COVENANT-FILE
           END-IF
           OPEN I-O OFFICER-TICKLER-FILE
           IF WS-OTK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICER-TICKLER-FILE
               CLOSE OFFICER-TICKLER-FILE
               OPEN I-O OFFICER-TICKLER-FILE
           END-IF
           OPEN I-O CREDIT-LINE-REVIEW-FILE
           IF WS-CLR-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-LINE-REVIEW-FILE
               CLOSE CREDIT-LINE-REVIEW-FILE
               OPEN I-O CREDIT-LINE-REVIEW-FILE
           END-IF
           OPEN I-O LOAN-PMI-FILE
           IF WS-PMI-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-PMI-FILE
               CLOSE LOAN-PMI-FILE
               OPEN I-O LOAN-PMI-FILE
           END-IF
           OPEN I-O MILITARY-STATUS-FILE
           IF WS-MIL-FILE-STATUS = "35"
               OPEN OUTPUT MILITARY-STATUS-FILE
               CLOSE MILITARY-STATUS-FILE
               OPEN I-O MILITARY-STATUS-FILE
           END-IF
           OPEN I-O BANKRUPTCY-CASE-FILE
           IF WS-BKR-FILE-STATUS = "35"
               OPEN OUTPUT BANKRUPTCY-CASE-FILE
               CLOSE BANKRUPTCY-CASE-FILE
               OPEN I-O BANKRUPTCY-CASE-FILE
           END-IF
           OPEN I-O ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "35"
               OPEN OUTPUT ATO-WATCH-FILE
               CLOSE ATO-WATCH-FILE
               OPEN I-O ATO-WATCH-FILE
           END-IF
           OPEN I-O CONTACT-CHANGE-FILE
           IF WS-CCH-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-CHANGE-FILE
               CLOSE CONTACT-CHANGE-FILE
               OPEN I-O CONTACT-CHANGE-FILE
           END-IF
           OPEN I-O CHECKBOOK-ORDER-FILE
           IF WS-CHKO-FILE-STATUS = "35"
               OPEN OUTPUT CHECKBOOK-ORDER-FILE
               CLOSE CHECKBOOK-ORDER-FILE
               OPEN I-O CHECKBOOK-ORDER-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT EMPLOYEE-RELATION-FILE
           OPEN I-O CONFLICT-FLAG-FILE
           IF WS-COI-FILE-STATUS = "35"
               OPEN OUTPUT CONFLICT-FLAG-FILE
               CLOSE CONFLICT-FLAG-FILE
               OPEN I-O CONFLICT-FLAG-FILE
           END-IF
           OPEN I-O REWARD-QUAL-FILE
           IF WS-RWQ-FILE-STATUS = "35"
               OPEN OUTPUT REWARD-QUAL-FILE
               CLOSE REWARD-QUAL-FILE
               OPEN I-O REWARD-QUAL-FILE
           END-IF
           OPEN I-O ROUNDUP-ENROLL-FILE
           IF WS-RUP-FILE-STATUS = "35"
               OPEN OUTPUT ROUNDUP-ENROLL-FILE
               CLOSE ROUNDUP-ENROLL-FILE
               OPEN I-O ROUNDUP-ENROLL-FILE
           END-IF
           OPEN I-O ROUNDUP-HISTORY-FILE
           IF WS-RUH-FILE-STATUS = "35"
               OPEN OUTPUT ROUNDUP-HISTORY-FILE
               CLOSE ROUNDUP-HISTORY-FILE
               OPEN I-O ROUNDUP-HISTORY-FILE
           END-IF
           OPEN I-O INTEREST-DISP-FILE
           IF WS-IDS-FILE-STATUS = "35"
               OPEN OUTPUT INTEREST-DISP-FILE
               CLOSE INTEREST-DISP-FILE
               OPEN I-O INTEREST-DISP-FILE
           END-IF
           OPEN INPUT EXT-VERIFY-FILE
           OPEN I-O CARD-RENEWAL-FILE
           IF WS-CRN-FILE-STATUS = "35"
               OPEN OUTPUT CARD-RENEWAL-FILE
               CLOSE CARD-RENEWAL-FILE
               OPEN I-O CARD-RENEWAL-FILE
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
           OPEN I-O DUE-FROM-OPEN-FILE
           IF WS-DFO-FILE-STATUS = "35"
               OPEN OUTPUT DUE-FROM-OPEN-FILE
               CLOSE DUE-FROM-OPEN-FILE
               OPEN I-O DUE-FROM-OPEN-FILE
           END-IF

           OPEN I-O ACCT-RESTRICT-FILE
           IF WS-RST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-RESTRICT-FILE
               CLOSE ACCT-RESTRICT-FILE
               OPEN I-O ACCT-RESTRICT-FILE
           END-IF

           OPEN I-O WARN-NOTE-FILE
           IF WS-WNT-FILE-STATUS = "35"
               OPEN OUTPUT WARN-NOTE-FILE
               CLOSE WARN-NOTE-FILE
               OPEN I-O WARN-NOTE-FILE
           END-IF

           OPEN I-O PROPOSED-RATE-FILE
           IF WS-RTPR-FILE-STATUS = "35"
               OPEN OUTPUT PROPOSED-RATE-FILE
               CLOSE PROPOSED-RATE-FILE
               OPEN I-O PROPOSED-RATE-FILE
           END-IF
           OPEN I-O PROPOSED-FEE-FILE
           IF WS-FEPR-FILE-STATUS = "35"
               OPEN OUTPUT PROPOSED-FEE-FILE
               CLOSE PROPOSED-FEE-FILE
               OPEN I-O PROPOSED-FEE-FILE
           END-IF

           OPEN I-O LRQ-CASE-FILE
           IF WS-LRQ-FILE-STATUS = "35"
               OPEN OUTPUT LRQ-CASE-FILE
               CLOSE LRQ-CASE-FILE
               OPEN I-O LRQ-CASE-FILE
           END-IF
           OPEN I-O LRQ-SUBJECT-FILE
           IF WS-LRQS-FILE-STATUS = "35"
               OPEN OUTPUT LRQ-SUBJECT-FILE
               CLOSE LRQ-SUBJECT-FILE
               OPEN I-O LRQ-SUBJECT-FILE
           END-IF
           OPEN I-O LRQ-PROD-LOG-FILE
           IF WS-LRQP-FILE-STATUS = "35"
               OPEN OUTPUT LRQ-PROD-LOG-FILE
               CLOSE LRQ-PROD-LOG-FILE
               OPEN I-O LRQ-PROD-LOG-FILE
           END-IF.

      ******************************************************************
               OPEN OUTPUT PAYEE-FILE
               CLOSE PAYEE-FILE
               OPEN I-O PAYEE-FILE
           END-IF
           IF WS-PAYEE-FILE-STATUS = "39"
               DISPLAY "PAYEFILE is in the prior record layout - "
                       "rename it PAYEOLD and run PAYC."
           END-IF.

      ******************************************************************
               CLOSE CUSTODIAL-FILE
               CLOSE PRODUCT-FILE
               CLOSE BRANCH-FILE
               CLOSE ENTITY-FILE
               CLOSE COLLATERAL-FILE
               CLOSE LOAN-AUTOPAY-FILE
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE CASH-LETTER-ITEM-FILE
               CLOSE BILLPAY-DISB-FILE
               CLOSE LOCKBOX-DETAIL-FILE
               CLOSE ARP-ENROLL-FILE
               CLOSE ARP-PAID-LOG-FILE
               CLOSE CLOSED-CAUSE-FILE
               CLOSE SCREEN-RESPONSE-FILE
               CLOSE NONCUST-CASH-FILE
               CLOSE INDEX-RATE-FILE
               CLOSE LOAN-VAR-FILE
               CLOSE HELOC-FILE
               CLOSE CONSTR-LOAN-FILE
               CLOSE CONSTR-BUDGET-FILE
               CLOSE CONSTR-DRAW-FILE
               CLOSE LOAN-PART-FILE
               CLOSE PART-REMIT-FILE
               CLOSE LOAN-NONACCRUAL-FILE
               CLOSE LOAN-GRADE-FILE
               CLOSE BORROWER-REL-FILE
               CLOSE LOAN-COVENANT-FILE
               CLOSE OFFICER-TICKLER-FILE
               CLOSE CREDIT-LINE-REVIEW-FILE
               CLOSE LOAN-PMI-FILE
               CLOSE MILITARY-STATUS-FILE
               CLOSE BANKRUPTCY-CASE-FILE
               CLOSE ATO-WATCH-FILE
               CLOSE CONTACT-CHANGE-FILE
               CLOSE CHECKBOOK-ORDER-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE EMPLOYEE-RELATION-FILE
               CLOSE CONFLICT-FLAG-FILE
               CLOSE REWARD-QUAL-FILE
               CLOSE ROUNDUP-ENROLL-FILE
               CLOSE ROUNDUP-HISTORY-FILE
               CLOSE INTEREST-DISP-FILE
               CLOSE EXT-VERIFY-FILE
               CLOSE CARD-RENEWAL-FILE
               CLOSE IOLTA-FILE
               CLOSE IOLTA-NOTICE-FILE
               CLOSE DUE-FROM-OPEN-FILE
               CLOSE ACCT-RESTRICT-FILE
               CLOSE WARN-NOTE-FILE
               CLOSE PROPOSED-RATE-FILE
               CLOSE PROPOSED-FEE-FILE
               CLOSE LRQ-CASE-FILE
               CLOSE LRQ-SUBJECT-FILE
               CLOSE LRQ-PROD-LOG-FILE
           END-IF
           IF WS-AUDIT-OPEN = "Y"
               CLOSE AUDIT-LOG-FILE
               DISPLAY "101. Clear Suspense Item"
               DISPLAY "102. Prior-Period Adjustment (Supv)"
               DISPLAY "103. Backfill History Cross-Ref (Batch)"
               DISPLAY "104. Teller Withdrawal / Official Check"
               DISPLAY "105. Present/Pay Official Check"
               DISPLAY "106. Void/Stop-Reissue Official Check (Supv)"
               DISPLAY "107. Official Check Daily Report (Batch)"
               DISPLAY "108. Aged Uncashed Official Checks"
               DISPLAY "109. Teller Deposit"
               DISPLAY "110. Build Outgoing Cash Letter (Batch)"
               DISPLAY "111. Lockbox Receivables Intake (Batch)"
               DISPLAY "112. Lockbox Remittance Inquiry"
               DISPLAY "113. Maintain Reconciliation (ARP) Enrollment"
               DISPLAY "114. Interim Account Reconciliation Report"
               DISPLAY "115. Outstanding Issued Check Aging"
               DISPLAY "116. Void Issued Check"
               DISPLAY "117. Closed-for-Cause Reporting Extract"
               DISPLAY "118. Load Deposit Screening Responses"
               DISPLAY "119. Non-Customer Check Cashing"
               DISPLAY "120. Non-Customer Presenter Inquiry"
               DISPLAY "121. Maintain Loan Index Rates (Supv)"
               DISPLAY "122. Variable-Rate Loan Repricing (Batch)"
               DISPLAY "123. Open Home Equity Line"
               DISPLAY "124. Home Equity Line Advance"
               DISPLAY "125. Home Equity Line Inquiry / Reinstate"
               DISPLAY "126. Home Equity Line Billing (Batch)"
               DISPLAY "127. Construction Draw Request"
               DISPLAY "128. Approve/Reject Construction Draw (Supv)"
               DISPLAY "129. Convert Construction Loan to Permanent"
               DISPLAY "130. Construction Interest Billing (Batch)"
               DISPLAY "131. Maintain Loan Participations"
               DISPLAY "132. Participant Remittance Run (Batch)"
               DISPLAY "133. Loan Nonaccrual Status"
               DISPLAY "134. Loan Risk Grade"
               DISPLAY "135. Borrower Relationships"
               DISPLAY "136. Loan Covenants"
               DISPLAY "137. Officer Covenant Tickler"
               DISPLAY "138. Private Mortgage Insurance"
               DISPLAY "139. Military Status (SCRA)"
               DISPLAY "140. Bankruptcy Case"
               DISPLAY "141. Order Checks"
               DISPLAY "142. Conflict-of-Interest Review (Supv)"
               DISPLAY "143. Round-Up Savings Enrollment"
               DISPLAY "144. Interest Disposition"
               DISPLAY "145. Activate Renewal Card"
               DISPLAY "146. IOLTA Trust Designation (Supv)"
               DISPLAY "147. Due-From Open Items (Supv)"
               DISPLAY "148. Account Restrictions"
               DISPLAY "149. Warning Notes"
               DISPLAY "150. Proposed Rates/Fees (Supv)"
               DISPLAY "151. Pro-Forma Month-End Simulation (Supv)"
               DISPLAY "152. Retake Month-End Balance Snapshot (Supv)"
               DISPLAY "153. Entity Master (Supv)"
               DISPLAY "154. Subpoenas / Records Requests (Supv)"
               DISPLAY "155. Research Records Request (Supv)"
               DISPLAY "156. Records Request Due-Date Aging (Supv)"
               DISPLAY " "
               DISPLAY "  0. Return to Main Menu"
               DISPLAY " "
                   WHEN "103"
                       PERFORM 4020-BATCH-XREF-BACKFILL
                           THRU 4020-XRFB-EXIT
                   WHEN "104"
                       PERFORM 7100-WITHDRAW-FUNDS
                           THRU 7100-WITHDRAW-EXIT
                   WHEN "105"
                       PERFORM 7112-PRESENT-OFFICIAL-CHECK
                           THRU 7112-PRESENT-EXIT
                   WHEN "106"
                       PERFORM 7113-VOID-REISSUE-OFFICIAL-CHECK
                           THRU 7113-VOID-EXIT
                   WHEN "107"
                       PERFORM 7114-OFFICIAL-CHECK-DAILY-REPORT
                           THRU 7114-OFCR-EXIT
                   WHEN "108"
                       PERFORM 7115-AGED-OFFICIAL-CHECKS
                           THRU 7115-OFCA-EXIT
                   WHEN "109"
                       PERFORM 7000-DEPOSIT-FUNDS
                           THRU 7000-DEPOSIT-EXIT
                   WHEN "110"
                       PERFORM 7011-BUILD-CASH-LETTER
                           THRU 7011-CLTR-EXIT
                   WHEN "111"
                       PERFORM 8300-BATCH-LOCKBOX-INTAKE
                           THRU 8300-LBX-EXIT
                   WHEN "112"
                       PERFORM 8335-LOCKBOX-INQUIRY
                   WHEN "113"
                       PERFORM 8350-MAINTAIN-ARP-ENROLLMENT
                           THRU 8350-ARPE-EXIT
                   WHEN "114"
                       PERFORM 8352-ARP-INTERIM-REPORT
                   WHEN "115"
                       PERFORM 8354-ARP-OUTSTANDING-AGING
                   WHEN "116"
                       PERFORM 8356-VOID-ISSUED-CHECK
                           THRU 8356-VOID-EXIT
                   WHEN "117"
                       PERFORM 5070-BATCH-CFC-EXTRACT
                           THRU 5070-CFCX-EXIT
                   WHEN "118"
                       PERFORM 5075-LOAD-SCREENING-RESPONSES
                           THRU 5075-LOAD-EXIT
                   WHEN "119"
                       PERFORM 7140-NONCUSTOMER-CHECK-CASHING
                           THRU 7140-NCC-EXIT
                   WHEN "120"
                       PERFORM 7142-NONCUSTOMER-INQUIRY
                           THRU 7142-INQUIRY-EXIT
                   WHEN "121"
                       PERFORM 7992-MAINTAIN-INDEX-RATES
                           THRU 7992-IDXR-EXIT
                   WHEN "122"
                       PERFORM 7993-BATCH-LOAN-REPRICING
                           THRU 7993-LRPR-EXIT
                   WHEN "123"
                       PERFORM 8400-OPEN-HELOC
                           THRU 8400-OPEN-EXIT
                   WHEN "124"
                       PERFORM 8405-HELOC-ADVANCE
                           THRU 8405-ADV-EXIT
                   WHEN "125"
                       PERFORM 8408-HELOC-INQUIRY
                           THRU 8408-INQ-EXIT
                   WHEN "126"
                       PERFORM 8410-BATCH-HELOC-BILLING
                           THRU 8410-HELB-EXIT
                   WHEN "127"
                       PERFORM 8430-CONSTRUCTION-DRAW-REQUEST
                           THRU 8430-REQUEST-EXIT
                   WHEN "128"
                       PERFORM 8434-APPROVE-CONSTRUCTION-DRAW
                           THRU 8434-APPROVE-EXIT
                   WHEN "129"
                       PERFORM 8440-CONVERT-CONSTRUCTION-LOAN
                           THRU 8440-CONVERT-EXIT
                   WHEN "130"
                       PERFORM 8444-BATCH-CONSTRUCTION-INTEREST
                           THRU 8444-CNSI-EXIT
                   WHEN "131"
                       PERFORM 8450-MAINTAIN-PARTICIPATIONS
                           THRU 8450-PART-EXIT
                   WHEN "132"
                       PERFORM 8460-BATCH-PARTICIPANT-REMIT
                           THRU 8460-PRMT-EXIT
                   WHEN "133"
                       PERFORM 8470-MAINTAIN-NONACCRUAL
                           THRU 8470-NAC-EXIT
                   WHEN "134"
                       PERFORM 8480-MAINTAIN-RISK-GRADE
                           THRU 8480-GRADE-EXIT
                   WHEN "135"
                       PERFORM 8490-MAINTAIN-BORROWER-GROUP
                           THRU 8490-BRL-EXIT
                   WHEN "136"
                       PERFORM 8500-MAINTAIN-COVENANTS
                           THRU 8500-COV-EXIT
                   WHEN "137"
                       PERFORM 8510-VIEW-OFFICER-TICKLER
                   WHEN "138"
                       PERFORM 8540-MAINTAIN-PMI
                           THRU 8540-PMI-EXIT
                   WHEN "139"
                       PERFORM 8570-MAINTAIN-MILITARY-STATUS
                           THRU 8570-MIL-EXIT
                   WHEN "140"
                       PERFORM 8580-MAINTAIN-BANKRUPTCY
                           THRU 8580-BKR-EXIT
                   WHEN "141"
                       PERFORM 8610-ORDER-CHECKBOOK
                           THRU 8610-CHKO-EXIT
                   WHEN "142"
                       PERFORM 8635-REVIEW-CONFLICT-FLAG
                           THRU 8635-REVIEW-EXIT
                   WHEN "143"
                       PERFORM 7835-MAINTAIN-ROUNDUP-ENROLLMENT
                           THRU 7835-MAINTAIN-EXIT
                   WHEN "144"
                       PERFORM 5290-MAINTAIN-INTEREST-DISPOSITION
                           THRU 5290-DISP-EXIT
                   WHEN "145"
                       PERFORM 8196-ACTIVATE-RENEWAL-CARD
                           THRU 8196-ACTIVATE-EXIT
                   WHEN "146"
                       PERFORM 8700-MAINTAIN-IOLTA-DESIGNATION
                           THRU 8700-IOLTA-EXIT
                   WHEN "147"
                       PERFORM 8750-WORK-DUE-FROM-ITEMS
                           THRU 8750-DFCL-EXIT
                   WHEN "148"
                       PERFORM 8765-MAINTAIN-RESTRICTIONS
                           THRU 8765-RSTM-EXIT
                   WHEN "149"
                       PERFORM 8780-MAINTAIN-WARNING-NOTES
                           THRU 8780-NOTM-EXIT
                   WHEN "150"
                       PERFORM 8800-MAINTAIN-PROPOSALS
                           THRU 8800-PROP-EXIT
                   WHEN "151"
                       PERFORM 8808-PROFORMA-MENU
                           THRU 8808-PFM-EXIT
                   WHEN "152"
                       PERFORM 8855-RETAKE-SNAPSHOT
                           THRU 8855-RETAKE-EXIT
                   WHEN "153"
                       PERFORM 8860-MAINTAIN-ENTITY-MASTER
                           THRU 8860-ENTY-EXIT
                   WHEN "154"
                       PERFORM 6330-RECORDS-REQUEST-CASES
                           THRU 6330-LRQ-EXIT
                   WHEN "155"
                       PERFORM 6340-RESEARCH-RECORDS-REQUEST
                           THRU 6340-RSCH-EXIT
                   WHEN "156"
                       PERFORM 6354-RECORDS-AGING-MENU
                           THRU 6354-AGM-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-ACCT-CONTINUE
                   WHEN OTHER
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
      * A staff login opening a coworker's account states why
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
               MOVE "Y" TO WS-COI-COWORKER-SCAN
               PERFORM 8625-CHECK-SELF-DEALING
                   THRU 8625-CHECK-EXIT
               MOVE "N" TO WS-COI-COWORKER-SCAN
               IF WS-COI-COWORKER
                   DISPLAY "This account belongs to employee "
                           FUNCTION TRIM(WS-COI-MATCH-EMPL) "."
                   DISPLAY "Business reason for the lookup: "
                       WITH NO ADVANCING
                   ACCEPT WS-COI-INPUT-REASON FROM CONSOLE
                   IF WS-COI-INPUT-REASON = SPACES
                       MOVE "E" TO WS-COI-SOURCE
                       MOVE "V" TO WS-COI-CATEGORY
                       MOVE "N" TO WS-COI-BLOCKED-FLAG
                       MOVE ZEROS TO WS-COI-TRAN-ID
                       MOVE ZEROS TO WS-COI-OVR-ID
                       MOVE ZEROS TO WS-COI-AMOUNT
                       MOVE "Coworker account viewed, no reason given"
                           TO WS-COI-DETAIL
                       PERFORM 8628-WRITE-CONFLICT-FLAG
                   END-IF
                   MOVE "COWORKER_ACCT_VIEW" TO WS-AUDIT-ACTION
                   STRING "Acct=" ACCT-ID
                          " Empl=" FUNCTION TRIM(WS-COI-MATCH-EMPL)
                          " Reason=" WS-COI-INPUT-REASON
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               END-IF

      * High-severity warning notes are read and acknowledged first
               MOVE ACCT-ID TO WS-WNT-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-WNT-CHECK-CUST
               PERFORM 8775-SHOW-WARNING-NOTES
                   THRU 8775-NOTES-EXIT
               IF WS-WNT-NOT-ACKED
                   DISPLAY "Account details not shown - warning "
                           "note not acknowledged."
               ELSE
                   MOVE ACCT-BALANCE TO WS-DSP-BALANCE
                   DISPLAY " "
                   DISPLAY "  ACCOUNT DETAILS"
                   DISPLAY "  " WS-SEPARATOR
                   DISPLAY "  Account ID:    " ACCT-ID
                   DISPLAY "  Owner:         " ACCT-OWNER-ID
                   DISPLAY "  Account Name:  " ACCT-NAME
                   DISPLAY "  Type:          " ACCT-TYPE
                   DISPLAY "  Branch:        " ACCT-BRANCH-CODE
                   DISPLAY "  Balance:       $" WS-DSP-BALANCE
                   MOVE ACCT-AVAILABLE-BAL TO WS-DSP-BALANCE
                   DISPLAY "  Available:     $" WS-DSP-BALANCE
                   MOVE ACCT-CREDIT-LIMIT TO WS-DSP-BALANCE
                   DISPLAY "  Credit Limit:  $" WS-DSP-BALANCE
                   DISPLAY "  Interest Rate: " ACCT-INTEREST-RATE "%"
                   DISPLAY "  Opened:        " ACCT-OPEN-DATE
                   DISPLAY "  Last Activity: " ACCT-LAST-ACTIVITY
                   DISPLAY "  Status:        " ACCT-STATUS
      * VULNERABILITY V05: Display sensitive account details
                   DISPLAY "  PIN:           " ACCT-PIN
                   DISPLAY "  Daily Limit:   $" ACCT-DAILY-LIMIT
                   DISPLAY "  Monthly Limit: $" ACCT-MONTHLY-LIMIT
                   IF ACCT-TYPE-CD
                       DISPLAY "  CD Term:       " ACCT-CD-TERM-MONTHS
                               " months"
                       DISPLAY "  CD Maturity:   " ACCT-CD-MATURITY-DATE
                       DISPLAY "  CD Compounds:  " ACCT-CD-COMPOUND-FREQ
                   END-IF
                   DISPLAY "  " WS-SEPARATOR

      * Also query via DB2 for cross-reference
      * VULNERABILITY V07: SQL Injection
                   PERFORM 2150-QUERY-ACCOUNT-DB2
               END-IF
           ELSE
               DISPLAY "Account not found."
           END-IF.
               END-IF
           END-IF

      * Deposit accounts are screened against the reporting
      * agency's record of prior closures for cause
           IF NOT (ACCT-TYPE-LOAN OR ACCT-TYPE-CREDIT)
               PERFORM 2205-SCREEN-DEPOSIT-HISTORY
                   THRU 2205-SCREEN-EXIT
               IF NOT WS-SCRN-PROCEED
                   GO TO 2200-CREATE-EXIT
               END-IF
           END-IF

           IF ACCT-TYPE-CD
               DISPLAY "CD Term in Months (3/6/12/24): "
                   WITH NO ADVANCING
           PERFORM 2250-GENERATE-ACCOUNT-ID
           MOVE WS-NEXT-ACCT-ID TO ACCT-ID
           MOVE WS-ACCT-INPUT-BRANCH TO ACCT-BRANCH-CODE
           PERFORM 8862-SET-ACCOUNT-ENTITY
           DISPLAY "Enter Account PIN: " WITH NO ADVANCING
           ACCEPT ACCT-PIN FROM CONSOLE
      * VULNERABILITY V04: PIN stored in plaintext
               MOVE SPACES TO ACCT-PRODUCT-CODE
           END-IF

           PERFORM 8787-SEAL-ACCOUNT-PIN
           WRITE ACCOUNT-RECORD
      * VULNERABILITY V13: WRITE status not checked
           MOVE SPACES TO WS-JRNL-BEFORE-ACCT
       2200-CREATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 2205 - SCREEN DEPOSIT HISTORY
      * A new deposit account is checked against the consumer
      * deposit reporting agency's response on file for the owner's
      * SSN. No response, or a clean one, lets the opening proceed.
      * A fraud report, or more than WS-SCRN-DECLINE-AMT still owed
      * to other institutions, declines it and sends the adverse
      * action notice; any other report - or an owner with no SSN
      * to screen - refers it to a supervisor. AUTHNTCN's self-
      * service opening applies the same rules.
      ******************************************************************
       2205-SCREEN-DEPOSIT-HISTORY.
           SET WS-SCRN-PROCEED TO TRUE
           MOVE SPACES TO WS-SCRN-REASON
           MOVE WS-ACCT-INPUT-OWNER(1:20) TO WS-SCRN-CUST-ID
           MOVE WS-SCRN-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           PERFORM 8786-OPEN-CUSTOMER-PII
           IF WS-CUST-FILE-STATUS NOT = "00"
               OR WS-PII-SSN = SPACES
               SET WS-SCRN-REFER TO TRUE
               MOVE "NO SSN ON FILE TO SCREEN" TO WS-SCRN-REASON
           ELSE
               MOVE WS-PII-SSN TO SCRN-SSN
               READ SCREEN-RESPONSE-FILE
               IF WS-SCRN-FILE-STATUS = "00"
                   AND SCRN-REPORT-COUNT > ZEROS
                   EVALUATE TRUE
                       WHEN SCRN-FRAUD-REPORTED
                           SET WS-SCRN-DECLINED TO TRUE
                           MOVE "PRIOR ACCOUNT CLOSED FOR FRAUD"
                               TO WS-SCRN-REASON
                       WHEN SCRN-UNPAID-AMOUNT > WS-SCRN-DECLINE-AMT
                           SET WS-SCRN-DECLINED TO TRUE
                           MOVE "UNPAID BALANCE OWED TO ANOTHER BANK"
                               TO WS-SCRN-REASON
                       WHEN OTHER
                           SET WS-SCRN-REFER TO TRUE
                           MOVE "PRIOR ACCOUNT CLOSURE REPORTED"
                               TO WS-SCRN-REASON
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-SCRN-PROCEED
               GO TO 2205-SCREEN-EXIT
           END-IF

           IF WS-SCRN-DECLINED
               DISPLAY "Account opening declined: " WS-SCRN-REASON
               PERFORM 2206-SEND-SCREENING-NOTICE
               GO TO 2205-SCREEN-EXIT
           END-IF

           DISPLAY "Deposit screening referral: " WS-SCRN-REASON
           IF WS-SCRN-FILE-STATUS = "00"
               MOVE SCRN-UNPAID-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "  Reports: " SCRN-REPORT-COUNT
                       "  Unpaid: " SCRN-UNPAID-COUNT
                       "  Owed: $" WS-DSP-AMOUNT
                       "  Worst: " SCRN-WORST-REASON
           END-IF
           MOVE "DEPOSIT_SCREEN_REFER" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-APPROVED
               SET WS-SCRN-PROCEED TO TRUE
           ELSE
               SET WS-SCRN-HELD TO TRUE
               DISPLAY "Referral not approved - account not opened."
           END-IF

           MOVE "DEPOSIT_SCREEN" TO WS-AUDIT-ACTION
           STRING "Cust=" WS-SCRN-CUST-ID
                  " Result=" WS-SCRN-DECISION
                  " Reason=" WS-SCRN-REASON
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       2205-SCREEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 2206 - SEND SCREENING ADVERSE ACTION NOTICE
      * Names the reporting agency and the applicant's right to a
      * free copy of the report and to dispute it - written through
      * the statement writer and indexed like the credit decline
      * notice in 2425.
      ******************************************************************
       2206-SEND-SCREENING-NOTICE.
           MOVE ZEROS TO ACCT-ID
           PERFORM 7410-OPEN-STATEMENT-FILE

           MOVE "ALTORO MUTUAL BANK - NOTICE OF ADVERSE ACTION"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Applicant:    " WS-SCRN-CUST-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Decision On:  " WS-ACCEPT-DATE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Action:       Deposit account application declined"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Reason:       " WS-SCRN-REASON
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "Our decision was based in whole or in part on"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "information from the consumer reporting agency:"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "              " WS-SCRN-AGENCY-NAME
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "The agency did not make this decision and cannot"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "explain why it was made. You have the right to a"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "free copy of your report from the agency if you"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "ask within 60 days, and to dispute with the agency"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE "the accuracy or completeness of anything in it."
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           CLOSE STATEMENT-OUTPUT-FILE

           PERFORM 9260-WRITE-DOC-INDEX

           MOVE WS-SCRN-CUST-ID TO WS-NOTIF-CUST-ID
           MOVE "ADVA" TO WS-NOTIF-EVENT-TYPE
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Adverse action notice - deposit account "
                  "declined on agency report"
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           DISPLAY "Adverse action notice written to "
                   WS-STMT-OUTPUT-PATH

           MOVE "DEPOSIT_SCREEN_DECLINE" TO WS-AUDIT-ACTION
           STRING "Cust=" WS-SCRN-CUST-ID
                  " Reason=" WS-SCRN-REASON
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 2250 - GENERATE NEXT ACCOUNT ID
      * Scans the account file for the highest ID already issued to
           MOVE ACCT-ID TO CARD-ACCT-ID
           MOVE WS-ACCT-INPUT-OWNER TO CARD-CUST-ID
           SET CARD-TYPE-DEBIT TO TRUE
           PERFORM 8788-OPEN-ACCOUNT-PIN
           MOVE WS-PII-PIN TO CARD-PIN
           PERFORM 8789-SEAL-CARD-PIN
           MOVE WS-ACCEPT-DATE TO CARD-ISSUE-DATE

           MOVE WS-ACCEPT-DATE(1:4) TO WS-CARD-EXP-YEAR
           MOVE WS-CARD-EXP-NUM TO CARD-EXPIRATION-DATE

           SET CARD-ACTIVE TO TRUE
           MOVE SPACES TO CARD-LAST-USED-DATE
           WRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS = "00"
               DISPLAY "Card issued: " CARD-NUMBER
           EVALUATE WS-APPL-INPUT-DECISION
               WHEN "A"
               WHEN "a"
      * No approval until the whole relationship's exposure has
      * been measured against the lending limits
                   PERFORM 2421-CHECK-LENDING-LIMITS
                       THRU 2421-LIMIT-EXIT
                   IF WS-LLL-WITHIN-LIMITS
                       DISPLAY "Approved Rate (blank keeps "
                               "requested): "
                           WITH NO ADVANCING
                       ACCEPT WS-APPL-INPUT-RATE FROM CONSOLE
                       IF WS-APPL-INPUT-RATE NOT = SPACES
                           COMPUTE APPL-RATE =
                               FUNCTION NUMVAL(WS-APPL-INPUT-RATE)
                       END-IF
                       SET APPL-STAT-APPROVED TO TRUE
                       MOVE LS-CURRENT-USER TO APPL-DECIDED-BY
                       MOVE WS-ACCEPT-DATE TO APPL-DECIDED-DATE
                       REWRITE LOAN-APPL-RECORD
                       DISPLAY "Application " APPL-ID " APPROVED at "
                               APPL-RATE " - book it with option 55."
                   ELSE
                       DISPLAY "Application " APPL-ID " left pending."
                   END-IF
               WHEN "D"
               WHEN "d"
                   DISPLAY "Decline Reason Code (AA01 income, "
           CONTINUE.

      ******************************************************************
      * 2421 - CHECK LENDING LIMITS
      * LOAN-APPL-RECORD is the application being approved. Adds up
      * what the applicant's relationship - the applicant alone if
      * it has none - already owes us and has been promised: loan
      * balances, the undrawn side of open credit lines and of
      * construction loans still drawing, and approved applications
      * not yet booked, all net of shares sold to participants.
      * With this application on top, a breach of the legal limit
      * blocks the approval outright; a breach of the house limit
      * needs a second supervisor's override. WS-LLL-CLEARED comes
      * back "Y" when the approval may go ahead.
      ******************************************************************
       2421-CHECK-LENDING-LIMITS.
           MOVE "N" TO WS-LLL-CLEARED
           MOVE LOAN-APPL-RECORD TO WS-LLL-SAVE-APPL
           MOVE ZEROS TO WS-LLL-LOAN-COUNT
           MOVE ZEROS TO WS-LLL-OUTSTANDING
           MOVE ZEROS TO WS-LLL-COMMITTED
           MOVE ZEROS TO WS-LLL-PIPELINE

           MOVE APPL-CUST-ID TO WS-LLL-GROUP-ID
           MOVE 1 TO WS-LLL-MEMBER-MAX
           MOVE APPL-CUST-ID TO WS-LLL-MEMBER(1)
           MOVE APPL-CUST-ID TO BRL-CUST-ID
           READ BORROWER-REL-FILE
           IF WS-BRL-FILE-STATUS = "00"
               MOVE BRL-GROUP-ID TO WS-LLL-GROUP-ID
               PERFORM 2422-LOAD-RELATIONSHIP
           END-IF
           MOVE "00" TO WS-BRL-FILE-STATUS

           PERFORM VARYING WS-LLL-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-LLL-MEMBER-IDX > WS-LLL-MEMBER-MAX
               PERFORM 2423-ADD-MEMBER-EXPOSURE
           END-PERFORM
           MOVE WS-LLL-SAVE-APPL TO LOAN-APPL-RECORD

           COMPUTE WS-LLL-TOTAL =
               WS-LLL-COMMITTED + WS-LLL-PIPELINE + APPL-AMOUNT
           COMPUTE WS-LLL-LEGAL-LIMIT ROUNDED =
               WS-LLL-CAPITAL-SURPLUS * WS-LLL-LEGAL-PCT / 100
           COMPUTE WS-LLL-HOUSE-LIMIT ROUNDED =
               WS-LLL-CAPITAL-SURPLUS * WS-LLL-HOUSE-PCT / 100

           DISPLAY " "
           DISPLAY "Relationship " WS-LLL-GROUP-ID " - "
                   WS-LLL-MEMBER-MAX " borrower(s), "
                   WS-LLL-LOAN-COUNT " loan(s)"
           MOVE WS-LLL-OUTSTANDING TO WS-DSP-AMOUNT
           DISPLAY "  Outstanding:             " WS-DSP-AMOUNT
           MOVE WS-LLL-COMMITTED TO WS-DSP-AMOUNT
           DISPLAY "  Committed:               " WS-DSP-AMOUNT
           MOVE WS-LLL-PIPELINE TO WS-DSP-AMOUNT
           DISPLAY "  Approved, not booked:    " WS-DSP-AMOUNT
           MOVE APPL-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "  This application:        " WS-DSP-AMOUNT
           MOVE WS-LLL-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Total exposure:          " WS-DSP-AMOUNT
           MOVE WS-LLL-LEGAL-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "  Legal lending limit:     " WS-DSP-AMOUNT
           MOVE WS-LLL-HOUSE-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "  House limit:             " WS-DSP-AMOUNT

           IF WS-LLL-TOTAL > WS-LLL-LEGAL-LIMIT
               DISPLAY "Approval would breach the legal lending "
                       "limit and cannot be given - reduce the "
                       "amount or decline."
               MOVE WS-LLL-TOTAL TO WS-DSP-AMOUNT
               MOVE "LENDING_LIMIT_BLOCK" TO WS-AUDIT-ACTION
               STRING "Appl=" APPL-ID
                      " Group=" WS-LLL-GROUP-ID
                      " Exposure=" FUNCTION TRIM(WS-DSP-AMOUNT)
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 2421-LIMIT-EXIT
           END-IF

           IF WS-LLL-TOTAL > WS-LLL-HOUSE-LIMIT
               DISPLAY "Approval exceeds the house lending limit - "
                       "a second supervisor must approve."
               MOVE "HOUSE_LIMIT_EXCEPT" TO WS-OVR-ACTION
               MOVE ZEROS TO WS-OVR-TRAN-ID
               MOVE ZEROS TO WS-OVR-HOLD-ID
               PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
                   THRU 6200-OVERRIDE-EXIT
               IF WS-OVR-NOT-APPROVED
                   DISPLAY "House limit exception not approved."
                   GO TO 2421-LIMIT-EXIT
               END-IF
               IF WS-OVR-SUPER-ID = APPL-SUBMITTED-BY
                   DISPLAY "The officer who took the application "
                           "cannot approve its limit exception."
                   GO TO 2421-LIMIT-EXIT
               END-IF
               MOVE WS-LLL-TOTAL TO WS-DSP-AMOUNT
               MOVE "HOUSE_LIMIT_EXCEPT" TO WS-AUDIT-ACTION
               STRING "Appl=" APPL-ID
                      " Group=" WS-LLL-GROUP-ID
                      " Exposure=" FUNCTION TRIM(WS-DSP-AMOUNT)
                      " ApprovedBy=" WS-OVR-SUPER-ID
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF
           MOVE "Y" TO WS-LLL-CLEARED.

       2421-LIMIT-EXIT.
           CONTINUE.

      ******************************************************************
      * 2422 - LOAD A BORROWING RELATIONSHIP
      * Adds every other customer in WS-LLL-GROUP-ID to the member
      * table behind the applicant.
      ******************************************************************
       2422-LOAD-RELATIONSHIP.
           MOVE LOW-VALUES TO BRL-CUST-ID
           START BORROWER-REL-FILE KEY >= BRL-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BRL-FILE-STATUS NOT = "00"
               READ BORROWER-REL-FILE NEXT RECORD
               IF WS-BRL-FILE-STATUS = "00"
                   AND BRL-GROUP-ID = WS-LLL-GROUP-ID
                   AND BRL-CUST-ID NOT = APPL-CUST-ID
                   AND WS-LLL-MEMBER-MAX < 50
                   ADD 1 TO WS-LLL-MEMBER-MAX
                   MOVE BRL-CUST-ID
                       TO WS-LLL-MEMBER(WS-LLL-MEMBER-MAX)
               END-IF
           END-PERFORM
           MOVE "00" TO WS-BRL-FILE-STATUS.

      ******************************************************************
      * 2423 - ADD ONE MEMBER'S EXPOSURE
      * The member's loans through the owner cross-reference, then
      * its approved applications still waiting to be booked.
      ******************************************************************
       2423-ADD-MEMBER-EXPOSURE.
           MOVE WS-LLL-MEMBER(WS-LLL-MEMBER-IDX) TO XREF-OWNER-ID
           MOVE LOW-VALUES TO XREF-ACCT-ID
           START OWNER-XREF-FILE KEY >= XREF-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = "00"
               READ OWNER-XREF-FILE NEXT RECORD
               IF WS-XREF-FILE-STATUS = "00"
                   IF XREF-OWNER-ID = WS-LLL-MEMBER(WS-LLL-MEMBER-IDX)
                       IF XREF-ACTIVE
                           MOVE XREF-ACCT-ID TO ACCT-ID
                           READ ACCOUNT-FILE
                           IF WS-ACCT-FILE-STATUS = "00"
                               AND ACCT-TYPE-LOAN
                               AND NOT (ACCT-CLOSED
                                   OR ACCT-CHARGED-OFF)
                               PERFORM 2424-ADD-LOAN-EXPOSURE
                           END-IF
                       END-IF
                   ELSE
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-XREF-FILE-STATUS
           MOVE "00" TO WS-ACCT-FILE-STATUS

           MOVE LOW-VALUES TO APPL-ID
           START LOAN-APPL-FILE KEY >= APPL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-APPL-FILE-STATUS NOT = "00"
               READ LOAN-APPL-FILE NEXT RECORD
               IF WS-APPL-FILE-STATUS = "00"
                   AND APPL-STAT-APPROVED
                   AND APPL-CUST-ID = WS-LLL-MEMBER(WS-LLL-MEMBER-IDX)
                   ADD APPL-AMOUNT TO WS-LLL-PIPELINE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-APPL-FILE-STATUS.

      ******************************************************************
      * 2424 - ADD ONE LOAN'S EXPOSURE
      * ACCOUNT-RECORD is an open loan. Outstanding is what is
      * owed; committed is the larger of that and any line or
      * construction commitment we are still bound to fund.
      ******************************************************************
       2424-ADD-LOAN-EXPOSURE.
           MOVE ZEROS TO WS-LLL-LOAN-OUT
           IF ACCT-BALANCE < ZEROS
               COMPUTE WS-LLL-LOAN-OUT = ACCT-BALANCE * -1
           END-IF
           MOVE WS-LLL-LOAN-OUT TO WS-LLL-LOAN-COMMIT

           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS = "00"
               AND HLC-DRAW-PERIOD
               AND NOT HLC-LINE-FROZEN
               AND HLC-LINE-AMOUNT > WS-LLL-LOAN-COMMIT
               MOVE HLC-LINE-AMOUNT TO WS-LLL-LOAN-COMMIT
           END-IF
           MOVE ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS = "00"
               AND CNL-UNDER-CONSTRUCTION
               AND CNL-COMMITMENT > WS-LLL-LOAN-COMMIT
               MOVE CNL-COMMITMENT TO WS-LLL-LOAN-COMMIT
           END-IF
           MOVE "00" TO WS-HLC-FILE-STATUS
           MOVE "00" TO WS-CNL-FILE-STATUS

      * Shares sold to participants are the other banks' exposure
           MOVE ZEROS TO WS-LLL-SOLD-PCT
           MOVE ACCT-ID TO PTC-LOAN-ACCT-ID
           MOVE ZEROS TO PTC-SEQ
           START LOAN-PART-FILE KEY >= PTC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PTC-FILE-STATUS NOT = "00"
               READ LOAN-PART-FILE NEXT RECORD
               IF WS-PTC-FILE-STATUS = "00"
                   IF PTC-LOAN-ACCT-ID = ACCT-ID
                       IF PTC-ACTIVE AND PTC-SOLD
                           ADD PTC-PCT TO WS-LLL-SOLD-PCT
                       END-IF
                   ELSE
                       MOVE "10" TO WS-PTC-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PTC-FILE-STATUS
           IF WS-LLL-SOLD-PCT > ZEROS
               COMPUTE WS-LLL-LOAN-OUT ROUNDED =
                   WS-LLL-LOAN-OUT * (100 - WS-LLL-SOLD-PCT) / 100
               COMPUTE WS-LLL-LOAN-COMMIT ROUNDED =
                   WS-LLL-LOAN-COMMIT * (100 - WS-LLL-SOLD-PCT) / 100
           END-IF

           ADD 1 TO WS-LLL-LOAN-COUNT
           ADD WS-LLL-LOAN-OUT TO WS-LLL-OUTSTANDING
           ADD WS-LLL-LOAN-COMMIT TO WS-LLL-COMMITTED.

      ******************************************************************
      * 2425 - SEND ADVERSE ACTION NOTICE
      * Writes the templated notice through the same statement
      * output the account statements use, stamps the application
      * with the sent date, indexes the document and queues the
      * notification extract. LOAN-APPL-RECORD is current.
      ******************************************************************
       2425-SEND-ADVERSE-ACTION-NOTICE.
           MOVE APPL-CUST-ID TO ACCT-OWNER-ID
           MOVE ZEROS TO ACCT-ID
           PERFORM 7410-OPEN-STATEMENT-FILE

           MOVE "ALTORO MUTUAL BANK - NOTICE OF ADVERSE ACTION"
               TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Application:  " APPL-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Applicant:    " APPL-CUST-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-BRANCH FROM CONSOLE

      * Variable-rate terms are taken before anything is written, so
      * a bad index or cap cancels the booking cleanly
           DISPLAY "Rate Type (F=Fixed, V=Variable) [F]: "
               WITH NO ADVANCING
           ACCEPT WS-LVR-RATE-TYPE FROM CONSOLE
           IF WS-LVR-VARIABLE
               PERFORM 2455-CAPTURE-VARIABLE-TERMS
                   THRU 2455-VAR-EXIT
               IF WS-LVR-TERMS-OK NOT = "Y"
                   GO TO 2450-BOOK-EXIT
               END-IF
           ELSE
               IF NOT WS-LVR-FIXED
                   DISPLAY "Rate type must be F or V."
                   GO TO 2450-BOOK-EXIT
               END-IF
           END-IF

      * A construction loan books with nothing funded - the approved
      * amount is its commitment, paid out by draws against a budget
           DISPLAY "Construction Loan (Y/N) [N]: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-FLAG FROM CONSOLE
           IF WS-CNL-INPUT-FLAG = "Y"
               IF WS-LVR-VARIABLE
                   DISPLAY "A construction loan books at a fixed "
                           "rate - booking cancelled."
                   GO TO 2450-BOOK-EXIT
               END-IF
               PERFORM 8420-CAPTURE-CONSTRUCTION-TERMS
                   THRU 8420-TERMS-EXIT
               IF WS-CNL-TERMS-OK NOT = "Y"
                   GO TO 2450-BOOK-EXIT
               END-IF
           ELSE
               MOVE "N" TO WS-CNL-INPUT-FLAG
           END-IF

           PERFORM 2250-GENERATE-ACCOUNT-ID
           MOVE WS-NEXT-ACCT-ID TO ACCT-ID
           MOVE APPL-CUST-ID TO ACCT-OWNER-ID
               DELIMITED SIZE INTO ACCT-NAME
           MOVE "LN" TO ACCT-TYPE
           MOVE SPACES TO ACCT-PRODUCT-CODE
           IF WS-CNL-INPUT-FLAG = "Y"
               MOVE ZEROS TO ACCT-BALANCE
               MOVE ZEROS TO ACCT-AVAILABLE-BAL
               MOVE APPL-AMOUNT TO ACCT-CREDIT-LIMIT
           ELSE
               COMPUTE ACCT-BALANCE = APPL-AMOUNT * -1
               MOVE ACCT-BALANCE TO ACCT-AVAILABLE-BAL
               MOVE ZEROS TO ACCT-CREDIT-LIMIT
           END-IF
           MOVE APPL-RATE TO ACCT-INTEREST-RATE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO ACCT-OPEN-DATE
           MOVE ZEROS TO ACCT-MONTHLY-LIMIT
           MOVE ZEROS TO ACCT-PIN
           MOVE WS-ACCT-INPUT-BRANCH TO ACCT-BRANCH-CODE
           PERFORM 8862-SET-ACCOUNT-ENTITY
           MOVE SPACES TO ACCT-OFFICER-ID
           MOVE ZEROS TO ACCT-LINKED-ACCOUNT
           PERFORM 8787-SEAL-ACCOUNT-PIN
           WRITE ACCOUNT-RECORD
           MOVE SPACES TO WS-JRNL-BEFORE-ACCT
           MOVE "W" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * The approved terms feed the schedule exactly as decided; a
      * construction loan gets its schedule when it converts
           IF WS-CNL-INPUT-FLAG = "Y"
               PERFORM 8422-WRITE-CONSTRUCTION-BUDGET
           ELSE
               MOVE APPL-AMOUNT TO WS-LOAN-PRINCIPAL
               MOVE APPL-TERM-MONTHS TO WS-LOAN-TERM-MONTHS
               MOVE APPL-RATE TO WS-LOAN-RATE
               MOVE ZEROS TO WS-LOAN-ESCROW-PMT
               PERFORM 2270-CREATE-LOAN-SCHEDULE
           END-IF
           IF WS-LVR-VARIABLE
               PERFORM 2456-WRITE-VARIABLE-TERMS
           END-IF

           MOVE ACCT-OWNER-ID TO XREF-OWNER-ID
           MOVE ACCT-ID TO XREF-ACCT-ID
       2450-BOOK-EXIT.
           CONTINUE.

      ******************************************************************
      * 2455 - CAPTURE VARIABLE-RATE TERMS
      * Takes the index, margin, change frequency, caps and floor for
      * a loan being booked at a variable rate. The approved rate is
      * the start rate; the index has to have a rate on file today.
      ******************************************************************
       2455-CAPTURE-VARIABLE-TERMS.
           MOVE "N" TO WS-LVR-TERMS-OK
           DISPLAY "Index Code (PRIM, SOFR, CMT1, ...): "
               WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-INDEX FROM CONSOLE
           MOVE WS-LVR-INPUT-INDEX TO WS-LVR-INDEX-CODE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-LVR-AS-OF-DATE
           PERFORM 7996-LOOKUP-INDEX-RATE
           IF WS-LVR-INDEX-FOUND NOT = "Y"
               DISPLAY "No rate on file for index "
                       WS-LVR-INDEX-CODE " - booking cancelled."
               GO TO 2455-VAR-EXIT
           END-IF

           DISPLAY "Margin over Index (%): " WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-MARGIN FROM CONSOLE
           COMPUTE WS-LVR-MARGIN =
               FUNCTION NUMVAL(WS-LVR-INPUT-MARGIN)
           DISPLAY "Rate Change Frequency (months): "
               WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-FREQ FROM CONSOLE
           COMPUTE WS-LVR-CHANGE-FREQ =
               FUNCTION NUMVAL(WS-LVR-INPUT-FREQ)
           IF WS-LVR-CHANGE-FREQ = ZEROS
               DISPLAY "Change frequency must be at least one "
                       "month - booking cancelled."
               GO TO 2455-VAR-EXIT
           END-IF
           DISPLAY "Periodic Cap (%, 0 = none): " WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-PCAP FROM CONSOLE
           COMPUTE WS-LVR-PERIODIC-CAP =
               FUNCTION NUMVAL(WS-LVR-INPUT-PCAP)
           DISPLAY "Lifetime Cap over Start Rate (%, 0 = none): "
               WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-LCAP FROM CONSOLE
           COMPUTE WS-LVR-LIFETIME-CAP =
               FUNCTION NUMVAL(WS-LVR-INPUT-LCAP)
           DISPLAY "Floor Rate (%, 0 = none): " WITH NO ADVANCING
           ACCEPT WS-LVR-INPUT-FLOOR FROM CONSOLE
           COMPUTE WS-LVR-FLOOR-RATE =
               FUNCTION NUMVAL(WS-LVR-INPUT-FLOOR)

           IF WS-LVR-LIFETIME-CAP > ZEROS
               AND WS-LVR-FLOOR-RATE >
                   APPL-RATE + WS-LVR-LIFETIME-CAP
               DISPLAY "Floor is above the lifetime ceiling - "
                       "booking cancelled."
               GO TO 2455-VAR-EXIT
           END-IF

           COMPUTE WS-LVR-NEW-RATE =
               WS-LVR-INDEX-RATE + WS-LVR-MARGIN
           MOVE WS-LVR-NEW-RATE TO WS-LVR-DSP-NEW
           MOVE APPL-RATE TO WS-LVR-DSP-OLD
           DISPLAY "Fully indexed rate today " WS-LVR-DSP-NEW
                   "%; loan starts at the approved "
                   WS-LVR-DSP-OLD "%."
           MOVE "Y" TO WS-LVR-TERMS-OK.

       2455-VAR-EXIT.
           CONTINUE.

      ******************************************************************
      * 2456 - WRITE VARIABLE-RATE TERMS
      * Files the terms 2455 took against the loan just booked
      * (ACCOUNT-RECORD is the new loan). The first change falls one
      * change period after booking.
      ******************************************************************
       2456-WRITE-VARIABLE-TERMS.
           MOVE ACCT-ID TO LVR-ACCT-ID
           MOVE WS-LVR-INDEX-CODE TO LVR-INDEX-CODE
           MOVE WS-LVR-MARGIN TO LVR-MARGIN
           MOVE WS-LVR-CHANGE-FREQ TO LVR-CHANGE-FREQ
           MOVE WS-LVR-PERIODIC-CAP TO LVR-PERIODIC-CAP
           MOVE WS-LVR-LIFETIME-CAP TO LVR-LIFETIME-CAP
           MOVE WS-LVR-FLOOR-RATE TO LVR-FLOOR-RATE
           MOVE APPL-RATE TO LVR-INITIAL-RATE
           MOVE APPL-RATE TO LVR-PRIOR-RATE
           MOVE SPACES TO LVR-LAST-CHANGE-DATE
           MOVE ACCT-OPEN-DATE(1:8) TO WS-LVR-BASE-DATE
           PERFORM 7997-ADVANCE-CHANGE-DATE
           MOVE WS-CD-MATURITY-NUM TO LVR-NEXT-CHANGE-DATE
           MOVE ZEROS TO LVR-NEW-PAYMENT
           MOVE SPACES TO LVR-NEW-PAYMENT-DATE
           MOVE SPACES TO LVR-NOTICE-DUE-DATE
           SET LVR-NOTICE-NONE TO TRUE
           WRITE LOAN-VAR-RECORD

           MOVE LVR-MARGIN TO WS-LVR-DSP-NEW
           DISPLAY "Variable rate: " LVR-INDEX-CODE " + "
                   WS-LVR-DSP-NEW "%, first change "
                   LVR-NEXT-CHANGE-DATE "."

           MOVE "LOAN_VAR_TERMS" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Index=" LVR-INDEX-CODE
                  " Margin=" WS-LVR-INPUT-MARGIN
                  " Freq=" LVR-CHANGE-FREQ
                  " Next=" LVR-NEXT-CHANGE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 2500 - MAINTAIN POD BENEFICIARIES
      * Lists the account's designations, takes an add or replace,
                  "_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-BENE-WKST-PATH
           OPEN OUTPUT BENE-WORKSHEET-FILE
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO BENE-WORKSHEET-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - POD PAYOUT WORKSHEET"
               DELIMITED SIZE INTO BENE-WORKSHEET-RECORD
           WRITE BENE-WORKSHEET-RECORD
           MOVE WS-BENE-PAYOUT-BASE TO WS-DSP-AMOUNT
           STRING "ACCOUNT " ACCT-ID
           DISPLAY "Memo (optional): " WITH NO ADVANCING
           ACCEPT WS-LOCAL-XFER-MEMO FROM CONSOLE

      * Staff may not move money into an account of their own
           MOVE WS-XFER-TO-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
               MOVE "T" TO WS-COI-CATEGORY
               MOVE WS-LOCAL-XFER-AMT TO WS-COI-AMOUNT
               MOVE SPACES TO WS-COI-DETAIL
               STRING "Transfer in from "
                      FUNCTION TRIM(WS-XFER-FROM-ID)
                      DELIMITED SIZE INTO WS-COI-DETAIL
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   GO TO 3000-TRANSFER-EXIT
               END-IF
           END-IF

      * Read source account
      * VULNERABILITY V08: Input overflow on account ID
           MOVE WS-XFER-FROM-ID TO ACCT-ID
               GO TO 3000-TRANSFER-EXIT
           END-IF

      * ...or out of one
           MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
           MOVE ACCT-ID TO WS-COI-CHECK-ACCT
           MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
           MOVE "T" TO WS-COI-CATEGORY
           MOVE WS-LOCAL-XFER-AMT TO WS-COI-AMOUNT
           MOVE SPACES TO WS-COI-DETAIL
           STRING "Transfer out to "
                  FUNCTION TRIM(WS-XFER-TO-ID)
                  DELIMITED SIZE INTO WS-COI-DETAIL
           PERFORM 8627-CHECK-OPERATOR-CONFLICT
           IF WS-COI-SELF
               GO TO 3000-TRANSFER-EXIT
           END-IF

      * A home equity line pays out only against its open line
           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS = "00"
               MOVE WS-LOCAL-XFER-AMT TO WS-HLC-AMOUNT
               PERFORM 8406-CHECK-HELOC-DRAW
                   THRU 8406-CHECK-EXIT
               IF WS-HLC-DRAW-DENIED
                   GO TO 3000-TRANSFER-EXIT
               END-IF
           END-IF

      * A construction loan funds only through an approved draw
           MOVE ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS = "00"
               AND CNL-UNDER-CONSTRUCTION
               DISPLAY "A construction loan funds only through an "
                       "approved draw request."
               GO TO 3000-TRANSFER-EXIT
           END-IF

           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "B" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Transfer not taken - " WS-RST-DECLINE-MSG
               GO TO 3000-TRANSFER-EXIT
           END-IF

           MOVE ACCT-BALANCE TO WS-XFER-FROM-BALANCE
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY
           MOVE ACCT-CURRENCY-CODE TO WS-FX-FROM-CCY

      * Enforce configured daily/monthly transaction limits
               GO TO 3000-TRANSFER-EXIT
           END-IF

      * A large transfer that completes the account takeover
      * sequence on the owner's watch row holds for review
           MOVE ACCT-OWNER-ID TO WS-ATO-CHECK-CUST
           MOVE ACCT-ID TO WS-ATO-CHECK-ACCT
           MOVE WS-LOCAL-XFER-AMT TO WS-ATO-CHECK-AMOUNT
           MOVE "XF" TO WS-ATO-CHECK-CHANNEL
           PERFORM 3030-CHECK-TAKEOVER-PATTERN
               THRU 3030-ATO-EXIT
           IF WS-ATO-HOLD
               MOVE WS-XFER-TO-ID TO WS-ATO-REVIEW-TO-ACCT
               MOVE ZEROS TO WS-ATO-REVIEW-WIRE-ID
               PERFORM 3035-QUEUE-TAKEOVER-REVIEW
               GO TO 3000-TRANSFER-EXIT
           END-IF

      * Transfers over the dual-approval threshold are queued for a
      * second, different user to approve instead of posting now
           IF WS-LOCAL-XFER-AMT > WS-XFER-APPROVAL-THRESHOLD
      * settles through a due-to/due-from pair so neither branch's
      * books silently absorb it
           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT

           CONTINUE.

      ******************************************************************
      * 3030 - CHECK FOR A COMPLETED TAKEOVER SEQUENCE
      * Before a large transfer or wire goes: when the account
      * owner's ATO-WATCH-FILE row shows a contact change, then a
      * password reset, then a newly verified external account,
      * all inside WS-ATO-WINDOW-DAYS, the payment holds for review.
      * Once tripped, every large outbound payment holds until a
      * reviewer has decided one. The first hold alerts the
      * customer at the contact details the change replaced. The
      * caller moves the owner, account, amount and channel to
      * WS-ATO-CHECK-*; WS-ATO-HOLD comes back set when the payment
      * must hold. ACHPROC's 2050 guards ACH credits the same way.
      ******************************************************************
       3030-CHECK-TAKEOVER-PATTERN.
           SET WS-ATO-NO-HOLD TO TRUE
           IF WS-ATO-CHECK-AMOUNT < WS-ATO-LARGE-AMOUNT
               GO TO 3030-ATO-EXIT
           END-IF
           MOVE WS-ATO-CHECK-CUST TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS NOT = "00"
               GO TO 3030-ATO-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           IF NOT ATO-TRIPPED
               PERFORM 3031-TEST-TAKEOVER-SEQUENCE
                   THRU 3031-TEST-EXIT
               IF NOT WS-ATO-SEQ-COMPLETE
                   GO TO 3030-ATO-EXIT
               END-IF
               SET ATO-TRIPPED TO TRUE
               MOVE WS-ACCEPT-DATE TO ATO-TRIP-DATE
               MOVE WS-ATO-CHECK-CHANNEL TO ATO-TRIP-CHANNEL
               MOVE WS-ATO-CHECK-ACCT TO ATO-TRIP-ACCT-ID
               MOVE WS-ATO-CHECK-AMOUNT TO ATO-TRIP-AMOUNT
               MOVE ZEROS TO ATO-HELD-COUNT
               MOVE SPACES TO ATO-ALERT-DATE
           END-IF

           SET WS-ATO-HOLD TO TRUE
           ADD 1 TO ATO-HELD-COUNT
           IF ATO-ALERT-DATE = SPACES
               MOVE "ATOA" TO WS-NOTIF-EVENT-TYPE
               MOVE ATO-CUST-ID TO WS-NOTIF-CUST-ID
               MOVE WS-ATO-ALERT-TEXT TO WS-NOTIF-DETAIL
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
               MOVE WS-ACCEPT-DATE TO ATO-ALERT-DATE
           END-IF
           REWRITE ATO-WATCH-RECORD

           MOVE "ATO_PATTERN_HOLD" TO WS-AUDIT-ACTION
           STRING "Cust=" ATO-CUST-ID
                  " Acct=" WS-ATO-CHECK-ACCT
                  " Channel=" WS-ATO-CHECK-CHANNEL
                  " Held=" ATO-HELD-COUNT
                  " Contact=" ATO-CONTACT-DATE
                  " Reset=" ATO-RESET-DATE
                  " ExtAcct=" ATO-EXTV-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       3030-ATO-EXIT.
           CONTINUE.

      ******************************************************************
      * 3031 - TEST THE TAKEOVER SEQUENCE
      * All three events present, in order, and the earliest (the
      * contact change) no older than the window.
      ******************************************************************
       3031-TEST-TAKEOVER-SEQUENCE.
           MOVE "N" TO WS-ATO-SEQ-FLAG
           IF ATO-CONTACT-DATE = SPACES
               OR ATO-RESET-DATE = SPACES
               OR ATO-EXTV-DATE = SPACES
               GO TO 3031-TEST-EXIT
           END-IF
           IF ATO-RESET-STAMP < ATO-CONTACT-STAMP
               OR ATO-EXTV-STAMP < ATO-RESET-STAMP
               GO TO 3031-TEST-EXIT
           END-IF
           MOVE ATO-CONTACT-DATE TO WS-ATO-DATE-NUM
           COMPUTE WS-ATO-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ATO-DATE-NUM)
           IF WS-ATO-AGE-DAYS > WS-ATO-WINDOW-DAYS
               GO TO 3031-TEST-EXIT
           END-IF
           SET WS-ATO-SEQ-COMPLETE TO TRUE.

       3031-TEST-EXIT.
           CONTINUE.

      ******************************************************************
      * 3035 - QUEUE A TAKEOVER HOLD FOR REVIEW
      * Same shape as 3075. A held transfer carries its destination
      * and posts through 3060 on approval; a held wire has no
      * destination account and carries the wire ID instead, the
      * wire itself already written with status H.
      ******************************************************************
       3035-QUEUE-TAKEOVER-REVIEW.
           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-TAKEOVER TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PEND-SUBMITTED-DATE
           MOVE WS-ATO-CHECK-ACCT TO PEND-FROM-ACCT-ID
           MOVE WS-ATO-REVIEW-TO-ACCT TO PEND-TO-ACCT-ID
           MOVE WS-ATO-CHECK-AMOUNT TO PEND-AMOUNT
           MOVE ZEROS TO PEND-NEW-DAILY-LIMIT
           MOVE WS-ATO-REVIEW-WIRE-ID TO PEND-NEW-MONTHLY-LIMIT
           MOVE SPACES TO PEND-MEMO
           IF WS-ATO-REVIEW-WIRE-ID > ZEROS
               STRING "Takeover pattern - wire " WS-ATO-REVIEW-WIRE-ID
                      " held"
                      DELIMITED SIZE INTO PEND-MEMO
           ELSE
               MOVE "Takeover pattern - transfer held" TO PEND-MEMO
           END-IF
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD

           DISPLAY " "
           DISPLAY "Payment held for review as pending item "
                   PEND-APPROVAL-ID " - recent contact, password "
                   "and external account changes on this customer."

           MOVE "ATO_HELD" TO WS-AUDIT-ACTION
           STRING "Pend=" PEND-APPROVAL-ID
                  " From=" PEND-FROM-ACCT-ID
                  " To=" PEND-TO-ACCT-ID
                  " Wire=" WS-ATO-REVIEW-WIRE-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3037 - CLOSE OUT A TAKEOVER REVIEW
      * Stamps the reviewer on the owner's watch row. An approval
      * means the customer confirmed the activity, so the events
      * clear and a fresh sequence has to build before anything
      * holds again; a rejection leaves the row tripped so the next
      * large payment holds too. PENDING-APPROVAL-RECORD is current.
      ******************************************************************
       3037-CLOSE-TAKEOVER-REVIEW.
           MOVE PEND-FROM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               GO TO 3037-CLOSE-EXIT
           END-IF
           MOVE ACCT-OWNER-ID TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS NOT = "00"
               GO TO 3037-CLOSE-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF PEND-STATUS-APPROVED
               SET ATO-CLEARED TO TRUE
               MOVE SPACES TO ATO-CONTACT-STAMP
               MOVE SPACES TO ATO-RESET-STAMP
               MOVE SPACES TO ATO-EXTV-STAMP
           END-IF
           MOVE LS-CURRENT-USER TO ATO-REVIEWED-BY
           MOVE WS-ACCEPT-DATE TO ATO-REVIEWED-DATE
           REWRITE ATO-WATCH-RECORD.

       3037-CLOSE-EXIT.
           CONTINUE.
      ******************************************************************
      * 3050 - QUEUE TRANSFER APPROVAL
      * Writes a pending-approval record instead of posting the
      * transfer immediately. A different logged-in user must review
      * 3060 - POST APPROVED TRANSFER
      * Applies a transfer that has just been approved by a second
      * user, reusing the same debit/credit posting paragraphs as an
      * ordinary, under-threshold transfer. The source account's
      * restrictions are checked again - one placed since the
      * transfer was taken refuses it, and the approval is turned
      * into a rejection.
      ******************************************************************
       3060-POST-APPROVED-TRANSFER.
           MOVE PEND-FROM-ACCT-ID TO WS-XFER-FROM-ID
               DISPLAY "ERROR: Source account no longer exists."
               GO TO 3060-POST-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "B" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Transfer not posted - " WS-RST-DECLINE-MSG
               SET PEND-STATUS-REJECTED TO TRUE
               REWRITE PENDING-APPROVAL-RECORD
               GO TO 3060-POST-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY
           MOVE ACCT-CURRENCY-CODE TO WS-FX-FROM-CCY

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT

           MOVE PEND-FROM-ACCT-ID TO CHKISS-ACCT-ID
           MOVE PEND-NEW-DAILY-LIMIT TO CHKISS-CHECK-NUM
           READ CHECK-ISSUE-FILE
           MOVE PEND-FROM-ACCT-ID TO WS-ARP-ACCT-ID
           MOVE PEND-NEW-DAILY-LIMIT TO WS-ARP-PAY-CHECK-NUM
           MOVE PEND-AMOUNT TO WS-ARP-PAY-AMOUNT
           PERFORM 8348-LOG-PAID-CHECK
           IF WS-CHKISS-FILE-STATUS = "00"
               SET CHKISS-CLEARED TO TRUE
               MOVE WS-BUSINESS-DATE TO CHKISS-STATUS-DATE
               REWRITE CHECK-ISSUE-RECORD
           END-IF

      * accounts live at different branches. WS-IBR-FROM-BRANCH and
      * WS-IBR-TO-BRANCH are captured by the caller as each leg's
      * ACCOUNT-RECORD is read; same-branch postings write nothing.
      * The callers capture each leg's entity the same way - a pair
      * whose entities differ is an inter-company entry, which the
      * GL feed books to each charter's own due-to/due-from
      * accounts.
      ******************************************************************
       3080-WRITE-INTERBRANCH-ENTRY.
           IF WS-IBR-FROM-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-IBR-FROM-ENTITY
           END-IF
           IF WS-IBR-TO-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-IBR-TO-ENTITY
           END-IF
           IF WS-IBR-FROM-BRANCH = WS-IBR-TO-BRANCH
               AND WS-IBR-FROM-ENTITY = WS-IBR-TO-ENTITY
               GO TO 3080-IBR-EXIT
           END-IF
           OPEN EXTEND INTERBRANCH-FILE
           MOVE WS-IBR-TO-BRANCH TO IBR-TO-BRANCH
           MOVE WS-LOCAL-XFER-AMT TO IBR-AMOUNT
           MOVE WS-NEXT-TRAN-ID TO IBR-TRAN-ID
           MOVE WS-IBR-FROM-ENTITY TO IBR-FROM-ENTITY
           MOVE WS-IBR-TO-ENTITY TO IBR-TO-ENTITY
           WRITE INTERBRANCH-RECORD
           CLOSE INTERBRANCH-FILE.

               DISPLAY "Account is not active - wire not taken."
               GO TO 3500-WIRE-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "B" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Wire not taken - " WS-RST-DECLINE-MSG
               GO TO 3500-WIRE-EXIT
           END-IF

           DISPLAY "Beneficiary Name: " WITH NO ADVANCING
           ACCEPT WS-WIRE-INPUT-BENE-NAME FROM CONSOLE
               GO TO 3500-WIRE-EXIT
           END-IF

      * A large wire that completes the account takeover sequence
      * is taken - funds and fee set aside as for a queued wire -
      * but held, not sent, until reviewed
           MOVE ACCT-OWNER-ID TO WS-ATO-CHECK-CUST
           MOVE ACCT-ID TO WS-ATO-CHECK-ACCT
           MOVE WS-WIRE-LOCAL-AMOUNT TO WS-ATO-CHECK-AMOUNT
           MOVE "WI" TO WS-ATO-CHECK-CHANNEL
           PERFORM 3030-CHECK-TAKEOVER-PATTERN
               THRU 3030-ATO-EXIT

      * Past the cutoff the wire queues for the next business day;
      * before it the wire goes out today.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WIRE-VALUE-DATE
               SET WIRE-STAT-SENT TO TRUE
           END-IF
           IF WS-ATO-HOLD
               SET WIRE-STAT-HELD TO TRUE
           END-IF

      * Debit the wire amount now either way - queued wires hold
      * their funds until they go out.

           PERFORM 3520-POST-WIRE-FEE

           IF WIRE-STAT-HELD
               MOVE ZEROS TO WS-ATO-REVIEW-TO-ACCT
               MOVE WIRE-ID TO WS-ATO-REVIEW-WIRE-ID
               PERFORM 3035-QUEUE-TAKEOVER-REVIEW
           END-IF

           MOVE WS-WIRE-LOCAL-AMOUNT TO WS-DSP-AMOUNT
           EVALUATE TRUE
               WHEN WIRE-STAT-HELD
                   DISPLAY "Wire " WIRE-ID " for $" WS-DSP-AMOUNT
                           " taken but HELD for review - it is not "
                           "sent until approved."
               WHEN WIRE-STAT-QUEUED
                   DISPLAY "Wire " WIRE-ID " for $" WS-DSP-AMOUNT
                           " accepted after the daily cutoff - "
                           "queued for value date "
                           WIRE-VALUE-DATE "."
               WHEN OTHER
                   DISPLAY "Wire " WIRE-ID " for $" WS-DSP-AMOUNT
                           " sent, value date today."
           END-EVALUATE

           MOVE "WIRE_SENT" TO WS-AUDIT-ACTION
           STRING "Wire=" WIRE-ID
                  " Acct=" WIRE-ACCT-ID
           PERFORM 3210-UPDATE-DAILY-SUMMARY.

      ******************************************************************
      * 3530 - RELEASE A HELD WIRE
      * An approved takeover hold goes back on the queue; the next
      * 3550 run sends it, its value date having already arrived.
      * The funds and fee were taken at entry.
      ******************************************************************
       3530-RELEASE-HELD-WIRE.
           MOVE PEND-NEW-MONTHLY-LIMIT TO WIRE-ID
           READ WIRE-LOG-FILE
           IF WS-WIRE-FILE-STATUS NOT = "00"
               OR NOT WIRE-STAT-HELD
               DISPLAY "Held wire not on file - nothing released."
               GO TO 3530-RELEASE-EXIT
           END-IF
           SET WIRE-STAT-QUEUED TO TRUE
           REWRITE WIRE-LOG-RECORD
           DISPLAY "Wire " WIRE-ID " released - it goes with the "
                   "next queued-wire release."

           MOVE "WIRE_RELEASED" TO WS-AUDIT-ACTION
           STRING "Wire=" WIRE-ID
                  " Acct=" WIRE-ACCT-ID
                  " Pend=" PEND-APPROVAL-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       3530-RELEASE-EXIT.
           CONTINUE.

      ******************************************************************
      * 3535 - CANCEL A HELD WIRE
      * A rejected takeover hold never leaves: the amount and the
      * wire fee taken at entry go back to the account as one WI
      * credit and the wire log shows it cancelled.
      ******************************************************************
       3535-CANCEL-HELD-WIRE.
           MOVE PEND-NEW-MONTHLY-LIMIT TO WIRE-ID
           READ WIRE-LOG-FILE
           IF WS-WIRE-FILE-STATUS NOT = "00"
               OR NOT WIRE-STAT-HELD
               DISPLAY "Held wire not on file - nothing cancelled."
               GO TO 3535-CANCEL-EXIT
           END-IF
           MOVE WIRE-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account missing - wire " WIRE-ID
                       " left held."
               GO TO 3535-CANCEL-EXIT
           END-IF

           COMPUTE WS-ATO-REFUND-AMOUNT =
               WIRE-AMOUNT + WIRE-FEE-AMOUNT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-ATO-REFUND-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-ATO-REFUND-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           ACCEPT WS-ACCEPT-TIME FROM TIME
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-WIRE TO TRUE
           MOVE WS-ATO-REFUND-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Wire " WIRE-ID " cancelled - funds returned"
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE WIRE-REFERENCE TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           SET WIRE-STAT-CANCELLED TO TRUE
           REWRITE WIRE-LOG-RECORD
           MOVE WS-ATO-REFUND-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Wire " WIRE-ID " cancelled - $" WS-DSP-AMOUNT
                   " returned to account " ACCT-ID "."

           MOVE "WIRE_CANCELLED" TO WS-AUDIT-ACTION
           STRING "Wire=" WIRE-ID
                  " Acct=" WIRE-ACCT-ID
                  " Pend=" PEND-APPROVAL-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       3535-CANCEL-EXIT.
           CONTINUE.
      ******************************************************************
      * 3550 - RELEASE QUEUED WIRES
      * Sends every queued wire whose value date has arrived - the
      * funds were already debited at entry time, so release only
               READ ACCOUNT-FILE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT

      * A close for cause is registered for the reporting agency
      * with whatever the customer still owes
               DISPLAY "Closed for cause? (OD=Unpaid overdraft, "
                       "FR=Fraud, AB=Abuse, blank=No): "
                   WITH NO ADVANCING
               ACCEPT WS-CFC-INPUT-REASON FROM CONSOLE
               IF WS-CFC-INPUT-REASON NOT = SPACES
                   AND WS-CFC-INPUT-REASON NOT = "OD"
                   AND WS-CFC-INPUT-REASON NOT = "FR"
                   AND WS-CFC-INPUT-REASON NOT = "AB"
                   DISPLAY "Invalid cause code - account not closed."
                   GO TO 5000-CLOSE-EXIT
               END-IF

      * VULNERABILITY V12: No check if balance is zero
      *   Account can be closed with remaining balance
               DISPLAY "Confirm close (Y/N): "
                   MOVE WS-CLOSE-ACCT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                   IF WS-CFC-INPUT-REASON NOT = SPACES
                       MOVE ACCT-ID TO WS-CFC-ACCT-ID
                       MOVE ACCT-OWNER-ID TO WS-CFC-CUST-ID
                       MOVE WS-CFC-INPUT-REASON TO WS-CFC-REASON
                       MOVE ZEROS TO WS-CFC-OWED
                       IF ACCT-BALANCE < ZEROS
                           COMPUTE WS-CFC-OWED = 0 - ACCT-BALANCE
                       END-IF
                       PERFORM 5060-REPORT-CLOSED-FOR-CAUSE
                   END-IF
                   PERFORM 5050-WRITE-CLOSURE-SUMMARY

      * VULNERABILITY V07: SQL Injection in close
      ******************************************************************
       5050-WRITE-CLOSURE-SUMMARY.
           PERFORM 7410-OPEN-STATEMENT-FILE
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - ACCOUNT CLOSURE SUMMARY"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "ACCOUNT:  " ACCT-ID
           DISPLAY "Closure summary: " WS-STMT-OUTPUT-PATH
           PERFORM 9260-WRITE-DOC-INDEX.

      ******************************************************************
      * 5060 - REPORT CLOSED FOR CAUSE
      * Registers an account closed or charged off for cause for the
      * consumer deposit reporting agency. The caller sets
      * WS-CFC-ACCT-ID, WS-CFC-CUST-ID, WS-CFC-REASON and the amount
      * still owed in WS-CFC-OWED; the row goes out on the next
      * 5070 extract. A row already on the register is brought up
      * to date rather than duplicated.
      ******************************************************************
       5060-REPORT-CLOSED-FOR-CAUSE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-CFC-ACCT-ID TO CFC-ACCT-ID
           READ CLOSED-CAUSE-FILE
           IF WS-CFC-FILE-STATUS NOT = "00"
               MOVE SPACES TO CLOSED-CAUSE-RECORD
               MOVE WS-CFC-ACCT-ID TO CFC-ACCT-ID
               MOVE SPACES TO CFC-FIRST-SENT-DATE
               MOVE SPACES TO CFC-LAST-SENT-DATE
               MOVE WS-CFC-OWED TO CFC-ORIGINAL-OWED
           END-IF

           MOVE WS-CFC-CUST-ID TO CFC-CUST-ID
           MOVE WS-CFC-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               PERFORM 8786-OPEN-CUSTOMER-PII
               MOVE WS-PII-SSN TO CFC-SSN
               MOVE CUST-FIRST-NAME TO CFC-FIRST-NAME
               MOVE CUST-LAST-NAME TO CFC-LAST-NAME
           END-IF
           MOVE WS-CFC-REASON TO CFC-REASON
           MOVE WS-ACCEPT-DATE TO CFC-CLOSED-DATE
           MOVE WS-CFC-OWED TO CFC-AMOUNT-OWED
           IF WS-CFC-OWED > ZEROS
               SET CFC-DEBT-UNPAID TO TRUE
               MOVE SPACES TO CFC-PAID-DATE
           ELSE
               SET CFC-DEBT-PAID TO TRUE
               MOVE WS-ACCEPT-DATE TO CFC-PAID-DATE
           END-IF
           SET CFC-RPT-PENDING TO TRUE
           MOVE LS-CURRENT-USER TO CFC-REPORTED-BY

           IF WS-CFC-FILE-STATUS = "00"
               REWRITE CLOSED-CAUSE-RECORD
           ELSE
               WRITE CLOSED-CAUSE-RECORD
           END-IF

           IF CFC-SSN = SPACES
               DISPLAY "  Warning: no SSN on file for "
                       WS-CFC-CUST-ID " - the agency will reject "
                       "the report until one is added."
           END-IF

           MOVE WS-CFC-OWED TO WS-DSP-AMOUNT
           MOVE "CFC_REPORTED" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-CFC-ACCT-ID
                  " Cust=" WS-CFC-CUST-ID
                  " Reason=" WS-CFC-REASON
                  " Owed=" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 5065 - UPDATE CLOSED-FOR-CAUSE AFTER RECOVERY
      * A recovery against a charge-off lowers what the agency shows
      * as owed; once the loss is fully recovered the report is
      * updated to paid in full. Either way the row goes back on
      * the next extract as an update. CHARGE-OFF-RECORD is current.
      ******************************************************************
       5065-UPDATE-CFC-RECOVERY.
           MOVE CHG-ACCT-ID TO CFC-ACCT-ID
           READ CLOSED-CAUSE-FILE
           IF WS-CFC-FILE-STATUS NOT = "00"
               GO TO 5065-UPDATE-EXIT
           END-IF

           COMPUTE CFC-AMOUNT-OWED = CHG-AMOUNT - CHG-RECOVERED
           IF CFC-AMOUNT-OWED NOT > ZEROS
               MOVE ZEROS TO CFC-AMOUNT-OWED
               SET CFC-DEBT-PAID TO TRUE
               MOVE CHG-LAST-RECOVERY-DATE TO CFC-PAID-DATE
               DISPLAY "Loss fully recovered - agency report will "
                       "update to paid in full."
           END-IF
           SET CFC-RPT-PENDING TO TRUE
           REWRITE CLOSED-CAUSE-RECORD

           MOVE CFC-AMOUNT-OWED TO WS-DSP-AMOUNT
           MOVE "CFC_UPDATED" TO WS-AUDIT-ACTION
           STRING "Acct=" CFC-ACCT-ID
                  " Owed=" WS-DSP-AMOUNT
                  " Debt=" CFC-DEBT-STATUS
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5065-UPDATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 5070 - CLOSED-FOR-CAUSE REPORTING EXTRACT
      * Every register row pending a report goes to the agency: an
      * "A" line the first time, a "U" line for each change after.
      * Sent rows are stamped so the next run carries only new work.
      ******************************************************************
       5070-BATCH-CFC-EXTRACT.
           DISPLAY " "
           DISPLAY "=== CLOSED-FOR-CAUSE REPORTING EXTRACT ==="

           MOVE "CFCXTRCT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 5070-CFCX-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE ZEROS TO WS-CFC-ADD-COUNT
           MOVE ZEROS TO WS-CFC-UPD-COUNT
           MOVE SPACES TO WS-CFC-EXT-PATH
           STRING "/tmp/altoro_cfc_extract_" WS-ACCEPT-DATE ".txt"
               DELIMITED SIZE INTO WS-CFC-EXT-PATH
           OPEN OUTPUT CFC-EXTRACT-FILE
           IF WS-CFC-EXT-STATUS NOT = "00"
               DISPLAY "Unable to open extract file, status "
                       WS-CFC-EXT-STATUS
               MOVE "CFCXTRCT" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 5070-CFCX-EXIT
           END-IF

           MOVE WS-CFC-INSTITUTION-ID TO WS-CFCH-INSTITUTION
           MOVE WS-ACCEPT-DATE TO WS-CFCH-FILE-DATE
           WRITE CFC-EXTRACT-RECORD FROM WS-CFC-EXT-HDR

           MOVE LOW-VALUES TO CFC-ACCT-ID
           START CLOSED-CAUSE-FILE KEY >= CFC-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CFC-FILE-STATUS NOT = "00"
               READ CLOSED-CAUSE-FILE NEXT RECORD
               IF WS-CFC-FILE-STATUS = "00"
                   IF CFC-RPT-PENDING
                       PERFORM 5071-EXTRACT-ONE-CFC
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CFC-FILE-STATUS

           MOVE WS-CFC-ADD-COUNT TO WS-CFCT-ADD-COUNT
           MOVE WS-CFC-UPD-COUNT TO WS-CFCT-UPD-COUNT
           WRITE CFC-EXTRACT-RECORD FROM WS-CFC-EXT-TRL
           CLOSE CFC-EXTRACT-FILE

           DISPLAY "New reports:     " WS-CFC-ADD-COUNT
           DISPLAY "Updates:         " WS-CFC-UPD-COUNT
           DISPLAY "Extract written to " WS-CFC-EXT-PATH

           MOVE "CFC_EXTRACT" TO WS-AUDIT-ACTION
           STRING "Adds=" WS-CFC-ADD-COUNT
                  " Updates=" WS-CFC-UPD-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "CFCXTRCT" TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-CFC-ADD-COUNT + WS-CFC-UPD-COUNT
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       5070-CFCX-EXIT.
           CONTINUE.

      ******************************************************************
      * 5071 - EXTRACT ONE CLOSED-FOR-CAUSE ROW
      ******************************************************************
       5071-EXTRACT-ONE-CFC.
           MOVE SPACES TO WS-CFC-EXT-DTL
           IF CFC-FIRST-SENT-DATE = SPACES
               MOVE "A" TO WS-CFCD-REC-TYPE
               MOVE WS-ACCEPT-DATE TO CFC-FIRST-SENT-DATE
               ADD 1 TO WS-CFC-ADD-COUNT
           ELSE
               MOVE "U" TO WS-CFCD-REC-TYPE
               ADD 1 TO WS-CFC-UPD-COUNT
           END-IF
           MOVE CFC-SSN TO WS-CFCD-SSN
           MOVE CFC-LAST-NAME TO WS-CFCD-LAST-NAME
           MOVE CFC-FIRST-NAME TO WS-CFCD-FIRST-NAME
           MOVE CFC-ACCT-ID TO WS-CFCD-ACCT-ID
           MOVE CFC-REASON TO WS-CFCD-REASON
           MOVE CFC-CLOSED-DATE TO WS-CFCD-CLOSED-DATE
           MOVE CFC-ORIGINAL-OWED TO WS-CFCD-ORIGINAL-OWED
           MOVE CFC-AMOUNT-OWED TO WS-CFCD-AMOUNT-OWED
           MOVE CFC-DEBT-STATUS TO WS-CFCD-DEBT-STATUS
           MOVE CFC-PAID-DATE TO WS-CFCD-PAID-DATE
           WRITE CFC-EXTRACT-RECORD FROM WS-CFC-EXT-DTL

           MOVE WS-ACCEPT-DATE TO CFC-LAST-SENT-DATE
           SET CFC-RPT-SENT TO TRUE
           REWRITE CLOSED-CAUSE-RECORD.

      ******************************************************************
      * 5075 - LOAD DEPOSIT SCREENING RESPONSES
      * The agency's response file replaces what is on file for each
      * SSN it carries; 2205 and the self-service opening in
      * AUTHNTCN read the result.
      ******************************************************************
       5075-LOAD-SCREENING-RESPONSES.
           DISPLAY " "
           DISPLAY "=== LOAD DEPOSIT SCREENING RESPONSES ==="
           DISPLAY "Response file path: " WITH NO ADVANCING
           ACCEPT WS-SCRN-LOAD-PATH FROM CONSOLE
           OPEN INPUT SCREEN-LOAD-FILE
           IF WS-SCRN-LOAD-STATUS NOT = "00"
               DISPLAY "Unable to open response file, status "
                       WS-SCRN-LOAD-STATUS
               GO TO 5075-LOAD-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-SCRN-LOAD-COUNT
           PERFORM UNTIL WS-SCRN-LOAD-STATUS NOT = "00"
               READ SCREEN-LOAD-FILE
               IF WS-SCRN-LOAD-STATUS = "00"
                   MOVE SCREEN-LOAD-RECORD TO WS-SCRN-LOAD-LINE
                   IF WS-SCRL-SSN NOT = SPACES
                       PERFORM 5076-LOAD-ONE-RESPONSE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCREEN-LOAD-FILE

           DISPLAY "Responses loaded: " WS-SCRN-LOAD-COUNT

           MOVE "SCREEN_LOAD" TO WS-AUDIT-ACTION
           STRING "Loaded=" WS-SCRN-LOAD-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5075-LOAD-EXIT.
           CONTINUE.

      ******************************************************************
      * 5076 - LOAD ONE SCREENING RESPONSE
      ******************************************************************
       5076-LOAD-ONE-RESPONSE.
           MOVE WS-SCRL-SSN TO SCRN-SSN
           READ SCREEN-RESPONSE-FILE
           MOVE SPACES TO SCREEN-RESPONSE-RECORD
           MOVE WS-SCRL-SSN TO SCRN-SSN
           MOVE WS-SCRL-RESPONSE-DATE TO SCRN-RESPONSE-DATE
           MOVE WS-SCRL-REPORT-COUNT TO SCRN-REPORT-COUNT
           MOVE WS-SCRL-UNPAID-COUNT TO SCRN-UNPAID-COUNT
           MOVE WS-SCRL-UNPAID-AMOUNT TO SCRN-UNPAID-AMOUNT
           MOVE WS-SCRL-FRAUD-FLAG TO SCRN-FRAUD-FLAG
           MOVE WS-SCRL-WORST-REASON TO SCRN-WORST-REASON
           MOVE WS-SCRL-REPORTED-BY TO SCRN-REPORTED-BY
           MOVE WS-ACCEPT-DATE TO SCRN-LOADED-DATE
           IF WS-SCRN-FILE-STATUS = "00"
               REWRITE SCREEN-RESPONSE-RECORD
           ELSE
               WRITE SCREEN-RESPONSE-RECORD
           END-IF
           ADD 1 TO WS-SCRN-LOAD-COUNT.

      ******************************************************************
      * 5100 - MODIFY ACCOUNT LIMITS
      * VULNERABILITY V10: No admin role check
                   GO TO 5100-MODIFY-LIMITS-EXIT
               END-IF

      * Own account refused; a relative's goes to compliance, as a
      * limit change leaves no posting for the monitor to find
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
               MOVE "L" TO WS-COI-CATEGORY
               MOVE "Y" TO WS-COI-FLAG-FAMILY
               MOVE ZEROS TO WS-COI-AMOUNT
               MOVE "Daily/monthly limit change" TO WS-COI-DETAIL
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   GO TO 5100-MODIFY-LIMITS-EXIT
               END-IF

               DISPLAY "Current Daily Limit:   $"
                       ACCT-DAILY-LIMIT
               DISPLAY "Current Monthly Limit: $"
       5160-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 5170 - POST APPROVED CREDIT LINE INCREASE
      * An increase the line review queued, now approved by a second
      * user: the new limit rides in PEND-AMOUNT.
      ******************************************************************
       5170-POST-APPROVED-CREDIT-LINE.
           MOVE PEND-FROM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CREDIT
               OR NOT ACCT-ACTIVE
               DISPLAY "Card account is no longer open - increase "
                       "not posted."
               GO TO 5170-POST-EXIT
           END-IF

           MOVE ACCT-CREDIT-LIMIT TO WS-CLR-OLD-LIMIT
           MOVE PEND-AMOUNT TO ACCT-CREDIT-LIMIT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ACCT-ID TO CLR-ACCT-ID
           READ CREDIT-LINE-REVIEW-FILE
           IF WS-CLR-FILE-STATUS = "00"
               AND CLR-APPROVAL-ID = PEND-APPROVAL-ID
               SET CLR-EFFECTIVE TO TRUE
               MOVE WS-ACCEPT-DATE TO CLR-EFFECTIVE-DATE
               MOVE LS-CURRENT-USER TO CLR-DECIDED-BY
               REWRITE CREDIT-LINE-REVIEW-RECORD
           END-IF

           MOVE WS-CLR-OLD-LIMIT TO WS-DSP-BALANCE
           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "Credit limit on card " ACCT-ID " raised from $"
                   FUNCTION TRIM(WS-DSP-BALANCE) " to $"
                   FUNCTION TRIM(WS-DSP-AMOUNT) "."

           MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           MOVE "CRLN" TO WS-NOTIF-EVENT-TYPE
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Card " ACCT-ID " credit limit raised from $"
                  FUNCTION TRIM(WS-DSP-BALANCE) " to $"
                  FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           MOVE "CREDIT_LINE_INCREASE" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " OldLimit=" FUNCTION TRIM(WS-DSP-BALANCE)
                  " NewLimit=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " ChangedBy=" PEND-SUBMITTED-BY
                  " ApprovedBy=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5170-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 5175 - CLOSE A REJECTED CREDIT LINE INCREASE
      * The review outcome is closed so the next review can look at
      * the card afresh.
      ******************************************************************
       5175-CLOSE-CREDIT-LINE-REVIEW.
           MOVE PEND-FROM-ACCT-ID TO CLR-ACCT-ID
           READ CREDIT-LINE-REVIEW-FILE
           IF WS-CLR-FILE-STATUS = "00"
               AND CLR-APPROVAL-ID = PEND-APPROVAL-ID
               SET CLR-CLOSED TO TRUE
               MOVE LS-CURRENT-USER TO CLR-DECIDED-BY
               REWRITE CREDIT-LINE-REVIEW-RECORD
           END-IF.

      ******************************************************************
      * 5200 - CALCULATE INTEREST
      * VULNERABILITY V09: Numeric overflow in interest calc
                   AND PROD-RATE-PLAN NOT = SPACES
                   MOVE PROD-RATE-PLAN TO WS-RATE-LOOKUP-PRODUCT
               END-IF
               IF WS-PROD-FILE-STATUS = "00"
                   AND WS-RATE-BONUS-PLAN
                   AND PROD-BONUS-RATE-PLAN NOT = SPACES
                   MOVE PROD-BONUS-RATE-PLAN
                       TO WS-RATE-LOOKUP-PRODUCT
               END-IF
           END-IF

           MOVE WS-DFLT-TIER-1-LIMIT TO WS-TIER-1-LIMIT
               MOVE WS-RATE-FOUND-PCT TO WS-TIER-3-RATE
           END-IF

           MOVE SPACES TO WS-RATE-ACCRUAL-DATE
           SET WS-RATE-BASE-PLAN TO TRUE.

      ******************************************************************
      * 5246 - LOOK UP ONE TIER'S RATE IN FORCE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RATE-FILE-STATUS

      * A pro-forma run pricing the proposal takes the proposed row
      * for the product and tier over whatever is in force
           IF WS-SIM-USE-PROPOSED
               MOVE WS-RATE-LOOKUP-PRODUCT TO RTPR-PRODUCT
               MOVE WS-RATE-LOOKUP-TIER TO RTPR-TIER
               READ PROPOSED-RATE-FILE
               IF WS-RTPR-FILE-STATUS = "00"
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RTPR-PCT TO WS-RATE-FOUND-PCT
                   IF RTPR-TIER-LIMIT > ZEROS
                       MOVE RTPR-TIER-LIMIT TO WS-RATE-FOUND-LIMIT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5270 - MAINTAIN RATE TABLE
           MOVE LS-CURRENT-USER TO RATE-SET-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO RATE-SET-DATE
           MOVE SPACES TO RATE-NOTICE-STATUS
           MOVE SPACES TO RATE-NOTICE-DATE
           WRITE RATE-TABLE-RECORD
           IF WS-RATE-FILE-STATUS = "00"
               DISPLAY "Rate row saved."
               REWRITE RATE-TABLE-RECORD
               DISPLAY "Rate row replaced for that effective date."
           END-IF
      * A decrease needs the customer told ahead of time - the
      * 5275 run can only be on time with the notice period to go
           IF RATE-EFF-DATE IS NUMERIC
               COMPUTE WS-RTN-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RATE-EFF-DATE))
                   - FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               IF WS-RTN-DAYS-OUT >= ZEROS
                   AND WS-RTN-DAYS-OUT < WS-RTN-NOTICE-DAYS
                   DISPLAY "Warning: effective inside the advance "
                           "notice period - a decrease on this "
                           "row cannot be noticed in time."
               END-IF
           END-IF

           MOVE "RATE_TABLE_CHANGE" TO WS-AUDIT-ACTION
           STRING "Product=" RATE-PRODUCT
       5270-MAINTAIN-EXIT.
           CONTINUE.

      ******************************************************************
      * 5275 - BATCH RATE-CHANGE ADVANCE NOTICES
      * Truth in Savings wants the customer told before a rate on
      * their account goes down. Finds the future-dated rate rows
      * not yet looked at that take effect inside the lead window,
      * and for each one queues a notice to every open deposit
      * account whose rate in force today the row will lower. A
      * row effective inside the notice period itself still gets
      * its notices, flagged late for compliance follow-up. Each
      * row is marked once looked at, so a rerun sends nothing
      * twice; a row replaced through 5270 is looked at afresh.
      ******************************************************************
       5275-BATCH-RATE-CHANGE-NOTICES.
           DISPLAY " "
           DISPLAY "=== RATE CHANGE ADVANCE NOTICES ==="

           MOVE "RATENTC" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 5275-RTCN-EXIT
           END-IF

           ACCEPT WS-RTN-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-RTN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RTN-TODAY)
           MOVE ZEROS TO WS-RTN-ROW-COUNT
           MOVE ZEROS TO WS-RTN-NOTICE-COUNT
           MOVE ZEROS TO WS-RTN-LATE-COUNT

      * The rows are gathered first - 5245 repositions the rate
      * table for every account looked at
           MOVE LOW-VALUES TO RATE-KEY
           START RATE-TABLE-FILE KEY >= RATE-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RATE-FILE-STATUS NOT = "00"
               READ RATE-TABLE-FILE NEXT RECORD
               IF WS-RATE-FILE-STATUS = "00"
                   AND RATE-NOTICE-PENDING
                   AND RATE-EFF-DATE IS NUMERIC
                   AND RATE-EFF-DATE > WS-RTN-TODAY
                   COMPUTE WS-RTN-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(RATE-EFF-DATE))
                       - WS-RTN-TODAY-INT
                   IF WS-RTN-DAYS-OUT > ZEROS
                       AND WS-RTN-DAYS-OUT <= WS-RTN-LEAD-DAYS
                       IF WS-RTN-ROW-COUNT < WS-RTN-ROW-MAX
                           ADD 1 TO WS-RTN-ROW-COUNT
                           MOVE RATE-KEY
                               TO WS-RTN-ROW-KEY(WS-RTN-ROW-COUNT)
                           MOVE RATE-PCT
                               TO WS-RTN-ROW-PCT(WS-RTN-ROW-COUNT)
                       ELSE
                           DISPLAY "  Row " RATE-KEY
                                   " left for the next run."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RATE-FILE-STATUS

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-ROW-COUNT
               PERFORM 5276-NOTICE-ONE-RATE-ROW
           END-PERFORM

           DISPLAY "Rate rows reviewed:  " WS-RTN-ROW-COUNT
           DISPLAY "Notices queued:      " WS-RTN-NOTICE-COUNT
           DISPLAY "Queued inside notice period: " WS-RTN-LATE-COUNT

           MOVE "RATE_NOTICE_RUN" TO WS-AUDIT-ACTION
           STRING "Rows=" WS-RTN-ROW-COUNT
                  " Notices=" WS-RTN-NOTICE-COUNT
                  " Late=" WS-RTN-LATE-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "RATENTC" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RTN-NOTICE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       5275-RTCN-EXIT.
           CONTINUE.

      ******************************************************************
      * 5276 - NOTICE ONE RATE ROW
      * Walks the open deposit accounts for WS-RTN-ROW(WS-RTN-SUB),
      * then marks the row with what was done and when.
      ******************************************************************
       5276-NOTICE-ONE-RATE-ROW.
           MOVE WS-RTN-ROW-KEY(WS-RTN-SUB) TO WS-RTN-CUR-KEY
           MOVE WS-RTN-ROW-PCT(WS-RTN-SUB) TO WS-RTN-CUR-PCT
           MOVE ZEROS TO WS-RTN-ROW-NOTICES
           COMPUTE WS-RTN-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RTN-CUR-EFF-DATE))
               - WS-RTN-TODAY-INT
           SET WS-RTN-NOTICE-ON-TIME TO TRUE
           IF WS-RTN-DAYS-OUT < WS-RTN-NOTICE-DAYS
               SET WS-RTN-NOTICE-LATE TO TRUE
           END-IF

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-ACTIVE
                   AND NOT ACCT-TYPE-CREDIT
                   AND NOT ACCT-TYPE-LOAN
                   PERFORM 5277-CHECK-ACCOUNT-RATE-DROP
                       THRU 5277-CHECK-EXIT
               END-IF
           END-PERFORM

           MOVE WS-RTN-CUR-KEY TO RATE-KEY
           READ RATE-TABLE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               IF WS-RTN-ROW-NOTICES > ZEROS
                   SET RATE-NOTICE-QUEUED TO TRUE
               ELSE
                   SET RATE-NOTICE-NONE TO TRUE
               END-IF
               MOVE WS-RTN-TODAY TO RATE-NOTICE-DATE
               REWRITE RATE-TABLE-RECORD
           END-IF

           MOVE WS-RTN-CUR-PCT TO WS-RTN-DSP-NEW
           DISPLAY "  " WS-RTN-CUR-PRODUCT " Tier " WS-RTN-CUR-TIER
                   " Eff " WS-RTN-CUR-EFF-DATE
                   " Rate " WS-RTN-DSP-NEW
                   " - notices: " WS-RTN-ROW-NOTICES

           IF WS-RTN-ROW-NOTICES > ZEROS
               ADD WS-RTN-ROW-NOTICES TO WS-RTN-NOTICE-COUNT
               IF WS-RTN-NOTICE-LATE
                   ADD WS-RTN-ROW-NOTICES TO WS-RTN-LATE-COUNT
                   MOVE "WARN" TO WS-AUDIT-SEVERITY
               END-IF
               MOVE "RATE_DECREASE_NOTICE" TO WS-AUDIT-ACTION
               STRING "Product=" WS-RTN-CUR-PRODUCT
                      " Tier=" WS-RTN-CUR-TIER
                      " Eff=" WS-RTN-CUR-EFF-DATE
                      " Rate=" WS-RTN-DSP-NEW
                      " Notices=" WS-RTN-ROW-NOTICES
                      " DaysOut=" WS-RTN-DAYS-OUT
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 5277 - CHECK ONE ACCOUNT FOR A RATE DROP
      * Loads today's tier schedule for the account (ACCOUNT-RECORD
      * is current). The row's product has to be the one the
      * account accrues under. Every account earns tier 1 on its
      * first dollars; the upper tiers reach only a balance above
      * the tier below. A decrease against today's rate for a tier
      * the account reaches queues the owner's notice.
      ******************************************************************
       5277-CHECK-ACCOUNT-RATE-DROP.
           MOVE WS-RTN-TODAY TO WS-RATE-ACCRUAL-DATE
           PERFORM 5245-LOAD-RATES-FOR-DATE
      * A reward checking account can earn its bonus plan as well
           IF WS-RATE-LOOKUP-PRODUCT NOT = WS-RTN-CUR-PRODUCT
               AND ACCT-PRODUCT-CODE NOT = SPACES
               AND WS-PROD-FILE-STATUS = "00"
               AND PROD-BONUS-RATE-PLAN = WS-RTN-CUR-PRODUCT
               MOVE WS-RTN-TODAY TO WS-RATE-ACCRUAL-DATE
               SET WS-RATE-BONUS-PLAN TO TRUE
               PERFORM 5245-LOAD-RATES-FOR-DATE
           END-IF
           IF WS-RATE-LOOKUP-PRODUCT NOT = WS-RTN-CUR-PRODUCT
               GO TO 5277-CHECK-EXIT
           END-IF

           SET WS-RTN-TIER-NOT-REACHED TO TRUE
           EVALUATE WS-RTN-CUR-TIER
               WHEN 1
                   SET WS-RTN-TIER-REACHED TO TRUE
                   MOVE WS-TIER-1-RATE TO WS-RTN-OLD-PCT
               WHEN 2
                   IF ACCT-BALANCE > WS-TIER-1-LIMIT
                       SET WS-RTN-TIER-REACHED TO TRUE
                       MOVE WS-TIER-2-RATE TO WS-RTN-OLD-PCT
                   END-IF
               WHEN 3
                   IF ACCT-BALANCE > WS-TIER-2-LIMIT
                       SET WS-RTN-TIER-REACHED TO TRUE
                       MOVE WS-TIER-3-RATE TO WS-RTN-OLD-PCT
                   END-IF
           END-EVALUATE
           IF WS-RTN-TIER-NOT-REACHED
               OR WS-RTN-CUR-PCT NOT < WS-RTN-OLD-PCT
               GO TO 5277-CHECK-EXIT
           END-IF

           MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           MOVE "RATE" TO WS-NOTIF-EVENT-TYPE
           MOVE WS-RTN-OLD-PCT TO WS-RTN-DSP-OLD
           MOVE WS-RTN-CUR-PCT TO WS-RTN-DSP-NEW
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Acct " ACCT-ID " rate "
                  FUNCTION TRIM(WS-RTN-DSP-OLD) "% to "
                  FUNCTION TRIM(WS-RTN-DSP-NEW) "% eff "
                  WS-RTN-CUR-EFF-DATE
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT
           ADD 1 TO WS-RTN-ROW-NOTICES.

       5277-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 5250 - CALCULATE TIERED INTEREST
      * Applies the published rate-tier schedule to ACCT-BALANCE for
      * WS-INTEREST-DAYS days and returns the blended amount in
      * WS-INTEREST-AMOUNT.  Shared by the ad hoc 5200 calculation
      * and the nightly 7300 batch run. The days are a year's worth
      * at the product's day-count basis (5255).
      ******************************************************************
       5250-CALCULATE-TIERED-INTEREST.
           PERFORM 5245-LOAD-RATES-FOR-DATE
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE ZEROS TO WS-INTEREST-AMOUNT

           IF ACCT-BALANCE > ZEROS
               ELSE
                   MOVE ACCT-BALANCE TO WS-TIER-PORTION
               END-IF
               COMPUTE WS-DAILY-RATE =
                   WS-TIER-1-RATE / WS-DC-YEAR-DAYS
               COMPUTE WS-INTEREST-AMOUNT = WS-INTEREST-AMOUNT +
                   (WS-TIER-PORTION * WS-DAILY-RATE
                    * WS-INTEREST-DAYS / 100)
                   COMPUTE WS-TIER-PORTION =
                       ACCT-BALANCE - WS-TIER-1-LIMIT
               END-IF
               COMPUTE WS-DAILY-RATE =
                   WS-TIER-2-RATE / WS-DC-YEAR-DAYS
               COMPUTE WS-INTEREST-AMOUNT = WS-INTEREST-AMOUNT +
                   (WS-TIER-PORTION * WS-DAILY-RATE
                    * WS-INTEREST-DAYS / 100)
           IF ACCT-BALANCE > WS-TIER-2-LIMIT
               COMPUTE WS-TIER-PORTION =
                   ACCT-BALANCE - WS-TIER-2-LIMIT
               COMPUTE WS-DAILY-RATE =
                   WS-TIER-3-RATE / WS-DC-YEAR-DAYS
               COMPUTE WS-INTEREST-AMOUNT = WS-INTEREST-AMOUNT +
                   (WS-TIER-PORTION * WS-DAILY-RATE
                    * WS-INTEREST-DAYS / 100)
           END-IF.

      ******************************************************************
      * 5255 - LOAD DAY-COUNT BASIS
      * Sets WS-DC-BASIS and the year length WS-DC-YEAR-DAYS from
      * the PRODUCT-FILE row behind ACCOUNT-RECORD. An account with
      * no product, or a product with no basis keyed, accrues on
      * Actual/365.
      ******************************************************************
       5255-LOAD-DAY-COUNT-BASIS.
           MOVE "A" TO WS-DC-BASIS
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
               IF WS-PROD-FILE-STATUS = "00"
                   AND PROD-DC-VALID
                   MOVE PROD-DAY-COUNT TO WS-DC-BASIS
               END-IF
           END-IF
           IF WS-DC-ACTUAL-365
               MOVE 365 TO WS-DC-YEAR-DAYS
           ELSE
               MOVE 360 TO WS-DC-YEAR-DAYS
           END-IF.

      ******************************************************************
      * 5256 - COUNT DAYS BETWEEN TWO DATES
      * WS-DC-DAYS is the number of days from WS-DC-FROM-DATE to
      * WS-DC-TO-DATE (YYYYMMDD) on WS-DC-BASIS. The two actual
      * bases count calendar days, so a February 29 inside the
      * period earns its day. 30/360 counts every month as 30 days:
      * the 31st, and the last day of February - the 29th in a leap
      * year, the 28th otherwise - count as the 30th, so February
      * accrues a full month either way.
      ******************************************************************
       5256-COMPUTE-DAY-COUNT.
           IF NOT WS-DC-30-360
               COMPUTE WS-DC-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DC-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DC-FROM-DATE)
           ELSE
               MOVE WS-DC-FROM-DATE(1:4) TO WS-CLAMP-YEAR
               MOVE WS-DC-FROM-DATE(5:2) TO WS-CLAMP-MONTH
               MOVE WS-DC-FROM-DATE(7:2) TO WS-CLAMP-DAY
               PERFORM 5257-DAY-COUNT-30-DAY
               MOVE WS-CLAMP-YEAR TO WS-DC-FROM-YEAR
               MOVE WS-CLAMP-MONTH TO WS-DC-FROM-MONTH
               MOVE WS-CLAMP-DAY TO WS-DC-FROM-DAY
               MOVE WS-DC-TO-DATE(1:4) TO WS-CLAMP-YEAR
               MOVE WS-DC-TO-DATE(5:2) TO WS-CLAMP-MONTH
               MOVE WS-DC-TO-DATE(7:2) TO WS-CLAMP-DAY
               PERFORM 5257-DAY-COUNT-30-DAY
               COMPUTE WS-DC-DAYS =
                   ((WS-CLAMP-YEAR - WS-DC-FROM-YEAR) * 360)
                   + ((WS-CLAMP-MONTH - WS-DC-FROM-MONTH) * 30)
                   + (WS-CLAMP-DAY - WS-DC-FROM-DAY)
           END-IF.

       5257-DAY-COUNT-30-DAY.
           IF WS-CLAMP-DAY = 31
               MOVE 30 TO WS-CLAMP-DAY
           ELSE
               IF WS-CLAMP-MONTH = 02
                   PERFORM 2265-CLAMP-DAY-TO-MONTH-END
                   IF WS-CLAMP-DAY = WS-CLAMP-MAX-DAY
                       MOVE 30 TO WS-CLAMP-DAY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5258 - SET ONE NIGHT'S ACCRUAL DAYS
      * The nightly accrual books the day that ends on the business
      * date: one day on the actual bases, and on 30/360 whatever
      * that day counts for - nothing on the 31st, the rest of the
      * month's 30 on the last day of February.
      ******************************************************************
       5258-SET-ACCRUAL-DAYS.
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE WS-BUSINESS-DATE TO WS-DC-TO-DATE
           COMPUTE WS-DC-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1)
           PERFORM 5256-COMPUTE-DAY-COUNT
           MOVE WS-DC-DAYS TO WS-INTEREST-DAYS.

      ******************************************************************
      * 5260 - POST INTEREST TRANSACTION
      * Writes the TRANSACTION-RECORD for one interest credit, so
      * and the 1099-INT output.
           MOVE ZEROS TO WS-WHLD-AMOUNT
           MOVE WS-INTEREST-AMOUNT TO WS-WHLD-NET-INTEREST
      * IOLTA interest is the bar foundation's, not the owner's,
      * and is not withheld on
           PERFORM 8705-CHECK-IOLTA-ACCOUNT
           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               AND CUST-WITHHOLDING
               AND WS-INTEREST-AMOUNT > ZEROS
               AND WS-IOL-NOT-DESIGNATED
               COMPUTE WS-WHLD-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * CUST-WITHHOLD-RATE / 100
               COMPUTE WS-WHLD-NET-INTEREST =
           PERFORM 3210-UPDATE-DAILY-SUMMARY.

      ******************************************************************
      * 5290 - MAINTAIN INTEREST DISPOSITION
      * Where a savings account's or CD's interest goes when 7350
      * posts it: capitalized into the account (the default, and
      * what happens with no instruction on file), transferred to
      * a linked account, sent by ACH to an external account the
      * customer has verified, or mailed as a check to the owner's
      * address of record.
      ******************************************************************
       5290-MAINTAIN-INTEREST-DISPOSITION.
           DISPLAY " "
           DISPLAY "=== INTEREST DISPOSITION ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-IDS-INPUT-ACCT FROM CONSOLE
           MOVE WS-IDS-INPUT-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 5290-DISP-EXIT
           END-IF
           IF NOT (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CD)
               OR NOT ACCT-ACTIVE
               DISPLAY "Interest disposition is for open savings "
                       "accounts and CDs."
               GO TO 5290-DISP-EXIT
           END-IF
           MOVE ACCT-ID TO WS-IDS-SRC-ACCT
           MOVE ACCT-OWNER-ID TO WS-IDS-SRC-OWNER
           MOVE ACCT-CURRENCY-CODE TO WS-IDS-SRC-CCY

           MOVE ACCT-ID TO IDS-ACCT-ID
           READ INTEREST-DISP-FILE
           IF WS-IDS-FILE-STATUS = "00"
               DISPLAY "Current method " IDS-METHOD
                       "  set " IDS-SET-DATE " by " IDS-SET-BY
               IF IDS-LAST-DATE NOT = SPACES
                   MOVE IDS-LAST-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "Last posting " IDS-LAST-DATE
                           " $" FUNCTION TRIM(WS-DSP-AMOUNT)
                           " result " IDS-LAST-RESULT
               END-IF
           ELSE
               DISPLAY "No instruction on file - interest "
                       "capitalizes."
               MOVE SPACES TO INTEREST-DISP-RECORD
               MOVE WS-IDS-SRC-ACCT TO IDS-ACCT-ID
               MOVE ZEROS TO IDS-TO-ACCT-ID
               MOVE ZEROS TO IDS-LAST-AMOUNT
               MOVE ZEROS TO IDS-FALLBACK-COUNT
           END-IF

           DISPLAY "Method (C=Capitalize, T=Transfer to linked "
                   "account, A=ACH to external account, K=Check): "
               WITH NO ADVANCING
           ACCEPT WS-IDS-INPUT-METHOD FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-IDS-INPUT-METHOD)
               TO WS-IDS-INPUT-METHOD
           MOVE WS-IDS-INPUT-METHOD TO IDS-METHOD
           IF NOT IDS-METHOD-VALID
               DISPLAY "Method must be C, T, A or K."
               GO TO 5290-DISP-EXIT
           END-IF

           MOVE ZEROS TO IDS-TO-ACCT-ID
           MOVE SPACES TO IDS-EXT-ROUTING
           MOVE SPACES TO IDS-EXT-ACCT-NUM
           EVALUATE TRUE
               WHEN IDS-TO-LINKED
                   DISPLAY "Linked Account ID: " WITH NO ADVANCING
                   ACCEPT WS-IDS-INPUT-TO-ACCT FROM CONSOLE
                   MOVE WS-IDS-INPUT-TO-ACCT TO ACCT-ID
                   READ ACCOUNT-FILE
                   IF WS-ACCT-FILE-STATUS NOT = "00"
                       OR NOT ACCT-ACTIVE
                       OR ACCT-ID = WS-IDS-SRC-ACCT
                       DISPLAY "Linked account not found or not open."
                       GO TO 5290-DISP-EXIT
                   END-IF
                   IF ACCT-OWNER-ID NOT = WS-IDS-SRC-OWNER
                       DISPLAY "Linked account must have the same "
                               "owner."
                       GO TO 5290-DISP-EXIT
                   END-IF
                   IF ACCT-CURRENCY-CODE NOT = WS-IDS-SRC-CCY
                       DISPLAY "Linked account must be in the same "
                               "currency."
                       GO TO 5290-DISP-EXIT
                   END-IF
                   MOVE ACCT-ID TO IDS-TO-ACCT-ID
               WHEN IDS-TO-EXTERNAL
                   DISPLAY "External Routing Number: "
                       WITH NO ADVANCING
                   ACCEPT WS-IDS-INPUT-ROUTING FROM CONSOLE
                   DISPLAY "External Account Number: "
                       WITH NO ADVANCING
                   ACCEPT WS-IDS-INPUT-EXT-ACCT FROM CONSOLE
                   MOVE WS-IDS-INPUT-ROUTING TO VRFY-ROUTING
                   MOVE WS-IDS-INPUT-EXT-ACCT TO VRFY-ACCT-NUM
                   READ EXT-VERIFY-FILE
                   IF WS-VRFY-FILE-STATUS NOT = "00"
                       OR NOT VRFY-STAT-VERIFIED
                       OR VRFY-CUST-ID NOT = WS-IDS-SRC-OWNER
                       DISPLAY "External account is not verified "
                               "for this customer."
                       GO TO 5290-DISP-EXIT
                   END-IF
                   MOVE WS-IDS-INPUT-ROUTING TO IDS-EXT-ROUTING
                   MOVE WS-IDS-INPUT-EXT-ACCT TO IDS-EXT-ACCT-NUM
               WHEN IDS-BY-CHECK
                   MOVE WS-IDS-SRC-OWNER TO CUST-USER-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-FILE-STATUS NOT = "00"
                       OR CUST-STREET = SPACES
                       DISPLAY "No mailing address on file for the "
                               "owner."
                       GO TO 5290-DISP-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE LS-CURRENT-USER TO IDS-SET-BY
           MOVE WS-ACCEPT-DATE TO IDS-SET-DATE
           IF WS-IDS-FILE-STATUS = "00"
               REWRITE INTEREST-DISP-RECORD
           ELSE
               WRITE INTEREST-DISP-RECORD
           END-IF
           IF WS-IDS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save instruction, status "
                       WS-IDS-FILE-STATUS
               GO TO 5290-DISP-EXIT
           END-IF
           DISPLAY "Interest disposition saved."

           MOVE "INT_DISPOSITION" TO WS-AUDIT-ACTION
           STRING "Acct=" IDS-ACCT-ID
                  " Method=" IDS-METHOD
                  " To=" IDS-TO-ACCT-ID
                  " Routing=" IDS-EXT-ROUTING
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5290-DISP-EXIT.
           CONTINUE.

      ******************************************************************
      * 5300 - ASSIGN ACCOUNT OFFICER
      * Sets the relationship manager / account officer of record for
      * an account so service requests can be routed and portfolios
      * can be reviewed via RPTGEN's Officer Portfolio Report.
      ******************************************************************
       5300-ASSIGN-OFFICER.
           DISPLAY " "
           DISPLAY "=== ASSIGN ACCOUNT OFFICER ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-ID FROM CONSOLE

           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
               DISPLAY "Current Officer ID: " ACCT-OFFICER-ID
               DISPLAY "New Officer ID: " WITH NO ADVANCING
               ACCEPT WS-ACCT-INPUT-OFFICER FROM CONSOLE
               MOVE WS-ACCT-INPUT-OFFICER TO ACCT-OFFICER-ID
               REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               DISPLAY "Officer assigned successfully."

               MOVE "OFFICER_ASSIGN" TO WS-AUDIT-ACTION
               STRING "Acct=" ACCT-ID
                      " Officer=" ACCT-OFFICER-ID
                      " ChangedBy=" LS-CURRENT-USER
           MOVE ACCT-LAST-ACTIVITY(1:8) TO WS-CONVERT-LAST-INT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-CONVERT-LAST-INT NOT = ZEROS
               PERFORM 5255-LOAD-DAY-COUNT-BASIS
               MOVE WS-CONVERT-LAST-INT TO WS-DC-FROM-DATE
               MOVE WS-ACCEPT-DATE TO WS-DC-TO-DATE
               PERFORM 5256-COMPUTE-DAY-COUNT
               MOVE ZEROS TO WS-INTEREST-DAYS
               IF WS-DC-DAYS > ZEROS
                   MOVE WS-DC-DAYS TO WS-INTEREST-DAYS
               END-IF
               IF WS-INTEREST-DAYS > ZEROS
                   PERFORM 5250-CALCULATE-TIERED-INTEREST
                   IF WS-INTEREST-AMOUNT > ZEROS
                       "refused."
               GO TO 6200-OVERRIDE-EXIT
           END-IF
      * The password is held only as a hash, so AUTHNTCN checks it
           MOVE "VPWD" TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL
           MOVE WS-OVR-SUPER-ID TO LS-AUDIT-DETAIL(1:20)
           MOVE WS-OVR-SUPER-PWD TO LS-AUDIT-DETAIL(21:80)
           MOVE SPACES TO WS-OVR-SUPER-PWD
           CALL "AUTHNTCN" USING
               LS-SESSION-INFO
               LS-DB2-CONFIG
               LS-ERROR-FIELDS
               LS-AUDIT-FIELDS
               LS-PASSWORD-POLICY
           MOVE SPACES TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL
           IF LS-ERROR-CODE NOT = "0000"
               DISPLAY "Password does not match - override refused."
               GO TO 6200-OVERRIDE-EXIT
           END-IF
               GO TO 6200-OVERRIDE-EXIT
           END-IF

      * Neither the teller nor the supervisor may override on an
      * account of their own
           IF WS-OVR-ACCT-ID > ZEROS
               MOVE WS-OVR-ACTION TO WS-COI-ACTION
               PERFORM 8632-SET-OVERRIDE-CATEGORY
               MOVE ZEROS TO WS-COI-AMOUNT
               MOVE SPACES TO WS-COI-DETAIL
               STRING "Override " FUNCTION TRIM(WS-OVR-ACTION)
                      " teller " FUNCTION TRIM(LS-CURRENT-USER)
                      " supv " FUNCTION TRIM(WS-OVR-SUPER-ID)
                      DELIMITED SIZE INTO WS-COI-DETAIL
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE WS-OVR-ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE SPACES TO WS-COI-CHECK-OWNER
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   DISPLAY "Override refused."
                   GO TO 6200-OVERRIDE-EXIT
               END-IF
               MOVE WS-OVR-SUPER-ID TO WS-COI-CHECK-EMPL
               MOVE WS-OVR-ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE SPACES TO WS-COI-CHECK-OWNER
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   DISPLAY "Override refused."
                   GO TO 6200-OVERRIDE-EXIT
               END-IF
           END-IF

           DISPLAY "Reason codes on file:"
           MOVE LOW-VALUES TO OVRR-CODE
           START OVERRIDE-REASON-FILE KEY >= OVRR-CODE
           PERFORM 9200-WRITE-AUDIT-LOG.

       6200-OVERRIDE-EXIT.
           MOVE ZEROS TO WS-OVR-ACCT-ID.

      ******************************************************************
      * 6250 - RELEASE HOLD EARLY (OVERRIDE)
           MOVE "HOLD_EARLY_RELEASE" TO WS-OVR-ACTION
           MOVE HOLD-TRAN-ID TO WS-OVR-TRAN-ID
           MOVE HOLD-ID TO WS-OVR-HOLD-ID
           MOVE HOLD-ACCT-ID TO WS-OVR-ACCT-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED

           MOVE "NSF_FEE_WAIVER" TO WS-OVR-ACTION
           MOVE TRAN-ID TO WS-OVR-TRAN-ID
           MOVE TRAN-ACCOUNT-ID TO WS-OVR-ACCT-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
                  " Frozen=" LGL-FROZEN-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

      * A levy or garnishment may also stop the account being
      * drawn on at all; the restriction comes off with the order
           DISPLAY "Restrict the account as well? (P=Post no debits, "
                   "D=Deposit only, blank = amount freeze only): "
               WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-ACTION FROM CONSOLE
           IF WS-RST-INPUT-ACTION = "P" OR WS-RST-INPUT-ACTION = "p"
               OR WS-RST-INPUT-ACTION = "D"
               OR WS-RST-INPUT-ACTION = "d"
               MOVE LGL-ACCT-ID TO WS-RST-NEW-ACCT
               IF WS-RST-INPUT-ACTION = "P"
                   OR WS-RST-INPUT-ACTION = "p"
                   MOVE "PND" TO WS-RST-NEW-CODE
               ELSE
                   MOVE "DPO" TO WS-RST-NEW-CODE
               END-IF
               MOVE "LO" TO WS-RST-NEW-REASON
               MOVE SPACES TO WS-RST-NEW-TEXT
               STRING "Legal order " LGL-COURT-REF
                      DELIMITED SIZE INTO WS-RST-NEW-TEXT
               MOVE WS-BUSINESS-DATE TO WS-RST-NEW-EFFECTIVE
               MOVE SPACES TO WS-RST-NEW-EXPIRY
               MOVE "S" TO WS-RST-NEW-AUTH
               MOVE LGL-ID TO WS-RST-NEW-SOURCE
               PERFORM 8769-WRITE-RESTRICTION
               IF WS-RST-FILE-STATUS = "00"
                   DISPLAY "Account restricted "
                           WS-RST-NEW-CODE " until the order is "
                           "released or satisfied."
               ELSE
                   DISPLAY "Unable to place restriction, status "
                           WS-RST-FILE-STATUS
                   MOVE "00" TO WS-RST-FILE-STATUS
               END-IF
           END-IF.

       6300-LEGAL-EXIT.
           CONTINUE.
           MOVE LS-CURRENT-USER TO LGL-RELEASED-BY
           REWRITE LEGAL-ORDER-RECORD

           MOVE LGL-ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE LGL-ID TO WS-RST-NEW-SOURCE
           PERFORM 8771-LIFT-SOURCE-RESTRICTIONS
           IF WS-RST-LIFT-COUNT > ZEROS
               DISPLAY WS-RST-LIFT-COUNT
                       " account restriction(s) lifted with the order."
           END-IF

           MOVE "LEGAL_ORDER_DISPOSED" TO WS-AUDIT-ACTION
           STRING "Order=" LGL-ID
                  " Status=" LGL-STATUS
           END-IF.

      ******************************************************************
      * 6330 - SUBPOENAS AND RECORDS REQUESTS
      * Legal's case file for requests that want records rather
      * than money - subpoenas, summonses, warrants and letter
      * requests. A blank case ID opens a new case; an existing
      * case is shown and worked from here: subjects added,
      * customer notice sent, the package marked produced, the
      * research fee payment taken, and the case closed or
      * withdrawn. The research itself is 6340.
      ******************************************************************
       6330-RECORDS-REQUEST-CASES.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Records requests are restricted to "
                       "SUPERVISOR."
               GO TO 6330-LRQ-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== SUBPOENAS / RECORDS REQUESTS ==="
           MOVE WS-BUSINESS-DATE TO WS-LRQ-TODAY
           DISPLAY "Case ID (blank = open a new case): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-ID FROM CONSOLE
           IF WS-LRQ-INPUT-ID = SPACES
               PERFORM 6331-OPEN-RECORDS-CASE
                   THRU 6331-OPEN-EXIT
               GO TO 6330-LRQ-EXIT
           END-IF
           COMPUTE LRQ-CASE-ID = FUNCTION NUMVAL(WS-LRQ-INPUT-ID)
           READ LRQ-CASE-FILE
           IF WS-LRQ-FILE-STATUS NOT = "00"
               DISPLAY "Case not found."
               MOVE "00" TO WS-LRQ-FILE-STATUS
               GO TO 6330-LRQ-EXIT
           END-IF
           PERFORM 6332-SHOW-RECORDS-CASE

           DISPLAY " "
           DISPLAY "S=Add a subject, N=Send customer notice, "
                   "P=Mark produced, F=Record fee payment,"
           DISPLAY "C=Close, W=Withdrawn or quashed, blank to exit: "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-ACTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-LRQ-INPUT-ACTION)
               TO WS-LRQ-INPUT-ACTION
           EVALUATE WS-LRQ-INPUT-ACTION
               WHEN "S"
                   IF LRQ-STAT-PENDING
                       PERFORM 6333-ADD-RECORDS-SUBJECT
                           THRU 6333-SUBJ-EXIT
                   ELSE
                       DISPLAY "Subjects may only be added while the "
                               "case is open."
                   END-IF
               WHEN "N"
                   PERFORM 6334-SEND-RECORDS-NOTICE
                       THRU 6334-NOTICE-EXIT
               WHEN "P"
                   PERFORM 6335-MARK-RECORDS-PRODUCED
                       THRU 6335-PROD-EXIT
               WHEN "F"
                   PERFORM 6336-RECORD-FEE-PAYMENT
                       THRU 6336-FEE-EXIT
               WHEN "C"
               WHEN "W"
                   PERFORM 6337-CLOSE-RECORDS-CASE
                       THRU 6337-CLOSE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6330-LRQ-EXIT.
           CONTINUE.

      ******************************************************************
      * 6331 - OPEN A RECORDS REQUEST CASE
      * Takes the request off the document served, defaults the
      * customer-notice and fee-recovery rules from who is asking
      * (either may be overridden on legal's reading of the
      * request), then takes the customers and accounts it names.
      ******************************************************************
       6331-OPEN-RECORDS-CASE.
           DISPLAY "Request type (S=Subpoena, U=Summons, W=Warrant, "
                   "L=Letter request): " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-TYPE FROM CONSOLE
           DISPLAY "Requester (F=Federal agency, G=Grand jury, "
                   "T=IRS, L=State/local agency,"
           DISPLAY "  C=Civil litigant, R=Bank regulator): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-AGENCY-TYPE FROM CONSOLE
           DISPLAY "Requesting agency or party: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-AGENCY FROM CONSOLE
           DISPLAY "Their case / docket number: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-REF FROM CONSOLE
           DISPLAY "Contact name: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-CONTACT FROM CONSOLE
           DISPLAY "Contact phone: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-PHONE FROM CONSOLE

           PERFORM 6338-GENERATE-LRQ-ID
           INITIALIZE LRQ-CASE-RECORD
           MOVE FUNCTION UPPER-CASE(WS-LRQ-INPUT-TYPE)
               TO LRQ-REQUEST-TYPE
           MOVE FUNCTION UPPER-CASE(WS-LRQ-INPUT-AGENCY-TYPE)
               TO LRQ-AGENCY-TYPE
           IF NOT LRQ-TYPE-VALID
               DISPLAY "Request type must be S, U, W or L."
               GO TO 6331-OPEN-EXIT
           END-IF
           IF NOT LRQ-AGCY-VALID
               DISPLAY "Requester must be F, G, T, L, C or R."
               GO TO 6331-OPEN-EXIT
           END-IF
           IF WS-LRQ-INPUT-AGENCY = SPACES
               DISPLAY "The requesting agency or party is required."
               GO TO 6331-OPEN-EXIT
           END-IF

           DISPLAY "Records from YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FROM FROM CONSOLE
           MOVE WS-LRQ-INPUT-FROM TO WS-LRQ-CHECK-DATE
           PERFORM 6352-CHECK-LRQ-DATE
           IF WS-LRQ-DATE-BAD
               DISPLAY "Records-from date must be a valid YYYYMMDD."
               GO TO 6331-OPEN-EXIT
           END-IF
           DISPLAY "Records to YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-TO FROM CONSOLE
           MOVE WS-LRQ-INPUT-TO TO WS-LRQ-CHECK-DATE
           PERFORM 6352-CHECK-LRQ-DATE
           IF WS-LRQ-DATE-BAD
               DISPLAY "Records-to date must be a valid YYYYMMDD."
               GO TO 6331-OPEN-EXIT
           END-IF
           IF WS-LRQ-INPUT-TO < WS-LRQ-INPUT-FROM
               DISPLAY "The period ends before it begins."
               GO TO 6331-OPEN-EXIT
           END-IF
           DISPLAY "Response due YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-DUE FROM CONSOLE
           MOVE WS-LRQ-INPUT-DUE TO WS-LRQ-CHECK-DATE
           PERFORM 6352-CHECK-LRQ-DATE
           IF WS-LRQ-DATE-BAD
               DISPLAY "Due date must be a valid YYYYMMDD."
               GO TO 6331-OPEN-EXIT
           END-IF
           IF WS-LRQ-INPUT-DUE < WS-LRQ-TODAY
               DISPLAY "NOTICE: the due date has already passed - "
                       "the case opens overdue."
           END-IF

           DISPLAY "Statements wanted? (Y/N, blank = Y): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FLAG FROM CONSOLE
           MOVE "Y" TO LRQ-WANT-STATEMENTS
           IF WS-LRQ-INPUT-FLAG = "N" OR WS-LRQ-INPUT-FLAG = "n"
               MOVE "N" TO LRQ-WANT-STATEMENTS
           END-IF
           DISPLAY "Signature cards wanted? (Y/N, blank = Y): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FLAG FROM CONSOLE
           MOVE "Y" TO LRQ-WANT-SIGNATURES
           IF WS-LRQ-INPUT-FLAG = "N" OR WS-LRQ-INPUT-FLAG = "n"
               MOVE "N" TO LRQ-WANT-SIGNATURES
           END-IF
           DISPLAY "Transaction history wanted? (Y/N, blank = Y): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FLAG FROM CONSOLE
           MOVE "Y" TO LRQ-WANT-HISTORY
           IF WS-LRQ-INPUT-FLAG = "N" OR WS-LRQ-INPUT-FLAG = "n"
               MOVE "N" TO LRQ-WANT-HISTORY
           END-IF
           IF LRQ-WANT-STATEMENTS = "N"
               AND LRQ-WANT-SIGNATURES = "N"
               AND LRQ-WANT-HISTORY = "N"
               DISPLAY "The request must call for at least one kind "
                       "of record."
               GO TO 6331-OPEN-EXIT
           END-IF

      * Notice defaults by requester: a grand jury subpoena may not
      * be disclosed; federal agencies under the Right to Financial
      * Privacy Act and the IRS serve their own notice and examiners
      * need none; state and local agencies and civil litigants
      * leave notice to the bank
           EVALUATE TRUE
               WHEN LRQ-AGCY-GRAND-JURY
                   MOVE "P" TO WS-LRQ-DFLT-NOTICE
               WHEN LRQ-AGCY-STATE-LOCAL
               WHEN LRQ-AGCY-CIVIL
                   MOVE "R" TO WS-LRQ-DFLT-NOTICE
               WHEN OTHER
                   MOVE "N" TO WS-LRQ-DFLT-NOTICE
           END-EVALUATE
      * Cost recovery: the Act reimburses federal agency and grand
      * jury requests, the IRS pays for summoned records and a
      * civil litigant bears its own costs; state and local
      * agencies and examiners are not billed
           EVALUATE TRUE
               WHEN LRQ-AGCY-STATE-LOCAL
               WHEN LRQ-AGCY-REGULATOR
                   MOVE "N" TO WS-LRQ-DFLT-FEE
               WHEN OTHER
                   MOVE "Y" TO WS-LRQ-DFLT-FEE
           END-EVALUATE

           DISPLAY "Customer notice (R=Required of the bank, "
                   "P=Prohibited, N=Not the bank's to give)"
           DISPLAY "  [" WS-LRQ-DFLT-NOTICE "]: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FLAG FROM CONSOLE
           IF WS-LRQ-INPUT-FLAG = SPACES
               MOVE WS-LRQ-DFLT-NOTICE TO LRQ-NOTICE-REQ
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-LRQ-INPUT-FLAG)
                   TO LRQ-NOTICE-REQ
           END-IF
           IF NOT LRQ-NOTICE-VALID
               DISPLAY "Customer notice must be R, P or N."
               GO TO 6331-OPEN-EXIT
           END-IF
           MOVE SPACES TO LRQ-NOTICE-DELAY-UNTIL
           IF LRQ-NOTICE-PROHIBITED
               DISPLAY "Prohibited until YYYYMMDD (delay-of-notice "
                       "order; blank = indefinitely): "
                   WITH NO ADVANCING
               ACCEPT WS-LRQ-INPUT-DELAY FROM CONSOLE
               IF WS-LRQ-INPUT-DELAY NOT = SPACES
                   MOVE WS-LRQ-INPUT-DELAY TO WS-LRQ-CHECK-DATE
                   PERFORM 6352-CHECK-LRQ-DATE
                   IF WS-LRQ-DATE-BAD
                       DISPLAY "Date must be a valid YYYYMMDD."
                       GO TO 6331-OPEN-EXIT
                   END-IF
                   MOVE WS-LRQ-INPUT-DELAY TO LRQ-NOTICE-DELAY-UNTIL
               END-IF
           END-IF

           DISPLAY "Research fee billable to the requester (Y/N) ["
                   WS-LRQ-DFLT-FEE "]: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-FLAG FROM CONSOLE
           EVALUATE WS-LRQ-INPUT-FLAG
               WHEN SPACE
                   MOVE WS-LRQ-DFLT-FEE TO LRQ-FEE-BILLABLE
               WHEN "Y"
               WHEN "y"
                   SET LRQ-FEE-ALLOWED TO TRUE
               WHEN OTHER
                   SET LRQ-FEE-NOT-ALLOWED TO TRUE
           END-EVALUATE

           MOVE WS-NEXT-LRQ-ID TO LRQ-CASE-ID
           MOVE WS-LRQ-INPUT-AGENCY TO LRQ-AGENCY-NAME
           MOVE WS-LRQ-INPUT-REF TO LRQ-AGENCY-REF
           MOVE WS-LRQ-INPUT-CONTACT TO LRQ-AGENCY-CONTACT
           MOVE WS-LRQ-INPUT-PHONE TO LRQ-AGENCY-PHONE
           MOVE WS-LRQ-INPUT-FROM TO LRQ-RANGE-FROM
           MOVE WS-LRQ-INPUT-TO TO LRQ-RANGE-TO
           MOVE WS-LRQ-TODAY TO LRQ-RECEIVED-DATE
           MOVE WS-LRQ-INPUT-DUE TO LRQ-DUE-DATE
           MOVE ZEROS TO LRQ-SUBJECT-COUNT
           SET LRQ-STAT-OPEN TO TRUE
           MOVE LS-CURRENT-USER TO LRQ-OPENED-BY
           WRITE LRQ-CASE-RECORD
           IF WS-LRQ-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the case, status "
                       WS-LRQ-FILE-STATUS
               MOVE "00" TO WS-LRQ-FILE-STATUS
               GO TO 6331-OPEN-EXIT
           END-IF
           DISPLAY "Case " LRQ-CASE-ID " opened, response due "
                   LRQ-DUE-DATE "."

           MOVE "RECREQ_OPENED" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Type=" LRQ-REQUEST-TYPE
                  " Requester=" LRQ-AGENCY-TYPE
                  " Ref=" FUNCTION TRIM(LRQ-AGENCY-REF)
                  " Due=" LRQ-DUE-DATE
                  " Notice=" LRQ-NOTICE-REQ
                  " Fee=" LRQ-FEE-BILLABLE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           DISPLAY "Enter the customers and accounts the request "
                   "names."
           SET WS-LRQ-SUBJ-MORE TO TRUE
           PERFORM UNTIL WS-LRQ-SUBJ-DONE
               PERFORM 6333-ADD-RECORDS-SUBJECT
                   THRU 6333-SUBJ-EXIT
           END-PERFORM
           IF LRQ-SUBJECT-COUNT = ZEROS
               DISPLAY "NOTICE: no subjects entered - add them "
                       "before the research is run."
           END-IF

           IF LRQ-NOTICE-REQUIRED
               AND LRQ-SUBJECT-COUNT > ZEROS
               PERFORM 6334-SEND-RECORDS-NOTICE
                   THRU 6334-NOTICE-EXIT
           END-IF
           IF LRQ-NOTICE-PROHIBITED
               DISPLAY "NOTICE PROHIBITED - do not disclose this "
                       "request to the customer."
           END-IF.

       6331-OPEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 6332 - SHOW A RECORDS REQUEST CASE
      * LRQ-CASE-RECORD is current.
      ******************************************************************
       6332-SHOW-RECORDS-CASE.
           PERFORM 6339-DESCRIBE-RECORDS-CASE
           DISPLAY " "
           DISPLAY "Case " LRQ-CASE-ID " " WS-LRQ-TYPE-DESC
                   " - " WS-LRQ-STAT-DESC
           DISPLAY "  Requester " FUNCTION TRIM(LRQ-AGENCY-NAME)
                   " (" FUNCTION TRIM(WS-LRQ-AGCY-DESC) ")"
                   " ref " LRQ-AGENCY-REF
           DISPLAY "  Contact   " FUNCTION TRIM(LRQ-AGENCY-CONTACT)
                   " " LRQ-AGENCY-PHONE
           DISPLAY "  Records   " LRQ-RANGE-FROM " to " LRQ-RANGE-TO
                   "  statements " LRQ-WANT-STATEMENTS
                   " signature cards " LRQ-WANT-SIGNATURES
                   " history " LRQ-WANT-HISTORY
           DISPLAY "  Received  " LRQ-RECEIVED-DATE
                   "  due " LRQ-DUE-DATE
           IF WS-LRQ-NOTICE-DESC = "PROHIBITED"
               DISPLAY "  *** CUSTOMER NOTICE PROHIBITED - DO NOT "
                       "DISCLOSE *** until " LRQ-NOTICE-DELAY-UNTIL
           ELSE
               DISPLAY "  Customer notice " WS-LRQ-NOTICE-DESC
                       " " LRQ-NOTICE-SENT-DATE
           END-IF
           IF LRQ-FEE-ALLOWED
               MOVE LRQ-FEE-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "  Research fee billed $" WS-DSP-AMOUNT
                       " on " LRQ-FEE-BILLED-DATE
               MOVE LRQ-FEE-PAID-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "  Research fee paid   $" WS-DSP-AMOUNT
                       " on " LRQ-FEE-PAID-DATE
           ELSE
               DISPLAY "  Research fee not recoverable from this "
                       "requester"
           END-IF
           IF LRQ-PACKAGE-PATH NOT = SPACES
               DISPLAY "  Package " FUNCTION TRIM(LRQ-PACKAGE-PATH)
               DISPLAY "    researched " LRQ-RESEARCHED-DATE
                       " by " LRQ-RESEARCHED-BY
                       " pages " LRQ-PAGE-COUNT
           END-IF
           IF LRQ-ACCT-OVERFLOW > ZEROS
               DISPLAY "  *** LAST RESEARCH REACHED "
                       LRQ-ACCT-OVERFLOW " ACCOUNT(S) MORE THAN ONE "
                       "PACKAGE HOLDS - SPLIT THE CASE ***"
           END-IF
           IF LRQ-PRODUCED-DATE NOT = SPACES
               DISPLAY "    produced   " LRQ-PRODUCED-DATE
                       " by " LRQ-PRODUCED-BY
           END-IF

           DISPLAY "  Subjects named:"
           MOVE ZEROS TO WS-LRQ-DSP-COUNT
           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE ZEROS TO LRQS-SEQ
           START LRQ-SUBJECT-FILE KEY >= LRQS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQS-FILE-STATUS NOT = "00"
               READ LRQ-SUBJECT-FILE NEXT RECORD
               IF WS-LRQS-FILE-STATUS = "00"
                   IF LRQS-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-LRQ-DSP-COUNT
                       DISPLAY "    " LRQS-SEQ " " LRQS-SUBJECT-TYPE
                               " " LRQS-CUST-ID " " LRQS-ACCT-ID
                               " notice " LRQS-NOTICE-DATE
                       DISPLAY "        as named: "
                               LRQS-NAME-AS-GIVEN
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQS-FILE-STATUS
           IF WS-LRQ-DSP-COUNT = ZEROS
               DISPLAY "    (none entered)"
           END-IF.

      ******************************************************************
      * 6333 - ADD A SUBJECT TO A RECORDS REQUEST
      * LRQ-CASE-RECORD is current. A customer or account not on
      * file is still recorded as named - the package then states
      * that no records were found for it.
      ******************************************************************
       6333-ADD-RECORDS-SUBJECT.
           DISPLAY "Subject (C=Customer, A=Account, blank = done): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-TYPE FROM CONSOLE
           MOVE SPACES TO WS-LRQ-ADD-CUST
           MOVE ZEROS TO WS-LRQ-ADD-ACCT
           EVALUATE WS-LRQ-INPUT-TYPE
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-LRQ-INPUT-TYPE
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-LRQ-INPUT-SUBJ-ID FROM CONSOLE
                   IF WS-LRQ-INPUT-SUBJ-ID = SPACES
                       DISPLAY "Enter the customer ID."
                       GO TO 6333-SUBJ-EXIT
                   END-IF
                   MOVE WS-LRQ-INPUT-SUBJ-ID TO WS-LRQ-ADD-CUST
                   MOVE WS-LRQ-INPUT-SUBJ-ID TO CUST-USER-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-FILE-STATUS = "00"
                       DISPLAY "  " FUNCTION TRIM(CUST-FIRST-NAME)
                               " " FUNCTION TRIM(CUST-LAST-NAME)
                   ELSE
                       DISPLAY "Not a customer on file - recorded as "
                               "named; the package will report no "
                               "records."
                       MOVE "00" TO WS-CUST-FILE-STATUS
                   END-IF
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-LRQ-INPUT-TYPE
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT WS-LRQ-INPUT-SUBJ-ID FROM CONSOLE
                   COMPUTE WS-LRQ-ADD-ACCT =
                       FUNCTION NUMVAL(WS-LRQ-INPUT-SUBJ-ID)
                   IF WS-LRQ-ADD-ACCT = ZEROS
                       DISPLAY "Enter the account number."
                       GO TO 6333-SUBJ-EXIT
                   END-IF
                   MOVE WS-LRQ-ADD-ACCT TO ACCT-ID
                   READ ACCOUNT-FILE
                   IF WS-ACCT-FILE-STATUS = "00"
                       DISPLAY "  " ACCT-NAME " owner " ACCT-OWNER-ID
                       MOVE ACCT-OWNER-ID TO WS-LRQ-ADD-CUST
                   ELSE
                       DISPLAY "Account not on file - recorded as "
                               "named; the package will report no "
                               "records."
                       MOVE "00" TO WS-ACCT-FILE-STATUS
                   END-IF
               WHEN OTHER
                   SET WS-LRQ-SUBJ-DONE TO TRUE
                   GO TO 6333-SUBJ-EXIT
           END-EVALUATE
           DISPLAY "Name as the request gives it: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-NAME FROM CONSOLE

      * Next sequence on the case
           MOVE 1 TO WS-LRQS-NEXT-SEQ
           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE ZEROS TO LRQS-SEQ
           START LRQ-SUBJECT-FILE KEY >= LRQS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQS-FILE-STATUS NOT = "00"
               READ LRQ-SUBJECT-FILE NEXT RECORD
               IF WS-LRQS-FILE-STATUS = "00"
                   IF LRQS-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQS-FILE-STATUS
                   ELSE
                       COMPUTE WS-LRQS-NEXT-SEQ = LRQS-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQS-FILE-STATUS

           INITIALIZE LRQ-SUBJECT-RECORD
           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE WS-LRQS-NEXT-SEQ TO LRQS-SEQ
           MOVE WS-LRQ-INPUT-TYPE TO LRQS-SUBJECT-TYPE
           MOVE WS-LRQ-ADD-CUST TO LRQS-CUST-ID
           MOVE WS-LRQ-ADD-ACCT TO LRQS-ACCT-ID
           MOVE WS-LRQ-INPUT-NAME TO LRQS-NAME-AS-GIVEN
           MOVE SPACES TO LRQS-NOTICE-DATE
           MOVE LS-CURRENT-USER TO LRQS-ADDED-BY
           MOVE WS-BUSINESS-DATE TO LRQS-ADDED-DATE
           WRITE LRQ-SUBJECT-RECORD
           IF WS-LRQS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save subject, status "
                       WS-LRQS-FILE-STATUS
               MOVE "00" TO WS-LRQS-FILE-STATUS
               GO TO 6333-SUBJ-EXIT
           END-IF
           ADD 1 TO LRQ-SUBJECT-COUNT
           REWRITE LRQ-CASE-RECORD
           DISPLAY "Subject " LRQS-SEQ " added."

           MOVE "RECREQ_SUBJECT_ADDED" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Seq=" LRQS-SEQ
                  " Type=" LRQS-SUBJECT-TYPE
                  " Cust=" FUNCTION TRIM(LRQS-CUST-ID)
                  " Acct=" LRQS-ACCT-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6333-SUBJ-EXIT.
           CONTINUE.

      ******************************************************************
      * 6334 - SEND CUSTOMER NOTICE OF A RECORDS REQUEST
      * Queues an LRQN notification to each named customer not yet
      * told, once per customer however often named. Never while
      * notice is prohibited - a delay-of-notice order lets it go
      * from the date the order runs to. The customer's period to
      * move against the request runs from the latest notice.
      ******************************************************************
       6334-SEND-RECORDS-NOTICE.
           MOVE WS-BUSINESS-DATE TO WS-LRQ-TODAY
           IF LRQ-NOTICE-NONE
               DISPLAY "No customer notice is called for on this "
                       "case."
               GO TO 6334-NOTICE-EXIT
           END-IF
           IF LRQ-NOTICE-PROHIBITED
               IF LRQ-NOTICE-DELAY-UNTIL = SPACES
                   OR LRQ-NOTICE-DELAY-UNTIL > WS-LRQ-TODAY
                   DISPLAY "Customer notice is PROHIBITED on this "
                           "case - nothing sent."
                   GO TO 6334-NOTICE-EXIT
               END-IF
           END-IF

           MOVE ZEROS TO WS-LRQ-NOTICE-COUNT
           MOVE ZEROS TO WS-LRQ-NCUST-COUNT
           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE ZEROS TO LRQS-SEQ
           START LRQ-SUBJECT-FILE KEY >= LRQS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQS-FILE-STATUS NOT = "00"
               READ LRQ-SUBJECT-FILE NEXT RECORD
               IF WS-LRQS-FILE-STATUS = "00"
                   IF LRQS-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQS-FILE-STATUS
                   ELSE
                       IF LRQS-NOTICE-DATE = SPACES
                           AND LRQS-CUST-ID NOT = SPACES
                           PERFORM 6353-NOTIFY-ONE-SUBJECT
                               THRU 6353-NOTIFY-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQS-FILE-STATUS

           IF WS-LRQ-NOTICE-COUNT = ZEROS
               DISPLAY "No named customer is awaiting notice."
               GO TO 6334-NOTICE-EXIT
           END-IF
           MOVE WS-LRQ-TODAY TO LRQ-NOTICE-SENT-DATE
           REWRITE LRQ-CASE-RECORD
           DISPLAY WS-LRQ-NOTICE-COUNT " customer notice(s) queued."

           MOVE "RECREQ_NOTICE_SENT" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Notices=" WS-LRQ-NOTICE-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6334-NOTICE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6335 - MARK A RECORDS REQUEST PRODUCED
      * The researched package has gone to the requester. Where the
      * bank owed the customer notice, not before the notice has
      * gone and the customer's period to object has run.
      ******************************************************************
       6335-MARK-RECORDS-PRODUCED.
           IF NOT LRQ-STAT-RESEARCHED
               DISPLAY "Only a researched case can be marked "
                       "produced (status " LRQ-STATUS ")."
               GO TO 6335-PROD-EXIT
           END-IF
           IF LRQ-ACCT-OVERFLOW > ZEROS
               DISPLAY "The last research left out "
                       LRQ-ACCT-OVERFLOW " account(s) - the case "
                       "cannot be produced."
               GO TO 6335-PROD-EXIT
           END-IF
           IF LRQ-NOTICE-REQUIRED
               IF LRQ-NOTICE-SENT-DATE = SPACES
                   DISPLAY "Customer notice has not gone - send it "
                           "(N) before producing."
                   GO TO 6335-PROD-EXIT
               END-IF
               MOVE LRQ-NOTICE-SENT-DATE TO WS-LRQ-DATE-N
               COMPUTE WS-LRQ-EARLIEST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LRQ-DATE-N)
                   + WS-LRQ-NOTICE-WAIT-DAYS
               COMPUTE WS-LRQ-EARLIEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LRQ-EARLIEST-INT)
               IF WS-BUSINESS-DATE < WS-LRQ-EARLIEST-DATE
                   DISPLAY "The customer's notice period runs to "
                           WS-LRQ-EARLIEST-DATE
                           " - the package may not go before then."
                   GO TO 6335-PROD-EXIT
               END-IF
           END-IF

           DISPLAY "Package " FUNCTION TRIM(LRQ-PACKAGE-PATH)
           DISPLAY "Delivered to the requester? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-CONFIRM FROM CONSOLE
           IF WS-LRQ-INPUT-CONFIRM NOT = "Y"
               AND WS-LRQ-INPUT-CONFIRM NOT = "y"
               DISPLAY "Case not changed."
               GO TO 6335-PROD-EXIT
           END-IF
           SET LRQ-STAT-PRODUCED TO TRUE
           MOVE LS-CURRENT-USER TO LRQ-PRODUCED-BY
           MOVE WS-BUSINESS-DATE TO LRQ-PRODUCED-DATE
           REWRITE LRQ-CASE-RECORD
           DISPLAY "Case " LRQ-CASE-ID " marked produced."
           IF LRQ-PRODUCED-DATE > LRQ-DUE-DATE
               DISPLAY "NOTICE: produced after the due date "
                       LRQ-DUE-DATE "."
           END-IF

           MOVE "RECREQ_PRODUCED" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Due=" LRQ-DUE-DATE
                  " Pages=" LRQ-PAGE-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6335-PROD-EXIT.
           CONTINUE.

      ******************************************************************
      * 6336 - RECORD A RESEARCH FEE PAYMENT
      ******************************************************************
       6336-RECORD-FEE-PAYMENT.
           IF LRQ-FEE-BILLED-DATE = SPACES
               OR LRQ-FEE-AMOUNT = ZEROS
               DISPLAY "No research fee has been billed on this case."
               GO TO 6336-FEE-EXIT
           END-IF
           COMPUTE WS-LRQ-FEE-DUE =
               LRQ-FEE-AMOUNT - LRQ-FEE-PAID-AMOUNT
           IF WS-LRQ-FEE-DUE NOT > ZEROS
               DISPLAY "The research fee is paid in full."
               GO TO 6336-FEE-EXIT
           END-IF
           MOVE WS-LRQ-FEE-DUE TO WS-DSP-AMOUNT
           DISPLAY "Fee outstanding: $" WS-DSP-AMOUNT
           DISPLAY "Amount received: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-LRQ-PAY-AMOUNT =
               FUNCTION NUMVAL(WS-LRQ-INPUT-AMOUNT)
           IF WS-LRQ-PAY-AMOUNT NOT > ZEROS
               DISPLAY "Enter the amount received."
               GO TO 6336-FEE-EXIT
           END-IF
           IF WS-LRQ-PAY-AMOUNT > WS-LRQ-FEE-DUE
               DISPLAY "More than is owed - payment not recorded."
               GO TO 6336-FEE-EXIT
           END-IF

           ADD WS-LRQ-PAY-AMOUNT TO LRQ-FEE-PAID-AMOUNT
           MOVE WS-BUSINESS-DATE TO LRQ-FEE-PAID-DATE
           REWRITE LRQ-CASE-RECORD
           COMPUTE WS-LRQ-FEE-DUE =
               LRQ-FEE-AMOUNT - LRQ-FEE-PAID-AMOUNT
           MOVE WS-LRQ-FEE-DUE TO WS-DSP-AMOUNT
           DISPLAY "Payment recorded - $" WS-DSP-AMOUNT
                   " still outstanding."

           MOVE "RECREQ_FEE_PAID" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Paid=" WS-LRQ-PAY-AMOUNT
                  " Outstanding=" WS-LRQ-FEE-DUE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6336-FEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6337 - CLOSE OR WITHDRAW A RECORDS REQUEST
      * C closes a produced case; W ends an open one the requester
      * withdrew or a court quashed. Either is refused nothing for
      * an unpaid fee or a notice still owed - legal is told, and
      * both stay on the aging report until cleared.
      ******************************************************************
       6337-CLOSE-RECORDS-CASE.
           IF WS-LRQ-INPUT-ACTION = "C"
               IF NOT LRQ-STAT-PRODUCED
                   DISPLAY "Only a produced case can be closed - use "
                           "W for a request withdrawn or quashed."
                   GO TO 6337-CLOSE-EXIT
               END-IF
           ELSE
               IF NOT LRQ-STAT-PENDING
                   DISPLAY "Only an open case can be withdrawn."
                   GO TO 6337-CLOSE-EXIT
               END-IF
           END-IF
           PERFORM 6339-DESCRIBE-RECORDS-CASE
           IF WS-LRQ-FEE-DUE > ZEROS
               MOVE WS-LRQ-FEE-DUE TO WS-DSP-AMOUNT
               DISPLAY "NOTICE: $" WS-DSP-AMOUNT
                       " research fee is still unpaid."
           END-IF
           IF WS-LRQ-NOTICE-DUE
               DISPLAY "NOTICE: customer notice is still owed on "
                       "this case."
           END-IF
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-CONFIRM FROM CONSOLE
           IF WS-LRQ-INPUT-CONFIRM NOT = "Y"
               AND WS-LRQ-INPUT-CONFIRM NOT = "y"
               DISPLAY "Case not changed."
               GO TO 6337-CLOSE-EXIT
           END-IF

           IF WS-LRQ-INPUT-ACTION = "C"
               SET LRQ-STAT-CLOSED TO TRUE
           ELSE
               SET LRQ-STAT-WITHDRAWN TO TRUE
           END-IF
           MOVE LS-CURRENT-USER TO LRQ-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO LRQ-CLOSED-DATE
           REWRITE LRQ-CASE-RECORD
           DISPLAY "Case " LRQ-CASE-ID " status " LRQ-STATUS "."

           MOVE "RECREQ_CLOSED" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Status=" LRQ-STATUS
                  " FeeDue=" WS-LRQ-FEE-DUE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6337-CLOSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6338 - GENERATE RECORDS REQUEST CASE ID
      * Same next-highest-key scan idiom as 6305.
      ******************************************************************
       6338-GENERATE-LRQ-ID.
           MOVE 1 TO WS-NEXT-LRQ-ID
           MOVE LOW-VALUES TO LRQ-CASE-ID
           START LRQ-CASE-FILE KEY >= LRQ-CASE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQ-FILE-STATUS NOT = "00"
               READ LRQ-CASE-FILE NEXT RECORD
               IF WS-LRQ-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-LRQ-ID = LRQ-CASE-ID + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQ-FILE-STATUS.

      ******************************************************************
      * 6339 - DESCRIBE THE CURRENT RECORDS REQUEST
      * Sets the type, requester, status and notice descriptions,
      * whether notice is owed now, and the research fee still
      * outstanding. WS-LRQ-TODAY is the business date.
      ******************************************************************
       6339-DESCRIBE-RECORDS-CASE.
           EVALUATE TRUE
               WHEN LRQ-TYPE-SUBPOENA
                   MOVE "SUBPOENA" TO WS-LRQ-TYPE-DESC
               WHEN LRQ-TYPE-SUMMONS
                   MOVE "SUMMONS" TO WS-LRQ-TYPE-DESC
               WHEN LRQ-TYPE-WARRANT
                   MOVE "WARRANT" TO WS-LRQ-TYPE-DESC
               WHEN OTHER
                   MOVE "LETTER" TO WS-LRQ-TYPE-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN LRQ-AGCY-FEDERAL
                   MOVE "FEDERAL AGENCY" TO WS-LRQ-AGCY-DESC
               WHEN LRQ-AGCY-GRAND-JURY
                   MOVE "GRAND JURY" TO WS-LRQ-AGCY-DESC
               WHEN LRQ-AGCY-IRS
                   MOVE "IRS" TO WS-LRQ-AGCY-DESC
               WHEN LRQ-AGCY-STATE-LOCAL
                   MOVE "STATE/LOCAL" TO WS-LRQ-AGCY-DESC
               WHEN LRQ-AGCY-CIVIL
                   MOVE "CIVIL LITIGANT" TO WS-LRQ-AGCY-DESC
               WHEN OTHER
                   MOVE "REGULATOR" TO WS-LRQ-AGCY-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN LRQ-STAT-OPEN
                   MOVE "OPEN" TO WS-LRQ-STAT-DESC
               WHEN LRQ-STAT-RESEARCHED
                   MOVE "RESEARCHED" TO WS-LRQ-STAT-DESC
               WHEN LRQ-STAT-PRODUCED
                   MOVE "PRODUCED" TO WS-LRQ-STAT-DESC
               WHEN LRQ-STAT-CLOSED
                   MOVE "CLOSED" TO WS-LRQ-STAT-DESC
               WHEN OTHER
                   MOVE "WITHDRAWN" TO WS-LRQ-STAT-DESC
           END-EVALUATE

           MOVE "N" TO WS-LRQ-NOTICE-DUE-FLAG
           EVALUATE TRUE
               WHEN LRQ-NOTICE-SENT-DATE NOT = SPACES
                   MOVE "SENT" TO WS-LRQ-NOTICE-DESC
               WHEN LRQ-NOTICE-REQUIRED
                   MOVE "REQUIRED" TO WS-LRQ-NOTICE-DESC
                   MOVE "Y" TO WS-LRQ-NOTICE-DUE-FLAG
               WHEN LRQ-NOTICE-PROHIBITED
                   IF LRQ-NOTICE-DELAY-UNTIL NOT = SPACES
                       AND LRQ-NOTICE-DELAY-UNTIL NOT > WS-LRQ-TODAY
                       MOVE "DELAY LAPSED" TO WS-LRQ-NOTICE-DESC
                       MOVE "Y" TO WS-LRQ-NOTICE-DUE-FLAG
                   ELSE
                       MOVE "PROHIBITED" TO WS-LRQ-NOTICE-DESC
                   END-IF
               WHEN OTHER
                   MOVE "NONE" TO WS-LRQ-NOTICE-DESC
           END-EVALUATE

           MOVE ZEROS TO WS-LRQ-FEE-DUE
           IF LRQ-FEE-BILLED-DATE NOT = SPACES
               COMPUTE WS-LRQ-FEE-DUE =
                   LRQ-FEE-AMOUNT - LRQ-FEE-PAID-AMOUNT
           END-IF.

      ******************************************************************
      * 6340 - RESEARCH A RECORDS REQUEST
      * Gathers what the request calls for on every account it
      * reaches - the archived statements from DOC-INDEX-FILE, the
      * signature card and the TRANSACTION-FILE history for the
      * period - into a dated production package, logging each item
      * produced (LRQPREC) and billing the research fee where the
      * requester may be charged. A case may be researched again
      * until a fee payment is taken; each run is a new package and
      * adds to the log.
      ******************************************************************
       6340-RESEARCH-RECORDS-REQUEST.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Records requests are restricted to "
                       "SUPERVISOR."
               GO TO 6340-RSCH-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== RESEARCH RECORDS REQUEST ==="
           MOVE WS-BUSINESS-DATE TO WS-LRQ-TODAY
           DISPLAY "Case ID: " WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-ID FROM CONSOLE
           COMPUTE LRQ-CASE-ID = FUNCTION NUMVAL(WS-LRQ-INPUT-ID)
           READ LRQ-CASE-FILE
           IF WS-LRQ-FILE-STATUS NOT = "00"
               DISPLAY "Case not found."
               MOVE "00" TO WS-LRQ-FILE-STATUS
               GO TO 6340-RSCH-EXIT
           END-IF
           IF NOT LRQ-STAT-PENDING
               DISPLAY "Case is no longer open (status "
                       LRQ-STATUS ")."
               GO TO 6340-RSCH-EXIT
           END-IF
           IF LRQ-FEE-PAID-AMOUNT > ZEROS
               DISPLAY "A payment is on file against the fee billed "
                       "- the package can no longer be rebuilt."
               GO TO 6340-RSCH-EXIT
           END-IF
           IF LRQ-SUBJECT-COUNT = ZEROS
               DISPLAY "No customers or accounts are named on the "
                       "case yet."
               GO TO 6340-RSCH-EXIT
           END-IF

           PERFORM 6341-COLLECT-CASE-ACCOUNTS

      * A package that leaves out accounts the request reaches is
      * not a response - the case goes back to open until legal
      * splits its subjects across cases
           MOVE WS-LRQ-ACCT-OVERFLOW TO LRQ-ACCT-OVERFLOW
           IF WS-LRQ-ACCT-OVERFLOW > ZEROS
               SET LRQ-STAT-OPEN TO TRUE
               REWRITE LRQ-CASE-RECORD
               MOVE WS-LRQ-ACCT-COUNT TO WS-LRQ-DSP-COUNT
               DISPLAY "The subjects reach more than "
                       WS-LRQ-DSP-COUNT " accounts - "
                       WS-LRQ-ACCT-OVERFLOW " more would be left out."
               DISPLAY "Nothing produced - split the subjects across "
                       "cases and research each."
               MOVE "RECREQ_OVERFLOW" TO WS-AUDIT-ACTION
               STRING "Case=" LRQ-CASE-ID
                      " Accts=" WS-LRQ-DSP-COUNT
                      " Overflow=" WS-LRQ-ACCT-OVERFLOW
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 6340-RSCH-EXIT
           END-IF

      * Next package run and log sequence on the case
           MOVE 1 TO WS-LRQ-RUN-NO
           MOVE 1 TO WS-LRQP-NEXT-SEQ
           MOVE LRQ-CASE-ID TO LRQP-CASE-ID
           MOVE ZEROS TO LRQP-SEQ
           START LRQ-PROD-LOG-FILE KEY >= LRQP-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQP-FILE-STATUS NOT = "00"
               READ LRQ-PROD-LOG-FILE NEXT RECORD
               IF WS-LRQP-FILE-STATUS = "00"
                   IF LRQP-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQP-FILE-STATUS
                   ELSE
                       COMPUTE WS-LRQP-NEXT-SEQ = LRQP-SEQ + 1
                       IF LRQP-RUN-NO NOT < WS-LRQ-RUN-NO
                           COMPUTE WS-LRQ-RUN-NO = LRQP-RUN-NO + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQP-FILE-STATUS

           MOVE SPACES TO WS-LRQK-PATH
           STRING "/tmp/altoro_records_" LRQ-CASE-ID "_"
                  WS-LRQ-RUN-NO ".txt"
                  DELIMITED SIZE INTO WS-LRQK-PATH
           OPEN OUTPUT LRQ-PACKAGE-FILE
           IF WS-LRQK-STATUS NOT = "00"
               DISPLAY "Unable to open production package, status "
                       WS-LRQK-STATUS
               GO TO 6340-RSCH-EXIT
           END-IF
           MOVE ZEROS TO WS-LRQ-RUN-PAGES
           MOVE ZEROS TO WS-LRQ-RUN-ITEMS
           MOVE ZEROS TO WS-LRQ-RUN-MISSING
           PERFORM 6351-WRITE-PACKAGE-COVER

           PERFORM VARYING WS-LRQ-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LRQ-ACCT-IDX > WS-LRQ-ACCT-COUNT
               PERFORM 6344-PRODUCE-ACCOUNT-RECORDS
                   THRU 6344-ACCT-EXIT
           END-PERFORM

           PERFORM 6350-BILL-RESEARCH-FEE
               THRU 6350-FEE-EXIT

           MOVE SPACES TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE "CERTIFICATION OF RECORDS CUSTODIAN"
               TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "THE RECORDS IN THIS PACKAGE ARE TRUE COPIES OF "
                  "RECORDS MADE AND KEPT IN THE REGULAR COURSE OF "
                  "BUSINESS"
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "BY " FUNCTION TRIM(WS-LRQ-CUSTODIAN)
                  ".  PREPARED BY " FUNCTION TRIM(LS-CURRENT-USER)
                  " ON " WS-LRQ-TODAY
                  "  ITEMS " WS-LRQ-RUN-ITEMS
                  "  PAGES " WS-LRQ-RUN-PAGES
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           CLOSE LRQ-PACKAGE-FILE

           SET LRQ-STAT-RESEARCHED TO TRUE
           MOVE LS-CURRENT-USER TO LRQ-RESEARCHED-BY
           MOVE WS-LRQ-TODAY TO LRQ-RESEARCHED-DATE
           MOVE WS-LRQK-PATH TO LRQ-PACKAGE-PATH
           MOVE WS-LRQ-RUN-PAGES TO LRQ-PAGE-COUNT
           REWRITE LRQ-CASE-RECORD

           DISPLAY "Accounts searched:   " WS-LRQ-ACCT-COUNT
           DISPLAY "Items produced:      " WS-LRQ-RUN-ITEMS
           DISPLAY "Statements missing:  " WS-LRQ-RUN-MISSING
           DISPLAY "Pages:               " WS-LRQ-RUN-PAGES
           DISPLAY "Package: " FUNCTION TRIM(WS-LRQK-PATH)
           IF LRQ-NOTICE-PROHIBITED
               DISPLAY "NOTICE PROHIBITED - do not disclose this "
                       "request to the customer."
           END-IF

           MOVE WS-LRQ-ACCT-COUNT TO WS-LRQ-DSP-COUNT
           MOVE "RECREQ_RESEARCHED" TO WS-AUDIT-ACTION
           STRING "Case=" LRQ-CASE-ID
                  " Run=" WS-LRQ-RUN-NO
                  " Accts=" WS-LRQ-DSP-COUNT
                  " Items=" WS-LRQ-RUN-ITEMS
                  " Missing=" WS-LRQ-RUN-MISSING
                  " Pages=" WS-LRQ-RUN-PAGES
                  " Fee=" LRQ-FEE-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6340-RSCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 6341 - COLLECT THE ACCOUNTS A RECORDS REQUEST REACHES
      * Every account named, and every account each named customer
      * has owned - closed and removed relationships included, since
      * the request covers a past period.
      ******************************************************************
       6341-COLLECT-CASE-ACCOUNTS.
           MOVE ZEROS TO WS-LRQ-ACCT-COUNT
           MOVE ZEROS TO WS-LRQ-ACCT-OVERFLOW
           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE ZEROS TO LRQS-SEQ
           START LRQ-SUBJECT-FILE KEY >= LRQS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQS-FILE-STATUS NOT = "00"
               READ LRQ-SUBJECT-FILE NEXT RECORD
               IF WS-LRQS-FILE-STATUS = "00"
                   IF LRQS-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQS-FILE-STATUS
                   ELSE
                       IF LRQS-ON-ACCOUNT
                           IF LRQS-ACCT-ID NOT = ZEROS
                               MOVE LRQS-ACCT-ID TO WS-LRQ-ADD-ACCT
                               MOVE LRQS-CUST-ID TO WS-LRQ-ADD-CUST
                               PERFORM 6343-ADD-CASE-ACCOUNT
                           END-IF
                       ELSE
                           IF LRQS-CUST-ID NOT = SPACES
                               PERFORM 6342-ADD-CUSTOMER-ACCOUNTS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQS-FILE-STATUS.

      ******************************************************************
      * 6342 - ADD A NAMED CUSTOMER'S ACCOUNTS
      * LRQ-SUBJECT-RECORD is current. Keyed through the owner
      * cross-reference, every row whatever its status.
      ******************************************************************
       6342-ADD-CUSTOMER-ACCOUNTS.
           MOVE LRQS-CUST-ID TO XREF-OWNER-ID
           MOVE LOW-VALUES TO XREF-ACCT-ID
           START OWNER-XREF-FILE KEY >= XREF-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = "00"
               READ OWNER-XREF-FILE NEXT RECORD
               IF WS-XREF-FILE-STATUS = "00"
                   IF XREF-OWNER-ID NOT = LRQS-CUST-ID
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   ELSE
                       MOVE XREF-ACCT-ID TO WS-LRQ-ADD-ACCT
                       MOVE LRQS-CUST-ID TO WS-LRQ-ADD-CUST
                       PERFORM 6343-ADD-CASE-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-XREF-FILE-STATUS.

      ******************************************************************
      * 6343 - ADD ONE ACCOUNT TO THE RESEARCH LIST
      * Once per account however it was reached; past the table
      * size the account is counted, not researched.
      ******************************************************************
       6343-ADD-CASE-ACCOUNT.
           MOVE "N" TO WS-LRQ-ADD-FOUND
           PERFORM VARYING WS-LRQ-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LRQ-ACCT-IDX > WS-LRQ-ACCT-COUNT
               IF WS-LRQ-ACCT-ID(WS-LRQ-ACCT-IDX) = WS-LRQ-ADD-ACCT
                   MOVE "Y" TO WS-LRQ-ADD-FOUND
               END-IF
           END-PERFORM
           IF WS-LRQ-ADD-FOUND = "N"
               IF WS-LRQ-ACCT-COUNT < WS-LRQ-ACCT-MAX
                   ADD 1 TO WS-LRQ-ACCT-COUNT
                   MOVE WS-LRQ-ADD-ACCT
                       TO WS-LRQ-ACCT-ID(WS-LRQ-ACCT-COUNT)
                   MOVE WS-LRQ-ADD-CUST
                       TO WS-LRQ-ACCT-CUST(WS-LRQ-ACCT-COUNT)
               ELSE
                   ADD 1 TO WS-LRQ-ACCT-OVERFLOW
               END-IF
           END-IF.

      ******************************************************************
      * 6344 - PRODUCE ONE ACCOUNT'S RECORDS
      * Account WS-LRQ-ACCT-IDX of the research list: a section
      * header under the letterhead of the charter that holds the
      * account, then each kind of record the request calls for.
      ******************************************************************
       6344-PRODUCE-ACCOUNT-RECORDS.
           MOVE WS-LRQ-ACCT-ID(WS-LRQ-ACCT-IDX) TO WS-LRQ-SCAN-ACCT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE ALL "=" TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE WS-LRQ-SCAN-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-ACCT-FILE-STATUS
               MOVE SPACES TO LRQ-PACKAGE-RECORD
               STRING "ACCOUNT " WS-LRQ-SCAN-ACCT
                      " - NO ACCOUNT RECORD ON FILE"
                      DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
               WRITE LRQ-PACKAGE-RECORD
               GO TO 6344-ACCT-EXIT
           END-IF
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "ACCOUNT " ACCT-ID "  " ACCT-NAME
                  "  TYPE " ACCT-TYPE "  STATUS " ACCT-STATUS
                  "  OPENED " ACCT-OPEN-DATE
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "OWNER " ACCT-OWNER-ID
                  "  RECORDS OF " FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD

           IF LRQ-WANT-STATEMENTS = "Y"
               PERFORM 6345-PRODUCE-STATEMENTS
           END-IF
           IF LRQ-WANT-SIGNATURES = "Y"
               PERFORM 6347-PRODUCE-SIGNATURE-CARD
           END-IF
           IF LRQ-WANT-HISTORY = "Y"
               PERFORM 6348-PRODUCE-HISTORY
           END-IF.

       6344-ACCT-EXIT.
           CONTINUE.

      ******************************************************************
      * 6345 - PRODUCE THE ACCOUNT'S STATEMENTS
      * Every statement the archive index holds for the account
      * dated inside the period (a statement is indexed under the
      * day it was produced).
      ******************************************************************
       6345-PRODUCE-STATEMENTS.
           MOVE ZEROS TO WS-LRQ-DSP-COUNT
           MOVE LOW-VALUES TO DOC-ID
           START DOC-INDEX-FILE KEY >= DOC-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DOC-FILE-STATUS NOT = "00"
               READ DOC-INDEX-FILE NEXT RECORD
               IF WS-DOC-FILE-STATUS = "00"
                   IF DOC-TYPE-STATEMENT
                       AND DOC-ACCT-ID = WS-LRQ-SCAN-ACCT
                       AND DOC-PERIOD NOT < LRQ-RANGE-FROM
                       AND DOC-PERIOD NOT > LRQ-RANGE-TO
                       ADD 1 TO WS-LRQ-DSP-COUNT
                       PERFORM 6346-COPY-ONE-STATEMENT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DOC-FILE-STATUS
           IF WS-LRQ-DSP-COUNT = ZEROS
               MOVE SPACES TO LRQ-PACKAGE-RECORD
               MOVE "  STATEMENTS: NONE ARCHIVED FOR THE PERIOD"
                   TO LRQ-PACKAGE-RECORD
               WRITE LRQ-PACKAGE-RECORD
           END-IF.

      ******************************************************************
      * 6346 - COPY ONE ARCHIVED STATEMENT INTO THE PACKAGE
      * DOC-INDEX-RECORD is current. A statement whose file can no
      * longer be read is logged missing and not charged.
      ******************************************************************
       6346-COPY-ONE-STATEMENT.
           MOVE ZEROS TO WS-LRQ-ITEM-LINES
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  --- STATEMENT " DOC-PERIOD
                  " (ARCHIVE DOCUMENT " DOC-ID ") ---"
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE DOC-PATH TO WS-LRQM-PATH
           OPEN INPUT LRQ-STMT-COPY-FILE
           IF WS-LRQM-STATUS NOT = "00"
               MOVE SPACES TO LRQ-PACKAGE-RECORD
               STRING "  ARCHIVED COPY NOT FOUND: "
                      FUNCTION TRIM(DOC-PATH)
                      DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
               WRITE LRQ-PACKAGE-RECORD
               MOVE "M" TO WS-LRQ-LOG-RESULT
               ADD 1 TO WS-LRQ-RUN-MISSING
           ELSE
               PERFORM UNTIL WS-LRQM-STATUS NOT = "00"
                   READ LRQ-STMT-COPY-FILE
                   IF WS-LRQM-STATUS = "00"
                       WRITE LRQ-PACKAGE-RECORD
                           FROM LRQ-STMT-COPY-RECORD
                       ADD 1 TO WS-LRQ-ITEM-LINES
                   END-IF
               END-PERFORM
               CLOSE LRQ-STMT-COPY-FILE
               MOVE "P" TO WS-LRQ-LOG-RESULT
           END-IF
           MOVE "STMT" TO WS-LRQ-LOG-TYPE
           MOVE DOC-ID TO WS-LRQ-LOG-DOC-ID
           MOVE DOC-PERIOD TO WS-LRQ-LOG-PERIOD
           MOVE WS-LRQ-ITEM-LINES TO WS-LRQ-LOG-COUNT
           MOVE DOC-PATH TO WS-LRQ-LOG-PATH
           PERFORM 6349-LOG-PRODUCTION-ITEM.

      ******************************************************************
      * 6347 - PRODUCE THE ACCOUNT'S SIGNATURE CARD
      * The owner of record, any joint owners and every signer
      * authority - power of attorney, authorized signer or
      * conservator - ever granted on the account.
      ******************************************************************
       6347-PRODUCE-SIGNATURE-CARD.
           MOVE ZEROS TO WS-LRQ-ITEM-LINES
           MOVE ZEROS TO WS-LRQ-LOG-COUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           MOVE "  --- SIGNATURE CARD - OWNERS AND AUTHORIZED "
               & "SIGNERS ---" TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           ADD 1 TO WS-LRQ-ITEM-LINES

           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           PERFORM 6357-LOOKUP-CUST-NAME
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  OWNER OF RECORD  " ACCT-OWNER-ID " "
                  WS-LRQ-CUST-NAME
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           ADD 1 TO WS-LRQ-ITEM-LINES
           ADD 1 TO WS-LRQ-LOG-COUNT

           MOVE WS-LRQ-SCAN-ACCT TO OWNER-ACCT-ID
           MOVE ZEROS TO OWNER-SEQ-NUM
           START ACCOUNT-OWNER-FILE KEY >= OWNER-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OWNER-FILE-STATUS NOT = "00"
               READ ACCOUNT-OWNER-FILE NEXT RECORD
               IF WS-OWNER-FILE-STATUS = "00"
                   IF OWNER-ACCT-ID NOT = WS-LRQ-SCAN-ACCT
                       MOVE "10" TO WS-OWNER-FILE-STATUS
                   ELSE
                       MOVE OWNER-CUST-ID TO CUST-USER-ID
                       PERFORM 6357-LOOKUP-CUST-NAME
                       MOVE SPACES TO LRQ-PACKAGE-RECORD
                       STRING "  OWNER (" OWNER-TYPE ")       "
                              OWNER-CUST-ID " " WS-LRQ-CUST-NAME
                              " ADDED " OWNER-ADDED-DATE
                              " STATUS " OWNER-STATUS
                              DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
                       WRITE LRQ-PACKAGE-RECORD
                       ADD 1 TO WS-LRQ-ITEM-LINES
                       ADD 1 TO WS-LRQ-LOG-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OWNER-FILE-STATUS

           MOVE WS-LRQ-SCAN-ACCT TO SGN-ACCT-ID
           MOVE ZEROS TO SGN-SEQ
           START SIGNER-AUTH-FILE KEY >= SGN-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SGN-FILE-STATUS NOT = "00"
               READ SIGNER-AUTH-FILE NEXT RECORD
               IF WS-SGN-FILE-STATUS = "00"
                   IF SGN-ACCT-ID NOT = WS-LRQ-SCAN-ACCT
                       MOVE "10" TO WS-SGN-FILE-STATUS
                   ELSE
                       MOVE SGN-PERSON-ID TO CUST-USER-ID
                       PERFORM 6357-LOOKUP-CUST-NAME
                       MOVE SGN-SCOPE-LIMIT TO WS-DSP-AMOUNT
                       MOVE SPACES TO LRQ-PACKAGE-RECORD
                       STRING "  SIGNER (" SGN-CAPACITY ")       "
                              SGN-PERSON-ID " " WS-LRQ-CUST-NAME
                              DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
                       WRITE LRQ-PACKAGE-RECORD
                       MOVE SPACES TO LRQ-PACKAGE-RECORD
                       STRING "      LIMIT $" WS-DSP-AMOUNT
                              " ADDED " SGN-ADDED-DATE
                              " BY " SGN-ADDED-BY
                              " EXPIRES " SGN-EXPIRATION-DATE
                              " STATUS " SGN-STATUS
                              DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
                       WRITE LRQ-PACKAGE-RECORD
                       ADD 2 TO WS-LRQ-ITEM-LINES
                       ADD 1 TO WS-LRQ-LOG-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SGN-FILE-STATUS

           MOVE "SIGC" TO WS-LRQ-LOG-TYPE
           MOVE ZEROS TO WS-LRQ-LOG-DOC-ID
           MOVE SPACES TO WS-LRQ-LOG-PERIOD
           MOVE "P" TO WS-LRQ-LOG-RESULT
           MOVE SPACES TO WS-LRQ-LOG-PATH
           PERFORM 6349-LOG-PRODUCTION-ITEM.

      ******************************************************************
      * 6348 - PRODUCE THE ACCOUNT'S TRANSACTION HISTORY
      * Every posting to the account inside the period, reversed
      * and failed items included, in file order.
      ******************************************************************
       6348-PRODUCE-HISTORY.
           MOVE ZEROS TO WS-LRQ-ITEM-LINES
           MOVE ZEROS TO WS-LRQ-LOG-COUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  --- TRANSACTION HISTORY " LRQ-RANGE-FROM
                  " TO " LRQ-RANGE-TO " ---"
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE "DATE     TIME   TY" TO LRQ-PACKAGE-RECORD
           MOVE "AMOUNT" TO LRQ-PACKAGE-RECORD(28:)
           MOVE "BALANCE" TO LRQ-PACKAGE-RECORD(43:)
           MOVE "S REFERENCE" TO LRQ-PACKAGE-RECORD(52:)
           MOVE "DESCRIPTION" TO LRQ-PACKAGE-RECORD(75:)
           WRITE LRQ-PACKAGE-RECORD
           ADD 2 TO WS-LRQ-ITEM-LINES

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = WS-LRQ-SCAN-ACCT
                       AND TRAN-DATE(1:8) IS NUMERIC
                       MOVE TRAN-DATE(1:8) TO WS-LRQ-TRAN-DATE
                       IF WS-LRQ-TRAN-DATE NOT < LRQ-RANGE-FROM
                           AND WS-LRQ-TRAN-DATE NOT > LRQ-RANGE-TO
                           MOVE WS-LRQ-TRAN-DATE TO WS-LRQKD-DATE
                           MOVE TRAN-TIME(1:6) TO WS-LRQKD-TIME
                           MOVE TRAN-TYPE TO WS-LRQKD-TYPE
                           MOVE TRAN-AMOUNT TO WS-LRQKD-AMOUNT
                           MOVE TRAN-BALANCE-AFTER
                               TO WS-LRQKD-BALANCE
                           MOVE TRAN-STATUS TO WS-LRQKD-STATUS
                           MOVE TRAN-REF-NUMBER TO WS-LRQKD-REF
                           MOVE TRAN-DESCRIPTION TO WS-LRQKD-DESC
                           WRITE LRQ-PACKAGE-RECORD
                               FROM WS-LRQ-PKG-DTL
                           ADD 1 TO WS-LRQ-ITEM-LINES
                           ADD 1 TO WS-LRQ-LOG-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS
           IF WS-LRQ-LOG-COUNT = ZEROS
               MOVE "  NO POSTINGS IN THE PERIOD"
                   TO LRQ-PACKAGE-RECORD
               WRITE LRQ-PACKAGE-RECORD
               ADD 1 TO WS-LRQ-ITEM-LINES
           END-IF

           MOVE "TRAN" TO WS-LRQ-LOG-TYPE
           MOVE ZEROS TO WS-LRQ-LOG-DOC-ID
           MOVE SPACES TO WS-LRQ-LOG-PERIOD
           MOVE "P" TO WS-LRQ-LOG-RESULT
           MOVE SPACES TO WS-LRQ-LOG-PATH
           PERFORM 6349-LOG-PRODUCTION-ITEM.

      ******************************************************************
      * 6349 - LOG ONE PRODUCTION ITEM
      * The caller sets WS-LRQ-LOG-* and the lines it wrote to the
      * package (WS-LRQ-ITEM-LINES), from which the item's pages are
      * counted for the reproduction charge.
      ******************************************************************
       6349-LOG-PRODUCTION-ITEM.
           MOVE ZEROS TO WS-LRQ-ITEM-PAGES
           IF WS-LRQ-LOG-RESULT = "P"
               COMPUTE WS-LRQ-ITEM-PAGES =
                   (WS-LRQ-ITEM-LINES + WS-LRQ-LINES-PER-PAGE - 1)
                   / WS-LRQ-LINES-PER-PAGE
               IF WS-LRQ-ITEM-PAGES = ZEROS
                   MOVE 1 TO WS-LRQ-ITEM-PAGES
               END-IF
               ADD WS-LRQ-ITEM-PAGES TO WS-LRQ-RUN-PAGES
           END-IF
           ADD 1 TO WS-LRQ-RUN-ITEMS

           INITIALIZE LRQ-PROD-LOG-RECORD
           MOVE LRQ-CASE-ID TO LRQP-CASE-ID
           MOVE WS-LRQP-NEXT-SEQ TO LRQP-SEQ
           MOVE WS-LRQ-RUN-NO TO LRQP-RUN-NO
           MOVE WS-LRQ-LOG-TYPE TO LRQP-ITEM-TYPE
           MOVE WS-LRQ-SCAN-ACCT TO LRQP-ACCT-ID
           MOVE WS-LRQ-ACCT-CUST(WS-LRQ-ACCT-IDX) TO LRQP-CUST-ID
           IF LRQP-CUST-ID = SPACES
               MOVE ACCT-OWNER-ID TO LRQP-CUST-ID
           END-IF
           MOVE WS-LRQ-LOG-DOC-ID TO LRQP-DOC-ID
           MOVE WS-LRQ-LOG-PERIOD TO LRQP-PERIOD
           MOVE WS-LRQ-LOG-COUNT TO LRQP-ITEM-COUNT
           MOVE WS-LRQ-ITEM-PAGES TO LRQP-PAGES
           MOVE WS-LRQ-LOG-RESULT TO LRQP-RESULT
           MOVE WS-LRQ-LOG-PATH TO LRQP-SOURCE-PATH
           MOVE LS-CURRENT-USER TO LRQP-PRODUCED-BY
           MOVE WS-LRQ-TODAY TO LRQP-PRODUCED-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO LRQP-PRODUCED-TIME
           WRITE LRQ-PROD-LOG-RECORD
           IF WS-LRQP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to log production item, status "
                       WS-LRQP-FILE-STATUS
               MOVE "00" TO WS-LRQP-FILE-STATUS
           END-IF
           ADD 1 TO WS-LRQP-NEXT-SEQ.

      ******************************************************************
      * 6350 - BILL THE RESEARCH FEE
      * Only where the case allows the bank to recover its costs:
      * search and processing time by the hour plus reproduction by
      * the page, at the FEESCHED LRSH / LRPG rates under product LR
      * or the Regulation S defaults. The invoice closes the package
      * and the fee is carried on the case until paid (6336).
      ******************************************************************
       6350-BILL-RESEARCH-FEE.
           MOVE ZEROS TO LRQ-RESEARCH-HOURS
           MOVE ZEROS TO LRQ-FEE-AMOUNT
           MOVE SPACES TO LRQ-FEE-BILLED-DATE
           IF LRQ-FEE-NOT-ALLOWED
               DISPLAY "No research fee - not recoverable from this "
                       "requester."
               GO TO 6350-FEE-EXIT
           END-IF
           DISPLAY "Research time spent, in hours (e.g. 2.5): "
               WITH NO ADVANCING
           ACCEPT WS-LRQ-INPUT-HOURS FROM CONSOLE
           COMPUTE WS-LRQ-FEE-HOURS =
               FUNCTION NUMVAL(WS-LRQ-INPUT-HOURS)

           MOVE WS-LRQ-HOUR-RATE-DFLT TO WS-LRQ-HOUR-RATE
           MOVE "LRSH" TO FEE-CODE
           MOVE "LR" TO FEE-PRODUCT
           READ FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               MOVE FEE-AMOUNT TO WS-LRQ-HOUR-RATE
           END-IF
           MOVE WS-LRQ-PAGE-RATE-DFLT TO WS-LRQ-PAGE-RATE
           MOVE "LRPG" TO FEE-CODE
           MOVE "LR" TO FEE-PRODUCT
           READ FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               MOVE FEE-AMOUNT TO WS-LRQ-PAGE-RATE
           END-IF
           MOVE "00" TO WS-FEE-FILE-STATUS

           COMPUTE WS-LRQ-FEE-SEARCH ROUNDED =
               WS-LRQ-FEE-HOURS * WS-LRQ-HOUR-RATE
           COMPUTE WS-LRQ-FEE-COPIES ROUNDED =
               WS-LRQ-RUN-PAGES * WS-LRQ-PAGE-RATE
           MOVE WS-LRQ-FEE-HOURS TO LRQ-RESEARCH-HOURS
           COMPUTE LRQ-FEE-AMOUNT =
               WS-LRQ-FEE-SEARCH + WS-LRQ-FEE-COPIES
           IF LRQ-FEE-AMOUNT NOT > ZEROS
               MOVE ZEROS TO LRQ-FEE-AMOUNT
               DISPLAY "Nothing to bill."
               GO TO 6350-FEE-EXIT
           END-IF
           MOVE WS-LRQ-TODAY TO LRQ-FEE-BILLED-DATE

           MOVE SPACES TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "RESEARCH FEE INVOICE - CASE " LRQ-CASE-ID
                  "  DATED " WS-LRQ-TODAY
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "BILL TO: " FUNCTION TRIM(LRQ-AGENCY-NAME)
                  "  ATTN " FUNCTION TRIM(LRQ-AGENCY-CONTACT)
                  "  REF " FUNCTION TRIM(LRQ-AGENCY-REF)
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE WS-LRQ-FEE-HOURS TO WS-LRQ-DSP-HOURS
           MOVE WS-LRQ-HOUR-RATE TO WS-LRQ-DSP-RATE
           MOVE WS-LRQ-FEE-SEARCH TO WS-DSP-AMOUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  SEARCH AND PROCESSING " WS-LRQ-DSP-HOURS
                  " HOURS AT $" WS-LRQ-DSP-RATE
                  "   $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE WS-LRQ-RUN-PAGES TO WS-LRQ-DSP-PAGES
           MOVE WS-LRQ-PAGE-RATE TO WS-LRQ-DSP-RATE
           MOVE WS-LRQ-FEE-COPIES TO WS-DSP-AMOUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  REPRODUCTION       " WS-LRQ-DSP-PAGES
                  " PAGES AT $" WS-LRQ-DSP-RATE
                  "   $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE LRQ-FEE-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "  AMOUNT DUE $" WS-DSP-AMOUNT
                  "  PAYABLE TO " FUNCTION TRIM(WS-LRQ-CUSTODIAN)
                  " - QUOTE CASE " LRQ-CASE-ID
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           DISPLAY "Research fee billed: $" WS-DSP-AMOUNT.

       6350-FEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6351 - WRITE THE PACKAGE COVER
      * Under the letterhead of the charter holding the first
      * account found; a request that finds no account goes out
      * under entity 001. The cover carries no notice status - the
      * package goes to the requester.
      ******************************************************************
       6351-WRITE-PACKAGE-COVER.
           MOVE ZEROS TO ACCT-ID
           IF WS-LRQ-ACCT-COUNT > ZEROS
               MOVE WS-LRQ-ACCT-ID(1) TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE ZEROS TO ACCT-ID
                   MOVE "00" TO WS-ACCT-FILE-STATUS
               END-IF
           END-IF
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE WS-ENTY-DOC-NAME TO WS-LRQ-CUSTODIAN
           PERFORM 6339-DESCRIBE-RECORDS-CASE

           MOVE WS-ENTY-DOC-NAME TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE WS-ENTY-DOC-ADDRESS TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "RECORDS PRODUCTION - CASE " LRQ-CASE-ID
                  "  PACKAGE " WS-LRQ-RUN-NO
                  "  PREPARED " WS-LRQ-TODAY
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "REQUEST:    " WS-LRQ-TYPE-DESC
                  "  RECEIVED " LRQ-RECEIVED-DATE
                  "  RESPONSE DUE " LRQ-DUE-DATE
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "REQUESTER:  " FUNCTION TRIM(LRQ-AGENCY-NAME)
                  " (" FUNCTION TRIM(WS-LRQ-AGCY-DESC) ")"
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "REFERENCE:  " LRQ-AGENCY-REF
                  "  CONTACT " FUNCTION TRIM(LRQ-AGENCY-CONTACT)
                  " " LRQ-AGENCY-PHONE
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "PERIOD:     " LRQ-RANGE-FROM " TO " LRQ-RANGE-TO
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "RECORDS:    STATEMENTS " LRQ-WANT-STATEMENTS
                  "  SIGNATURE CARDS " LRQ-WANT-SIGNATURES
                  "  TRANSACTION HISTORY " LRQ-WANT-HISTORY
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           MOVE "SUBJECTS NAMED:" TO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD

           MOVE LRQ-CASE-ID TO LRQS-CASE-ID
           MOVE ZEROS TO LRQS-SEQ
           START LRQ-SUBJECT-FILE KEY >= LRQS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LRQS-FILE-STATUS NOT = "00"
               READ LRQ-SUBJECT-FILE NEXT RECORD
               IF WS-LRQS-FILE-STATUS = "00"
                   IF LRQS-CASE-ID NOT = LRQ-CASE-ID
                       MOVE "10" TO WS-LRQS-FILE-STATUS
                   ELSE
                       MOVE SPACES TO LRQ-PACKAGE-RECORD
                       IF LRQS-ON-ACCOUNT
                           STRING "  " LRQS-SEQ " ACCOUNT  "
                                  LRQS-ACCT-ID
                                  "      AS NAMED: "
                                  LRQS-NAME-AS-GIVEN
                                  DELIMITED SIZE
                                  INTO LRQ-PACKAGE-RECORD
                       ELSE
                           STRING "  " LRQS-SEQ " CUSTOMER "
                                  LRQS-CUST-ID
                                  "  AS NAMED: "
                                  LRQS-NAME-AS-GIVEN
                                  DELIMITED SIZE
                                  INTO LRQ-PACKAGE-RECORD
                       END-IF
                       WRITE LRQ-PACKAGE-RECORD
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LRQS-FILE-STATUS

           MOVE WS-LRQ-ACCT-COUNT TO WS-LRQ-DSP-COUNT
           MOVE SPACES TO LRQ-PACKAGE-RECORD
           STRING "ACCOUNTS SEARCHED: " WS-LRQ-DSP-COUNT
                  DELIMITED SIZE INTO LRQ-PACKAGE-RECORD
           WRITE LRQ-PACKAGE-RECORD
           IF WS-LRQ-ACCT-COUNT = ZEROS
               MOVE "NO RECORDS WERE FOUND FOR THE SUBJECTS NAMED."
                   TO LRQ-PACKAGE-RECORD
               WRITE LRQ-PACKAGE-RECORD
           END-IF.

      ******************************************************************
      * 6352 - VALIDATE A RECORDS REQUEST DATE
      * WS-LRQ-CHECK-DATE in, WS-LRQ-DATE-OK / -BAD out.
      ******************************************************************
       6352-CHECK-LRQ-DATE.
           SET WS-LRQ-DATE-BAD TO TRUE
           IF WS-LRQ-CHECK-DATE IS NUMERIC
               MOVE WS-LRQ-CHECK-DATE TO WS-LRQ-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LRQ-DATE-N) = 0
                   SET WS-LRQ-DATE-OK TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 6353 - NOTIFY ONE NAMED CUSTOMER
      * LRQ-SUBJECT-RECORD is current and not yet noticed. A
      * customer not on file cannot be told and stays unnoticed.
      ******************************************************************
       6353-NOTIFY-ONE-SUBJECT.
           MOVE LRQS-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-CUST-FILE-STATUS
               GO TO 6353-NOTIFY-EXIT
           END-IF
           MOVE "N" TO WS-LRQ-NCUST-FOUND
           PERFORM VARYING WS-LRQ-NCUST-IDX FROM 1 BY 1
               UNTIL WS-LRQ-NCUST-IDX > WS-LRQ-NCUST-COUNT
               IF WS-LRQ-NCUST(WS-LRQ-NCUST-IDX) = LRQS-CUST-ID
                   MOVE "Y" TO WS-LRQ-NCUST-FOUND
               END-IF
           END-PERFORM
           IF WS-LRQ-NCUST-FOUND = "N"
               MOVE LRQS-CUST-ID TO WS-NOTIF-CUST-ID
               MOVE "LRQN" TO WS-NOTIF-EVENT-TYPE
               MOVE SPACES TO WS-NOTIF-DETAIL
               STRING "Records request from "
                      FUNCTION TRIM(LRQ-AGENCY-NAME)
                      " ref " FUNCTION TRIM(LRQ-AGENCY-REF)
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
               ADD 1 TO WS-LRQ-NOTICE-COUNT
               IF WS-LRQ-NCUST-COUNT < 50
                   ADD 1 TO WS-LRQ-NCUST-COUNT
                   MOVE LRQS-CUST-ID
                       TO WS-LRQ-NCUST(WS-LRQ-NCUST-COUNT)
               END-IF
           END-IF
           MOVE WS-LRQ-TODAY TO LRQS-NOTICE-DATE
           REWRITE LRQ-SUBJECT-RECORD.

       6353-NOTIFY-EXIT.
           CONTINUE.

      ******************************************************************
      * 6354 - RECORDS REQUEST AGING (MENU)
      ******************************************************************
       6354-RECORDS-AGING-MENU.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Records requests are restricted to "
                       "SUPERVISOR."
               GO TO 6354-AGM-EXIT
           END-IF
           PERFORM 6355-BATCH-RECORDS-AGING
               THRU 6355-LRAG-EXIT.

       6354-AGM-EXIT.
           CONTINUE.

      ******************************************************************
      * 6355 - RECORDS REQUEST DUE-DATE AGING (BATCH, DAILY)
      * The legal department's worklist: every open request by how
      * close its response is to due - overdue first - then the
      * cases already produced that still owe a research fee or a
      * customer notice (a delay-of-notice order that has run out).
      * The report names requests whose notice is prohibited, so it
      * goes to legal only.
      ******************************************************************
       6355-BATCH-RECORDS-AGING.
           DISPLAY " "
           DISPLAY "=== RECORDS REQUEST DUE-DATE AGING ==="

           MOVE "LGLAGING" TO WS-RUNCTL-JOB-NAME
           SET WS-RERUN-TOLERANT TO TRUE
           PERFORM 9100-WRITE-RUNCTL-START
           SET WS-RERUN-GUARDED TO TRUE

           MOVE WS-BUSINESS-DATE TO WS-LRQ-TODAY
           MOVE SPACES TO WS-LRQA-PATH
           STRING "/tmp/altoro_legal_aging_" WS-LRQ-TODAY ".txt"
                  DELIMITED SIZE INTO WS-LRQA-PATH
           OPEN OUTPUT LRQ-AGING-RPT-FILE
           IF WS-LRQA-STATUS NOT = "00"
               DISPLAY "Unable to open aging report, status "
                       WS-LRQA-STATUS
               MOVE "LGLAGING" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 6355-LRAG-EXIT
           END-IF
           MOVE SPACES TO LRQ-AGING-RPT-RECORD
           STRING "SUBPOENA / RECORDS REQUEST DUE-DATE AGING - "
                  "BUSINESS DATE " WS-LRQ-TODAY
                  DELIMITED SIZE INTO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           MOVE "LEGAL DEPARTMENT ONLY - LISTS REQUESTS WHOSE "
               & "CUSTOMER NOTICE IS PROHIBITED"
               TO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           MOVE SPACES TO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           MOVE "CASE     TYPE     REQUESTER"
               TO LRQ-AGING-RPT-RECORD
           MOVE "REFERENCE" TO LRQ-AGING-RPT-RECORD(46:)
           MOVE "RECEIVED DUE       DAYS"
               TO LRQ-AGING-RPT-RECORD(63:)
           MOVE "STATUS     NOTICE" TO LRQ-AGING-RPT-RECORD(87:)
           MOVE "FEE DUE" TO LRQ-AGING-RPT-RECORD(116:)
           WRITE LRQ-AGING-RPT-RECORD

           INITIALIZE WS-LRQ-BKT-COUNTS
           MOVE ZEROS TO WS-LRQ-AGED-COUNT
           MOVE ZEROS TO WS-LRQ-NOTICE-DUE-COUNT
           MOVE ZEROS TO WS-LRQ-FEE-DUE-TOTAL
           PERFORM VARYING WS-LRQ-BKT-IDX FROM 1 BY 1
               UNTIL WS-LRQ-BKT-IDX > 6
               MOVE SPACES TO LRQ-AGING-RPT-RECORD
               WRITE LRQ-AGING-RPT-RECORD
               MOVE WS-LRQ-BKT-NAME(WS-LRQ-BKT-IDX)
                   TO LRQ-AGING-RPT-RECORD
               WRITE LRQ-AGING-RPT-RECORD
               MOVE LOW-VALUES TO LRQ-CASE-ID
               START LRQ-CASE-FILE KEY >= LRQ-CASE-ID
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-LRQ-FILE-STATUS NOT = "00"
                   READ LRQ-CASE-FILE NEXT RECORD
                   IF WS-LRQ-FILE-STATUS = "00"
                       PERFORM 6356-AGE-ONE-CASE
                           THRU 6356-AGE-EXIT
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LRQ-FILE-STATUS
               IF WS-LRQ-BKT-COUNT(WS-LRQ-BKT-IDX) = ZEROS
                   MOVE "  (none)" TO LRQ-AGING-RPT-RECORD
                   WRITE LRQ-AGING-RPT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           PERFORM VARYING WS-LRQ-BKT-IDX FROM 1 BY 1
               UNTIL WS-LRQ-BKT-IDX > 6
               MOVE SPACES TO LRQ-AGING-RPT-RECORD
               STRING WS-LRQ-BKT-NAME(WS-LRQ-BKT-IDX) "  "
                      WS-LRQ-BKT-COUNT(WS-LRQ-BKT-IDX)
                      DELIMITED SIZE INTO LRQ-AGING-RPT-RECORD
               WRITE LRQ-AGING-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO LRQ-AGING-RPT-RECORD
           STRING "CUSTOMER NOTICES OWED " WS-LRQ-NOTICE-DUE-COUNT
                  DELIMITED SIZE INTO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           MOVE WS-LRQ-FEE-DUE-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO LRQ-AGING-RPT-RECORD
           STRING "RESEARCH FEES OUTSTANDING $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO LRQ-AGING-RPT-RECORD
           WRITE LRQ-AGING-RPT-RECORD
           CLOSE LRQ-AGING-RPT-FILE

           DISPLAY "Cases listed:         " WS-LRQ-AGED-COUNT
           DISPLAY "Overdue:              " WS-LRQ-BKT-COUNT(1)
           DISPLAY "Notices owed:         " WS-LRQ-NOTICE-DUE-COUNT
           DISPLAY "Fees outstanding:    $" WS-DSP-AMOUNT
           DISPLAY "Report: " FUNCTION TRIM(WS-LRQA-PATH)

           MOVE "RECREQ_AGING" TO WS-AUDIT-ACTION
           STRING "Listed=" WS-LRQ-AGED-COUNT
                  " Overdue=" WS-LRQ-BKT-COUNT(1)
                  " NoticesOwed=" WS-LRQ-NOTICE-DUE-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "LGLAGING" TO WS-RUNCTL-JOB-NAME
           MOVE WS-LRQ-AGED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       6355-LRAG-EXIT.
           CONTINUE.

      ******************************************************************
      * 6356 - AGE ONE RECORDS REQUEST
      * LRQ-CASE-RECORD is current. Lists it when it falls in the
      * bucket being written: an open case by days to its due date,
      * any other case only while a fee or a notice is outstanding.
      ******************************************************************
       6356-AGE-ONE-CASE.
           PERFORM 6339-DESCRIBE-RECORDS-CASE
           MOVE ZEROS TO WS-LRQ-CASE-BKT
           MOVE ZEROS TO WS-LRQ-DAYS
           IF LRQ-STAT-PENDING
               IF LRQ-DUE-DATE IS NUMERIC
                   MOVE LRQ-DUE-DATE TO WS-LRQ-DATE-N
                   COMPUTE WS-LRQ-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-LRQ-DATE-N)
                       - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-LRQ-DAYS < ZEROS
                       MOVE 1 TO WS-LRQ-CASE-BKT
                   WHEN WS-LRQ-DAYS NOT > 5
                       MOVE 2 TO WS-LRQ-CASE-BKT
                   WHEN WS-LRQ-DAYS NOT > 15
                       MOVE 3 TO WS-LRQ-CASE-BKT
                   WHEN WS-LRQ-DAYS NOT > 30
                       MOVE 4 TO WS-LRQ-CASE-BKT
                   WHEN OTHER
                       MOVE 5 TO WS-LRQ-CASE-BKT
               END-EVALUATE
           ELSE
               IF WS-LRQ-FEE-DUE > ZEROS
                   OR WS-LRQ-NOTICE-DUE
                   MOVE 6 TO WS-LRQ-CASE-BKT
               END-IF
           END-IF
           IF WS-LRQ-CASE-BKT NOT = WS-LRQ-BKT-IDX
               GO TO 6356-AGE-EXIT
           END-IF

           ADD 1 TO WS-LRQ-BKT-COUNT(WS-LRQ-BKT-IDX)
           ADD 1 TO WS-LRQ-AGED-COUNT
           IF WS-LRQ-NOTICE-DUE
               ADD 1 TO WS-LRQ-NOTICE-DUE-COUNT
           END-IF
           ADD WS-LRQ-FEE-DUE TO WS-LRQ-FEE-DUE-TOTAL

           MOVE LRQ-CASE-ID TO WS-LRQAD-CASE
           MOVE WS-LRQ-TYPE-DESC TO WS-LRQAD-TYPE
           MOVE LRQ-AGENCY-NAME TO WS-LRQAD-AGENCY
           MOVE LRQ-AGENCY-REF TO WS-LRQAD-REF
           MOVE LRQ-RECEIVED-DATE TO WS-LRQAD-RECEIVED
           MOVE LRQ-DUE-DATE TO WS-LRQAD-DUE
           MOVE SPACES TO WS-LRQAD-DAYS
           IF LRQ-STAT-PENDING
               MOVE WS-LRQ-DAYS TO WS-LRQ-DSP-DAYS
               MOVE WS-LRQ-DSP-DAYS TO WS-LRQAD-DAYS
           END-IF
           MOVE WS-LRQ-STAT-DESC TO WS-LRQAD-STATUS
           MOVE WS-LRQ-NOTICE-DESC TO WS-LRQAD-NOTICE
           MOVE WS-LRQ-FEE-DUE TO WS-LRQAD-FEE-DUE
           WRITE LRQ-AGING-RPT-RECORD FROM WS-LRQA-DTL.

       6356-AGE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6357 - LOOK UP A CUSTOMER'S NAME FOR THE PACKAGE
      * CUST-USER-ID in, WS-LRQ-CUST-NAME out.
      ******************************************************************
       6357-LOOKUP-CUST-NAME.
           MOVE SPACES TO WS-LRQ-CUST-NAME
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                      FUNCTION TRIM(CUST-LAST-NAME)
                      DELIMITED SIZE INTO WS-LRQ-CUST-NAME
           ELSE
               MOVE "(NOT ON CUSTOMER FILE)" TO WS-LRQ-CUST-NAME
               MOVE "00" TO WS-CUST-FILE-STATUS
           END-IF.

      ******************************************************************
      * 6500 - WEB BRIDGE POLL
      * Drains the web tier's request queue: balance inquiries,
      * transaction lists and transfer initiations, each executed
      * against the same files - and through the same validation
      * paragraphs (3400-CHECK-ACCOUNT-LIMITS,
      * 3420-CHECK-TRANSFER-VELOCITY) - the menus use, with a typed
      * response written back under the web tier's correlation ID.
      ******************************************************************
       6500-WEB-BRIDGE-POLL.
           DISPLAY " "
           DISPLAY "=== WEB BRIDGE POLL ==="

           MOVE "WEBBRIDG" TO WS-RUNCTL-JOB-NAME
           SET WS-RERUN-TOLERANT TO TRUE
           PERFORM 9100-WRITE-RUNCTL-START
           SET WS-RERUN-GUARDED TO TRUE

           OPEN INPUT WEB-REQUEST-FILE
           IF WS-WEBQ-FILE-STATUS NOT = "00"
               DISPLAY "No web request queue present - nothing to "
                       "do."
               MOVE "WEBBRIDG" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 6500-WEB-EXIT
           END-IF
           OPEN EXTEND WEB-RESPONSE-FILE
           IF WS-WEBR-FILE-STATUS = "35"
               OPEN OUTPUT WEB-RESPONSE-FILE
           END-IF

           MOVE ZEROS TO WS-WEB-REQ-COUNT
           PERFORM UNTIL WS-WEBQ-FILE-STATUS NOT = "00"
               READ WEB-REQUEST-FILE
               IF WS-WEBQ-FILE-STATUS = "00"
                   MOVE WEB-REQUEST-RECORD TO WS-WEB-REQ-DETAIL
                   ADD 1 TO WS-WEB-REQ-COUNT
                   MOVE WS-WREQ-ACCT-ID TO WS-RST-CHECK-ACCT
                   IF WS-WREQ-TYPE = "X"
                       MOVE "Y" TO WS-RST-CHECK-DEBIT
                   ELSE
                       MOVE "N" TO WS-RST-CHECK-DEBIT
                   END-IF
                   MOVE "O" TO WS-RST-CHECK-CHANNEL
                   PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
                   IF WS-RST-BLOCKED
                       MOVE WS-WREQ-CORRELATION
                           TO WRSP-CORRELATION-ID
                       EVALUATE WS-WREQ-TYPE
                           WHEN "B"
                               MOVE "BL" TO WRSP-TYPE
                           WHEN "L"
                               MOVE "LT" TO WRSP-TYPE
                           WHEN "X"
                               MOVE "XF" TO WRSP-TYPE
                           WHEN OTHER
                               MOVE "??" TO WRSP-TYPE
                       END-EVALUATE
                       MOVE "ERR " TO WRSP-STATUS
                       MOVE WS-RST-DECLINE-MSG TO WRSP-DATA
                       WRITE WEB-RESPONSE-RECORD
                   ELSE
                       EVALUATE WS-WREQ-TYPE
                           WHEN "B"
                               PERFORM 6510-WEB-BALANCE-INQUIRY
                           WHEN "L"
                               PERFORM 6520-WEB-TRANSACTION-LIST
                           WHEN "X"
                               PERFORM 6530-WEB-TRANSFER
                                   THRU 6530-WEB-XFER-EXIT
                           WHEN OTHER
                               MOVE WS-WREQ-CORRELATION
                                   TO WRSP-CORRELATION-ID
                               MOVE "??" TO WRSP-TYPE
                               MOVE "ERR " TO WRSP-STATUS
                               MOVE "Unknown request type"
                                   TO WRSP-DATA
                               WRITE WEB-RESPONSE-RECORD
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WEB-REQUEST-FILE
           CLOSE WEB-RESPONSE-FILE

      * Every request has been answered - truncate the queue so the
      * next poll starts empty instead of replaying the drained
      * requests (and re-posting their transfers).
           OPEN OUTPUT WEB-REQUEST-FILE
           CLOSE WEB-REQUEST-FILE

           DISPLAY "Web requests processed: " WS-WEB-REQ-COUNT

           MOVE "WEBBRIDG" TO WS-RUNCTL-JOB-NAME
           MOVE WS-WEB-REQ-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       6500-WEB-EXIT.
           CONTINUE.

      ******************************************************************
      * 6510 - WEB BALANCE INQUIRY
      ******************************************************************
       6510-WEB-BALANCE-INQUIRY.
           MOVE WS-WREQ-CORRELATION TO WRSP-CORRELATION-ID
           MOVE "BL" TO WRSP-TYPE
           MOVE WS-WREQ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE "OK  " TO WRSP-STATUS
               MOVE ACCT-BALANCE TO WS-DSP-BALANCE
               MOVE SPACES TO WRSP-DATA
               STRING "BAL=" WS-DSP-BALANCE
                   DELIMITED SIZE INTO WRSP-DATA
               MOVE ACCT-AVAILABLE-BAL TO WS-DSP-BALANCE
               STRING FUNCTION TRIM(WRSP-DATA)
                      " AVAIL=" WS-DSP-BALANCE
                      DELIMITED SIZE INTO WRSP-DATA
           ELSE
               MOVE "ERR " TO WRSP-STATUS
               MOVE "Account not found" TO WRSP-DATA
           END-IF
           WRITE WEB-RESPONSE-RECORD.

      ******************************************************************
      * 6520 - WEB TRANSACTION LIST
      * One response line per matching transaction plus a trailer
      * carrying the count, all under the same correlation ID.
      ******************************************************************
       6520-WEB-TRANSACTION-LIST.
           MOVE ZEROS TO WS-WEB-LIST-COUNT
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = WS-WREQ-ACCT-ID
                       ADD 1 TO WS-WEB-LIST-COUNT
                       MOVE WS-WREQ-CORRELATION
                           TO WRSP-CORRELATION-ID
                       MOVE "LD" TO WRSP-TYPE
                       MOVE "OK  " TO WRSP-STATUS
                       MOVE TRAN-AMOUNT TO WS-DSP-AMOUNT
                       MOVE SPACES TO WRSP-DATA
                       STRING TRAN-DATE " " TRAN-TYPE " "
                              WS-DSP-AMOUNT " "
                              TRAN-DESCRIPTION(1:40)
                              DELIMITED SIZE INTO WRSP-DATA
                       WRITE WEB-RESPONSE-RECORD
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-WREQ-CORRELATION TO WRSP-CORRELATION-ID
           MOVE "LT" TO WRSP-TYPE
           MOVE "OK  " TO WRSP-STATUS
           MOVE SPACES TO WRSP-DATA
           STRING "COUNT=" WS-WEB-LIST-COUNT
               DELIMITED SIZE INTO WRSP-DATA
           WRITE WEB-RESPONSE-RECORD.

      ******************************************************************
      * 6530 - WEB TRANSFER INITIATION
      * Runs the same limit and velocity checks the interactive
      * transfer runs; a velocity hit queues for manual review the
      * same way and the web tier is told HELD rather than OK.
      ******************************************************************
       6530-WEB-TRANSFER.
           MOVE WS-WREQ-CORRELATION TO WRSP-CORRELATION-ID
           MOVE "XF" TO WRSP-TYPE

           MOVE WS-WREQ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "ERR " TO WRSP-STATUS
               MOVE "Source account not found" TO WRSP-DATA
               WRITE WEB-RESPONSE-RECORD
               GO TO 6530-WEB-XFER-EXIT
           END-IF

           MOVE WS-WREQ-ACCT-ID TO WS-XFER-FROM-ID
           MOVE WS-WREQ-TO-ACCT TO WS-XFER-TO-ID
           MOVE WS-WREQ-AMOUNT TO WS-LOCAL-XFER-AMT
           MOVE "Web transfer" TO WS-LOCAL-XFER-MEMO
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY
           MOVE ACCT-CURRENCY-CODE TO WS-FX-FROM-CCY

      * The same validation paragraphs the menus use
           MOVE ACCT-ID TO WS-LIMIT-CHECK-ID
           MOVE WS-LOCAL-XFER-AMT TO WS-LIMIT-CHECK-AMOUNT
           MOVE ACCT-DAILY-LIMIT TO WS-LIMIT-CHECK-DAILY-LIM
           MOVE ACCT-MONTHLY-LIMIT TO WS-LIMIT-CHECK-MONTHLY-LIM
           PERFORM 3400-CHECK-ACCOUNT-LIMITS
           IF WS-LIMIT-EXCEEDED
               MOVE "ERR " TO WRSP-STATUS
               MOVE "Exceeds daily or monthly limit" TO WRSP-DATA
               WRITE WEB-RESPONSE-RECORD
               GO TO 6530-WEB-XFER-EXIT
           END-IF

           MOVE ACCT-ID TO WS-VEL-CHECK-ID
           PERFORM 3420-CHECK-TRANSFER-VELOCITY
           IF WS-VELOCITY-FLAGGED
               MOVE WS-WREQ-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               PERFORM 3070-QUEUE-VELOCITY-REVIEW
               MOVE "HELD" TO WRSP-STATUS
               MOVE "Queued for manual review" TO WRSP-DATA
               WRITE WEB-RESPONSE-RECORD
               GO TO 6530-WEB-XFER-EXIT
           END-IF

      * Duplicate-posting guard before anything moves - the web
      * tier cannot answer a console prompt, so a suspect goes to
      * the suspect file and the request is answered HELD.
           MOVE WS-WREQ-ACCT-ID TO WS-DUP-CHECK-ACCT
           COMPUTE WS-DUP-CHECK-AMOUNT = WS-LOCAL-XFER-AMT * -1
           MOVE "XF" TO WS-DUP-CHECK-TYPE
           SET WS-DUP-IN-BATCH TO TRUE
           PERFORM 3095-CHECK-DUPLICATE-POSTING
               THRU 3095-DUP-EXIT
           SET WS-DUP-INTERACTIVE TO TRUE
           IF WS-DUP-STOPPED
               MOVE "HELD" TO WRSP-STATUS
               MOVE "Suspected duplicate - diverted for review"
                   TO WRSP-DATA
               WRITE WEB-RESPONSE-RECORD
               GO TO 6530-WEB-XFER-EXIT
           END-IF

      * Post both legs the same way 3060-POST-APPROVED-TRANSFER
      * posts a non-interactive transfer
           MOVE WS-WREQ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE WS-WREQ-TO-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "ERR " TO WRSP-STATUS
               MOVE "Destination missing - source debited, contact "
                    & "bank" TO WRSP-DATA
               WRITE WEB-RESPONSE-RECORD
               GO TO 6530-WEB-XFER-EXIT
           END-IF

           MOVE ACCT-CURRENCY-CODE TO WS-FX-TO-CCY
           MOVE WS-LOCAL-XFER-AMT TO WS-FX-ORIG-AMOUNT
           PERFORM 3470-CONVERT-CURRENCY
               THRU 3470-CONVERT-EXIT

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT

           MOVE "OK  " TO WRSP-STATUS
           MOVE SPACES TO WRSP-DATA
           STRING "Transfer posted, tran " WS-NEXT-TRAN-ID
               DELIMITED SIZE INTO WRSP-DATA
           WRITE WEB-RESPONSE-RECORD

           MOVE "WEB_TRANSFER" TO WS-AUDIT-ACTION
           STRING "Corr=" WS-WREQ-CORRELATION
                  " From=" WS-WREQ-ACCT-ID
                  " To=" WS-WREQ-TO-ACCT
                  " Amount=" WS-WREQ-AMOUNT
                  " WebUser=" WS-WREQ-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6530-WEB-XFER-EXIT.
           CONTINUE.

      ******************************************************************
      * 6600 - MAINTAIN TERMINAL MASTER
      ******************************************************************
       6600-MAINTAIN-TERMINALS.
           DISPLAY " "
           DISPLAY "=== MAINTAIN TERMINAL MASTER ==="
           DISPLAY "Terminal ID (8 chars): " WITH NO ADVANCING
           ACCEPT WS-TERM-INPUT-ID FROM CONSOLE
           MOVE WS-TERM-INPUT-ID TO TERM-ID
           READ TERMINAL-FILE
           IF WS-TERM-FILE-STATUS = "00"
               DISPLAY "Existing: Branch " TERM-BRANCH
                       " Type " TERM-TYPE
                       " Status " TERM-STATUS
               DISPLAY "Re-enter the fields below to update it."
           ELSE
               DISPLAY "New terminal - enter its details."
           END-IF
           DISPLAY "Branch Code: " WITH NO ADVANCING
           ACCEPT WS-TERM-INPUT-BRANCH FROM CONSOLE
           DISPLAY "Type (TL=Teller, AT=ATM, OF=Office): "
               WITH NO ADVANCING
           ACCEPT WS-TERM-INPUT-TYPE FROM CONSOLE
           DISPLAY "Status (A=Active, I=Inactive): "
               WITH NO ADVANCING
           ACCEPT WS-TERM-INPUT-STAT FROM CONSOLE

           MOVE WS-TERM-INPUT-ID TO TERM-ID
           MOVE WS-TERM-INPUT-BRANCH TO TERM-BRANCH
           MOVE WS-TERM-INPUT-TYPE TO TERM-TYPE
           MOVE WS-TERM-INPUT-STAT TO TERM-STATUS
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO TERM-ADDED-DATE
           REWRITE TERMINAL-RECORD
           IF WS-TERM-FILE-STATUS NOT = "00"
               WRITE TERMINAL-RECORD
           END-IF
           DISPLAY "Terminal " TERM-ID " saved."

           MOVE "TERMINAL_MAINT" TO WS-AUDIT-ACTION
           STRING "Term=" TERM-ID
                  " Branch=" TERM-BRANCH
                  " Status=" TERM-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 6700 - MAINTAIN BRANCH MASTER (DUAL CONTROL)
      * Adds or updates one branch record. A second user approves
      * through the same override machinery large waivers use, so
      * no single person can quietly change a branch's cash limit
      * or status.
      ******************************************************************
       6700-MAINTAIN-BRANCH-MASTER.
           DISPLAY " "
           DISPLAY "=== MAINTAIN BRANCH MASTER ==="
           DISPLAY "Branch Code (4 chars): " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-CODE FROM CONSOLE
           MOVE WS-BRCH-INPUT-CODE TO BRCH-CODE
           MOVE SPACES TO WS-ENTY-BRANCH-ENTITY
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               DISPLAY "Existing branch: " BRCH-NAME
                       " status " BRCH-STATUS
                       " entity " BRCH-ENTITY
               DISPLAY "Re-enter the fields below to replace it."
               MOVE BRCH-ENTITY TO WS-ENTY-BRANCH-ENTITY
               IF WS-ENTY-BRANCH-ENTITY = SPACES
                   MOVE WS-ENTY-HOME-CODE TO WS-ENTY-BRANCH-ENTITY
               END-IF
           END-IF

           DISPLAY "Branch Name: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-NAME FROM CONSOLE
           DISPLAY "Street: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-STREET FROM CONSOLE
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-CITY FROM CONSOLE
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-STATE FROM CONSOLE
           DISPLAY "ZIP: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-ZIP FROM CONSOLE
           DISPLAY "Phone: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-PHONE FROM CONSOLE
           DISPLAY "Operating Hours: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-HOURS FROM CONSOLE
           DISPLAY "Insured Cash Limit: " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-LIMIT FROM CONSOLE
           DISPLAY "Status (O=Open, C=Closed): " WITH NO ADVANCING
           ACCEPT WS-BRCH-INPUT-STATUS FROM CONSOLE
           DISPLAY "Entity Code (blank for 001): " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-CODE FROM CONSOLE
           IF WS-ENTY-INPUT-CODE = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-ENTY-INPUT-CODE
           END-IF

      * The branch's charter must be on the entity master (001 may
      * predate it), and a branch already on file keeps its charter
      * - its accounts are booked there
           IF WS-ENTY-INPUT-CODE NOT = WS-ENTY-HOME-CODE
               MOVE WS-ENTY-INPUT-CODE TO ENTY-CODE
               READ ENTITY-FILE
               IF WS-ENTY-FILE-STATUS NOT = "00"
                   OR NOT ENTY-ACTIVE
                   DISPLAY "Entity " WS-ENTY-INPUT-CODE
                           " is not an active entity - nothing saved."
                   GO TO 6700-BRANCH-EXIT
               END-IF
           END-IF
           IF WS-ENTY-BRANCH-ENTITY NOT = SPACES
               AND WS-ENTY-BRANCH-ENTITY NOT = WS-ENTY-INPUT-CODE
               DISPLAY "Branch " WS-BRCH-INPUT-CODE
                       " belongs to entity " WS-ENTY-BRANCH-ENTITY
                       " - its charter cannot be changed. Nothing "
                       "saved."
               GO TO 6700-BRANCH-EXIT
           END-IF

      * Dual control - a second user signs off before the record
      * is written
           MOVE "BRANCH_MAINT" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               DISPLAY "Branch change not approved - nothing saved."
               GO TO 6700-BRANCH-EXIT
           END-IF

           MOVE WS-BRCH-INPUT-CODE TO BRCH-CODE
           MOVE WS-BRCH-INPUT-NAME TO BRCH-NAME
           MOVE WS-BRCH-INPUT-STREET TO BRCH-STREET
           MOVE WS-BRCH-INPUT-CITY TO BRCH-CITY
           MOVE WS-BRCH-INPUT-STATE TO BRCH-STATE
           MOVE WS-BRCH-INPUT-ZIP TO BRCH-ZIP
           MOVE WS-BRCH-INPUT-PHONE TO BRCH-PHONE
           MOVE WS-BRCH-INPUT-HOURS TO BRCH-HOURS
           COMPUTE BRCH-CASH-LIMIT =
               FUNCTION NUMVAL(WS-BRCH-INPUT-LIMIT)
           MOVE WS-BRCH-INPUT-STATUS TO BRCH-STATUS
           MOVE SPACES TO BRCH-MERGED-INTO
           MOVE WS-ENTY-INPUT-CODE TO BRCH-ENTITY

           REWRITE BRANCH-RECORD
           IF WS-BRCH-FILE-STATUS NOT = "00"
               WRITE BRANCH-RECORD
           END-IF
           DISPLAY "Branch " BRCH-CODE " saved."

           MOVE "BRANCH_SAVED" TO WS-AUDIT-ACTION
           STRING "Branch=" BRCH-CODE
                  " Status=" BRCH-STATUS
                  " Entity=" BRCH-ENTITY
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6700-BRANCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 6720 - MERGE BRANCHES (DUAL CONTROL)
      * Re-points every account and customer of the closing branch
      * to the surviving one and marks the closed branch merged,
      * so consolidations stop stranding records under a dead
      * branch code.
      ******************************************************************
       6720-MERGE-BRANCHES.
           DISPLAY " "
           DISPLAY "=== MERGE BRANCHES ==="
           DISPLAY "Branch Being Closed: " WITH NO ADVANCING
           ACCEPT WS-BRCH-MERGE-FROM FROM CONSOLE
           DISPLAY "Surviving Branch: " WITH NO ADVANCING
           ACCEPT WS-BRCH-MERGE-TO FROM CONSOLE

           MOVE WS-BRCH-MERGE-TO TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS NOT = "00" OR NOT BRCH-OPEN
               DISPLAY "Surviving branch must be open on the "
                       "branch master."
               GO TO 6720-MERGE-EXIT
           END-IF
           MOVE BRCH-ENTITY TO WS-ENTY-BRANCH-ENTITY
           IF WS-ENTY-BRANCH-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO WS-ENTY-BRANCH-ENTITY
           END-IF
           MOVE WS-BRCH-MERGE-FROM TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS NOT = "00"
               DISPLAY "Closing branch not on the branch master."
               GO TO 6720-MERGE-EXIT
           END-IF
      * A merge moves accounts between branches, never between
      * charters
           IF BRCH-ENTITY = SPACES
               MOVE WS-ENTY-HOME-CODE TO BRCH-ENTITY
           END-IF
           IF BRCH-ENTITY NOT = WS-ENTY-BRANCH-ENTITY
               DISPLAY "Branches belong to different entities ("
                       BRCH-ENTITY "/" WS-ENTY-BRANCH-ENTITY
                       ") - they cannot be merged."
               GO TO 6720-MERGE-EXIT
           END-IF

           MOVE "BRANCH_MERGE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               DISPLAY "Merge not approved - nothing moved."
               GO TO 6720-MERGE-EXIT
           END-IF

           MOVE ZEROS TO WS-BRCH-MERGE-ACCTS
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-BRANCH-CODE = WS-BRCH-MERGE-FROM
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                   MOVE WS-BRCH-MERGE-TO TO ACCT-BRANCH-CODE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-JRNL-OPERATION
                   PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                   ADD 1 TO WS-BRCH-MERGE-ACCTS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           MOVE ZEROS TO WS-BRCH-MERGE-CUSTS
           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   AND CUST-BRANCH-CODE = WS-BRCH-MERGE-FROM
                   MOVE WS-BRCH-MERGE-TO TO CUST-BRANCH-CODE
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WS-BRCH-MERGE-CUSTS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS

           MOVE WS-BRCH-MERGE-FROM TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               SET BRCH-MERGED TO TRUE
               MOVE WS-BRCH-MERGE-TO TO BRCH-MERGED-INTO
               REWRITE BRANCH-RECORD
           END-IF

           DISPLAY "Merge complete: " WS-BRCH-MERGE-ACCTS
                   " account(s) and " WS-BRCH-MERGE-CUSTS
                   " customer(s) moved to " WS-BRCH-MERGE-TO "."

           MOVE "BRANCH_MERGED" TO WS-AUDIT-ACTION
           STRING "From=" WS-BRCH-MERGE-FROM
                  " To=" WS-BRCH-MERGE-TO
                  " Accts=" WS-BRCH-MERGE-ACCTS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6720-MERGE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7000 - DEPOSIT FUNDS
      * VULNERABILITY V12: No amount validation
      * VULNERABILITY V09: Numeric overflow
      ******************************************************************
       7000-DEPOSIT-FUNDS.
           DISPLAY " "
           DISPLAY "=== DEPOSIT FUNDS ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-ID FROM CONSOLE

           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
           PERFORM 6100-ACQUIRE-ACCT-LOCK
               THRU 6100-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               GO TO 7000-DEPOSIT-EXIT
           END-IF
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
      * Staff may not post to an account of their own
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
               MOVE "T" TO WS-COI-CATEGORY
               MOVE ZEROS TO WS-COI-AMOUNT
               MOVE "Deposit" TO WS-COI-DETAIL
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   GO TO 7000-DEPOSIT-EXIT
               END-IF

               MOVE ACCT-ID TO WS-WNT-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-WNT-CHECK-CUST
               PERFORM 8775-SHOW-WARNING-NOTES
                   THRU 8775-NOTES-EXIT
               IF WS-WNT-NOT-ACKED
                   DISPLAY "Deposit not taken - warning note not "
                           "acknowledged."
                   GO TO 7000-DEPOSIT-EXIT
               END-IF

               MOVE ACCT-BALANCE TO WS-DSP-BALANCE
               DISPLAY "Current Balance: $" WS-DSP-BALANCE

      * A presenter who is not an owner must hold signer authority
               DISPLAY "Presenting Person's Customer ID "
                       "(blank if an owner presents): "
                   WITH NO ADVANCING
               ACCEPT WS-SGN-PRESENTER-INPUT FROM CONSOLE
               IF WS-SGN-PRESENTER-INPUT NOT = SPACES
                   MOVE ZEROS TO WS-SGN-CHECK-AMOUNT
                   PERFORM 2294-VERIFY-PRESENTER
                       THRU 2294-VERIFY-EXIT
                   IF WS-SGN-ALLOWED-FLAG = "N"
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
               END-IF

               DISPLAY "Deposit Type: (1) Cash  (2) Check: "
                       WITH NO ADVANCING
               ACCEPT WS-DEP-TYPE FROM CONSOLE

               MOVE SPACES TO WS-DEP-INPUT-ROUTING
               MOVE SPACES TO WS-DEP-INPUT-DRAWER
               IF WS-DEP-TYPE-CHECK
                   IF ACCT-RDI-WATCH
                       DISPLAY "NOTICE: this account is on the "
                               "returned-item watch - verify this "
                               "is not a second presentment."
                   END-IF
                   DISPLAY "Check Number: " WITH NO ADVANCING
                   ACCEPT WS-DEP-INPUT-CHECK-NUM FROM CONSOLE
                   DISPLAY "Drawee Routing Number (blank if drawn "
                           "on us): " WITH NO ADVANCING
                   ACCEPT WS-DEP-INPUT-ROUTING FROM CONSOLE
                   IF WS-DEP-INPUT-ROUTING NOT = SPACES
                       DISPLAY "Drawer Account Number (blank if "
                               "not readable): " WITH NO ADVANCING
                       ACCEPT WS-DEP-INPUT-DRAWER FROM CONSOLE
                   END-IF
               END-IF

               DISPLAY "Deposit Amount: " WITH NO ADVANCING
               ACCEPT WS-ACCT-INPUT-AMOUNT FROM CONSOLE

      * VULNERABILITY V12: No validation
      *   Negative deposits accepted (effectively withdrawals)
      *   No maximum limit check
               COMPUTE WS-NUMERIC-AMOUNT =
                   FUNCTION NUMVAL(WS-ACCT-INPUT-AMOUNT)
      * VULNERABILITY V09: No ON SIZE ERROR

      * A deposit found late posts with the effective date it
      * should have carried - inside the open accounting period
      * only - and the customer gets the missed interest back
      * automatically instead of by hand-keyed adjustment
               DISPLAY "Effective Date (YYYYMMDD, blank for "
                       "today): " WITH NO ADVANCING
               ACCEPT WS-EFF-INPUT-DATE FROM CONSOLE
               MOVE ZEROS TO WS-EFF-DAYS-LATE
               IF WS-EFF-INPUT-DATE NOT = SPACES
                   IF WS-EFF-INPUT-DATE IS NOT NUMERIC
                       DISPLAY "Invalid effective date."
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
                   COMPUTE WS-EFF-DATE-NUM =
                       FUNCTION NUMVAL(WS-EFF-INPUT-DATE)
                   IF WS-EFF-DATE-NUM > WS-BUSINESS-DATE
                       DISPLAY "Effective date cannot be in the "
                               "future."
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
                   MOVE WS-EFF-DATE-NUM TO WS-PERIOD-CHECK-DATE
                   PERFORM 9290-CHECK-PERIOD-OPEN
                   IF WS-PERIOD-CLOSED-FLAG = "Y"
                       DISPLAY "Rejected: that effective date "
                               "falls in a closed accounting "
                               "period - use a prior-period "
                               "adjustment."
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
                   COMPUTE WS-EFF-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM)
               END-IF

      * An IRA deposit is a contribution: it carries the tax year
      * the customer designates (prior year allowed until the
      * filing deadline) and must fit inside the annual limit
               IF ACCT-TYPE-IRA
                   PERFORM 7090-VALIDATE-IRA-CONTRIBUTION
                       THRU 7090-VALIDATE-EXIT
                   IF WS-IRA-NOT-OK
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
               END-IF

      * Enforce configured daily/monthly transaction limits
               MOVE ACCT-ID TO WS-LIMIT-CHECK-ID
               MOVE WS-NUMERIC-AMOUNT TO WS-LIMIT-CHECK-AMOUNT
               MOVE ACCT-DAILY-LIMIT TO WS-LIMIT-CHECK-DAILY-LIM
               MOVE ACCT-MONTHLY-LIMIT TO WS-LIMIT-CHECK-MONTHLY-LIM
               PERFORM 3400-CHECK-ACCOUNT-LIMITS
               IF WS-LIMIT-EXCEEDED
                   DISPLAY "Deposit declined: exceeds daily or "
                           "monthly limit for account " ACCT-ID
                   GO TO 7000-DEPOSIT-EXIT
               END-IF

      * Duplicate-posting guard before anything moves
               MOVE ACCT-ID TO WS-DUP-CHECK-ACCT
               MOVE WS-NUMERIC-AMOUNT TO WS-DUP-CHECK-AMOUNT
               MOVE "DP" TO WS-DUP-CHECK-TYPE
               PERFORM 3095-CHECK-DUPLICATE-POSTING
                   THRU 3095-DUP-EXIT
               IF WS-DUP-STOPPED
                   GO TO 7000-DEPOSIT-EXIT
               END-IF
               MOVE WS-ACCT-INPUT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT

      * Positive pay - a presented check is matched against what the
      * account holder told us they issued before any funds post. A
      * mismatch or an unknown/already-cleared check is not declined
      * outright - it is routed to a second user for manual review,
      * the same way an over-threshold transfer is queued instead of
      * posted.
               IF WS-DEP-TYPE-CHECK
                   PERFORM 7060-POSITIVE-PAY-MATCH
                   IF WS-PPAY-EXCEPTION
                       PERFORM 7065-QUEUE-POSPAY-EXCEPTION
                       GO TO 7000-DEPOSIT-EXIT
                   END-IF
               END-IF

      * Teller work memo-posts: only the available balance moves
      * now, and the ledger balance waits for the nightly poster
      * (7390-BATCH-MEMO-POST) to apply the day's memo items in
      * TRAN-ID order once the day's work has been proofed. A check
      * deposit still places its availability hold as before, so
      * the funds stay unavailable until the hold clears; a cash
      * deposit is good funds immediately.
               IF WS-DEP-TYPE-CHECK
                   PERFORM 7050-PLACE-CHECK-HOLD
               ELSE
                   COMPUTE ACCT-AVAILABLE-BAL =
                       ACCT-AVAILABLE-BAL + WS-NUMERIC-AMOUNT
               END-IF

               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
               SET ACCT-NOT-DORMANT TO TRUE
               REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Record deposit transaction as pending until the nightly
      * poster applies it to the ledger
               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               ACCEPT WS-ACCEPT-TIME FROM TIME
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-DEPOSIT TO TRUE
               MOVE WS-NUMERIC-AMOUNT TO TRAN-AMOUNT
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               IF WS-DEP-TYPE-CHECK
                   MOVE "Check Deposit" TO TRAN-DESCRIPTION
                   SET TRAN-NOT-CASH TO TRUE
               ELSE
                   MOVE "Cash Deposit" TO TRAN-DESCRIPTION
                   SET TRAN-IS-CASH TO TRUE
      * Who brought the cash in, for the structuring monitor
                   IF WS-SGN-PRESENTER-INPUT NOT = SPACES
                       MOVE WS-SGN-PRESENTER-INPUT TO TRAN-REF-NUMBER
                   ELSE
                       MOVE ACCT-OWNER-ID TO TRAN-REF-NUMBER
                   END-IF
               END-IF
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-PENDING TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               IF WS-EFF-DAYS-LATE > ZEROS
                   MOVE WS-EFF-INPUT-DATE TO TRAN-EFFECTIVE-DATE
               ELSE
                   MOVE SPACES TO TRAN-EFFECTIVE-DATE
               END-IF
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
      * VULNERABILITY V13: WRITE status not checked

      * A deposited check is captured for tonight's cash letter
               IF WS-DEP-TYPE-CHECK
                   MOVE WS-DEP-INPUT-ROUTING TO WS-CL-ITEM-ROUTING
                   MOVE WS-DEP-INPUT-CHECK-NUM TO WS-CL-ITEM-CHECK-NUM
                   MOVE WS-DEP-INPUT-DRAWER TO WS-CL-ITEM-DRAWER
                   MOVE "T" TO WS-CL-ITEM-SOURCE
                   PERFORM 7010-WRITE-CASH-LETTER-ITEM
               END-IF

      * Make the customer whole for the days the deposit should
      * already have been earning: the missed days, counted on the
      * product's day-count basis, accrue onto
      * ACCT-ACCRUED-INTEREST at the account's rate, and the
      * month-end posting sweeps it in with everything else
               IF WS-EFF-DAYS-LATE > ZEROS
                   AND (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CD
                       OR ACCT-TYPE-IRA)
                   PERFORM 5255-LOAD-DAY-COUNT-BASIS
                   MOVE WS-EFF-DATE-NUM TO WS-DC-FROM-DATE
                   MOVE WS-BUSINESS-DATE TO WS-DC-TO-DATE
                   PERFORM 5256-COMPUTE-DAY-COUNT
                   COMPUTE WS-EFF-INT-ADJ ROUNDED =
                       WS-NUMERIC-AMOUNT
                       * ACCT-INTEREST-RATE / 100
                       * WS-DC-DAYS / WS-DC-YEAR-DAYS
                   IF WS-EFF-INT-ADJ > ZEROS
                       COMPUTE ACCT-ACCRUED-INTEREST =
                           ACCT-ACCRUED-INTEREST + WS-EFF-INT-ADJ
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-JRNL-OPERATION
                       PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                       MOVE WS-EFF-INT-ADJ TO WS-DSP-AMOUNT
                       DISPLAY "Backdated interest accrued: $"
                               WS-DSP-AMOUNT " for "
                               WS-EFF-DAYS-LATE " day(s)."
                   END-IF
               END-IF

               MOVE WS-NUMERIC-AMOUNT TO MEMO-AMOUNT
               PERFORM 7080-WRITE-MEMO-POST-ITEM

               IF ACCT-TYPE-IRA
                   PERFORM 7095-RECORD-IRA-CONTRIBUTION
               END-IF

               MOVE ACCT-BALANCE TO WS-DSP-BALANCE
               MOVE WS-NUMERIC-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Deposited: $" WS-DSP-AMOUNT
                       " (memo-posted; ledger posts tonight)"
               DISPLAY "Ledger Balance: $" WS-DSP-BALANCE

      * VULNERABILITY V07: SQL Injection in deposit INSERT
               MOVE SPACES TO WS-SQL-STMT
               STRING
                   "INSERT INTO TRANSACTIONS"
                   " (ACCOUNTID, DATE, TYPE, AMOUNT)"
                   " VALUES ('"
                   WS-ACCT-INPUT-ID
                   "', CURRENT DATE, 'DP', "
                   WS-ACCT-INPUT-AMOUNT ")"
                   DELIMITED SIZE INTO WS-SQL-STMT
               END-STRING
      >>IF DB2-ENABLED IS DEFINED
               EXEC SQL
                   EXECUTE IMMEDIATE :WS-SQL-STMT
               END-EXEC
      >>END-IF
      * VULNERABILITY V06: SQLCODE not checked

      * Audit log
               MOVE "DEPOSIT" TO WS-AUDIT-ACTION
               STRING "Acct=" ACCT-ID
                      " Amount=" WS-ACCT-INPUT-AMOUNT
                      " NewBal=" ACCT-BALANCE
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Account not found."
           END-IF.

       7000-DEPOSIT-EXIT.
           PERFORM 6110-RELEASE-ACCT-LOCK.

      ******************************************************************
      * 7010 - WRITE CASH LETTER ITEM
      * Captures one deposited check for the outgoing cash letter
      * from the TRANSACTION-RECORD just written. The caller stages
      * the drawee routing, drawer account, check number and source
      * (T teller, B teller batch, R remote deposit capture). A
      * check drawn on us is kept as on-us and is never presented.
      ******************************************************************
       7010-WRITE-CASH-LETTER-ITEM.
           MOVE TRAN-ID TO CLI-TRAN-ID
           MOVE TRAN-ACCOUNT-ID TO CLI-ACCT-ID
           MOVE TRAN-AMOUNT TO CLI-AMOUNT
           MOVE WS-CL-ITEM-CHECK-NUM TO CLI-CHECK-NUM
           MOVE WS-CL-ITEM-DRAWER TO CLI-DRAWER-ACCT
           MOVE WS-CL-ITEM-SOURCE TO CLI-SOURCE
           MOVE WS-BUSINESS-DATE TO CLI-CAPTURE-DATE
           MOVE ZEROS TO CLI-LETTER-ID
           MOVE ZEROS TO CLI-BUNDLE-NUM
           MOVE SPACES TO CLI-RETURN-DATE
           PERFORM VARYING WS-ENTY-TBL-IDX FROM 1 BY 1
               UNTIL WS-ENTY-TBL-IDX > WS-ENTY-TBL-COUNT
                  OR WS-CL-ITEM-ROUTING
                     = WS-ENTY-TBL-ROUTING(WS-ENTY-TBL-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CL-ITEM-ROUTING IS NUMERIC
               AND WS-ENTY-TBL-IDX > WS-ENTY-TBL-COUNT
               MOVE WS-CL-ITEM-ROUTING TO CLI-ROUTING
               SET CLI-PENDING TO TRUE
           ELSE
               IF WS-CL-ITEM-ROUTING IS NUMERIC
                   MOVE WS-CL-ITEM-ROUTING TO CLI-ROUTING
               ELSE
                   MOVE WS-CL-OUR-ROUTING TO CLI-ROUTING
               END-IF
               SET CLI-ON-US TO TRUE
           END-IF
           WRITE CASH-LETTER-ITEM-RECORD
           IF WS-CLI-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cash letter item for tran "
                       TRAN-ID " not captured, status "
                       WS-CLI-FILE-STATUS
           END-IF.

      ******************************************************************
      * 7011 - BUILD OUTGOING CASH LETTER (BATCH)
      * End of day. Presents every pending non-on-us item, grouped
      * by drawee routing endpoint (the item file's key order) into
      * bundles of at most WS-CL-BUNDLE-MAX, with a control record
      * per bundle and for the letter. Each item is proved to its
      * posted TRANSACTION-RECORD before it goes out; one that no
      * longer agrees is held back for operations. The control
      * report proves the letter to the day's check deposit
      * postings totalled independently off TRANSACTION-FILE
      * (7016), and shows the day's on-us captures and the day's
      * returns against earlier letters.
      * Each active charter presents its own letter (7015), holding
      * the items deposited to its own accounts; bundle numbers run
      * on across the day's letters.
      ******************************************************************
       7011-BUILD-CASH-LETTER.
           DISPLAY " "
           DISPLAY "=== OUTGOING CASH LETTER ==="

           MOVE "CASHLTR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7011-CLTR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO WS-CL-LETTER-ID
           MOVE ZEROS TO WS-CL-BUNDLE-NUM
           MOVE ZEROS TO WS-CL-PREV-ROUTING
           MOVE ZEROS TO WS-CL-ITEM-COUNT
           MOVE ZEROS TO WS-CL-ITEM-TOTAL
           MOVE ZEROS TO WS-CL-POSTED-COUNT
           MOVE ZEROS TO WS-CL-POSTED-TOTAL
           MOVE ZEROS TO WS-CL-HELD-TODAY-TOTAL
           MOVE ZEROS TO WS-CL-PULLED-TOTAL
           MOVE ZEROS TO WS-CL-CARRY-TOTAL
           MOVE ZEROS TO WS-CL-ONUS-COUNT
           MOVE ZEROS TO WS-CL-ONUS-TOTAL
           MOVE ZEROS TO WS-CL-EXCEPT-COUNT
           MOVE ZEROS TO WS-CL-RETURN-COUNT
           MOVE ZEROS TO WS-CL-RETURN-TOTAL
           SET WS-CL-BUNDLE-CLOSED TO TRUE

           PERFORM 7016-TOTAL-CHECK-DEPOSITS

           MOVE ZEROS TO WS-CL-LETTER-COUNT
           PERFORM VARYING WS-ENTY-TBL-IDX FROM 1 BY 1
               UNTIL WS-ENTY-TBL-IDX > WS-ENTY-TBL-COUNT
               IF WS-ENTY-TBL-STATUS(WS-ENTY-TBL-IDX) NOT = "I"
                   PERFORM 7015-BUILD-ENTITY-LETTER
                       THRU 7015-LETTER-EXIT
               END-IF
           END-PERFORM
           IF WS-CL-LETTER-COUNT = ZEROS
               MOVE "CASHLTR" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 7011-CLTR-EXIT
           END-IF

           DISPLAY "Cash letter " WS-CL-LETTER-ID ": "
                   WS-CL-LETTER-COUNT " letter(s), "
                   WS-CL-BUNDLE-NUM " bundle(s)"
           MOVE WS-CL-ITEM-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Items presented:       " WS-CL-ITEM-COUNT
                   "  $" WS-DSP-AMOUNT
           COMPUTE WS-CL-EXPECT-TOTAL =
               WS-CL-POSTED-TOTAL - WS-CL-ONUS-TOTAL
               - WS-CL-HELD-TODAY-TOTAL - WS-CL-PULLED-TOTAL
               + WS-CL-CARRY-TOTAL
           MOVE WS-CL-POSTED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Check deposits posted: " WS-CL-POSTED-COUNT
                   "  $" WS-DSP-AMOUNT
           MOVE WS-CL-ONUS-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  - On-us items captured:" WS-CL-ONUS-COUNT
                   "  $" WS-DSP-AMOUNT
           MOVE WS-CL-HELD-TODAY-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  - Held back (today's):           $"
                   WS-DSP-AMOUNT
           MOVE WS-CL-PULLED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  - Pulled before presentment:     $"
                   WS-DSP-AMOUNT
           MOVE WS-CL-CARRY-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  + Earlier captures presented:    $"
                   WS-DSP-AMOUNT
           MOVE WS-CL-EXPECT-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  = Expected on the letters:       $"
                   WS-DSP-AMOUNT
           IF WS-CL-EXPECT-TOTAL = WS-CL-ITEM-TOTAL
               DISPLAY "  Cash letter agrees to posting."
           ELSE
               DISPLAY "  *** CASH LETTER DOES NOT AGREE TO "
                       "POSTING ***"
           END-IF
           DISPLAY "  Items held back:       " WS-CL-EXCEPT-COUNT
           MOVE WS-CL-RETURN-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  Returns today:         " WS-CL-RETURN-COUNT
                   "  $" WS-DSP-AMOUNT

           MOVE "CASH_LETTER_SENT" TO WS-AUDIT-ACTION
           STRING "Letter=" WS-CL-LETTER-ID
                  " Bundles=" WS-CL-BUNDLE-NUM
                  " Items=" WS-CL-ITEM-COUNT
                  " Total=" WS-CL-ITEM-TOTAL
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "CASHLTR" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CL-ITEM-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-CL-EXCEPT-COUNT > ZEROS
               OR WS-CL-EXPECT-TOTAL NOT = WS-CL-ITEM-TOTAL
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7011-CLTR-EXIT.
           CONTINUE.

      ******************************************************************
      * 7016 - TOTAL THE DAY'S CHECK DEPOSIT POSTINGS
      * Separate pass over TRANSACTION-FILE for every check deposit
      * posted on the business date by the three channels that
      * capture cash letter items - the teller line (7000), teller
      * batches and remote deposit capture - whatever became of the
      * item afterwards. Cash, lockbox, ATM and positive pay
      * deposits never reach the cash letter and are left out.
      ******************************************************************
       7016-TOTAL-CHECK-DEPOSITS.
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-DEPOSIT
                   AND TRAN-NOT-CASH
                   AND TRAN-DATE(1:8) = WS-BUSINESS-DATE
                   IF TRAN-DESCRIPTION = "Check Deposit"
                       OR TRAN-DESCRIPTION = "Batch Check Deposit"
                       OR TRAN-DESCRIPTION = "Mobile Check Deposit"
                       ADD 1 TO WS-CL-POSTED-COUNT
                       ADD TRAN-AMOUNT TO WS-CL-POSTED-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS.

      ******************************************************************
      * 7015 - BUILD ONE CHARTER'S CASH LETTER
      * Entity WS-ENTY-TBL-IDX presents the pending items deposited
      * to its own accounts under its own routing number. Entity
      * 001's letter keeps the original file name; any other
      * charter's carries its entity code.
      ******************************************************************
       7015-BUILD-ENTITY-LETTER.
           MOVE WS-ENTY-TBL-CODE(WS-ENTY-TBL-IDX) TO WS-CL-LTR-ENTITY
           MOVE SPACES TO WS-CL-PATH
           IF WS-CL-LTR-ENTITY = WS-ENTY-HOME-CODE
               STRING "/tmp/altoro_cashltr_" WS-ACCEPT-DATE ".txt"
                   DELIMITED SIZE INTO WS-CL-PATH
           ELSE
               STRING "/tmp/altoro_cashltr_" WS-ACCEPT-DATE
                      "_" WS-CL-LTR-ENTITY ".txt"
                   DELIMITED SIZE INTO WS-CL-PATH
           END-IF
           OPEN OUTPUT CASH-LETTER-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open cash letter file for entity "
                       WS-CL-LTR-ENTITY ", status "
                       WS-CL-FILE-STATUS
               GO TO 7015-LETTER-EXIT
           END-IF
           ADD 1 TO WS-CL-LETTER-COUNT
           MOVE WS-CL-ITEM-COUNT TO WS-CL-LTR-BASE-ITEMS
           MOVE WS-CL-ITEM-TOTAL TO WS-CL-LTR-BASE-TOTAL
           MOVE WS-CL-BUNDLE-NUM TO WS-CL-LTR-BASE-BUNDLES
           MOVE ZEROS TO WS-CL-PREV-ROUTING
           SET WS-CL-BUNDLE-CLOSED TO TRUE

           MOVE WS-ENTY-TBL-ROUTING(WS-ENTY-TBL-IDX)
               TO WS-CL10-ORIGIN
           MOVE WS-BUSINESS-DATE TO WS-CL10-BUSINESS-DATE
           MOVE WS-CL-LETTER-ID TO WS-CL10-LETTER-ID
           MOVE WS-ACCEPT-TIME(1:6) TO WS-CL10-CREATE-TIME
           WRITE CASH-LETTER-RECORD FROM WS-CL-LETTER-HDR

           MOVE LOW-VALUES TO CLI-KEY
           START CASH-LETTER-ITEM-FILE KEY >= CLI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLI-FILE-STATUS NOT = "00"
               READ CASH-LETTER-ITEM-FILE NEXT RECORD
               IF WS-CLI-FILE-STATUS = "00"
                   PERFORM 7012-CASH-LETTER-ONE-ITEM
                       THRU 7012-ITEM-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CLI-FILE-STATUS

           IF WS-CL-BUNDLE-OPEN
               PERFORM 7013-CLOSE-CL-BUNDLE
           END-IF
           COMPUTE WS-CL90-BUNDLE-COUNT =
               WS-CL-BUNDLE-NUM - WS-CL-LTR-BASE-BUNDLES
           COMPUTE WS-CL90-ITEM-COUNT =
               WS-CL-ITEM-COUNT - WS-CL-LTR-BASE-ITEMS
           COMPUTE WS-CL90-TOTAL =
               WS-CL-ITEM-TOTAL - WS-CL-LTR-BASE-TOTAL
           WRITE CASH-LETTER-RECORD FROM WS-CL-LETTER-CTL
           CLOSE CASH-LETTER-FILE
           DISPLAY "Entity " WS-CL-LTR-ENTITY " cash letter file: "
                   WS-CL-PATH.

       7015-LETTER-EXIT.
           CONTINUE.

      ******************************************************************
      * 7012 - PLACE ONE ITEM ON THE CASH LETTER
      * A change of endpoint, or a full bundle, closes the open
      * bundle before this item starts the next one.
      ******************************************************************
       7012-CASH-LETTER-ONE-ITEM.
      * Only items deposited to this letter's charter
           MOVE WS-ENTY-HOME-CODE TO WS-ENTY-ACCT-ENTITY
           MOVE CLI-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               AND ACCT-ENTITY-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO WS-ENTY-ACCT-ENTITY
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS
           IF WS-ENTY-ACCT-ENTITY NOT = WS-CL-LTR-ENTITY
               GO TO 7012-ITEM-EXIT
           END-IF
           IF CLI-RETURNED
               AND CLI-RETURN-DATE = WS-CL-LETTER-ID
               ADD 1 TO WS-CL-RETURN-COUNT
               ADD CLI-AMOUNT TO WS-CL-RETURN-TOTAL
               IF CLI-CAPTURE-DATE = WS-CL-LETTER-ID
                   ADD CLI-AMOUNT TO WS-CL-PULLED-TOTAL
               END-IF
               GO TO 7012-ITEM-EXIT
           END-IF
           IF CLI-ON-US
               IF CLI-CAPTURE-DATE = WS-CL-LETTER-ID
                   ADD 1 TO WS-CL-ONUS-COUNT
                   ADD CLI-AMOUNT TO WS-CL-ONUS-TOTAL
               END-IF
               GO TO 7012-ITEM-EXIT
           END-IF
           IF NOT CLI-PENDING
               GO TO 7012-ITEM-EXIT
           END-IF

           MOVE CLI-TRAN-ID TO TRAN-ID
           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               OR NOT TRAN-TYPE-DEPOSIT
               OR TRAN-REVERSED
               OR TRAN-AMOUNT NOT = CLI-AMOUNT
               ADD 1 TO WS-CL-EXCEPT-COUNT
               IF CLI-CAPTURE-DATE = WS-CL-LETTER-ID
                   ADD CLI-AMOUNT TO WS-CL-HELD-TODAY-TOTAL
               END-IF
               DISPLAY "  Held back: item " CLI-TRAN-ID
                       " does not agree to its posting."
               GO TO 7012-ITEM-EXIT
           END-IF

           IF WS-CL-BUNDLE-OPEN
               IF CLI-ROUTING NOT = WS-CL-PREV-ROUTING
                   OR WS-CL-BUNDLE-COUNT >= WS-CL-BUNDLE-MAX
                   PERFORM 7013-CLOSE-CL-BUNDLE
               END-IF
           END-IF
           IF WS-CL-BUNDLE-CLOSED
               ADD 1 TO WS-CL-BUNDLE-NUM
               MOVE CLI-ROUTING TO WS-CL-PREV-ROUTING
               MOVE ZEROS TO WS-CL-BUNDLE-COUNT
               MOVE ZEROS TO WS-CL-BUNDLE-TOTAL
               MOVE CLI-ROUTING TO WS-CL20-DEST
               MOVE WS-CL-LETTER-ID TO WS-CL20-LETTER-ID
               MOVE WS-CL-BUNDLE-NUM TO WS-CL20-BUNDLE-NUM
               WRITE CASH-LETTER-RECORD FROM WS-CL-BUNDLE-HDR
               SET WS-CL-BUNDLE-OPEN TO TRUE
           END-IF

           MOVE CLI-ROUTING TO WS-CL25-PAYOR-ROUTING
           MOVE CLI-CHECK-NUM TO WS-CL25-CHECK-NUM
           MOVE CLI-AMOUNT TO WS-CL25-AMOUNT
           MOVE CLI-TRAN-ID TO WS-CL25-SEQUENCE
           MOVE CLI-ACCT-ID TO WS-CL25-DEPOSIT-ACCT
           MOVE CLI-SOURCE TO WS-CL25-SOURCE
           MOVE CLI-CAPTURE-DATE TO WS-CL25-CAPTURE-DATE
           WRITE CASH-LETTER-RECORD FROM WS-CL-ITEM-DETAIL

           ADD 1 TO WS-CL-BUNDLE-COUNT
           ADD CLI-AMOUNT TO WS-CL-BUNDLE-TOTAL
           ADD 1 TO WS-CL-ITEM-COUNT
           ADD CLI-AMOUNT TO WS-CL-ITEM-TOTAL
           IF CLI-CAPTURE-DATE NOT = WS-CL-LETTER-ID
               ADD CLI-AMOUNT TO WS-CL-CARRY-TOTAL
           END-IF

           SET CLI-SENT TO TRUE
           MOVE WS-CL-LETTER-ID TO CLI-LETTER-ID
           MOVE WS-CL-BUNDLE-NUM TO CLI-BUNDLE-NUM
           REWRITE CASH-LETTER-ITEM-RECORD.

       7012-ITEM-EXIT.
           CONTINUE.

      ******************************************************************
      * 7013 - CLOSE CASH LETTER BUNDLE
      ******************************************************************
       7013-CLOSE-CL-BUNDLE.
           MOVE WS-CL-BUNDLE-COUNT TO WS-CL70-ITEM-COUNT
           MOVE WS-CL-BUNDLE-TOTAL TO WS-CL70-TOTAL
           WRITE CASH-LETTER-RECORD FROM WS-CL-BUNDLE-CTL
           SET WS-CL-BUNDLE-CLOSED TO TRUE.

      ******************************************************************
      * 7014 - MARK CASH LETTER ITEM RETURNED
      * Called from 7070-RETURNED-DEPOSIT-ITEM. Finds the captured
      * item for the charged-back deposit and marks it returned,
      * reporting the letter and bundle it was presented on. An
      * item not yet presented is pulled so it never goes out.
      * Leaves the letter ID in WS-CL-LETTER-ID (zero if the
      * deposit was never captured) for the caller's audit entry.
      ******************************************************************
       7014-MARK-CASH-LETTER-RETURN.
           MOVE ZEROS TO WS-CL-LETTER-ID
           SET WS-CL-ITEM-NOT-FOUND TO TRUE
           MOVE LOW-VALUES TO CLI-KEY
           START CASH-LETTER-ITEM-FILE KEY >= CLI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLI-FILE-STATUS NOT = "00"
               OR WS-CL-ITEM-FOUND
               READ CASH-LETTER-ITEM-FILE NEXT RECORD
               IF WS-CLI-FILE-STATUS = "00"
                   AND CLI-TRAN-ID = WS-RDI-ORIG-TRAN-ID
                   SET WS-CL-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CLI-FILE-STATUS

           IF WS-CL-ITEM-NOT-FOUND
               DISPLAY "No cash letter item on file for this "
                       "deposit."
           ELSE
               EVALUATE TRUE
                   WHEN CLI-SENT
                       MOVE CLI-LETTER-ID TO WS-CL-LETTER-ID
                       DISPLAY "Item was presented on cash letter "
                               CLI-LETTER-ID " bundle "
                               CLI-BUNDLE-NUM " to endpoint "
                               CLI-ROUTING
                   WHEN CLI-PENDING
                       DISPLAY "Item had not been presented - "
                               "pulled from tonight's cash letter."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               SET CLI-RETURNED TO TRUE
               MOVE WS-BUSINESS-DATE TO CLI-RETURN-DATE
               REWRITE CASH-LETTER-ITEM-RECORD
           END-IF.

      ******************************************************************
      * 7050 - PLACE CHECK HOLD
      * Writes an ACCOUNT-HOLD-FILE record for the uncleared portion
      * of a check deposit. ACCT-AVAILABLE-BAL is left alone here -
      * the caller (7000-DEPOSIT-FUNDS) has already decided not to
      * bump it - the hold record is what makes the funds available
      * again once WS-HOLD-BUSINESS-DAYS have passed.
      ******************************************************************
       7050-PLACE-CHECK-HOLD.
           PERFORM 7055-GENERATE-HOLD-ID
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE ACCT-ID TO HOLD-ACCT-ID
           SET HOLD-TYPE-CHECK TO TRUE
           MOVE WS-NUMERIC-AMOUNT TO HOLD-AMOUNT
           MOVE WS-ACCEPT-DATE TO WS-HOLD-DATE-INT
           MOVE WS-HOLD-DATE-INT TO HOLD-PLACED-DATE
           COMPUTE WS-HOLD-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-INT)
               + WS-HOLD-BUSINESS-DAYS
           COMPUTE WS-HOLD-RELEASE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE WS-NEXT-TRAN-ID TO HOLD-TRAN-ID
           MOVE SPACES TO HOLD-NETWORK-REF
           WRITE ACCOUNT-HOLD-RECORD

           DISPLAY "Hold placed: $" WS-ACCT-INPUT-AMOUNT
                   " available on " HOLD-RELEASE-DATE

           MOVE "HOLD_PLACED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Type=CHECK Amount=" HOLD-AMOUNT
                  " Release=" HOLD-RELEASE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7055 - GENERATE HOLD ID
      * Same highest-key-plus-one scan used by 3055-GENERATE-
      * APPROVAL-ID.
      ******************************************************************
       7055-GENERATE-HOLD-ID.
           MOVE 1 TO WS-NEXT-HOLD-ID
           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-HOLD-ID = HOLD-ID + 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7060 - POSITIVE PAY MATCH
      * Looks up the presented check number against what the account
      * holder told us they issued. Sets WS-PPAY-EXCEPTION-FLAG and
      * WS-PPAY-REASON instead of declining the deposit outright - the
      * caller routes an exception to 7065-QUEUE-POSPAY-EXCEPTION for
      * manual review rather than posting it here.
      ******************************************************************
       7060-POSITIVE-PAY-MATCH.
           SET WS-PPAY-NO-EXCEPTION TO TRUE
           MOVE SPACES TO WS-PPAY-REASON

           MOVE ACCT-ID TO CHKISS-ACCT-ID
           COMPUTE CHKISS-CHECK-NUM =
               FUNCTION NUMVAL(WS-DEP-INPUT-CHECK-NUM)
           READ CHECK-ISSUE-FILE

           IF WS-CHKISS-FILE-STATUS NOT = "00"
               SET WS-PPAY-EXCEPTION TO TRUE
               MOVE "Check number not on file" TO WS-PPAY-REASON
           ELSE
               IF CHKISS-CLEARED OR CHKISS-VOIDED
                   SET WS-PPAY-EXCEPTION TO TRUE
                   MOVE "Check already cleared or voided"
                       TO WS-PPAY-REASON
               ELSE
                   IF CHKISS-AMOUNT NOT = WS-NUMERIC-AMOUNT
                       SET WS-PPAY-EXCEPTION TO TRUE
                       MOVE "Amount does not match issued check"
                           TO WS-PPAY-REASON
                   ELSE
                       MOVE ACCT-ID TO WS-ARP-ACCT-ID
                       MOVE CHKISS-CHECK-NUM TO WS-ARP-PAY-CHECK-NUM
                       MOVE WS-NUMERIC-AMOUNT TO WS-ARP-PAY-AMOUNT
                       PERFORM 8348-LOG-PAID-CHECK
                       SET CHKISS-CLEARED TO TRUE
                       MOVE WS-BUSINESS-DATE TO CHKISS-STATUS-DATE
                       REWRITE CHECK-ISSUE-RECORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 7065 - QUEUE POSITIVE PAY EXCEPTION
      * Writes a pending-approval record instead of posting the check
      * deposit, the same way 3050-QUEUE-TRANSFER-APPROVAL defers an
      * over-threshold transfer to a second user.
      ******************************************************************
       7065-QUEUE-POSPAY-EXCEPTION.
           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-POSPAY TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PEND-SUBMITTED-DATE
           MOVE ACCT-ID TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE WS-NUMERIC-AMOUNT TO PEND-AMOUNT
           COMPUTE PEND-NEW-DAILY-LIMIT =
               FUNCTION NUMVAL(WS-DEP-INPUT-CHECK-NUM)
           MOVE ZEROS TO PEND-NEW-MONTHLY-LIMIT
           STRING "Positive pay exception: " WS-PPAY-REASON
               DELIMITED SIZE INTO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD

           DISPLAY " "
           DISPLAY "Positive pay exception: " WS-PPAY-REASON
           DISPLAY "Deposit held for manual review as pending item "
                   PEND-APPROVAL-ID

           MOVE "POSPAY_EXCEPTION" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " CheckNum=" WS-DEP-INPUT-CHECK-NUM
                  " Amount=" WS-ACCT-INPUT-AMOUNT
                  " Reason=" WS-PPAY-REASON
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7070 - RETURNED DEPOSITED ITEM (CHARGEBACK)
      * A check taken in 7000-DEPOSIT-FUNDS has come back unpaid
      * from the drawee bank. Reverses the original deposit off the
      * ledger, cancels any outstanding check hold placed for it
      * (so the hold can never mature and release phantom funds),
      * posts the returned-item fee, and puts the account on the
      * second-presentment watch.
      ******************************************************************
       7070-RETURNED-DEPOSIT-ITEM.
           DISPLAY " "
           DISPLAY "=== RETURNED DEPOSITED ITEM ==="
           DISPLAY " "
           DISPLAY "Original Deposit Transaction ID: "
               WITH NO ADVANCING
           ACCEPT WS-RDI-INPUT-TRAN-ID FROM CONSOLE
           COMPUTE TRAN-ID = FUNCTION NUMVAL(WS-RDI-INPUT-TRAN-ID)

           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Transaction not found."
               GO TO 7070-RDI-EXIT
           END-IF
           IF NOT TRAN-TYPE-DEPOSIT
               DISPLAY "Transaction " TRAN-ID " is not a deposit."
               GO TO 7070-RDI-EXIT
           END-IF
           IF TRAN-REVERSED
               DISPLAY "Transaction " TRAN-ID
                       " has already been reversed."
               GO TO 7070-RDI-EXIT
           END-IF

           MOVE TRAN-ID TO WS-RDI-ORIG-TRAN-ID
           MOVE TRAN-AMOUNT TO WS-RDI-ORIG-AMOUNT
           MOVE TRAN-ACCOUNT-ID TO ACCT-ID

           SET TRAN-REVERSED TO TRUE
           REWRITE TRANSACTION-RECORD

           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: account for that deposit no longer "
                       "exists."
               GO TO 7070-RDI-EXIT
           END-IF

      * Cancel the original check hold if it is still outstanding.
      * An active hold means available balance never got the funds,
      * so only the ledger comes back down; a hold already released
      * means available balance has them too and both come down.
           PERFORM 7075-CANCEL-RDI-HOLD

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-RDI-ORIG-AMOUNT
           IF WS-RDI-HOLD-NOT-FOUND
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-RDI-ORIG-AMOUNT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-RDI-WATCH TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Post the reversal
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           COMPUTE TRAN-AMOUNT = WS-RDI-ORIG-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Returned deposited item - tran "
                  WS-RDI-ORIG-TRAN-ID
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE WS-RDI-ORIG-TRAN-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

      * Post the returned-item fee
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-RDI-FEE-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-RDI-FEE-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-RDI-FEE-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Returned Item Fee" TO TRAN-DESCRIPTION
           MOVE WS-RDI-ORIG-TRAN-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE ACCT-BALANCE TO WS-DSP-BALANCE
           DISPLAY "Deposit " WS-RDI-ORIG-TRAN-ID " charged back "
                   "and returned-item fee posted."
           DISPLAY "Account is on second-presentment watch."
           DISPLAY "New Balance: $" WS-DSP-BALANCE

           MOVE "R" TO WS-IOLN-EVENT-IN
           MOVE WS-RDI-ORIG-AMOUNT TO WS-IOLN-AMOUNT-IN
           MOVE WS-RDI-ORIG-TRAN-ID TO WS-IOLN-REF-IN
           PERFORM 8720-QUEUE-IOLTA-NOTICE
               THRU 8720-QUEUE-EXIT

      * Tie the return back to the cash letter it went out on
           PERFORM 7014-MARK-CASH-LETTER-RETURN

           MOVE "RDI_CHARGEBACK" TO WS-AUDIT-ACTION
           STRING "OrigTran=" WS-RDI-ORIG-TRAN-ID
                  " Acct=" ACCT-ID
                  " Amount=" WS-RDI-ORIG-AMOUNT
                  " Letter=" WS-CL-LETTER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7070-RDI-EXIT.
           CONTINUE.

      ******************************************************************
      * 7075 - CANCEL RDI CHECK HOLD
      * Scans ACCOUNT-HOLD-FILE for the active check hold linked to
      * the returned deposit (same scan-then-reposition shape as
      * 7255-FIND-BILLPAY-HOLD) and stops it so 7360-RELEASE-
      * MATURED-HOLDS can never release it.
      ******************************************************************
       7075-CANCEL-RDI-HOLD.
           SET WS-RDI-HOLD-NOT-FOUND TO TRUE
           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   IF HOLD-TYPE-CHECK
                       AND HOLD-ACTIVE
                       AND HOLD-TRAN-ID = WS-RDI-ORIG-TRAN-ID
                       SET WS-RDI-HOLD-FOUND TO TRUE
                       MOVE HOLD-ID TO WS-RDI-HOLD-ID
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RDI-HOLD-FOUND
               MOVE WS-RDI-HOLD-ID TO HOLD-ID
               READ ACCOUNT-HOLD-FILE
               IF WS-HOLD-FILE-STATUS = "00"
                   SET HOLD-STOPPED TO TRUE
                   REWRITE ACCOUNT-HOLD-RECORD
                   DISPLAY "Outstanding check hold " HOLD-ID
                           " cancelled."
               END-IF
           END-IF.

      ******************************************************************
      * 7080 - WRITE MEMO-POST ITEM
      * Parks one teller posting on MEMO-POST-FILE for the nightly
      * poster. The caller moves the signed ledger effect into
      * MEMO-AMOUNT after writing the pending TRANSACTION-RECORD,
      * whose TRAN-ID keys the memo item.
      ******************************************************************
       7080-WRITE-MEMO-POST-ITEM.
           MOVE TRAN-ID TO MEMO-TRAN-ID
           MOVE TRAN-ACCOUNT-ID TO MEMO-ACCT-ID
           MOVE WS-BUSINESS-DATE TO MEMO-DATE
           MOVE LS-CURRENT-USER TO MEMO-ENTERED-BY
           SET MEMO-STAT-PENDING TO TRUE
           WRITE MEMO-POST-RECORD.

      ******************************************************************
      * 7085 - REMOTE DEPOSIT CAPTURE INTAKE (BATCH)
      * Posts each phone-photo check deposit through the same
      * memo-post shape as a teller check deposit in 7000: the
      * standard availability hold goes on through 7050, the
      * ledger posts tonight with the memo batch, and the image
      * reference is recorded on the transaction. A customer whose
      * RDC deposits today would pass the daily cap has the item
      * rejected back to the channel.
      ******************************************************************
       7085-BATCH-RDC-INTAKE.
           DISPLAY " "
           DISPLAY "=== REMOTE DEPOSIT CAPTURE INTAKE ==="

           MOVE "RDCINTK" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY "RDC intake file path: " WITH NO ADVANCING
           ACCEPT WS-RDC-PATH FROM CONSOLE
           OPEN INPUT RDC-INTAKE-FILE
           IF WS-RDC-STATUS NOT = "00"
               DISPLAY "Unable to open RDC file, status "
                       WS-RDC-STATUS
               MOVE "RDCINTK" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 7085-RDC-EXIT
           END-IF

           MOVE ZEROS TO WS-RDC-POSTED-COUNT
           MOVE ZEROS TO WS-RDC-REJECT-COUNT

           PERFORM UNTIL WS-RDC-STATUS NOT = "00"
               READ RDC-INTAKE-FILE
               IF WS-RDC-STATUS = "00"
                   MOVE RDC-INTAKE-RECORD TO WS-RDC-DETAIL
                   IF WS-RDC-REC-TYPE = "D"
                       PERFORM 7087-POST-ONE-RDC-ITEM
                           THRU 7087-POST-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RDC-INTAKE-FILE

           DISPLAY "RDC items posted:   " WS-RDC-POSTED-COUNT
           DISPLAY "RDC items rejected: " WS-RDC-REJECT-COUNT

           MOVE "RDCINTK" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RDC-POSTED-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-RDC-REJECT-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7085-RDC-EXIT.
           CONTINUE.

      ******************************************************************
      * 7086 - SUM TODAY'S RDC DEPOSITS FOR ONE CUSTOMER
      * Full-scan accumulation like 3410-ACCUMULATE-LIMIT-ACTIVITY:
      * today's RDC-prefixed deposits across every account owned
      * by WS-RDC-OWNER-SAVE.
      ******************************************************************
       7086-SUM-TODAYS-RDC.
           MOVE ZEROS TO WS-RDC-TODAY-TOTAL
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-DEPOSIT
                   AND TRAN-REF-NUMBER(1:4) = "RDC:"
                   AND TRAN-DATE(1:8) = WS-BUSINESS-DATE
                   AND NOT TRAN-REVERSED
                   MOVE TRAN-ACCOUNT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
                   IF WS-ACCT-FILE-STATUS = "00"
                       AND ACCT-OWNER-ID = WS-RDC-OWNER-SAVE
                       ADD TRAN-AMOUNT TO WS-RDC-TODAY-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS.

      ******************************************************************
      * 7087 - POST ONE RDC ITEM
      ******************************************************************
       7087-POST-ONE-RDC-ITEM.
           IF WS-RDC-ACCT IS NOT NUMERIC
               OR WS-RDC-AMOUNT IS NOT NUMERIC
               OR WS-RDC-AMOUNT = ZEROS
               ADD 1 TO WS-RDC-REJECT-COUNT
               DISPLAY "  Rejected: malformed RDC line."
               GO TO 7087-POST-EXIT
           END-IF

           MOVE WS-RDC-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               ADD 1 TO WS-RDC-REJECT-COUNT
               DISPLAY "  Rejected: account " WS-RDC-ACCT
                       " unavailable."
               GO TO 7087-POST-EXIT
           END-IF

      * Per-customer daily cap across all their accounts
           MOVE ACCT-OWNER-ID TO WS-RDC-OWNER-SAVE
           PERFORM 7086-SUM-TODAYS-RDC
           IF WS-RDC-TODAY-TOTAL + WS-RDC-AMOUNT
               > WS-RDC-DAILY-CAP
               ADD 1 TO WS-RDC-REJECT-COUNT
               DISPLAY "  Rejected: daily RDC cap reached for "
                       "customer " WS-RDC-OWNER-SAVE "."
               GO TO 7087-POST-EXIT
           END-IF

      * The cap scan moved the account record area - read the
      * deposit account back before posting
           MOVE WS-RDC-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-RDC-AMOUNT TO WS-NUMERIC-AMOUNT
           MOVE SPACES TO WS-ACCT-INPUT-AMOUNT
           MOVE WS-RDC-AMOUNT TO WS-DSP-AMOUNT
           MOVE WS-DSP-AMOUNT TO WS-ACCT-INPUT-AMOUNT

           PERFORM 3090-GET-NEXT-TRAN-ID
           PERFORM 7050-PLACE-CHECK-HOLD

           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-DEPOSIT TO TRUE
           MOVE WS-NUMERIC-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Mobile Check Deposit" TO TRAN-DESCRIPTION
           STRING "RDC:" WS-RDC-IMAGE-REF
               DELIMITED SIZE INTO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE "RDCCHAN" TO TRAN-TERMINAL-ID
           SET TRAN-PENDING TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-NUMERIC-AMOUNT TO MEMO-AMOUNT
           PERFORM 7080-WRITE-MEMO-POST-ITEM
           ADD 1 TO WS-RDC-POSTED-COUNT

           MOVE WS-RDC-ROUTING TO WS-CL-ITEM-ROUTING
           MOVE SPACES TO WS-CL-ITEM-CHECK-NUM
           MOVE WS-RDC-DRAWER-ACCT TO WS-CL-ITEM-DRAWER
           MOVE "R" TO WS-CL-ITEM-SOURCE
           PERFORM 7010-WRITE-CASH-LETTER-ITEM

           MOVE "RDC_DEPOSIT" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Tran=" TRAN-ID
                  " Image=" WS-RDC-IMAGE-REF
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7087-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7390 - NIGHTLY MEMO-POST (BATCH)
      * Applies the day's memo items to ACCT-BALANCE in TRAN-ID
      * order, completes each pending TRANSACTION-RECORD, and
      * produces a posting journal. Checkpointed the same way
      * 7300-BATCH-INTEREST is, so an abended run resumes after the
      * last item applied rather than double-posting the day.
      ******************************************************************
       7390-BATCH-MEMO-POST.
           DISPLAY " "
           DISPLAY "=== NIGHTLY MEMO-POST ==="

           MOVE "MEMOPOST" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7390-MEMO-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 7392-LOAD-MEMO-CHECKPOINT

           STRING "/tmp/altoro_postjrnl_" WS-ACCEPT-DATE ".txt"
               DELIMITED SIZE INTO WS-POST-JRNL-PATH
           OPEN OUTPUT POSTING-JOURNAL-FILE
           STRING "POSTING JOURNAL - MEMO ITEMS APPLIED "
                  WS-ACCEPT-DATE
                  DELIMITED SIZE INTO POSTING-JOURNAL-RECORD
           WRITE POSTING-JOURNAL-RECORD

           MOVE ZEROS TO WS-MEMO-APPLIED-TOTAL
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming memo-post run after item "
                       CKPT-LAST-ACCT-ID
               COMPUTE MEMO-TRAN-ID = CKPT-LAST-ACCT-ID + 1
               MOVE CKPT-ACCOUNTS-DONE TO WS-MEMO-APPLIED-COUNT
           ELSE
               MOVE LOW-VALUES TO MEMO-TRAN-ID
               MOVE ZEROS TO WS-MEMO-APPLIED-COUNT
           END-IF
           START MEMO-POST-FILE KEY >= MEMO-TRAN-ID
               INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL WS-MEMO-FILE-STATUS NOT = "00"
               READ MEMO-POST-FILE NEXT RECORD
               IF WS-MEMO-FILE-STATUS = "00"
                   IF MEMO-STAT-PENDING
                       PERFORM 7395-APPLY-ONE-MEMO-ITEM
                           THRU 7395-APPLY-EXIT
                       IF FUNCTION MOD(WS-MEMO-APPLIED-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7393-WRITE-MEMO-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-MEMO-APPLIED-TOTAL TO WS-MEMO-DSP-AMOUNT
           STRING "ITEMS APPLIED: " WS-MEMO-APPLIED-COUNT
                  "  NET AMOUNT: $" WS-MEMO-DSP-AMOUNT
                  DELIMITED SIZE INTO POSTING-JOURNAL-RECORD
           WRITE POSTING-JOURNAL-RECORD
           CLOSE POSTING-JOURNAL-FILE

           PERFORM 7394-COMPLETE-MEMO-CHECKPOINT

           DISPLAY "Memo items applied to the ledger: "
                   WS-MEMO-APPLIED-COUNT
           DISPLAY "Posting journal: " WS-POST-JRNL-PATH

           MOVE "MEMOPOST" TO WS-RUNCTL-JOB-NAME
           MOVE WS-MEMO-APPLIED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7390-MEMO-EXIT.
           CONTINUE.

      ******************************************************************
      * 7392 - LOAD MEMO-POST CHECKPOINT
      * Same idea as 7320-LOAD-CHECKPOINT, keyed under its own job
      * name; CKPT-LAST-ACCT-ID carries the last memo TRAN-ID done.
      ******************************************************************
       7392-LOAD-MEMO-CHECKPOINT.
           SET WS-CKPT-NOT-RESUMING TO TRUE
           MOVE "MEMOPOST" TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               SET WS-CKPT-RESUMING TO TRUE
           END-IF.

      ******************************************************************
      * 7393 - WRITE MEMO-POST CHECKPOINT
      ******************************************************************
       7393-WRITE-MEMO-CHECKPOINT.
           MOVE "MEMOPOST" TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE MEMO-TRAN-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-MEMO-APPLIED-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 7394 - COMPLETE MEMO-POST CHECKPOINT
      ******************************************************************
       7394-COMPLETE-MEMO-CHECKPOINT.
           MOVE "MEMOPOST" TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE MEMO-TRAN-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-MEMO-APPLIED-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 7395 - APPLY ONE MEMO ITEM
      * Moves one memo item's amount onto the account ledger,
      * completes the pending TRANSACTION-RECORD with the true
      * balance-after, marks the memo applied, and journals the
      * posting.
      ******************************************************************
       7395-APPLY-ONE-MEMO-ITEM.
           MOVE MEMO-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Memo item " MEMO-TRAN-ID " skipped - "
                       "account " MEMO-ACCT-ID " not found."
               GO TO 7395-APPLY-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + MEMO-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           MOVE MEMO-TRAN-ID TO TRAN-ID
           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00" AND TRAN-PENDING
               SET TRAN-COMPLETED TO TRUE
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               REWRITE TRANSACTION-RECORD
           END-IF

           SET MEMO-STAT-APPLIED TO TRUE
           REWRITE MEMO-POST-RECORD

           ADD 1 TO WS-MEMO-APPLIED-COUNT
           ADD MEMO-AMOUNT TO WS-MEMO-APPLIED-TOTAL

           MOVE MEMO-AMOUNT TO WS-MEMO-DSP-AMOUNT
           MOVE ACCT-BALANCE TO WS-MEMO-DSP-BALANCE
           STRING MEMO-TRAN-ID " " MEMO-ACCT-ID
                  " $" WS-MEMO-DSP-AMOUNT
                  " BAL $" WS-MEMO-DSP-BALANCE
                  DELIMITED SIZE INTO POSTING-JOURNAL-RECORD
           WRITE POSTING-JOURNAL-RECORD.

       7395-APPLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7090 - VALIDATE IRA CONTRIBUTION
      * Takes the tax-year designation (prior year allowed until
      * the April filing deadline) and proves the contribution fits
      * inside the annual limit for that year.
      ******************************************************************
       7090-VALIDATE-IRA-CONTRIBUTION.
           SET WS-IRA-OK TO TRUE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-IRA-CURR-YEAR
           COMPUTE WS-IRA-PRIOR-YEAR = WS-IRA-CURR-YEAR - 1
           MOVE WS-ACCEPT-DATE(5:4) TO WS-IRA-TODAY-MMDD

           DISPLAY "Contribution Tax Year (blank for current): "
               WITH NO ADVANCING
           ACCEPT WS-IRA-INPUT-YEAR FROM CONSOLE
           IF WS-IRA-INPUT-YEAR = SPACES
               MOVE WS-IRA-CURR-YEAR TO WS-IRA-INPUT-YEAR
           END-IF

           EVALUATE TRUE
               WHEN WS-IRA-INPUT-YEAR = WS-IRA-CURR-YEAR
                   CONTINUE
               WHEN WS-IRA-INPUT-YEAR = WS-IRA-PRIOR-YEAR
                   IF WS-IRA-TODAY-MMDD > WS-IRA-PRIOR-YEAR-CUTOFF
                       DISPLAY "Prior-year contributions closed "
                               "with the filing deadline."
                       SET WS-IRA-NOT-OK TO TRUE
                       GO TO 7090-VALIDATE-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Tax year must be the current or, before "
                           "the filing deadline, the prior year."
                   SET WS-IRA-NOT-OK TO TRUE
                   GO TO 7090-VALIDATE-EXIT
           END-EVALUATE

      * Sum the customer's contributions already designated to
      * that tax year
           MOVE ZEROS TO WS-IRA-YEAR-TOTAL
           OPEN INPUT IRA-TRANS-FILE
           IF WS-IRA-FILE-STATUS = "00"
               PERFORM UNTIL WS-IRA-FILE-STATUS NOT = "00"
                   READ IRA-TRANS-FILE
                   IF WS-IRA-FILE-STATUS = "00"
                       IF IRA-CUST-ID = ACCT-OWNER-ID
                           AND IRA-CONTRIBUTION
                           AND IRA-TAX-YEAR = WS-IRA-INPUT-YEAR
                           ADD IRA-AMOUNT TO WS-IRA-YEAR-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE IRA-TRANS-FILE
           END-IF

           IF WS-IRA-YEAR-TOTAL + WS-NUMERIC-AMOUNT >
               WS-IRA-ANNUAL-LIMIT
               MOVE WS-IRA-YEAR-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "Contribution declined: $" WS-DSP-AMOUNT
                       " already contributed for "
                       WS-IRA-INPUT-YEAR
                       " and this deposit would exceed the annual "
                       "limit."
               SET WS-IRA-NOT-OK TO TRUE
           END-IF.

       7090-VALIDATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7095 - RECORD IRA CONTRIBUTION
      ******************************************************************
       7095-RECORD-IRA-CONTRIBUTION.
           OPEN EXTEND IRA-TRANS-FILE
           IF WS-IRA-FILE-STATUS = "35"
               OPEN OUTPUT IRA-TRANS-FILE
           END-IF
           MOVE ACCT-OWNER-ID TO IRA-CUST-ID
           MOVE ACCT-ID TO IRA-ACCT-ID
           SET IRA-CONTRIBUTION TO TRUE
           MOVE WS-IRA-INPUT-YEAR TO IRA-TAX-YEAR
           MOVE WS-NUMERIC-AMOUNT TO IRA-AMOUNT
           MOVE WS-ACCEPT-DATE TO IRA-POST-DATE
           MOVE SPACES TO IRA-REASON-CODE
           WRITE IRA-TRANS-RECORD
           CLOSE IRA-TRANS-FILE
           DISPLAY "Contribution designated to tax year "
                   WS-IRA-INPUT-YEAR ".".

      ******************************************************************
      * 7097 - RECORD IRA DISTRIBUTION
      ******************************************************************
       7097-RECORD-IRA-DISTRIBUTION.
           OPEN EXTEND IRA-TRANS-FILE
           IF WS-IRA-FILE-STATUS = "35"
               OPEN OUTPUT IRA-TRANS-FILE
           END-IF
           MOVE ACCT-OWNER-ID TO IRA-CUST-ID
           MOVE ACCT-ID TO IRA-ACCT-ID
           SET IRA-DISTRIBUTION TO TRUE
           MOVE WS-ACCEPT-DATE(1:4) TO IRA-TAX-YEAR
           MOVE WS-NUMERIC-AMOUNT TO IRA-AMOUNT
           MOVE WS-ACCEPT-DATE TO IRA-POST-DATE
           MOVE WS-IRA-INPUT-REASON TO IRA-REASON-CODE
           WRITE IRA-TRANS-RECORD
           CLOSE IRA-TRANS-FILE.

      ******************************************************************
      * 7160 - PLACE DEBIT AUTHORIZATION HOLD
      * A card pre-authorization (a restaurant tab, a hotel deposit,
      * a gas-pump pre-auth) reduces what's available to spend the
      * moment it's approved, but the ledger balance doesn't move
      * until the merchant actually settles the transaction days
      * later.
      ******************************************************************
       7160-PLACE-DEBIT-HOLD.
           DISPLAY " "
           DISPLAY "=== PLACE DEBIT AUTHORIZATION HOLD ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-HOLD-INPUT-ACCT-ID FROM CONSOLE

           MOVE WS-HOLD-INPUT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 7160-HOLD-EXIT
           END-IF

           MOVE ACCT-AVAILABLE-BAL TO WS-DSP-BALANCE
           DISPLAY "Available Balance: $" WS-DSP-BALANCE
           DISPLAY "Authorization Amount: " WITH NO ADVANCING
           ACCEPT WS-HOLD-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-HOLD-LOCAL-AMOUNT =
               FUNCTION NUMVAL(WS-HOLD-INPUT-AMOUNT)

           IF WS-HOLD-LOCAL-AMOUNT > ACCT-AVAILABLE-BAL
               DISPLAY "Declined: authorization exceeds available "
                       "balance."
               GO TO 7160-HOLD-EXIT
           END-IF

           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-HOLD-LOCAL-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 7055-GENERATE-HOLD-ID
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE ACCT-ID TO HOLD-ACCT-ID
           SET HOLD-TYPE-DEBIT TO TRUE
           MOVE WS-HOLD-LOCAL-AMOUNT TO HOLD-AMOUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO HOLD-PLACED-DATE
           COMPUTE WS-HOLD-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-HOLD-BUSINESS-DAYS
           COMPUTE WS-HOLD-RELEASE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
      * Holds release on a business day, never a weekend/holiday
           MOVE WS-HOLD-RELEASE-NUM TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE ZEROS TO HOLD-TRAN-ID
           MOVE SPACES TO HOLD-NETWORK-REF
           WRITE ACCOUNT-HOLD-RECORD

           DISPLAY "Hold placed. New Available Balance: $"
                   ACCT-AVAILABLE-BAL

           MOVE "HOLD_PLACED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Type=DEBIT_AUTH Amount=" HOLD-AMOUNT
                  " Release=" HOLD-RELEASE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7160-HOLD-EXIT.
           CONTINUE.

      ******************************************************************
      * 7360 - RELEASE MATURED HOLDS
      * Batch-style sweep of ACCOUNT-HOLD-FILE for active holds whose
      * release date has arrived. Mirrors the sequential-scan pattern
      * used elsewhere (2250-GENERATE-ACCOUNT-ID, 3055-GENERATE-
      * APPROVAL-ID) rather than driving off the indexed key.
      ******************************************************************
       7360-RELEASE-MATURED-HOLDS.
           DISPLAY " "
           DISPLAY "=== RELEASE MATURED HOLDS ==="

           MOVE "HOLDREL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7360-HREL-EXIT
           END-IF

           MOVE ZEROS TO WS-HOLD-RELEASED-COUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-HOLD-TODAY-DATE

           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   PERFORM 7370-PROCESS-HOLD-RELEASE
                       THRU 7370-PROCESS-EXIT
               END-IF
           END-PERFORM

           DISPLAY "Holds released: " WS-HOLD-RELEASED-COUNT

           MOVE "HOLDREL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-HOLD-RELEASED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7360-HREL-EXIT.
           CONTINUE.

      ******************************************************************
      * 7370 - PROCESS HOLD RELEASE
      * Releases one ACCOUNT-HOLD-FILE record if it is still active
      * and its release date has arrived: a check hold restores
      * ACCT-AVAILABLE-BAL, a debit-authorization hold restores it
      * the same way since the ledger was never touched for that
      * hold type.
      ******************************************************************
       7370-PROCESS-HOLD-RELEASE.
           IF NOT HOLD-ACTIVE
               GO TO 7370-PROCESS-EXIT
           END-IF

           IF HOLD-RELEASE-DATE > WS-HOLD-TODAY-DATE
               GO TO 7370-PROCESS-EXIT
           END-IF

           MOVE HOLD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               GO TO 7370-PROCESS-EXIT
           END-IF

           IF HOLD-TYPE-BILLPAY
      * A matured bill-payment hold settles: the ledger catches up to
      * what available balance already reflects, and the pending
      * TRANSACTION-RECORD it was holding for is marked complete.
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - HOLD-AMOUNT
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
               PERFORM 7375-COMPLETE-BILLPAY
           ELSE
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL + HOLD-AMOUNT
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           END-IF

           SET HOLD-RELEASED TO TRUE
           REWRITE ACCOUNT-HOLD-RECORD
           ADD 1 TO WS-HOLD-RELEASED-COUNT

           MOVE "HOLD_RELEASED" TO WS-AUDIT-ACTION
           STRING "Acct=" HOLD-ACCT-ID
                  " Type=" HOLD-TYPE
                  " Amount=" HOLD-AMOUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7370-PROCESS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7375 - COMPLETE BILL PAYMENT
      * Marks the TRANSACTION-RECORD a matured HOLD-TYPE-BILLPAY hold
      * was placed for as completed, now that the funds have actually
      * left the ledger. Re-reads TRANSACTION-FILE by HOLD-TRAN-ID
      * since ACCOUNT-FILE and ACCOUNT-HOLD-FILE reads in the caller
      * don't disturb it, but this keeps the record positioning
      * explicit rather than relying on it.
      ******************************************************************
       7375-COMPLETE-BILLPAY.
           MOVE HOLD-TRAN-ID TO TRAN-ID
           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00" AND TRAN-PENDING
               SET TRAN-COMPLETED TO TRUE
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               REWRITE TRANSACTION-RECORD
      * The PY has posted - the payment is released for tonight's
      * disbursement run
               MOVE HOLD-TRAN-ID TO BPD-TRAN-ID
               READ BILLPAY-DISB-FILE
               IF WS-BPD-FILE-STATUS = "00"
                   AND BPD-SCHEDULED
                   SET BPD-RELEASED TO TRUE
                   MOVE WS-BUSINESS-DATE TO BPD-RELEASED-DATE
                   REWRITE BILLPAY-DISB-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * 7100 - WITHDRAW FUNDS
      * VULNERABILITY V12: No balance check, negatives accepted
      * VULNERABILITY V09: Numeric overflow on subtraction
      ******************************************************************
       7100-WITHDRAW-FUNDS.
           DISPLAY " "
           DISPLAY "=== WITHDRAW FUNDS ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-ID FROM CONSOLE

           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
           PERFORM 6100-ACQUIRE-ACCT-LOCK
               THRU 6100-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               GO TO 7100-WITHDRAW-EXIT
           END-IF
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
      * Staff may not post to an account of their own
               MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
               MOVE ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
               MOVE "T" TO WS-COI-CATEGORY
               MOVE ZEROS TO WS-COI-AMOUNT
               MOVE "Withdrawal" TO WS-COI-DETAIL
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
               IF WS-COI-SELF
                   GO TO 7100-WITHDRAW-EXIT
               END-IF

               MOVE ACCT-ID TO WS-RST-CHECK-ACCT
               MOVE "Y" TO WS-RST-CHECK-DEBIT
               MOVE "B" TO WS-RST-CHECK-CHANNEL
               PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
               IF WS-RST-BLOCKED
                   DISPLAY "Withdrawal not taken - "
                           WS-RST-DECLINE-MSG
                   GO TO 7100-WITHDRAW-EXIT
               END-IF

               MOVE ACCT-ID TO WS-WNT-CHECK-ACCT
               MOVE ACCT-OWNER-ID TO WS-WNT-CHECK-CUST
               PERFORM 8775-SHOW-WARNING-NOTES
                   THRU 8775-NOTES-EXIT
               IF WS-WNT-NOT-ACKED
                   DISPLAY "Withdrawal not taken - warning note not "
                           "acknowledged."
                   GO TO 7100-WITHDRAW-EXIT
               END-IF

               MOVE ACCT-BALANCE TO WS-DSP-BALANCE
               DISPLAY "Current Balance: $" WS-DSP-BALANCE
               MOVE ACCT-AVAILABLE-BAL TO WS-DSP-BALANCE
               DISPLAY "Available:       $" WS-DSP-BALANCE

               DISPLAY "Withdrawal Type: (1) Cash  (2) Non-Cash "
                       "(wire, etc.)  (3) Official Check: "
                       WITH NO ADVANCING
               ACCEPT WS-WD-TYPE FROM CONSOLE

      * An official check is the bank's own item - it needs the
      * payee it will be drawn to
               MOVE SPACES TO WS-OFC-INPUT-PAYEE
               IF WS-WD-TYPE-OFFICIAL
                   DISPLAY "Official Check Payee: "
                       WITH NO ADVANCING
                   ACCEPT WS-OFC-INPUT-PAYEE FROM CONSOLE
                   IF WS-OFC-INPUT-PAYEE = SPACES
                       DISPLAY "Payee is required for an official "
                               "check."
                       GO TO 7100-WITHDRAW-EXIT
                   END-IF
               END-IF

      * An IRA withdrawal is a distribution and needs the reason
      * code the 1099-R reports
               MOVE SPACES TO WS-IRA-INPUT-REASON
               IF ACCT-TYPE-IRA
                   DISPLAY "Distribution Reason (N=Normal, "
                           "E=Early, D=Disability): "
                       WITH NO ADVANCING
                   ACCEPT WS-IRA-INPUT-REASON FROM CONSOLE
               END-IF

               DISPLAY "Withdrawal Amount: " WITH NO ADVANCING
               ACCEPT WS-ACCT-INPUT-AMOUNT FROM CONSOLE

      * VULNERABILITY V12: No validation
      *   Amount not checked against available balance
      *   Negative withdrawals accepted (effectively deposits)
      *   No daily/monthly limit enforcement
               COMPUTE WS-NUMERIC-AMOUNT =
                   FUNCTION NUMVAL(WS-ACCT-INPUT-AMOUNT)
      * VULNERABILITY V09: No ON SIZE ERROR

      * A presenter who is not an owner must hold signer
      * authority covering this amount
               DISPLAY "Presenting Person's Customer ID "
                       "(blank if an owner presents): "
                   WITH NO ADVANCING
               ACCEPT WS-SGN-PRESENTER-INPUT FROM CONSOLE
               IF WS-SGN-PRESENTER-INPUT NOT = SPACES
                   MOVE WS-NUMERIC-AMOUNT TO WS-SGN-CHECK-AMOUNT
                   PERFORM 2294-VERIFY-PRESENTER
                       THRU 2294-VERIFY-EXIT
                   IF WS-SGN-ALLOWED-FLAG = "N"
                       GO TO 7100-WITHDRAW-EXIT
                   END-IF
               END-IF

      * A vulnerable customer's over-threshold withdrawal does
      * not post - it holds for review the way a velocity hit
      * does, so a new "helper" cannot drain the account before
      * anyone looks
               MOVE "N" TO WS-VUL-OWNER-FLAG
               MOVE ACCT-OWNER-ID TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = "00"
                   AND CUST-IS-VULNERABLE
                   MOVE "Y" TO WS-VUL-OWNER-FLAG
               END-IF
               IF WS-VUL-OWNER-FLAG = "Y"
                   AND WS-NUMERIC-AMOUNT > WS-VUL-THRESHOLD
                   PERFORM 7106-QUEUE-VULNERABLE-REVIEW
                   GO TO 7100-WITHDRAW-EXIT
               END-IF

      * A custodial (UTMA) account pays out only to its custodian
               MOVE ACCT-ID TO UTMA-ACCT-ID
               READ CUSTODIAL-FILE
               IF WS-UTMA-FILE-STATUS = "00"
                   AND UTMA-ACTIVE
                   IF WS-SGN-PRESENTER-INPUT NOT = SPACES
                       AND WS-SGN-PRESENTER-INPUT
                           NOT = UTMA-CUSTODIAN-ID
                       DISPLAY "Refused: custodial account - "
                               "withdrawals are payable only to "
                               "custodian " UTMA-CUSTODIAN-ID "."
                       MOVE "UTMA_WD_REFUSED" TO WS-AUDIT-ACTION
                       STRING "Acct=" ACCT-ID
                              " Presenter="
                              WS-SGN-PRESENTER-INPUT
                              " By=" LS-CURRENT-USER
                              DELIMITED SIZE INTO WS-AUDIT-DETAIL
                       PERFORM 9200-WRITE-AUDIT-LOG
                       GO TO 7100-WITHDRAW-EXIT
                   END-IF
               END-IF

      * Enforce configured daily/monthly transaction limits
               MOVE ACCT-ID TO WS-LIMIT-CHECK-ID
               MOVE WS-NUMERIC-AMOUNT TO WS-LIMIT-CHECK-AMOUNT
               MOVE ACCT-DAILY-LIMIT TO WS-LIMIT-CHECK-DAILY-LIM
               MOVE ACCT-MONTHLY-LIMIT TO WS-LIMIT-CHECK-MONTHLY-LIM
               PERFORM 3400-CHECK-ACCOUNT-LIMITS
               IF WS-LIMIT-EXCEEDED
                   DISPLAY "Withdrawal declined: exceeds daily or "
                           "monthly limit for account " ACCT-ID
                   GO TO 7100-WITHDRAW-EXIT
               END-IF

      * Duplicate-posting guard before anything moves
               MOVE ACCT-ID TO WS-DUP-CHECK-ACCT
               COMPUTE WS-DUP-CHECK-AMOUNT =
                   WS-NUMERIC-AMOUNT * -1
               MOVE "WD" TO WS-DUP-CHECK-TYPE
               PERFORM 3095-CHECK-DUPLICATE-POSTING
                   THRU 3095-DUP-EXIT
               IF WS-DUP-STOPPED
                   GO TO 7100-WITHDRAW-EXIT
               END-IF
               MOVE WS-ACCT-INPUT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT

      * Certificate of deposit accounts owe an early-withdrawal
      * penalty when funds are pulled before ACCT-CD-MATURITY-DATE
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-CD-TODAY-DATE
               SET WS-CD-PENALTY-NOT-DUE TO TRUE
               IF ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CD-TODAY-DATE
                   SET WS-CD-PENALTY-DUE TO TRUE
                   DISPLAY "Notice: this CD has not reached its "
                           "maturity date of "
                           ACCT-CD-MATURITY-DATE
                           " - an early-withdrawal penalty applies."
               END-IF

      * Overdraft protection: reject when funds are short and the
      * account is not enrolled; otherwise post the withdrawal and
      * queue an NSF fee to be charged below. A linked account is
      * swept first, if one is on file, to try to cover the shortfall
      * before either of those paths is taken.
               SET WS-NSF-FEE-NOT-DUE TO TRUE
               IF WS-NUMERIC-AMOUNT > ACCT-AVAILABLE-BAL
                   AND ACCT-LINKED-ACCOUNT NOT = ZEROS
                   PERFORM 7180-SWEEP-OVERDRAFT
                       THRU 7180-SWEEP-EXIT
                   MOVE WS-ACCT-INPUT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               END-IF

               IF WS-NUMERIC-AMOUNT > ACCT-AVAILABLE-BAL
                   IF ACCT-OVERDRAFT-NO
      * Paying against uncollected funds (the ledger covers it but
      * the holds haven't cleared) is allowed only under a logged
      * supervisor override
                       IF WS-NUMERIC-AMOUNT <= ACCT-BALANCE
                           DISPLAY "Funds are uncollected - a "
                                   "supervisor override is needed "
                                   "to pay against them."
                           MOVE "PAY_UNCOLLECTED" TO WS-OVR-ACTION
                           MOVE ZEROS TO WS-OVR-TRAN-ID
                           MOVE ZEROS TO WS-OVR-HOLD-ID
                           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
                               THRU 6200-OVERRIDE-EXIT
                           IF WS-OVR-NOT-APPROVED
                               GO TO 7100-WITHDRAW-EXIT
                           END-IF
                           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
                           READ ACCOUNT-FILE
                           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                       ELSE
                           DISPLAY "Withdrawal declined: "
                                   "insufficient funds and "
                                   "overdraft protection is not "
                                   "enabled for account " ACCT-ID
                           GO TO 7100-WITHDRAW-EXIT
                       END-IF
                   ELSE
                       SET WS-NSF-FEE-DUE TO TRUE
                   END-IF
               END-IF

      * Teller work memo-posts: only the available balance moves
      * now - the ledger catches up when the nightly poster applies
      * the memo item.
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-NUMERIC-AMOUNT
      * VULNERABILITY V09: No ON SIZE ERROR

               MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
               SET ACCT-NOT-DORMANT TO TRUE
               REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Record withdrawal transaction as pending until the nightly
      * poster applies it to the ledger
               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               ACCEPT WS-ACCEPT-TIME FROM TIME
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-WITHDRAW TO TRUE
               COMPUTE TRAN-AMOUNT = WS-NUMERIC-AMOUNT * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               EVALUATE TRUE
                   WHEN WS-WD-TYPE-OFFICIAL
                       PERFORM 7111-GENERATE-OFC-SERIAL
                       MOVE "Official Check Purchase"
                           TO TRAN-DESCRIPTION
                       MOVE SPACES TO TRAN-REF-NUMBER
                       STRING "OFC:" WS-NEXT-OFC-SERIAL
                              DELIMITED SIZE INTO TRAN-REF-NUMBER
                       SET TRAN-NOT-CASH TO TRUE
                   WHEN WS-WD-TYPE-NONCASH
                       MOVE "Non-Cash Withdrawal" TO TRAN-DESCRIPTION
                       SET TRAN-NOT-CASH TO TRUE
                   WHEN OTHER
                       MOVE "Cash Withdrawal" TO TRAN-DESCRIPTION
                       SET TRAN-IS-CASH TO TRUE
                       IF WS-SGN-PRESENTER-INPUT NOT = SPACES
                           MOVE WS-SGN-PRESENTER-INPUT
                               TO TRAN-REF-NUMBER
                       ELSE
                           MOVE ACCT-OWNER-ID TO TRAN-REF-NUMBER
                       END-IF
               END-EVALUATE
               IF ACCT-TYPE-IRA
                   STRING "IRA Distribution ("
                          WS-IRA-INPUT-REASON ")"
                          DELIMITED SIZE INTO TRAN-DESCRIPTION
               END-IF
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-PENDING TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
      * VULNERABILITY V13: WRITE status not checked

               COMPUTE MEMO-AMOUNT = WS-NUMERIC-AMOUNT * -1
               PERFORM 7080-WRITE-MEMO-POST-ITEM

      * The customer's debit funds the bank's outstanding official
      * check - book the item on the register against the liability
               IF WS-WD-TYPE-OFFICIAL
                   PERFORM 7110-ISSUE-OFFICIAL-CHECK
               END-IF

               IF ACCT-TYPE-IRA
                   PERFORM 7097-RECORD-IRA-DISTRIBUTION
               END-IF

      * Reg D: a non-cash savings withdrawal is a covered debit
               IF WS-WD-TYPE-NONCASH
                   PERFORM 7125-ENFORCE-REGD
                       THRU 7125-ENFORCE-EXIT
               END-IF

      * Large withdrawals and a balance dropping under the
      * customer's threshold both notify the customer
               IF WS-NUMERIC-AMOUNT >= WS-NOTIF-LARGE-WD-AMT
                   MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
                   MOVE "LGWD" TO WS-NOTIF-EVENT-TYPE
                   STRING "Large withdrawal of " WS-ACCT-INPUT-AMOUNT
                          " on account " WS-ACCT-INPUT-ID
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
               END-IF
               MOVE WS-NOTIF-LOW-BAL-DFLT TO WS-NOTIF-LOW-THRESHOLD
               MOVE ACCT-OWNER-ID TO PREF-CUST-ID
               READ NOTIFY-PREF-FILE
               IF WS-PREF-FILE-STATUS = "00"
                   AND PREF-LOW-BAL-THRESHOLD > ZEROS
                   MOVE PREF-LOW-BAL-THRESHOLD
                       TO WS-NOTIF-LOW-THRESHOLD
               END-IF
               IF ACCT-AVAILABLE-BAL < WS-NOTIF-LOW-THRESHOLD
                   MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
                   MOVE "LOWB" TO WS-NOTIF-EVENT-TYPE
                   STRING "Available balance below threshold on "
                          "account " WS-ACCT-INPUT-ID
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
               END-IF

               MOVE WS-NUMERIC-AMOUNT TO WS-DSP-AMOUNT
               MOVE ACCT-BALANCE TO WS-DSP-BALANCE
               DISPLAY "Withdrawn: $" WS-DSP-AMOUNT
                       " (memo-posted; ledger posts tonight)"
               DISPLAY "Ledger Balance: $" WS-DSP-BALANCE

      * Audit log
               MOVE "WITHDRAW" TO WS-AUDIT-ACTION
               STRING "Acct=" ACCT-ID
                      " Amount=" WS-ACCT-INPUT-AMOUNT
                      " NewBal=" ACCT-BALANCE
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG

               IF WS-NSF-FEE-DUE
                   PERFORM 7150-POST-NSF-FEE
               END-IF

               IF WS-CD-PENALTY-DUE
                   PERFORM 7170-POST-CD-PENALTY
               END-IF
           ELSE
               DISPLAY "Account not found."
           END-IF.

       7100-WITHDRAW-EXIT.
           PERFORM 6110-RELEASE-ACCT-LOCK.

      ******************************************************************
      * 7110 - ISSUE OFFICIAL CHECK
      * Books the bank's own check on the official check register
      * once 7100-WITHDRAW-FUNDS has debited the remitter. The
      * outstanding items on OFFICIAL-CHECK-FILE are the official
      * checks outstanding liability; the serial was assigned by
      * 7111 before the WD posted so it rides in TRAN-REF-NUMBER.
      * RPTGEN's GL feed books that "OFC:" WD to the liability
      * account (OF/ISSU mapping) and relieves it off the register
      * when the item is paid or voided; 7114 proves the register
      * to the balance the feed has built.
      ******************************************************************
       7110-ISSUE-OFFICIAL-CHECK.
           MOVE WS-NEXT-OFC-SERIAL TO OFC-SERIAL
           MOVE ACCT-ID TO OFC-REMITTER-ACCT
           MOVE ACCT-NAME TO OFC-REMITTER-NAME
           MOVE WS-OFC-INPUT-PAYEE TO OFC-PAYEE
           MOVE WS-NUMERIC-AMOUNT TO OFC-AMOUNT
           MOVE WS-BUSINESS-DATE TO OFC-ISSUE-DATE
           MOVE WS-NEXT-TRAN-ID TO OFC-ISSUE-TRAN-ID
           MOVE LS-CURRENT-USER TO OFC-ISSUED-BY
           MOVE ACCT-BRANCH-CODE TO OFC-BRANCH-CODE
           SET OFC-OUTSTANDING TO TRUE
           MOVE SPACES TO OFC-STATUS-DATE
           MOVE SPACES TO OFC-STATUS-BY
           MOVE ZEROS TO OFC-REPLACES-SERIAL
           MOVE ZEROS TO OFC-REPLACED-BY-SERIAL
           WRITE OFFICIAL-CHECK-RECORD
           IF WS-OFC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: official check " OFC-SERIAL
                       " not recorded, status " WS-OFC-FILE-STATUS
           ELSE
               DISPLAY "Official check serial " OFC-SERIAL
                       " payable to " OFC-PAYEE
           END-IF

           MOVE "OFC_ISSUE" TO WS-AUDIT-ACTION
           STRING "Serial=" OFC-SERIAL
                  " Acct=" ACCT-ID
                  " Amount=" WS-ACCT-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7111 - GENERATE OFFICIAL CHECK SERIAL
      * Next serial above the highest on the register, starting at
      * WS-OFC-SERIAL-BASE for the first item ever issued.
      ******************************************************************
       7111-GENERATE-OFC-SERIAL.
           MOVE WS-OFC-SERIAL-BASE TO WS-NEXT-OFC-SERIAL
           MOVE LOW-VALUES TO OFC-SERIAL
           START OFFICIAL-CHECK-FILE KEY >= OFC-SERIAL
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OFC-FILE-STATUS NOT = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               IF WS-OFC-FILE-STATUS = "00"
                   AND OFC-SERIAL >= WS-NEXT-OFC-SERIAL
                   COMPUTE WS-NEXT-OFC-SERIAL = OFC-SERIAL + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OFC-FILE-STATUS.

      ******************************************************************
      * 7112 - PRESENT / PAY OFFICIAL CHECK
      * An official check coming back through clearing or cashed at
      * the counter. It must be outstanding and the presented amount
      * must agree with the register; anything else is an exception
      * for the back office. Paying it extinguishes the liability -
      * the remitter was debited at issuance, so no account moves.
      ******************************************************************
       7112-PRESENT-OFFICIAL-CHECK.
           DISPLAY " "
           DISPLAY "=== PRESENT / PAY OFFICIAL CHECK ==="
           DISPLAY "Official Check Serial: " WITH NO ADVANCING
           ACCEPT WS-OFC-INPUT-SERIAL FROM CONSOLE
           DISPLAY "Presented Amount: " WITH NO ADVANCING
           ACCEPT WS-OFC-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-OFC-PRESENT-AMT =
               FUNCTION NUMVAL(WS-OFC-INPUT-AMOUNT)

           COMPUTE OFC-SERIAL = FUNCTION NUMVAL(WS-OFC-INPUT-SERIAL)
           READ OFFICIAL-CHECK-FILE
           IF WS-OFC-FILE-STATUS NOT = "00"
               DISPLAY "Exception: serial " WS-OFC-INPUT-SERIAL
                       " is not on the official check register."
               MOVE "OFC_PRESENT_EXCEPT" TO WS-AUDIT-ACTION
               STRING "Serial=" WS-OFC-INPUT-SERIAL
                      " Reason=NOT_ON_FILE"
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 7112-PRESENT-EXIT
           END-IF

           IF NOT OFC-OUTSTANDING
               DISPLAY "Exception: official check " OFC-SERIAL
                       " is not outstanding (status " OFC-STATUS
                       " on " OFC-STATUS-DATE ") - do not pay."
               MOVE "OFC_PRESENT_EXCEPT" TO WS-AUDIT-ACTION
               STRING "Serial=" OFC-SERIAL
                      " Reason=STATUS_" OFC-STATUS
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 7112-PRESENT-EXIT
           END-IF

           IF WS-OFC-PRESENT-AMT NOT = OFC-AMOUNT
               MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Exception: presented amount does not match "
                       "the issued amount of $" WS-DSP-AMOUNT
                       " - do not pay."
               MOVE "OFC_PRESENT_EXCEPT" TO WS-AUDIT-ACTION
               STRING "Serial=" OFC-SERIAL
                      " Reason=AMOUNT Presented="
                      WS-OFC-INPUT-AMOUNT
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 7112-PRESENT-EXIT
           END-IF

           SET OFC-PAID TO TRUE
           MOVE WS-BUSINESS-DATE TO OFC-STATUS-DATE
           MOVE LS-CURRENT-USER TO OFC-STATUS-BY
           REWRITE OFFICIAL-CHECK-RECORD
           MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Official check " OFC-SERIAL " paid: $"
                   WS-DSP-AMOUNT

           MOVE "OFC_PAID" TO WS-AUDIT-ACTION
           STRING "Serial=" OFC-SERIAL
                  " Amount=" WS-OFC-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7112-PRESENT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7113 - VOID OR STOP-AND-REISSUE OFFICIAL CHECK
      * Supervisor only. A void (item in hand, not wanted) credits
      * the remitter back. A stop-and-reissue (lost or stolen) stops
      * the original and issues a replacement for the same remitter
      * and amount - the liability carries over to the new serial,
      * so no account moves. Each item points at the other.
      ******************************************************************
       7113-VOID-REISSUE-OFFICIAL-CHECK.
           DISPLAY " "
           DISPLAY "=== VOID / STOP-AND-REISSUE OFFICIAL CHECK ==="
           DISPLAY "Official Check Serial: " WITH NO ADVANCING
           ACCEPT WS-OFC-INPUT-SERIAL FROM CONSOLE
           COMPUTE OFC-SERIAL = FUNCTION NUMVAL(WS-OFC-INPUT-SERIAL)
           READ OFFICIAL-CHECK-FILE
           IF WS-OFC-FILE-STATUS NOT = "00"
               DISPLAY "Official check not found."
               GO TO 7113-VOID-EXIT
           END-IF
           IF NOT OFC-OUTSTANDING
               DISPLAY "Official check " OFC-SERIAL
                       " is not outstanding (status " OFC-STATUS
                       ")."
               GO TO 7113-VOID-EXIT
           END-IF

           MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Payee:    " OFC-PAYEE
           DISPLAY "Remitter: " OFC-REMITTER-NAME
                   " (" OFC-REMITTER-ACCT ")"
           DISPLAY "Amount:   $" WS-DSP-AMOUNT
           DISPLAY "Issued:   " OFC-ISSUE-DATE
           DISPLAY "(V) Void and refund remitter  "
                   "(S) Stop and reissue: " WITH NO ADVANCING
           ACCEPT WS-OFC-INPUT-ACTION FROM CONSOLE
           IF WS-OFC-INPUT-ACTION NOT = "V"
               AND WS-OFC-INPUT-ACTION NOT = "S"
               DISPLAY "Invalid choice."
               GO TO 7113-VOID-EXIT
           END-IF

           MOVE OFFICIAL-CHECK-RECORD TO WS-OFC-SAVE-RECORD
           MOVE "OFC_VOID_REISSUE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               GO TO 7113-VOID-EXIT
           END-IF
           MOVE WS-OFC-SAVE-RECORD TO OFFICIAL-CHECK-RECORD
           MOVE OFC-SERIAL TO WS-OFC-OLD-SERIAL

           IF WS-OFC-INPUT-ACTION = "V"
               PERFORM 7116-VOID-OFFICIAL-CHECK
                   THRU 7116-VOID-EXIT
           ELSE
               PERFORM 7117-STOP-REISSUE-OFFICIAL-CHECK
                   THRU 7117-REISSUE-EXIT
           END-IF.

       7113-VOID-EXIT.
           CONTINUE.

      ******************************************************************
      * 7116 - VOID OFFICIAL CHECK
      * Marks the item voided and credits the amount back to the
      * remitter as an AJ referencing the serial, under the
      * remitter account's lock. A remitter account no longer on
      * file refunds to suspense; any other failure leaves the
      * check outstanding.
      ******************************************************************
       7116-VOID-OFFICIAL-CHECK.
           MOVE OFC-REMITTER-ACCT TO ACCT-ID
           PERFORM 6100-ACQUIRE-ACCT-LOCK
               THRU 6100-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               DISPLAY "Void not taken - official check " OFC-SERIAL
                       " is still outstanding."
               GO TO 7116-VOID-EXIT
           END-IF
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               AND WS-ACCT-FILE-STATUS NOT = "23"
               DISPLAY "Void not taken - remitter account read "
                       "failed, status " WS-ACCT-FILE-STATUS
               MOVE "00" TO WS-ACCT-FILE-STATUS
               GO TO 7116-VOID-EXIT
           END-IF

           SET OFC-VOIDED TO TRUE
           MOVE WS-BUSINESS-DATE TO OFC-STATUS-DATE
           MOVE LS-CURRENT-USER TO OFC-STATUS-BY

           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-ACCT-FILE-STATUS
               REWRITE OFFICIAL-CHECK-RECORD
               DISPLAY "WARNING: remitter account "
                       OFC-REMITTER-ACCT
                       " not found - refund to suspense."
               MOVE "OFCVOID" TO WS-SUSPL-SOURCE
               MOVE OFC-REMITTER-ACCT TO WS-SUSPL-ACCT
               MOVE OFC-AMOUNT TO WS-SUSPL-AMOUNT
               MOVE "Official check void - no acct"
                   TO WS-SUSPL-REASON
               MOVE "OPS" TO WS-SUSPL-DEPARTMENT
               PERFORM 9270-WRITE-SUSPENSE-ITEM
               GO TO 7116-AUDIT
           END-IF
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + OFC-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + OFC-AMOUNT
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Void not taken - remitter account update "
                       "failed, status " WS-ACCT-FILE-STATUS
               MOVE "00" TO WS-ACCT-FILE-STATUS
               GO TO 7116-VOID-EXIT
           END-IF
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           REWRITE OFFICIAL-CHECK-RECORD

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE OFC-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Official Check Void Refund" TO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           STRING "OFC:" OFC-SERIAL
                  DELIMITED SIZE INTO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY
           MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Official check " OFC-SERIAL " voided; $"
                   WS-DSP-AMOUNT " credited to " ACCT-ID.

       7116-AUDIT.
           MOVE "OFC_VOID" TO WS-AUDIT-ACTION
           STRING "Serial=" OFC-SERIAL
                  " Acct=" OFC-REMITTER-ACCT
                  " Amount=" OFC-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7116-VOID-EXIT.
           PERFORM 6110-RELEASE-ACCT-LOCK.

      ******************************************************************
      * 7117 - STOP AND REISSUE OFFICIAL CHECK
      * Stops the original and writes its replacement. The payee
      * may be corrected on the new item; blank keeps the original.
      ******************************************************************
       7117-STOP-REISSUE-OFFICIAL-CHECK.
           DISPLAY "Replacement Payee (blank = same): "
               WITH NO ADVANCING
           ACCEPT WS-OFC-INPUT-PAYEE FROM CONSOLE
           IF WS-OFC-INPUT-PAYEE = SPACES
               MOVE OFC-PAYEE TO WS-OFC-INPUT-PAYEE
           END-IF

           PERFORM 7111-GENERATE-OFC-SERIAL
           MOVE WS-OFC-OLD-SERIAL TO OFC-SERIAL
           READ OFFICIAL-CHECK-FILE
           IF WS-OFC-FILE-STATUS NOT = "00"
               DISPLAY "Official check " WS-OFC-OLD-SERIAL
                       " could not be re-read - nothing changed."
               GO TO 7117-REISSUE-EXIT
           END-IF
           SET OFC-STOPPED TO TRUE
           MOVE WS-BUSINESS-DATE TO OFC-STATUS-DATE
           MOVE LS-CURRENT-USER TO OFC-STATUS-BY
           MOVE WS-NEXT-OFC-SERIAL TO OFC-REPLACED-BY-SERIAL
           REWRITE OFFICIAL-CHECK-RECORD

      * The replacement inherits remitter, amount and issuing
      * transaction from the stopped item
           MOVE WS-NEXT-OFC-SERIAL TO OFC-SERIAL
           MOVE WS-OFC-INPUT-PAYEE TO OFC-PAYEE
           MOVE WS-BUSINESS-DATE TO OFC-ISSUE-DATE
           MOVE LS-CURRENT-USER TO OFC-ISSUED-BY
           SET OFC-OUTSTANDING TO TRUE
           MOVE SPACES TO OFC-STATUS-DATE
           MOVE SPACES TO OFC-STATUS-BY
           MOVE WS-OFC-OLD-SERIAL TO OFC-REPLACES-SERIAL
           MOVE ZEROS TO OFC-REPLACED-BY-SERIAL
           WRITE OFFICIAL-CHECK-RECORD
           DISPLAY "Official check " WS-OFC-OLD-SERIAL
                   " stopped; replacement serial " OFC-SERIAL
                   " payable to " OFC-PAYEE

           MOVE "OFC_STOP_REISSUE" TO WS-AUDIT-ACTION
           STRING "Serial=" WS-OFC-OLD-SERIAL
                  " NewSerial=" OFC-SERIAL
                  " Amount=" OFC-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7117-REISSUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7114 - OFFICIAL CHECK DAILY REPORT (BATCH)
      * Rolls the official checks outstanding liability forward for
      * the business date from the register - opening plus issued
      * less paid less voided/stopped - and lists every item still
      * outstanding. The register is then proved to the liability
      * account in the GL (7119): the register's opening to the GL
      * balance booked before the report date, and, once the day's
      * GL feed has run, the register's closing to that balance
      * plus the day's feed lines. Until the feed has run only the
      * opening can be proved and the report says so.
      ******************************************************************
       7114-OFFICIAL-CHECK-DAILY-REPORT.
           DISPLAY " "
           DISPLAY "=== OUTSTANDING OFFICIAL CHECK REPORT ==="

           MOVE "OFCKRPT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7114-OFCR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE TO WS-OFC-RPT-DATE
           INITIALIZE WS-OFC-ROLLFORWARD

           STRING "/tmp/altoro_ofcrpt_" WS-ACCEPT-DATE ".txt"
               DELIMITED SIZE INTO WS-OFC-RPT-PATH
           OPEN OUTPUT OFC-REPORT-FILE
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "OUTSTANDING OFFICIAL CHECKS - BUSINESS DATE "
                  WS-OFC-RPT-DATE
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE "SERIAL     ISSUED    BRANCH PAYEE"
               TO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD

           MOVE LOW-VALUES TO OFC-SERIAL
           START OFFICIAL-CHECK-FILE KEY >= OFC-SERIAL
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OFC-FILE-STATUS NOT = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               IF WS-OFC-FILE-STATUS = "00"
                   AND OFC-ISSUE-DATE <= WS-OFC-RPT-DATE
                   PERFORM 7118-ROLL-ONE-OFFICIAL-CHECK
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OFC-FILE-STATUS

           COMPUTE WS-OFC-PROOF-TOTAL =
               WS-OFC-OPEN-TOTAL + WS-OFC-ISSUED-TOTAL
               - WS-OFC-PAID-TOTAL - WS-OFC-VOID-TOTAL

           MOVE SPACES TO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-OPEN-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "OPENING OUTSTANDING     " WS-OFC-OPEN-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-ISSUED-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "  + ISSUED              " WS-OFC-ISSUED-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-PAID-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "  - PAID                " WS-OFC-PAID-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-VOID-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "  - VOIDED/STOPPED      " WS-OFC-VOID-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-PROOF-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "CLOSING PER ROLLFORWARD          $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-CLOSE-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "CLOSING PER ITEMS       " WS-OFC-CLOSE-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD

           PERFORM 7119-PROVE-OFC-TO-GL
               THRU 7119-GL-EXIT
           CLOSE OFC-REPORT-FILE

           DISPLAY OFC-REPORT-RECORD
           MOVE WS-OFC-CLOSE-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Outstanding items: " WS-OFC-CLOSE-COUNT
                   "  $" WS-DSP-AMOUNT
           DISPLAY "Official check report: " WS-OFC-RPT-PATH

           MOVE "OFCKRPT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-OFC-CLOSE-COUNT TO WS-RUNCTL-RECORDS-DONE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7114-OFCR-EXIT.
           CONTINUE.

      ******************************************************************
      * 7119 - PROVE THE REGISTER TO THE GL LIABILITY
      * Finds the liability account on the OF/ISSU mapping row for
      * all branches in force on the report date, sums its GL feed
      * lines across every entity, writes the proof lines and the
      * result, and sets the run's return code: 8 when the account
      * cannot be found or the GL status file cannot be read, 4
      * when the register and the GL disagree.
      ******************************************************************
       7119-PROVE-OFC-TO-GL.
           SET WS-OFC-GL-NOT-MAPPED TO TRUE
           MOVE "N" TO WS-OFC-GL-FED
           MOVE SPACES TO WS-OFC-GL-CODE
           MOVE ZEROS TO WS-OFC-GL-OPEN
           MOVE ZEROS TO WS-OFC-GL-DAY

           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-FILE-STATUS = "00"
               MOVE "USD" TO WS-OFC-GL-PROBE-CCY
               PERFORM 7121-PROBE-OFC-MAPPING
               IF WS-OFC-GL-NOT-MAPPED
                   MOVE "***" TO WS-OFC-GL-PROBE-CCY
                   PERFORM 7121-PROBE-OFC-MAPPING
               END-IF
               CLOSE GL-MAP-FILE
           END-IF

           MOVE SPACES TO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           IF WS-OFC-GL-NOT-MAPPED
               MOVE "*** NO OF/ISSU GL MAPPING - LIABILITY NOT PROVED"
                   TO OFC-REPORT-RECORD
               WRITE OFC-REPORT-RECORD
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               GO TO 7119-GL-EXIT
           END-IF

           OPEN INPUT GL-STATUS-FILE
           IF WS-GLST-FILE-STATUS NOT = "00"
               SET WS-OFC-GL-NO-STATUS TO TRUE
               MOVE "*** GL STATUS FILE NOT AVAILABLE - NOT PROVED"
                   TO OFC-REPORT-RECORD
               WRITE OFC-REPORT-RECORD
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               GO TO 7119-GL-EXIT
           END-IF
           MOVE LOW-VALUES TO GLST-KEY
           START GL-STATUS-FILE KEY >= GLST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-GLST-FILE-STATUS NOT = "00"
               READ GL-STATUS-FILE NEXT RECORD
               IF WS-GLST-FILE-STATUS = "00"
                   IF GLST-DATE > WS-OFC-RPT-DATE
                       MOVE "10" TO WS-GLST-FILE-STATUS
                   ELSE
                       IF GLST-ACCT-CODE = WS-OFC-GL-CODE
                           AND NOT GLST-REJECTED
                           IF GLST-DATE < WS-OFC-RPT-DATE
                               ADD GLST-AMOUNT TO WS-OFC-GL-OPEN
                           ELSE
                               ADD GLST-AMOUNT TO WS-OFC-GL-DAY
                               MOVE "Y" TO WS-OFC-GL-FED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-STATUS-FILE
           COMPUTE WS-OFC-GL-CLOSE = WS-OFC-GL-OPEN + WS-OFC-GL-DAY

           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "GL LIABILITY ACCOUNT " WS-OFC-GL-CODE
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           MOVE WS-OFC-GL-OPEN TO WS-DSP-AMOUNT
           MOVE SPACES TO OFC-REPORT-RECORD
           STRING "GL OPENING BALANCE               $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO OFC-REPORT-RECORD
           WRITE OFC-REPORT-RECORD
           IF WS-OFC-GL-DAY-FED
               MOVE WS-OFC-GL-CLOSE TO WS-DSP-AMOUNT
               MOVE SPACES TO OFC-REPORT-RECORD
               STRING "GL CLOSING BALANCE               $"
                      WS-DSP-AMOUNT
                      DELIMITED SIZE INTO OFC-REPORT-RECORD
           ELSE
               MOVE "GL CLOSING BALANCE - DAY'S GL FEED NOT YET RUN"
                   TO OFC-REPORT-RECORD
           END-IF
           WRITE OFC-REPORT-RECORD

           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           IF WS-OFC-OPEN-TOTAL NOT = WS-OFC-GL-OPEN
               MOVE "*** OUT OF BALANCE - OPENING VS GL ***"
                   TO OFC-REPORT-RECORD
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               IF NOT WS-OFC-GL-DAY-FED
                   MOVE "OPENING IN BALANCE - CLOSING AWAITS GL FEED"
                       TO OFC-REPORT-RECORD
               ELSE
                   IF WS-OFC-CLOSE-TOTAL = WS-OFC-GL-CLOSE
                       MOVE "OFFICIAL CHECKS OUTSTANDING IN BALANCE"
                           TO OFC-REPORT-RECORD
                   ELSE
                       MOVE "*** OUT OF BALANCE - CLOSING VS GL ***"
                           TO OFC-REPORT-RECORD
                       MOVE 4 TO WS-RUNCTL-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           WRITE OFC-REPORT-RECORD.

       7119-GL-EXIT.
           CONTINUE.

      ******************************************************************
      * 7121 - PROBE THE OFFICIAL CHECK MAPPING IN ONE CURRENCY
      * Same rule as RPTGEN's 7754: the last row for the key already
      * in force on the report date.
      ******************************************************************
       7121-PROBE-OFC-MAPPING.
           MOVE "OF" TO GLM-TRAN-TYPE
           MOVE "ISSU" TO GLM-PRODUCT
           MOVE "****" TO GLM-BRANCH
           MOVE WS-OFC-GL-PROBE-CCY TO GLM-CURRENCY
           MOVE LOW-VALUES TO GLM-EFF-DATE
           START GL-MAP-FILE KEY >= GLM-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-GLM-FILE-STATUS NOT = "00"
               READ GL-MAP-FILE NEXT RECORD
               IF WS-GLM-FILE-STATUS = "00"
                   IF GLM-TRAN-TYPE NOT = "OF"
                       OR GLM-PRODUCT NOT = "ISSU"
                       OR GLM-BRANCH NOT = "****"
                       OR GLM-CURRENCY NOT = WS-OFC-GL-PROBE-CCY
                       OR GLM-EFF-DATE > WS-OFC-RPT-DATE
                       MOVE "10" TO WS-GLM-FILE-STATUS
                   ELSE
                       SET WS-OFC-GL-MAPPED TO TRUE
                       MOVE GLM-CR-GL TO WS-OFC-GL-CODE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-GLM-FILE-STATUS.

      ******************************************************************
      * 7118 - ROLL ONE OFFICIAL CHECK INTO THE DAILY REPORT
      * An item issued before the report date was outstanding at the
      * open unless it cleared before that date. Anything still
      * outstanding at the close is listed.
      ******************************************************************
       7118-ROLL-ONE-OFFICIAL-CHECK.
           IF OFC-ISSUE-DATE < WS-OFC-RPT-DATE
               IF OFC-OUTSTANDING
                   OR OFC-STATUS-DATE >= WS-OFC-RPT-DATE
                   ADD 1 TO WS-OFC-OPEN-COUNT
                   ADD OFC-AMOUNT TO WS-OFC-OPEN-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-OFC-ISSUED-COUNT
               ADD OFC-AMOUNT TO WS-OFC-ISSUED-TOTAL
           END-IF

           IF NOT OFC-OUTSTANDING
               AND OFC-STATUS-DATE = WS-OFC-RPT-DATE
               IF OFC-PAID
                   ADD 1 TO WS-OFC-PAID-COUNT
                   ADD OFC-AMOUNT TO WS-OFC-PAID-TOTAL
               ELSE
                   ADD 1 TO WS-OFC-VOID-COUNT
                   ADD OFC-AMOUNT TO WS-OFC-VOID-TOTAL
               END-IF
           END-IF

           IF OFC-OUTSTANDING
               OR OFC-STATUS-DATE > WS-OFC-RPT-DATE
               ADD 1 TO WS-OFC-CLOSE-COUNT
               ADD OFC-AMOUNT TO WS-OFC-CLOSE-TOTAL
               MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
               MOVE SPACES TO OFC-REPORT-RECORD
               STRING OFC-SERIAL "  " OFC-ISSUE-DATE "  "
                      OFC-BRANCH-CODE "   " OFC-PAYEE " "
                      WS-DSP-AMOUNT
                      DELIMITED SIZE INTO OFC-REPORT-RECORD
               WRITE OFC-REPORT-RECORD
           END-IF.

      ******************************************************************
      * 7115 - AGED UNCASHED OFFICIAL CHECKS
      * Outstanding items older than WS-OFC-AGED-DAYS, with those
      * past WS-OFC-ESCHEAT-DAYS flagged as due for escheatment to
      * the state as unclaimed property.
      ******************************************************************
       7115-AGED-OFFICIAL-CHECKS.
           DISPLAY " "
           DISPLAY "=== AGED UNCASHED OFFICIAL CHECKS ==="

           MOVE "OFCKAGED" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7115-OFCA-EXIT
           END-IF

           DISPLAY "SERIAL     ISSUED    DAYS  PAYEE"
           COMPUTE WS-OFC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE ZEROS TO WS-OFC-AGED-COUNT
           MOVE ZEROS TO WS-OFC-AGED-TOTAL
           MOVE ZEROS TO WS-OFC-ESCHEAT-COUNT

           MOVE LOW-VALUES TO OFC-SERIAL
           START OFFICIAL-CHECK-FILE KEY >= OFC-SERIAL
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OFC-FILE-STATUS NOT = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               IF WS-OFC-FILE-STATUS = "00"
                   AND OFC-OUTSTANDING
                   COMPUTE WS-OFC-AGE-DAYS =
                       WS-OFC-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(FUNCTION
                           NUMVAL(OFC-ISSUE-DATE))
                   IF WS-OFC-AGE-DAYS > WS-OFC-AGED-DAYS
                       ADD 1 TO WS-OFC-AGED-COUNT
                       ADD OFC-AMOUNT TO WS-OFC-AGED-TOTAL
                       MOVE OFC-AMOUNT TO WS-DSP-AMOUNT
                       IF WS-OFC-AGE-DAYS > WS-OFC-ESCHEAT-DAYS
                           ADD 1 TO WS-OFC-ESCHEAT-COUNT
                           DISPLAY OFC-SERIAL "  " OFC-ISSUE-DATE
                                   "  " WS-OFC-AGE-DAYS "  "
                                   OFC-PAYEE " $" WS-DSP-AMOUNT
                                   " ESCHEAT"
                       ELSE
                           DISPLAY OFC-SERIAL "  " OFC-ISSUE-DATE
                                   "  " WS-OFC-AGE-DAYS "  "
                                   OFC-PAYEE " $" WS-DSP-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OFC-FILE-STATUS

           MOVE WS-OFC-AGED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY " "
           DISPLAY "Aged items:         " WS-OFC-AGED-COUNT
                   "  $" WS-DSP-AMOUNT
           DISPLAY "Due for escheatment: " WS-OFC-ESCHEAT-COUNT

           MOVE "OFCKAGED" TO WS-RUNCTL-JOB-NAME
           MOVE WS-OFC-AGED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7115-OFCA-EXIT.
           CONTINUE.

      ******************************************************************
      * 7106 - QUEUE A VULNERABLE-CUSTOMER REVIEW
      * Parks the over-threshold item as a pending approval the
      * supervisor works like the velocity queue; the funds never
      * moved, so there is nothing to unwind if it is refused.
      ******************************************************************
       7106-QUEUE-VULNERABLE-REVIEW.
           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-VULNERABLE TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PEND-SUBMITTED-DATE
           MOVE ACCT-ID TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE WS-NUMERIC-AMOUNT TO PEND-AMOUNT
           MOVE ZEROS TO PEND-NEW-DAILY-LIMIT
           MOVE ZEROS TO PEND-NEW-MONTHLY-LIMIT
           MOVE "Vulnerable-customer withdrawal review"
               TO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY

      * The item itself sits on the transaction file in pending
      * status until the review decides it; its TRAN-ID rides on
      * the queue entry the way the positive-pay queue overloads
      * the same field
           ACCEPT WS-ACCEPT-TIME FROM TIME
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-WITHDRAW TO TRUE
           COMPUTE TRAN-AMOUNT = WS-NUMERIC-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Held - vulnerable customer review"
               TO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-PENDING TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           MOVE SPACES TO TRAN-EFFECTIVE-DATE
           WRITE TRANSACTION-RECORD
           MOVE TRAN-ID TO PEND-NEW-DAILY-LIMIT
           WRITE PENDING-APPROVAL-RECORD

           DISPLAY "Withdrawal held for review as pending item "
                   PEND-APPROVAL-ID " - the customer carries the "
                   "vulnerable designation."

           MOVE "VULNERABLE_HELD" TO WS-AUDIT-ACTION
           STRING "Pend=" PEND-APPROVAL-ID
                  " Acct=" ACCT-ID
                  " Amount=" WS-NUMERIC-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7107 - POST AN APPROVED VULNERABLE-CUSTOMER WITHDRAWAL
      * Review cleared the item - the withdrawal posts now, the
      * way the original teller keyed it, unless a restriction
      * placed since refuses the debit: then the parked transaction
      * fails and the approval is turned into a rejection, as 3060
      * does for a held transfer.
      ******************************************************************
       7107-POST-APPROVED-VULN-WD.
           MOVE PEND-FROM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account no longer on file - not posted."
               GO TO 7107-POST-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "B" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Withdrawal not posted - " WS-RST-DECLINE-MSG
               SET PEND-STATUS-REJECTED TO TRUE
               REWRITE PENDING-APPROVAL-RECORD
               COMPUTE TRAN-ID = PEND-NEW-DAILY-LIMIT
               READ TRANSACTION-FILE
               IF WS-TRAN-FILE-STATUS = "00" AND TRAN-PENDING
                   SET TRAN-FAILED TO TRUE
                   REWRITE TRANSACTION-RECORD
               END-IF
               GO TO 7107-POST-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - PEND-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - PEND-AMOUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Complete the transaction the hold parked in pending
      * status, the way a matured bill-pay hold completes its own
           COMPUTE TRAN-ID = PEND-NEW-DAILY-LIMIT
           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00" AND TRAN-PENDING
               SET TRAN-COMPLETED TO TRUE
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               REWRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

           DISPLAY "Reviewed withdrawal posted to " ACCT-ID "."

           MOVE "VULNERABLE_RELEASED" TO WS-AUDIT-ACTION
           STRING "Pend=" PEND-APPROVAL-ID
                  " Acct=" ACCT-ID
                  " Tran=" TRAN-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7107-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7108 - REFER A CONFIRMED EXPLOITATION AS A SAR CASE
      * Opens the case directly on the shared SAR machinery the
      * BSA team works in Customer Management, 30-day deadline
      * from today. PENDING-APPROVAL-RECORD is current.
      ******************************************************************
       7108-REFER-SAR-CASE.
           MOVE 1 TO WS-NEXT-SAR-ID
           MOVE LOW-VALUES TO SAR-CASE-ID
           START SAR-CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SAR-FILE-STATUS NOT = "00"
               READ SAR-CASE-FILE NEXT RECORD
               IF WS-SAR-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-SAR-ID = SAR-CASE-ID + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-SAR-ID TO SAR-CASE-ID
           SET SAR-SRC-MANUAL TO TRUE
           MOVE PEND-APPROVAL-ID TO SAR-REFERRAL-ID
           MOVE PEND-FROM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OWNER-ID TO SAR-SUBJECT-CUST
           ELSE
               MOVE SPACES TO SAR-SUBJECT-CUST
           END-IF
           MOVE LS-CURRENT-USER TO SAR-INVESTIGATOR
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO SAR-OPENED-DATE
           COMPUTE WS-CD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) + 30
           COMPUTE WS-CD-MATURITY-INT =
               FUNCTION DATE-OF-INTEGER(WS-CD-TODAY-INT)
           MOVE WS-CD-MATURITY-INT TO SAR-DEADLINE-DATE
           SET SAR-STAT-OPEN TO TRUE
           MOVE SPACES TO SAR-FILED-DATE
           PERFORM VARYING WS-VUL-SAR-IDX FROM 1 BY 1
               UNTIL WS-VUL-SAR-IDX > 5
               MOVE ZEROS TO SAR-RELATED-TRAN(WS-VUL-SAR-IDX)
           END-PERFORM
           MOVE SPACES TO SAR-NARRATIVE
           STRING "Suspected elder financial exploitation - "
                  "vulnerable-customer review item "
                  PEND-APPROVAL-ID " refused"
                  DELIMITED SIZE INTO SAR-NARRATIVE
           MOVE WS-ACCEPT-DATE TO SAR-NOTE-DATE
           WRITE SAR-CASE-RECORD

           DISPLAY "SAR case " SAR-CASE-ID " opened - work it in "
                   "Customer Management."

           MOVE "SAR_REFERRED" TO WS-AUDIT-ACTION
           STRING "Case=" SAR-CASE-ID
                  " Pend=" PEND-APPROVAL-ID
                  " Subject=" SAR-SUBJECT-CUST
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7109 - REVIEW-QUEUE A NEW PAYEE FOR A VULNERABLE CUSTOMER
      * A brand-new payee on a protected customer's profile is
      * exactly the pattern the tellers keep seeing - it goes on
      * the review queue as an informational item.
      ******************************************************************
       7109-QUEUE-VULNERABLE-PAYEE.
           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-VULNERABLE TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PEND-SUBMITTED-DATE
           MOVE ZEROS TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE ZEROS TO PEND-AMOUNT
           MOVE ZEROS TO PEND-NEW-DAILY-LIMIT
           MOVE ZEROS TO PEND-NEW-MONTHLY-LIMIT
           MOVE "New payee for vulnerable customer"
               TO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD
           DISPLAY "Review item " PEND-APPROVAL-ID
                   " queued - vulnerable customer."

           MOVE "VULNERABLE_PAYEE" TO WS-AUDIT-ACTION
           STRING "Pend=" PEND-APPROVAL-ID
                  " Cust=" PAYEE-CUST-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7140 - NON-CUSTOMER CHECK CASHING
      * Cashes an on-us check for a presenter who does not bank with
      * us. The item must agree with the drawer's issued-check file
      * and must not be voided/stopped or already paid; one the
      * drawer never registered pays only under a supervisor
      * override. The presenter's identification goes on the
      * non-customer register, the fee comes out of the cash handed
      * over, and the drawer's account is debited through the memo
      * post like any other teller debit.
      ******************************************************************
       7140-NONCUSTOMER-CHECK-CASHING.
           DISPLAY " "
           DISPLAY "=== NON-CUSTOMER CHECK CASHING ==="
           DISPLAY "Drawer's Account ID: " WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-ACCT FROM CONSOLE
           DISPLAY "Check Number: " WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-CHECK FROM CONSOLE
           DISPLAY "Check Amount: " WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-NCC-ACCT-ID = FUNCTION NUMVAL(WS-NCC-INPUT-ACCT)
           COMPUTE WS-NCC-CHECK-NUM =
               FUNCTION NUMVAL(WS-NCC-INPUT-CHECK)
           COMPUTE WS-NCC-CHECK-AMOUNT =
               FUNCTION NUMVAL(WS-NCC-INPUT-AMOUNT)
           IF WS-NCC-CHECK-AMOUNT NOT > ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO 7140-NCC-EXIT
           END-IF

           MOVE WS-NCC-ACCT-ID TO ACCT-ID
           PERFORM 6100-ACQUIRE-ACCT-LOCK
               THRU 6100-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               GO TO 7140-NCC-EXIT
           END-IF
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Drawer account not on file - do not cash."
               GO TO 7140-NCC-RELEASE
           END-IF
           IF NOT ACCT-ACTIVE
               DISPLAY "Drawer account is not active (status "
                       ACCT-STATUS ") - do not cash."
               GO TO 7140-NCC-RELEASE
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "K" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Drawer account " WS-RST-DECLINE-MSG
               DISPLAY "Do not cash."
               MOVE "RESTRICTED" TO WS-NCC-REFUSE-REASON
               GO TO 7140-NCC-REFUSED
           END-IF

      * Issued-check and stop checks: a voided item is the drawer's
      * stop, a cleared one has already been paid
           MOVE WS-NCC-ACCT-ID TO CHKISS-ACCT-ID
           MOVE WS-NCC-CHECK-NUM TO CHKISS-CHECK-NUM
           READ CHECK-ISSUE-FILE
           IF WS-CHKISS-FILE-STATUS = "00"
               IF CHKISS-VOIDED
                   DISPLAY "Stop on file: check " CHKISS-CHECK-NUM
                           " was voided by the drawer on "
                           CHKISS-STATUS-DATE " - do not cash."
                   MOVE "STOPPED" TO WS-NCC-REFUSE-REASON
                   GO TO 7140-NCC-REFUSED
               END-IF
               IF CHKISS-CLEARED
                   DISPLAY "Check " CHKISS-CHECK-NUM " was already "
                           "paid on " CHKISS-STATUS-DATE
                           " - do not cash."
                   MOVE "PAID" TO WS-NCC-REFUSE-REASON
                   GO TO 7140-NCC-REFUSED
               END-IF
               IF CHKISS-AMOUNT NOT = WS-NCC-CHECK-AMOUNT
                   MOVE CHKISS-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "Amount does not match the issued amount "
                           "of $" WS-DSP-AMOUNT " - do not cash."
                   MOVE "AMOUNT" TO WS-NCC-REFUSE-REASON
                   GO TO 7140-NCC-REFUSED
               END-IF
               DISPLAY "Issued check on file to " CHKISS-PAYEE
           ELSE
               DISPLAY "Check is not on the drawer's issued-check "
                       "file."
               MOVE "NONCUST_UNISSUED" TO WS-OVR-ACTION
               MOVE ZEROS TO WS-OVR-TRAN-ID
               MOVE ZEROS TO WS-OVR-HOLD-ID
               PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
                   THRU 6200-OVERRIDE-EXIT
               IF WS-OVR-NOT-APPROVED
                   GO TO 7140-NCC-RELEASE
               END-IF
               MOVE WS-NCC-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
           END-IF

      * A non-customer item is never paid into overdraft
           IF WS-NCC-CHECK-AMOUNT > ACCT-AVAILABLE-BAL
               DISPLAY "Insufficient available funds in the drawer's "
                       "account - do not cash."
               MOVE "NSF" TO WS-NCC-REFUSE-REASON
               GO TO 7140-NCC-REFUSED
           END-IF

      * Presenter identification - unexpired government ID
           DISPLAY "Presenter ID Type (DL=Driver's license, "
                   "ST=State ID, PP=Passport, MI=Military): "
               WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-ID-TYPE FROM CONSOLE
           MOVE WS-NCC-INPUT-ID-TYPE TO NCC-ID-TYPE
           IF NOT NCC-ID-VALID
               DISPLAY "ID type not accepted - do not cash."
               GO TO 7140-NCC-RELEASE
           END-IF
           DISPLAY "ID Number: " WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-ID-NUMBER FROM CONSOLE
           DISPLAY "Issuing State/Country: " WITH NO ADVANCING
           ACCEPT WS-NCCP-ID-ISSUER FROM CONSOLE
           DISPLAY "ID Expiry Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NCCP-ID-EXPIRY FROM CONSOLE
           IF WS-NCC-INPUT-ID-NUMBER = SPACES
               OR WS-NCCP-ID-ISSUER = SPACES
               DISPLAY "ID number and issuer are required - do not "
                       "cash."
               GO TO 7140-NCC-RELEASE
           END-IF
           IF WS-NCCP-ID-EXPIRY IS NOT NUMERIC
               OR WS-NCCP-ID-EXPIRY < WS-BUSINESS-DATE
               DISPLAY "ID is expired or the expiry date is invalid "
                       "- do not cash."
               GO TO 7140-NCC-RELEASE
           END-IF

           PERFORM 7141-PRESENTER-HISTORY
           IF WS-NCC-PRIOR-COUNT > ZEROS
               MOVE WS-NCC-PRIOR-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "Repeat presenter: " WS-NCC-PRIOR-COUNT
                       " prior item(s) totalling $" WS-DSP-AMOUNT
               DISPLAY "On file as " WS-NCCP-FIRST-NAME
               DISPLAY "           " WS-NCCP-LAST-NAME
               DISPLAY "Confirm name and address unchanged (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-NCC-CONFIRM FROM CONSOLE
           ELSE
               MOVE "N" TO WS-NCC-CONFIRM
           END-IF
           IF WS-NCC-CONFIRM NOT = "Y" AND WS-NCC-CONFIRM NOT = "y"
               DISPLAY "First Name: " WITH NO ADVANCING
               ACCEPT WS-NCCP-FIRST-NAME FROM CONSOLE
               DISPLAY "Last Name: " WITH NO ADVANCING
               ACCEPT WS-NCCP-LAST-NAME FROM CONSOLE
               DISPLAY "Date of Birth (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-NCCP-DOB FROM CONSOLE
               DISPLAY "Street Address: " WITH NO ADVANCING
               ACCEPT WS-NCCP-STREET FROM CONSOLE
               DISPLAY "City: " WITH NO ADVANCING
               ACCEPT WS-NCCP-CITY FROM CONSOLE
               DISPLAY "State: " WITH NO ADVANCING
               ACCEPT WS-NCCP-STATE FROM CONSOLE
               DISPLAY "Zip Code: " WITH NO ADVANCING
               ACCEPT WS-NCCP-ZIP FROM CONSOLE
               DISPLAY "Phone: " WITH NO ADVANCING
               ACCEPT WS-NCCP-PHONE FROM CONSOLE
           END-IF
           IF WS-NCCP-LAST-NAME = SPACES
               DISPLAY "Presenter name is required - do not cash."
               GO TO 7140-NCC-RELEASE
           END-IF

      * Fee off the schedule under the non-customer product
           MOVE WS-NCC-FEE-DFLT TO WS-NCC-FEE-AMOUNT
           MOVE "NCCK" TO FEE-CODE
           MOVE "NC" TO FEE-PRODUCT
           READ FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               MOVE FEE-AMOUNT TO WS-NCC-FEE-AMOUNT
           END-IF
           IF WS-NCC-FEE-AMOUNT >= WS-NCC-CHECK-AMOUNT
               DISPLAY "Check does not cover the cashing fee - do "
                       "not cash."
               GO TO 7140-NCC-RELEASE
           END-IF
           COMPUTE WS-NCC-CASH-OUT =
               WS-NCC-CHECK-AMOUNT - WS-NCC-FEE-AMOUNT

           MOVE WS-NCC-CHECK-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Check amount:  $" WS-DSP-AMOUNT
           MOVE WS-NCC-FEE-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Cashing fee:   $" WS-DSP-AMOUNT
           MOVE WS-NCC-CASH-OUT TO WS-DSP-AMOUNT
           DISPLAY "Cash to pay:   $" WS-DSP-AMOUNT
           COMPUTE WS-NCC-TODAY-TOTAL =
               WS-NCC-TODAY-TOTAL + WS-NCC-CASH-OUT
           IF WS-NCC-TODAY-TOTAL >= WS-NCC-CTR-THRESHOLD
               MOVE WS-NCC-TODAY-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "CTR REQUIRED: presenter's cash out today "
                       "reaches $" WS-DSP-AMOUNT
           END-IF
           DISPLAY "Presenter accepts the fee - pay out (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-NCC-CONFIRM FROM CONSOLE
           IF WS-NCC-CONFIRM NOT = "Y" AND WS-NCC-CONFIRM NOT = "y"
               DISPLAY "Check cashing cancelled."
               GO TO 7140-NCC-RELEASE
           END-IF

      * Debit the drawer - memo-posted, the ledger follows tonight
           MOVE WS-NCC-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-NCC-CHECK-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-WITHDRAW TO TRUE
           COMPUTE TRAN-AMOUNT = WS-NCC-CHECK-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Check Paid - Cashed for Non-Customer"
               TO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           STRING "CHK:" WS-NCC-CHECK-NUM
               DELIMITED SIZE INTO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-PENDING TO TRUE
      * The currency goes to the presenter, not the drawer - it is
      * carried on the register for the drawer proof and the CTR
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           COMPUTE MEMO-AMOUNT = WS-NCC-CHECK-AMOUNT * -1
           PERFORM 7080-WRITE-MEMO-POST-ITEM

           MOVE WS-NCC-ACCT-ID TO CHKISS-ACCT-ID
           MOVE WS-NCC-CHECK-NUM TO CHKISS-CHECK-NUM
           READ CHECK-ISSUE-FILE
           MOVE WS-NCC-ACCT-ID TO WS-ARP-ACCT-ID
           MOVE WS-NCC-CHECK-NUM TO WS-ARP-PAY-CHECK-NUM
           MOVE WS-NCC-CHECK-AMOUNT TO WS-ARP-PAY-AMOUNT
           PERFORM 8348-LOG-PAID-CHECK
           IF WS-CHKISS-FILE-STATUS = "00"
               SET CHKISS-CLEARED TO TRUE
               MOVE WS-BUSINESS-DATE TO CHKISS-STATUS-DATE
               REWRITE CHECK-ISSUE-RECORD
           END-IF

           MOVE SPACES TO NONCUST-CASH-RECORD
           MOVE WS-NCC-INPUT-ID-TYPE TO NCC-ID-TYPE
           MOVE WS-NCC-INPUT-ID-NUMBER TO NCC-ID-NUMBER
           MOVE TRAN-ID TO NCC-TRAN-ID
           MOVE WS-NCCP-ID-ISSUER TO NCC-ID-ISSUER
           MOVE WS-NCCP-ID-EXPIRY TO NCC-ID-EXPIRY
           MOVE WS-NCCP-FIRST-NAME TO NCC-FIRST-NAME
           MOVE WS-NCCP-LAST-NAME TO NCC-LAST-NAME
           MOVE WS-NCCP-DOB TO NCC-DOB
           MOVE WS-NCCP-STREET TO NCC-STREET
           MOVE WS-NCCP-CITY TO NCC-CITY
           MOVE WS-NCCP-STATE TO NCC-STATE
           MOVE WS-NCCP-ZIP TO NCC-ZIP
           MOVE WS-NCCP-PHONE TO NCC-PHONE
           MOVE WS-NCC-ACCT-ID TO NCC-DRAWER-ACCT-ID
           MOVE WS-NCC-CHECK-NUM TO NCC-CHECK-NUM
           MOVE WS-NCC-CHECK-AMOUNT TO NCC-CHECK-AMOUNT
           MOVE WS-NCC-FEE-AMOUNT TO NCC-FEE-AMOUNT
           MOVE WS-NCC-CASH-OUT TO NCC-CASH-OUT
           MOVE WS-BUSINESS-DATE TO NCC-DATE
           MOVE TRAN-TIME TO NCC-TIME
           MOVE LS-CURRENT-USER TO NCC-TELLER-ID
           MOVE WS-POSTING-TERMINAL TO NCC-TERMINAL-ID
           MOVE WS-POSTING-TERMINAL TO TERM-ID
           READ TERMINAL-FILE
           IF WS-TERM-FILE-STATUS = "00"
               MOVE TERM-BRANCH TO NCC-BRANCH
           END-IF
           WRITE NONCUST-CASH-RECORD

           MOVE WS-NCC-CASH-OUT TO WS-DSP-AMOUNT
           DISPLAY "Check cashed - pay the presenter $"
                   WS-DSP-AMOUNT " (item " TRAN-ID ")."

           MOVE "NONCUST_CHECK_CASHED" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-NCC-ACCT-ID
                  " Check=" WS-NCC-CHECK-NUM
                  " Amount=" WS-NCC-INPUT-AMOUNT
                  " ID=" WS-NCC-INPUT-ID-TYPE
                  "/" WS-NCC-INPUT-ID-NUMBER
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG
           GO TO 7140-NCC-RELEASE.

       7140-NCC-REFUSED.
           MOVE "NONCUST_CHECK_REFUSED" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-NCC-ACCT-ID
                  " Check=" WS-NCC-CHECK-NUM
                  " Amount=" WS-NCC-INPUT-AMOUNT
                  " Reason=" WS-NCC-REFUSE-REASON
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7140-NCC-RELEASE.
           PERFORM 6110-RELEASE-ACCT-LOCK.

       7140-NCC-EXIT.
           CONTINUE.

      ******************************************************************
      * 7141 - PRESENTER HISTORY
      * Reads back every earlier item cashed against the same ID,
      * counting them and the cash paid out - in total and today -
      * and leaves the most recent name and address on file in
      * WS-NCC-PRESENTER for the teller to confirm.
      ******************************************************************
       7141-PRESENTER-HISTORY.
           MOVE ZEROS TO WS-NCC-PRIOR-COUNT
           MOVE ZEROS TO WS-NCC-PRIOR-TOTAL
           MOVE ZEROS TO WS-NCC-TODAY-TOTAL
           MOVE WS-NCC-INPUT-ID-TYPE TO NCC-ID-TYPE
           MOVE WS-NCC-INPUT-ID-NUMBER TO NCC-ID-NUMBER
           MOVE ZEROS TO NCC-TRAN-ID
           START NONCUST-CASH-FILE KEY >= NCC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NCC-FILE-STATUS NOT = "00"
               READ NONCUST-CASH-FILE NEXT RECORD
               IF WS-NCC-FILE-STATUS = "00"
                   IF NCC-ID-TYPE = WS-NCC-INPUT-ID-TYPE
                       AND NCC-ID-NUMBER = WS-NCC-INPUT-ID-NUMBER
                       ADD 1 TO WS-NCC-PRIOR-COUNT
                       ADD NCC-CASH-OUT TO WS-NCC-PRIOR-TOTAL
                       IF NCC-DATE = WS-BUSINESS-DATE
                           ADD NCC-CASH-OUT TO WS-NCC-TODAY-TOTAL
                       END-IF
                       MOVE NCC-FIRST-NAME TO WS-NCCP-FIRST-NAME
                       MOVE NCC-LAST-NAME TO WS-NCCP-LAST-NAME
                       MOVE NCC-DOB TO WS-NCCP-DOB
                       MOVE NCC-STREET TO WS-NCCP-STREET
                       MOVE NCC-CITY TO WS-NCCP-CITY
                       MOVE NCC-STATE TO WS-NCCP-STATE
                       MOVE NCC-ZIP TO WS-NCCP-ZIP
                       MOVE NCC-PHONE TO WS-NCCP-PHONE
                   ELSE
                       MOVE "10" TO WS-NCC-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NCC-FILE-STATUS.

      ******************************************************************
      * 7142 - NON-CUSTOMER PRESENTER INQUIRY
      * Lists every item a presenter has cashed, found by the ID
      * they showed or, when the ID is not known, by last name
      * across the whole register - the answer to a BSA request
      * about a repeat presenter.
      ******************************************************************
       7142-NONCUSTOMER-INQUIRY.
           DISPLAY " "
           DISPLAY "=== NON-CUSTOMER PRESENTER INQUIRY ==="
           DISPLAY "ID Type (blank to search by last name): "
               WITH NO ADVANCING
           ACCEPT WS-NCC-INPUT-ID-TYPE FROM CONSOLE
           MOVE SPACES TO WS-NCC-INPUT-ID-NUMBER
           MOVE SPACES TO WS-NCC-INPUT-LAST-NAME
           IF WS-NCC-INPUT-ID-TYPE NOT = SPACES
               DISPLAY "ID Number: " WITH NO ADVANCING
               ACCEPT WS-NCC-INPUT-ID-NUMBER FROM CONSOLE
               MOVE WS-NCC-INPUT-ID-TYPE TO NCC-ID-TYPE
               MOVE WS-NCC-INPUT-ID-NUMBER TO NCC-ID-NUMBER
               MOVE ZEROS TO NCC-TRAN-ID
           ELSE
               DISPLAY "Last Name: " WITH NO ADVANCING
               ACCEPT WS-NCC-INPUT-LAST-NAME FROM CONSOLE
               IF WS-NCC-INPUT-LAST-NAME = SPACES
                   DISPLAY "An ID or a last name is required."
                   GO TO 7142-INQUIRY-EXIT
               END-IF
               MOVE LOW-VALUES TO NCC-KEY
           END-IF

           DISPLAY " "
           DISPLAY "ID    NUMBER               NAME"
           DISPLAY "      DATE     ACCOUNT          CHECK     "
                   "CASH OUT        TELLER"
           MOVE ZEROS TO WS-NCC-LIST-COUNT
           MOVE ZEROS TO WS-NCC-LIST-TOTAL
           START NONCUST-CASH-FILE KEY >= NCC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NCC-FILE-STATUS NOT = "00"
               READ NONCUST-CASH-FILE NEXT RECORD
               IF WS-NCC-FILE-STATUS = "00"
                   IF WS-NCC-INPUT-ID-TYPE NOT = SPACES
                       AND (NCC-ID-TYPE NOT = WS-NCC-INPUT-ID-TYPE
                       OR NCC-ID-NUMBER NOT = WS-NCC-INPUT-ID-NUMBER)
                       MOVE "10" TO WS-NCC-FILE-STATUS
                   ELSE
                       IF WS-NCC-INPUT-ID-TYPE NOT = SPACES
                           OR NCC-LAST-NAME = WS-NCC-INPUT-LAST-NAME
                           ADD 1 TO WS-NCC-LIST-COUNT
                           ADD NCC-CASH-OUT TO WS-NCC-LIST-TOTAL
                           MOVE NCC-CASH-OUT TO WS-DSP-AMOUNT
                           DISPLAY NCC-ID-TYPE "    " NCC-ID-NUMBER
                                   " " FUNCTION TRIM(NCC-FIRST-NAME)
                                   " " FUNCTION TRIM(NCC-LAST-NAME)
                                   " (" NCC-ID-ISSUER ")"
                           DISPLAY "      " NCC-DATE " "
                                   NCC-DRAWER-ACCT-ID " "
                                   NCC-CHECK-NUM " " WS-DSP-AMOUNT
                                   " " NCC-TELLER-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NCC-FILE-STATUS

           MOVE WS-NCC-LIST-TOTAL TO WS-DSP-AMOUNT
           DISPLAY " "
           DISPLAY "Items: " WS-NCC-LIST-COUNT
                   "   Cash paid out: $" WS-DSP-AMOUNT

           MOVE "NONCUST_INQUIRY" TO WS-AUDIT-ACTION
           STRING "ID=" WS-NCC-INPUT-ID-TYPE
                  "/" WS-NCC-INPUT-ID-NUMBER
                  " Name=" WS-NCC-INPUT-LAST-NAME
                  " Items=" WS-NCC-LIST-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7142-INQUIRY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7120 - CHECK REG D ACTIVITY
      * Counts the account's covered debits posted this statement
      * cycle into WS-REGD-CYCLE-COUNT. The caller decides what the
      * count means: a warning notice at the threshold, the excess
      * -activity fee beyond it.
      ******************************************************************
       7120-CHECK-REGD-ACTIVITY.
           MOVE ZEROS TO WS-REGD-CYCLE-COUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ACCT-OPEN-DATE(7:2) TO WS-REGD-OPEN-DD
           IF WS-REGD-OPEN-DD = ZEROS OR WS-REGD-OPEN-DD > 28
               MOVE 01 TO WS-REGD-OPEN-DD
           END-IF
           MOVE WS-ACCEPT-DATE(1:4) TO WS-REGD-YEAR
           MOVE WS-ACCEPT-DATE(5:2) TO WS-REGD-MONTH
           IF WS-ACCEPT-DATE(7:2) < WS-REGD-OPEN-DD
               IF WS-REGD-MONTH = 1
                   MOVE 12 TO WS-REGD-MONTH
                   SUBTRACT 1 FROM WS-REGD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REGD-MONTH
               END-IF
           END-IF
           COMPUTE WS-REGD-START-NUM =
               (WS-REGD-YEAR * 10000) + (WS-REGD-MONTH * 100)
               + WS-REGD-OPEN-DD
           MOVE WS-REGD-START-NUM TO WS-REGD-CYCLE-START

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-AMOUNT < ZEROS
      * A backdated posting counts in the cycle its effective
      * date falls in, not the day it was keyed
                       AND ((TRAN-EFFECTIVE-DATE NOT = SPACES
                             AND TRAN-EFFECTIVE-DATE
                                 >= WS-REGD-CYCLE-START)
                            OR (TRAN-EFFECTIVE-DATE = SPACES
                             AND TRAN-DATE(1:8)
                                 >= WS-REGD-CYCLE-START))
                       AND (TRAN-TYPE-TRANSFER
                            OR TRAN-TYPE-PAYMENT
                            OR (TRAN-TYPE-WITHDRAW
                                AND TRAN-NOT-CASH))
                       ADD 1 TO WS-REGD-CYCLE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7125 - ENFORCE REG D ON A COVERED DEBIT
      * Performed right after a covered debit posts to a savings
      * account: at the threshold the customer gets a warning
      * notice; past it the excess-activity fee posts.
      ******************************************************************
       7125-ENFORCE-REGD.
           IF NOT ACCT-TYPE-SAVINGS
               GO TO 7125-ENFORCE-EXIT
           END-IF
           PERFORM 7120-CHECK-REGD-ACTIVITY
           IF WS-REGD-CYCLE-COUNT = WS-REGD-THRESHOLD
               DISPLAY "NOTICE: this savings account has reached "
                       WS-REGD-THRESHOLD
                       " covered withdrawals this cycle (Reg D)."
               MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
               MOVE "REGD" TO WS-NOTIF-EVENT-TYPE
               STRING "Savings account " ACCT-ID
                      " reached the Reg D withdrawal limit"
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
           END-IF
           IF WS-REGD-CYCLE-COUNT > WS-REGD-THRESHOLD
               PERFORM 7128-POST-REGD-FEE
           END-IF.

       7125-ENFORCE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7128 - POST REG D EXCESS ACTIVITY FEE
      ******************************************************************
       7128-POST-REGD-FEE.
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-REGD-EXCESS-FEE
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-REGD-EXCESS-FEE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-REGD-EXCESS-FEE * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Excess Withdrawal Fee (Reg D)"
               TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-REGD-EXCESS-FEE TO WS-DSP-AMOUNT
           DISPLAY "Excess withdrawal fee charged: $"
                   WS-DSP-AMOUNT.

      ******************************************************************
      * 7150 - POST NSF (NON-SUFFICIENT-FUNDS) OVERDRAFT FEE
      * Charges the configured NSF fee against an overdraft-enrolled
      * account that was just allowed to go negative, and records the
      * fee as its own transaction and audit-log entry.
      ******************************************************************
       7150-POST-NSF-FEE.
      * An item paid into overdraft on a trust account is reported
      * to the disciplinary authority
           MOVE "O" TO WS-IOLN-EVENT-IN
           MOVE WS-NUMERIC-AMOUNT TO WS-IOLN-AMOUNT-IN
           MOVE TRAN-ID TO WS-IOLN-REF-IN
           PERFORM 8720-QUEUE-IOLTA-NOTICE
               THRU 8720-QUEUE-EXIT

      * The NSF amount comes off the fee schedule when a row exists
      * for this product; the compiled default stands otherwise.
           MOVE "NSF " TO WS-FEE-LOOKUP-CODE
           PERFORM 7155-LOOKUP-FEE-AMOUNT
           IF WS-FEE-ON-SCHEDULE
               MOVE WS-FEE-LOOKUP-AMOUNT TO WS-NSF-FEE-AMOUNT
           END-IF
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-NSF-FEE-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-NSF-FEE-AMOUNT
           REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-NSF-FEE-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "NSF Overdraft Fee" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE ACCT-BALANCE TO WS-DSP-BALANCE
           MOVE WS-NSF-FEE-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "NSF overdraft fee charged: $" WS-DSP-AMOUNT
           DISPLAY "New Balance: $" WS-DSP-BALANCE

           MOVE "NSF_FEE" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" WS-NSF-FEE-AMOUNT
                  " NewBal=" ACCT-BALANCE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7155 - LOOK UP A FEE ON THE SCHEDULE
      * The caller moves the fee code into WS-FEE-LOOKUP-CODE; the
      * current ACCOUNT-RECORD supplies the product. Sets
      * WS-FEE-ON-SCHEDULE and WS-FEE-LOOKUP-AMOUNT when a row
      * exists, leaving FEE-SCHEDULE-RECORD current for waiver
      * criteria.
      ******************************************************************
       7155-LOOKUP-FEE-AMOUNT.
           SET WS-FEE-NOT-ON-SCHEDULE TO TRUE
           MOVE ZEROS TO WS-FEE-LOOKUP-AMOUNT
           MOVE WS-FEE-LOOKUP-CODE TO FEE-CODE
           MOVE ACCT-TYPE TO FEE-PRODUCT
      * A product-master account reads its fees under the
      * product's fee plan instead of the raw account type
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
               IF WS-PROD-FILE-STATUS = "00"
                   AND PROD-FEE-PLAN NOT = SPACES
                   MOVE PROD-FEE-PLAN TO FEE-PRODUCT
               END-IF
           END-IF
           MOVE FEE-KEY TO FEPR-KEY
           READ FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               SET WS-FEE-ON-SCHEDULE TO TRUE
               MOVE FEE-AMOUNT TO WS-FEE-LOOKUP-AMOUNT
           END-IF

      * A pro-forma run assessing the proposal takes the proposed
      * row's amount and waiver terms over the live row's
           IF WS-SIM-USE-PROPOSED
               READ PROPOSED-FEE-FILE
               IF WS-FEPR-FILE-STATUS = "00"
                   SET WS-FEE-ON-SCHEDULE TO TRUE
                   MOVE FEPR-AMOUNT TO WS-FEE-LOOKUP-AMOUNT
                   MOVE FEPR-DESCRIPTION TO FEE-DESCRIPTION
                   MOVE FEPR-WAIVE-MIN-BALANCE
                       TO FEE-WAIVE-MIN-BALANCE
                   MOVE FEPR-WAIVE-DIRECT-DEP
                       TO FEE-WAIVE-DIRECT-DEP
               END-IF
           END-IF.

      ******************************************************************
      * 5280 - MAINTAIN FEE SCHEDULE
      * SUPERVISOR-only entry of fee rows: amount plus the waiver
      * criteria (minimum balance, direct-deposit presence).
      ******************************************************************
       5280-MAINTAIN-FEE-SCHEDULE.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may maintain the fee "
                       "schedule."
               GO TO 5280-MAINTAIN-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== MAINTAIN FEE SCHEDULE ==="
           DISPLAY " "
           DISPLAY "Current fee rows:"
           MOVE ZEROS TO WS-FEE-DSP-COUNT
           MOVE LOW-VALUES TO FEE-KEY
           START FEE-SCHEDULE-FILE KEY >= FEE-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-FEE-FILE-STATUS NOT = "00"
               READ FEE-SCHEDULE-FILE NEXT RECORD
               IF WS-FEE-FILE-STATUS = "00"
                   ADD 1 TO WS-FEE-DSP-COUNT
                   MOVE FEE-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " FEE-CODE " " FEE-PRODUCT
                           " $" WS-DSP-AMOUNT
                           " MinBalWaiver " FEE-WAIVE-MIN-BALANCE
                           " DDWaiver " FEE-WAIVE-DIRECT-DEP
               END-IF
           END-PERFORM
           IF WS-FEE-DSP-COUNT = ZEROS
               DISPLAY "  (schedule is empty)"
           END-IF
           MOVE "00" TO WS-FEE-FILE-STATUS

           DISPLAY " "
           DISPLAY "Fee Code (MNT /NSF /ITEM, blank to quit): "
               WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-CODE FROM CONSOLE
           IF WS-FEE-INPUT-CODE = SPACES
               GO TO 5280-MAINTAIN-EXIT
           END-IF
           DISPLAY "Product Type (CH/SA/CO/...): " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-PRODUCT FROM CONSOLE
           DISPLAY "Fee Amount: " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-AMOUNT FROM CONSOLE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-DESC FROM CONSOLE
           DISPLAY "Waive when balance at least (0 for never): "
               WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-MINBAL FROM CONSOLE
           DISPLAY "Waive when direct deposit present (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-DDWAIVE FROM CONSOLE

           MOVE WS-FEE-INPUT-CODE TO FEE-CODE
           MOVE WS-FEE-INPUT-PRODUCT TO FEE-PRODUCT
           COMPUTE FEE-AMOUNT = FUNCTION NUMVAL(WS-FEE-INPUT-AMOUNT)
           MOVE WS-FEE-INPUT-DESC TO FEE-DESCRIPTION
           COMPUTE FEE-WAIVE-MIN-BALANCE =
               FUNCTION NUMVAL(WS-FEE-INPUT-MINBAL)
           MOVE WS-FEE-INPUT-DDWAIVE TO FEE-WAIVE-DIRECT-DEP
           WRITE FEE-SCHEDULE-RECORD
           IF WS-FEE-FILE-STATUS = "00"
               DISPLAY "Fee row saved."
           ELSE
               REWRITE FEE-SCHEDULE-RECORD
               DISPLAY "Fee row replaced."
           END-IF

           MOVE "FEE_SCHEDULE_CHANGE" TO WS-AUDIT-ACTION
           STRING "Code=" FEE-CODE
                  " Product=" FEE-PRODUCT
                  " Amount=" WS-FEE-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5280-MAINTAIN-EXIT.
           CONTINUE.

      ******************************************************************
      * 5285 - MAINTAIN PRODUCT MASTER
      * SUPERVISOR-only entry of product rows, replaced whole on
      * re-entry the same way the fee schedule is maintained.
      * Launching "Premier Savings" is adding one record here.
      ******************************************************************
       5285-MAINTAIN-PRODUCT-MASTER.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Product maintenance is restricted to "
                       "SUPERVISOR."
               GO TO 5285-PROD-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== MAINTAIN PRODUCT MASTER ==="
           DISPLAY "Product Code (4 chars): " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-CODE FROM CONSOLE
           MOVE WS-PROD-INPUT-CODE TO PROD-CODE
           READ PRODUCT-FILE
           IF WS-PROD-FILE-STATUS = "00"
               DISPLAY "Existing product: " PROD-NAME
                       " type " PROD-ACCT-TYPE
                       " status " PROD-STATUS
                       " day-count " PROD-DAY-COUNT
               DISPLAY "Re-enter the fields below to replace it."
           END-IF

           DISPLAY "Product Name: " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-NAME FROM CONSOLE
           DISPLAY "Underlying Account Type (CH/SA/IR/CC/CO/CD): "
               WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-TYPE FROM CONSOLE
           DISPLAY "Minimum Opening Balance: " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-MINBAL FROM CONSOLE
           DISPLAY "Default Daily Limit: " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-DAILY FROM CONSOLE
           DISPLAY "Default Monthly Limit: " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-MONTHLY FROM CONSOLE
           DISPLAY "Statement Cycle (M/Q): " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-CYCLE FROM CONSOLE
           DISPLAY "Rate Plan Key (blank = account type): "
               WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-RATEPLAN FROM CONSOLE
           DISPLAY "Fee Plan Key (blank = account type): "
               WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-FEEPLAN FROM CONSOLE
           DISPLAY "Minimum Eligible Age (0 = none): "
               WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-MINAGE FROM CONSOLE
           DISPLAY "Brokered Deposits? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-BROKERED FROM CONSOLE
           DISPLAY "Day-Count Basis (A=Actual/365, B=Actual/360, "
                   "C=30/360): " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-DAYCOUNT FROM CONSOLE
           IF WS-PROD-INPUT-DAYCOUNT = SPACES
               MOVE "A" TO WS-PROD-INPUT-DAYCOUNT
           END-IF
           IF NOT (WS-PROD-INPUT-DAYCOUNT = "A" OR "B" OR "C")
               DISPLAY "Day-count basis must be A, B or C."
               GO TO 5285-PROD-EXIT
           END-IF
           DISPLAY "Bonus Rate Plan Key (blank = not reward "
                   "checking): " WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-BONUSPLAN FROM CONSOLE
           MOVE ZEROS TO WS-PROD-INPUT-RWDPURCH
           MOVE "N" TO WS-PROD-INPUT-RWDDEP
           MOVE "N" TO WS-PROD-INPUT-RWDPAPER
           MOVE ZEROS TO WS-PROD-INPUT-RWDCAP
           IF WS-PROD-INPUT-BONUSPLAN NOT = SPACES
               DISPLAY "  Debit Card Purchases Needed a Month: "
                   WITH NO ADVANCING
               ACCEPT WS-PROD-INPUT-RWDPURCH FROM CONSOLE
               DISPLAY "  Direct Deposit/ACH Credit Needed (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PROD-INPUT-RWDDEP FROM CONSOLE
               DISPLAY "  Paperless Statements Needed (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PROD-INPUT-RWDPAPER FROM CONSOLE
               DISPLAY "  Foreign ATM Fee Refund Cap a Month: "
                   WITH NO ADVANCING
               ACCEPT WS-PROD-INPUT-RWDCAP FROM CONSOLE
           END-IF
           DISPLAY "Status (A=Active, I=Inactive): "
               WITH NO ADVANCING
           ACCEPT WS-PROD-INPUT-STATUS FROM CONSOLE

           MOVE WS-PROD-INPUT-CODE TO PROD-CODE
           MOVE WS-PROD-INPUT-NAME TO PROD-NAME
           MOVE WS-PROD-INPUT-TYPE TO PROD-ACCT-TYPE
           COMPUTE PROD-MIN-OPEN-BAL =
               FUNCTION NUMVAL(WS-PROD-INPUT-MINBAL)
           COMPUTE PROD-DAILY-LIMIT =
               FUNCTION NUMVAL(WS-PROD-INPUT-DAILY)
           COMPUTE PROD-MONTHLY-LIMIT =
               FUNCTION NUMVAL(WS-PROD-INPUT-MONTHLY)
           MOVE WS-PROD-INPUT-CYCLE TO PROD-STMT-CYCLE
           MOVE WS-PROD-INPUT-RATEPLAN TO PROD-RATE-PLAN
           MOVE WS-PROD-INPUT-FEEPLAN TO PROD-FEE-PLAN
           IF WS-PROD-INPUT-MINAGE = SPACES
               MOVE ZEROS TO PROD-ELIG-MIN-AGE
           ELSE
               COMPUTE PROD-ELIG-MIN-AGE =
                   FUNCTION NUMVAL(WS-PROD-INPUT-MINAGE)
           END-IF
           MOVE WS-PROD-INPUT-BROKERED TO PROD-BROKERED-FLAG
           MOVE WS-PROD-INPUT-STATUS TO PROD-STATUS
           MOVE WS-PROD-INPUT-DAYCOUNT TO PROD-DAY-COUNT
           MOVE WS-PROD-INPUT-BONUSPLAN TO PROD-BONUS-RATE-PLAN
           COMPUTE PROD-RWD-MIN-PURCHASES =
               FUNCTION NUMVAL(WS-PROD-INPUT-RWDPURCH)
           MOVE WS-PROD-INPUT-RWDDEP TO PROD-RWD-REQ-DEPOSIT
           MOVE WS-PROD-INPUT-RWDPAPER TO PROD-RWD-REQ-PAPERLESS
           COMPUTE PROD-RWD-ATM-REFUND-CAP =
               FUNCTION NUMVAL(WS-PROD-INPUT-RWDCAP)

           REWRITE PRODUCT-RECORD
           IF WS-PROD-FILE-STATUS NOT = "00"
               WRITE PRODUCT-RECORD
           END-IF
           DISPLAY "Product " PROD-CODE " saved."

           MOVE "PRODUCT_SAVED" TO WS-AUDIT-ACTION
           STRING "Code=" PROD-CODE
                  " Type=" PROD-ACCT-TYPE
                  " Status=" PROD-STATUS
                  " DayCount=" PROD-DAY-COUNT
                  " BonusPlan=" PROD-BONUS-RATE-PLAN
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       5285-PROD-EXIT.
           CONTINUE.

      ******************************************************************
      * 7655 - CORPORATE ACCOUNT ANALYSIS (BATCH)
      * Monthly analysis for ACCT-TYPE-CORPORATE accounts: average
      * collected balance over the cycle (the same weighted
      * single-pass 7646 uses for credit cards), an earnings credit
      * at the published rate, the month's per-check, per-deposit
      * and wire activity charges, and the net - any deficiency is
      * billed as an FE transaction and every account gets an
      * analysis statement.
      ******************************************************************
       7655-BATCH-ACCOUNT-ANALYSIS.
           DISPLAY " "
           DISPLAY "=== CORPORATE ACCOUNT ANALYSIS ==="

           MOVE "ACCTANAL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7655-ANAL-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-CC-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - WS-CC-CYCLE-DAYS
           COMPUTE WS-CC-CYCLE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-CYCLE-START-INT)
           MOVE WS-CC-CYCLE-START-NUM TO WS-CC-CYCLE-START-DATE
           MOVE ZEROS TO WS-ANAL-COUNT

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-TYPE-CORPORATE AND ACCT-ACTIVE
                       MOVE ACCT-ID TO WS-ANAL-WORK-ACCT-ID
                       PERFORM 7656-ANALYZE-ONE-ACCOUNT
                           THRU 7656-ANALYZE-EXIT
                       MOVE WS-ANAL-WORK-ACCT-ID TO ACCT-ID
                       READ ACCOUNT-FILE
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                       ADD 1 TO WS-ANAL-COUNT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Corporate accounts analyzed: " WS-ANAL-COUNT

           MOVE "ACCTANAL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-ANAL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7655-ANAL-EXIT.
           CONTINUE.

      ******************************************************************
      * 7656 - ANALYZE ONE CORPORATE ACCOUNT
      ******************************************************************
       7656-ANALYZE-ONE-ACCOUNT.
      * A swept sub-account's money sits at the master by end of
      * day - the earnings-credit analysis belongs there, not here
           MOVE ACCT-ID TO SWP-SUB-ACCT-ID
           READ SWEEP-REL-FILE
           IF WS-SWP-FILE-STATUS = "00"
               AND SWP-ACTIVE
               DISPLAY "  Acct " ACCT-ID " swept to master "
                       SWP-MASTER-ACCT-ID " - analyzed there."
               GO TO 7656-ANALYZE-EXIT
           END-IF

      * Average collected balance over the cycle
           PERFORM 7646-COMPUTE-AVG-DAILY-BALANCE
           MOVE WS-CC-ADB TO WS-ANAL-AVG-BALANCE
           IF WS-ANAL-AVG-BALANCE < ZEROS
               MOVE ZEROS TO WS-ANAL-AVG-BALANCE
           END-IF
           COMPUTE WS-ANAL-EARNINGS-CREDIT ROUNDED =
               WS-ANAL-AVG-BALANCE * WS-ANAL-ECR-PCT / 100 / 12

      * Tally the month's chargeable activity
           MOVE ZEROS TO WS-ANAL-CHECK-COUNT
           MOVE ZEROS TO WS-ANAL-DEPOSIT-COUNT
           MOVE ZEROS TO WS-ANAL-WIRE-COUNT
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE >= WS-CC-CYCLE-START-DATE
                       EVALUATE TRUE
                           WHEN TRAN-TYPE-WITHDRAW
                               ADD 1 TO WS-ANAL-CHECK-COUNT
                           WHEN TRAN-TYPE-DEPOSIT
                               ADD 1 TO WS-ANAL-DEPOSIT-COUNT
                           WHEN TRAN-TYPE-WIRE
                               ADD 1 TO WS-ANAL-WIRE-COUNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-ANAL-TOTAL-CHARGES ROUNDED =
               (WS-ANAL-CHECK-COUNT * WS-ANAL-CHECK-CHARGE)
               + (WS-ANAL-DEPOSIT-COUNT * WS-ANAL-DEPOSIT-CHARGE)
               + (WS-ANAL-WIRE-COUNT * WS-ANAL-WIRE-CHARGE)

      * Offset charges against the earnings credit
           COMPUTE WS-ANAL-DEFICIENCY =
               WS-ANAL-TOTAL-CHARGES - WS-ANAL-EARNINGS-CREDIT
           IF WS-ANAL-DEFICIENCY < ZEROS
               MOVE ZEROS TO WS-ANAL-DEFICIENCY
           END-IF

           PERFORM 7657-WRITE-ANALYSIS-STATEMENT

           IF WS-ANAL-DEFICIENCY > ZEROS
               COMPUTE ACCT-BALANCE =
                   ACCT-BALANCE - WS-ANAL-DEFICIENCY
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-ANAL-DEFICIENCY
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-FEE TO TRUE
               COMPUTE TRAN-AMOUNT = WS-ANAL-DEFICIENCY * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               MOVE "Account Analysis Deficiency"
                   TO TRAN-DESCRIPTION
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-COMPLETED TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

           MOVE WS-ANAL-DEFICIENCY TO WS-DSP-AMOUNT
           DISPLAY "  Acct " ACCT-ID " analyzed - deficiency $"
                   WS-DSP-AMOUNT.

       7656-ANALYZE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7657 - WRITE ANALYSIS STATEMENT
      ******************************************************************
       7657-WRITE-ANALYSIS-STATEMENT.
           STRING "/tmp/altoro_analysis_"
                  WS-ANAL-WORK-ACCT-ID
                  "_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-ANAL-STMT-PATH
           OPEN OUTPUT ANALYSIS-STMT-FILE
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO ANALYSIS-STMT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - ACCOUNT ANALYSIS STATEMENT"
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           STRING "ACCOUNT: " ACCT-ID "  " ACCT-NAME
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           MOVE WS-ANAL-AVG-BALANCE TO WS-DSP-AMOUNT
           STRING "AVERAGE COLLECTED BALANCE:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           MOVE WS-ANAL-EARNINGS-CREDIT TO WS-DSP-AMOUNT
           STRING "EARNINGS CREDIT (" WS-ANAL-ECR-PCT
                  " PCT): $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           STRING "CHECKS PAID: " WS-ANAL-CHECK-COUNT
                  "  DEPOSITS: " WS-ANAL-DEPOSIT-COUNT
                  "  WIRES: " WS-ANAL-WIRE-COUNT
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           MOVE WS-ANAL-TOTAL-CHARGES TO WS-DSP-AMOUNT
           STRING "TOTAL ACTIVITY CHARGES:     $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           MOVE WS-ANAL-DEFICIENCY TO WS-DSP-AMOUNT
           STRING "DEFICIENCY BILLED:          $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ANALYSIS-STMT-RECORD
           WRITE ANALYSIS-STMT-RECORD
           CLOSE ANALYSIS-STMT-FILE.

      ******************************************************************
      * 7665 - MONTHLY FEE ASSESSMENT (BATCH)
      * Assesses the monthly maintenance fee (schedule code "MNT ")
      * against every active deposit account, applying the waiver
      * criteria on the fee row: a balance at or above the minimum,
      * or an ACH direct deposit received this month. Reports fees
      * assessed vs waived by branch. Checkpointed like
      * 7300-BATCH-INTEREST so a rerun after an abend resumes past
      * the accounts already charged instead of charging them twice;
      * the resumed run's report covers the accounts it worked.
      ******************************************************************
       7665-BATCH-FEE-ASSESSMENT.
           DISPLAY " "
           DISPLAY "=== MONTHLY FEE ASSESSMENT ==="

           MOVE "FEEASSES" TO WS-PART-BASE-JOB
           PERFORM 7290-RESOLVE-BATCH-PARTITION
               THRU 7290-RESOLVE-EXIT
           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7665-FEEA-EXIT
           END-IF
           IF WS-PART-UNDEFINED
               PERFORM 7297-REFUSE-UNDEFINED-PARTITION
               GO TO 7665-FEEA-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:6) TO WS-FEE-MONTH
           MOVE ZEROS TO WS-FEE-ASSESSED-COUNT
           MOVE ZEROS TO WS-FEE-WAIVED-COUNT
           MOVE ZEROS TO WS-FEE-ASSESS-TOTAL
           MOVE ZEROS TO WS-FEE-BR-MAX
           MOVE SPACES TO WS-FEE-BRANCH-TABLE

           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 7320-LOAD-CHECKPOINT
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming fee assessment after account "
                       CKPT-LAST-ACCT-ID
               COMPUTE ACCT-ID = CKPT-LAST-ACCT-ID + 1
               MOVE CKPT-ACCOUNTS-DONE TO WS-DSP-ACCT-COUNT
           ELSE
               PERFORM 7295-SET-PARTITION-START
               MOVE ZEROS TO WS-DSP-ACCT-COUNT
           END-IF
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               OR WS-PART-PAST-END
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               PERFORM 7296-CHECK-PARTITION-RANGE
               IF WS-ACCT-FILE-STATUS = "00" AND WS-PART-IN-RANGE
                   IF ACCT-ACTIVE
                       AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS
                            OR ACCT-TYPE-CORPORATE)
                       MOVE ACCT-ID TO WS-FEE-WORK-ACCT-ID
                       PERFORM 7670-ASSESS-ONE-ACCOUNT
                           THRU 7670-ASSESS-EXIT
                       MOVE WS-FEE-WORK-ACCT-ID TO ACCT-ID
                       READ ACCOUNT-FILE
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                       ADD 1 TO WS-DSP-ACCT-COUNT
                       IF FUNCTION MOD(WS-DSP-ACCT-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7330-WRITE-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 7340-COMPLETE-CHECKPOINT
           PERFORM 7672-WRITE-FEE-REPORT

           DISPLAY "Fees assessed: " WS-FEE-ASSESSED-COUNT
                   "  Waived: " WS-FEE-WAIVED-COUNT

           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-FEE-ASSESSED-COUNT + WS-FEE-WAIVED-COUNT
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7665-FEEA-EXIT.
           CONTINUE.

      ******************************************************************
      * 7670 - ASSESS ONE ACCOUNT
      ******************************************************************
       7670-ASSESS-ONE-ACCOUNT.
           MOVE "MNT " TO WS-FEE-LOOKUP-CODE
           PERFORM 7155-LOOKUP-FEE-AMOUNT
           IF WS-FEE-NOT-ON-SCHEDULE
               OR WS-FEE-LOOKUP-AMOUNT NOT > ZEROS
               GO TO 7670-ASSESS-EXIT
           END-IF

      * Waiver checks off the fee row
           SET WS-FEE-NOT-WAIVED TO TRUE
           IF FEE-WAIVE-MIN-BALANCE > ZEROS
               AND ACCT-BALANCE >= FEE-WAIVE-MIN-BALANCE
               SET WS-FEE-WAIVED TO TRUE
           END-IF
           IF WS-FEE-NOT-WAIVED AND FEE-DD-WAIVES
               PERFORM 7671-CHECK-DIRECT-DEPOSIT
               IF WS-FEE-DD-FOUND
                   SET WS-FEE-WAIVED TO TRUE
               END-IF
           END-IF

           PERFORM 7673-TALLY-BRANCH
               THRU 7673-TALLY-EXIT

           IF WS-FEE-WAIVED
               ADD 1 TO WS-FEE-WAIVED-COUNT
               GO TO 7670-ASSESS-EXIT
           END-IF

           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - WS-FEE-LOOKUP-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-FEE-LOOKUP-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-FEE-LOOKUP-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE FEE-DESCRIPTION TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           ADD 1 TO WS-FEE-ASSESSED-COUNT
           ADD WS-FEE-LOOKUP-AMOUNT TO WS-FEE-ASSESS-TOTAL.

       7670-ASSESS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7671 - CHECK FOR A DIRECT DEPOSIT THIS MONTH
      * An ACH credit settled to the account this calendar month
      * counts as direct-deposit presence.
      ******************************************************************
       7671-CHECK-DIRECT-DEPOSIT.
           SET WS-FEE-DD-NOT-FOUND TO TRUE
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND TRAN-TYPE-ACH-CREDIT
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE(1:6) = WS-FEE-MONTH
                       SET WS-FEE-DD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7672 - WRITE FEES ASSESSED VS WAIVED REPORT
      ******************************************************************
       7672-WRITE-FEE-REPORT.
      * Each partition of a partitioned run keeps its own report
           IF WS-PART-NO > ZEROS
               STRING "/tmp/altoro_feerpt_" WS-ACCEPT-DATE "_"
                      WS-PART-JOB-NAME ".txt"
                   DELIMITED SIZE INTO WS-FEE-RPT-PATH
           ELSE
               STRING "/tmp/altoro_feerpt_" WS-ACCEPT-DATE ".txt"
                   DELIMITED SIZE INTO WS-FEE-RPT-PATH
           END-IF
           OPEN OUTPUT FEE-REPORT-FILE
           MOVE "MONTHLY FEE ASSESSMENT - BY BRANCH"
               TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE "BRANCH  ASSESSED  WAIVED" TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           IF WS-FEE-BR-MAX > ZEROS
               PERFORM VARYING WS-FEE-BR-IDX FROM 1 BY 1
                   UNTIL WS-FEE-BR-IDX > WS-FEE-BR-MAX
                   STRING WS-FEE-BR-CODE(WS-FEE-BR-IDX)
                          "    "
                          WS-FEE-BR-ASSESSED(WS-FEE-BR-IDX)
                          "    "
                          WS-FEE-BR-WAIVED(WS-FEE-BR-IDX)
                          DELIMITED SIZE INTO FEE-REPORT-RECORD
                   WRITE FEE-REPORT-RECORD
               END-PERFORM
           END-IF
           MOVE WS-FEE-ASSESS-TOTAL TO WS-DSP-AMOUNT
           STRING "TOTAL FEE INCOME ASSESSED: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           CLOSE FEE-REPORT-FILE
           DISPLAY "Fee report: " WS-FEE-RPT-PATH.

      ******************************************************************
      * 7673 - TALLY BRANCH ASSESSED/WAIVED COUNTS
      ******************************************************************
       7673-TALLY-BRANCH.
           PERFORM VARYING WS-FEE-BR-IDX FROM 1 BY 1
               UNTIL WS-FEE-BR-IDX > WS-FEE-BR-MAX
               OR WS-FEE-BR-CODE(WS-FEE-BR-IDX) = ACCT-BRANCH-CODE
               CONTINUE
           END-PERFORM
           IF WS-FEE-BR-IDX > WS-FEE-BR-MAX
               IF WS-FEE-BR-MAX < 50
                   ADD 1 TO WS-FEE-BR-MAX
                   MOVE WS-FEE-BR-MAX TO WS-FEE-BR-IDX
                   MOVE ACCT-BRANCH-CODE
                       TO WS-FEE-BR-CODE(WS-FEE-BR-IDX)
                   MOVE ZEROS TO WS-FEE-BR-ASSESSED(WS-FEE-BR-IDX)
                   MOVE ZEROS TO WS-FEE-BR-WAIVED(WS-FEE-BR-IDX)
               ELSE
                   GO TO 7673-TALLY-EXIT
               END-IF
           END-IF
           IF WS-FEE-WAIVED
               ADD 1 TO WS-FEE-BR-WAIVED(WS-FEE-BR-IDX)
           ELSE
               ADD 1 TO WS-FEE-BR-ASSESSED(WS-FEE-BR-IDX)
           END-IF.

       7673-TALLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7170 - POST CD EARLY-WITHDRAWAL PENALTY
      * Forfeits WS-CD-EARLY-PENALTY-MONTHS worth of interest at the
      * account's own tiered rate against a CD withdrawn before
      * ACCT-CD-MATURITY-DATE, the same way a real CD penalty works.
      ******************************************************************
       7170-POST-CD-PENALTY.
           COMPUTE WS-INTEREST-DAYS = WS-CD-EARLY-PENALTY-MONTHS * 30
           PERFORM 5250-CALCULATE-TIERED-INTEREST
           MOVE WS-INTEREST-AMOUNT TO WS-CD-PENALTY-AMOUNT

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-CD-PENALTY-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-CD-PENALTY-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-CD-PENALTY-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "CD Early Withdrawal Penalty" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE ACCT-BALANCE TO WS-DSP-BALANCE
           DISPLAY "Early withdrawal penalty charged: $"
                   WS-CD-PENALTY-AMOUNT
           DISPLAY "New Balance: $" WS-DSP-BALANCE

           MOVE "CD_PENALTY" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" WS-CD-PENALTY-AMOUNT
                  " NewBal=" ACCT-BALANCE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7180 - SWEEP OVERDRAFT FROM LINKED ACCOUNT
      * Called from 7100-WITHDRAW-FUNDS/7200-PAY-BILL when the current
      * account would overdraw and has a linked account on file
      * (ACCT-LINKED-ACCOUNT). Pulls the shortfall - or whatever is
      * available, whichever is less - from the linked account and
      * posts it as an ordinary transfer, reusing the same debit/
      * credit paragraphs 3000-FUND-TRANSFER uses. A linked account
      * whose restrictions refuse the debit is not swept. On entry the
      * current ACCOUNT-FILE record is the account being overdrawn;
      * the caller re-reads its own account afterward to pick up the
      * swept-in funds.
      ******************************************************************
       7180-SWEEP-OVERDRAFT.
           COMPUTE WS-LOCAL-XFER-AMT =
               WS-NUMERIC-AMOUNT - ACCT-AVAILABLE-BAL
           MOVE ACCT-ID TO WS-XFER-TO-ID
           MOVE ACCT-LINKED-ACCOUNT TO WS-XFER-FROM-ID

           MOVE ACCT-LINKED-ACCOUNT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: linked account " WS-XFER-FROM-ID
                       " not found - overdraft sweep skipped."
               GO TO 7180-SWEEP-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Overdraft sweep skipped - linked account "
                       WS-RST-DECLINE-MSG
               GO TO 7180-SWEEP-EXIT
           END-IF

           IF ACCT-AVAILABLE-BAL < WS-LOCAL-XFER-AMT
               MOVE ACCT-AVAILABLE-BAL TO WS-LOCAL-XFER-AMT
           END-IF

           IF WS-LOCAL-XFER-AMT NOT > ZEROS
               GO TO 7180-SWEEP-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE WS-XFER-TO-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: overdrawn account disappeared "
                       "mid-sweep."
               GO TO 7180-SWEEP-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           DISPLAY "Overdraft sweep posted: $" WS-LOCAL-XFER-AMT
                   " from linked account " WS-XFER-FROM-ID "."

       7180-SWEEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7200 - PAY BILL / PAYMENT
      * VULNERABILITY V07: SQL Injection in payee lookup
      * VULNERABILITY V12: No amount validation
      ******************************************************************
       7200-PAY-BILL.
           DISPLAY " "
           DISPLAY "=== BILL PAYMENT ==="
           DISPLAY " "
           DISPLAY "From Account ID: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-ID FROM CONSOLE

           SET WS-PAYEE-NOT-FOUND TO TRUE
           DISPLAY "Pay a saved payee? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PAYEE-USE-SAVED FROM CONSOLE
           IF WS-PAYEE-USE-SAVED-YES
               PERFORM 7205-SELECT-SAVED-PAYEE
                   THRU 7205-SELECT-EXIT
           END-IF

      * A one-time payee is a new payee for the cooling-off window
           IF WS-PAYEE-NOT-FOUND
               MOVE LS-CURRENT-USER TO WS-CCH-CHECK-CUST
               MOVE "PAYEE_ONE_TIME" TO WS-OVR-ACTION
               PERFORM 8615-CHECK-CONTACT-COOLING-OFF
                   THRU 8615-COOL-EXIT
               IF WS-CCH-BLOCKED
                   GO TO 7200-PAY-BILL-EXIT
               END-IF
           END-IF

      * A one-time payee is a new payee as well as a debit
           MOVE WS-ACCT-INPUT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           IF WS-PAYEE-NOT-FOUND
               MOVE "P" TO WS-RST-CHECK-CHANNEL
           ELSE
               MOVE "B" TO WS-RST-CHECK-CHANNEL
           END-IF
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Payment not taken - " WS-RST-DECLINE-MSG
               GO TO 7200-PAY-BILL-EXIT
           END-IF

           IF WS-PAYEE-NOT-FOUND
               DISPLAY "Payee Name: " WITH NO ADVANCING
               ACCEPT WS-ACCT-INPUT-NAME FROM CONSOLE
      * A one-time payee is paid by mailed check - it needs the
      * remittance address the check goes to
               DISPLAY "Remittance Address Line 1: "
                   WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-ADDR1 FROM CONSOLE
               DISPLAY "Remittance Address Line 2: "
                   WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-ADDR2 FROM CONSOLE
               DISPLAY "City: " WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-CITY FROM CONSOLE
               DISPLAY "State: " WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-STATE FROM CONSOLE
               DISPLAY "ZIP: " WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-ZIP FROM CONSOLE
           END-IF

           IF WS-PAYEE-FOUND
               MOVE PAYEE-DEFAULT-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Payment Amount (blank = default $"
                       WS-DSP-AMOUNT "): " WITH NO ADVANCING
           ELSE
               DISPLAY "Payment Amount: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-ACCT-INPUT-AMOUNT FROM CONSOLE
           DISPLAY "Payment Reference: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-MEMO FROM CONSOLE

      * VULNERABILITY V12: No validation on any input
           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
               IF WS-PAYEE-FOUND AND WS-ACCT-INPUT-AMOUNT = SPACES
                   MOVE PAYEE-DEFAULT-AMOUNT TO WS-NUMERIC-AMOUNT
               ELSE
                   COMPUTE WS-NUMERIC-AMOUNT =
                       FUNCTION NUMVAL(WS-ACCT-INPUT-AMOUNT)
               END-IF

      * Sanctions screening on the payee before anything posts
               MOVE WS-ACCT-INPUT-NAME(1:40) TO WS-OFAC-SUBJECT-NAME
               PERFORM 3450-SCREEN-PAYMENT-BENEFICIARY
               IF WS-OFAC-MATCHED
                   MOVE WS-NUMERIC-AMOUNT TO OFACQ-AMOUNT
                   PERFORM 3460-QUEUE-PAYMENT-OFAC-MATCH
                   GO TO 7200-PAY-BILL-EXIT
               END-IF

               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACCEPT-TIME FROM TIME

      * Overdraft protection: reject when funds are short and the
      * account is not enrolled; otherwise post the payment and
      * queue an NSF fee to be charged below. A linked account is
      * swept first, if one is on file, to try to cover the shortfall
      * before either of those paths is taken.
               SET WS-NSF-FEE-NOT-DUE TO TRUE
               IF WS-NUMERIC-AMOUNT > ACCT-AVAILABLE-BAL
                   AND ACCT-LINKED-ACCOUNT NOT = ZEROS
                   PERFORM 7180-SWEEP-OVERDRAFT
                       THRU 7180-SWEEP-EXIT
                   MOVE WS-ACCT-INPUT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               END-IF

               IF WS-NUMERIC-AMOUNT > ACCT-AVAILABLE-BAL
                   IF ACCT-OVERDRAFT-NO
                       DISPLAY "Payment declined: insufficient "
                               "funds and overdraft protection is "
                               "not enabled for account " ACCT-ID
                       GO TO 7200-PAY-BILL-EXIT
                   ELSE
                       SET WS-NSF-FEE-DUE TO TRUE
                   END-IF
               END-IF

      * Bill payments are held, not posted straight to the ledger:
      * only available balance moves now, the same way a check hold
      * works, and the payment sits as TRAN-PENDING until either the
      * hold matures (7370-PROCESS-HOLD-RELEASE completes it) or the
      * customer/teller stops it first (7250-STOP-PAYMENT).
      * VULNERABILITY V09: No ON SIZE ERROR
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-NUMERIC-AMOUNT

               REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Record payment transaction as pending
               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               SET TRAN-TYPE-PAYMENT TO TRUE
               COMPUTE TRAN-AMOUNT = WS-NUMERIC-AMOUNT * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
      * VULNERABILITY V08: Buffer overflow on payee name
               STRING "Payment to " WS-ACCT-INPUT-NAME
                      DELIMITED SIZE INTO TRAN-DESCRIPTION
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               SET TRAN-PENDING TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
      * VULNERABILITY V13: WRITE status not checked

               PERFORM 7230-PLACE-BILLPAY-HOLD
               PERFORM 7235-SCHEDULE-BILLPAY-DISB

      * Reg D: a bill payment out of savings is a covered debit
               PERFORM 7125-ENFORCE-REGD
                   THRU 7125-ENFORCE-EXIT

      * VULNERABILITY V07: SQL Injection in payee lookup
               MOVE SPACES TO WS-SQL-STMT
               STRING
                   "SELECT PAYEE_ID FROM PAYEES"
                   " WHERE PAYEE_NAME = '"
                   WS-ACCT-INPUT-NAME "'"
                   DELIMITED SIZE INTO WS-SQL-STMT
               END-STRING
      >>IF DB2-ENABLED IS DEFINED
               EXEC SQL
                   EXECUTE IMMEDIATE :WS-SQL-STMT
               END-EXEC
      >>END-IF
      * VULNERABILITY V06: SQLCODE not checked

               MOVE WS-NUMERIC-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Payment of $" WS-DSP-AMOUNT
                       " to " WS-ACCT-INPUT-NAME " scheduled, Tran ID "
                       TRAN-ID "."
               DISPLAY "Funds are on hold and will be sent on "
                       HOLD-RELEASE-DATE
                       " unless stopped before then."

               IF WS-NSF-FEE-DUE
                   PERFORM 7150-POST-NSF-FEE
               END-IF
           ELSE
               DISPLAY "Account not found."
           END-IF.

       7200-PAY-BILL-EXIT.
           CONTINUE.

      ******************************************************************
      * 7230 - PLACE BILL-PAYMENT HOLD
      * Places the ACCOUNT-HOLD-FILE record backing a pending bill
      * payment: WS-BILLPAY-HOLD-DAYS from today, linked back to the
      * TRAN-ID just written the same way 7050-PLACE-CHECK-HOLD links
      * HOLD-TRAN-ID to its deposit.
      ******************************************************************
       7230-PLACE-BILLPAY-HOLD.
           PERFORM 7055-GENERATE-HOLD-ID
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE ACCT-ID TO HOLD-ACCT-ID
           SET HOLD-TYPE-BILLPAY TO TRUE
           MOVE WS-NUMERIC-AMOUNT TO HOLD-AMOUNT
           MOVE WS-ACCEPT-DATE TO HOLD-PLACED-DATE
           COMPUTE WS-HOLD-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-BILLPAY-HOLD-DAYS
           COMPUTE WS-HOLD-RELEASE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
      * Holds release on a business day, never a weekend/holiday
           MOVE WS-HOLD-RELEASE-NUM TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE TRAN-ID TO HOLD-TRAN-ID
           MOVE SPACES TO HOLD-NETWORK-REF
           WRITE ACCOUNT-HOLD-RECORD

           MOVE "HOLD_PLACED" TO WS-AUDIT-ACTION
           STRING "Acct=" HOLD-ACCT-ID
                  " Type=BILLPAY Amount=" HOLD-AMOUNT
                  " Tran=" HOLD-TRAN-ID
                  " Release=" HOLD-RELEASE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7235 - SCHEDULE BILL PAYMENT DISBURSEMENT
      * Records the payment for ACHPROC's disbursement run with a
      * snapshot of the payee as it stands today, so a later edit
      * to the saved payee cannot redirect money already promised.
      * A one-time payee carries the address keyed in 7200.
      ******************************************************************
       7235-SCHEDULE-BILLPAY-DISB.
           MOVE TRAN-ID TO BPD-TRAN-ID
           MOVE ACCT-ID TO BPD-ACCT-ID
           MOVE LS-CURRENT-USER TO BPD-CUST-ID
           MOVE WS-ACCT-INPUT-NAME TO BPD-PAYEE-NAME
           IF WS-PAYEE-FOUND
               MOVE PAYEE-ID TO BPD-PAYEE-ID
               MOVE PAYEE-ADDR-LINE1 TO BPD-PAYEE-ADDR-LINE1
               MOVE PAYEE-ADDR-LINE2 TO BPD-PAYEE-ADDR-LINE2
               MOVE PAYEE-CITY TO BPD-PAYEE-CITY
               MOVE PAYEE-STATE TO BPD-PAYEE-STATE
               MOVE PAYEE-ZIP TO BPD-PAYEE-ZIP
               MOVE PAYEE-ACCT-AT-PAYEE TO BPD-ACCT-AT-PAYEE
               MOVE PAYEE-ROUTING TO BPD-PAYEE-ROUTING
               MOVE PAYEE-BANK-ACCT TO BPD-PAYEE-BANK-ACCT
           ELSE
               MOVE ZEROS TO BPD-PAYEE-ID
               MOVE WS-PAYEE-INPUT-ADDR1 TO BPD-PAYEE-ADDR-LINE1
               MOVE WS-PAYEE-INPUT-ADDR2 TO BPD-PAYEE-ADDR-LINE2
               MOVE WS-PAYEE-INPUT-CITY TO BPD-PAYEE-CITY
               MOVE WS-PAYEE-INPUT-STATE TO BPD-PAYEE-STATE
               MOVE WS-PAYEE-INPUT-ZIP TO BPD-PAYEE-ZIP
               MOVE WS-ACCT-INPUT-MEMO TO BPD-ACCT-AT-PAYEE
               MOVE SPACES TO BPD-PAYEE-ROUTING
               MOVE SPACES TO BPD-PAYEE-BANK-ACCT
           END-IF
           MOVE WS-NUMERIC-AMOUNT TO BPD-AMOUNT
           MOVE WS-BUSINESS-DATE TO BPD-SCHEDULED-DATE
           MOVE SPACES TO BPD-RELEASED-DATE
           MOVE SPACES TO BPD-SEND-DATE
           MOVE SPACES TO BPD-METHOD
           MOVE ZEROS TO BPD-DISB-REF
           SET BPD-SCHEDULED TO TRUE
           WRITE BILLPAY-DISB-RECORD
           IF WS-BPD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: disbursement for tran " TRAN-ID
                       " not recorded, status " WS-BPD-FILE-STATUS
           END-IF.

      ******************************************************************
      * 7250 - STOP PAYMENT
      * Cancels a pending bill payment before its hold matures: finds
      * the linked ACCOUNT-HOLD-FILE record, restores the available
      * balance the hold was taken from, and marks both the hold and
      * the TRANSACTION-RECORD as stopped instead of letting 7370-
      * PROCESS-HOLD-RELEASE complete the payment.
      ******************************************************************
       7250-STOP-PAYMENT.
           DISPLAY " "
           DISPLAY "=== STOP PAYMENT ==="
           DISPLAY " "
           DISPLAY "Transaction ID to stop: " WITH NO ADVANCING
           ACCEPT WS-STOP-INPUT-TRAN-ID FROM CONSOLE
           COMPUTE TRAN-ID = FUNCTION NUMVAL(WS-STOP-INPUT-TRAN-ID)

           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Transaction not found."
               GO TO 7250-STOP-EXIT
           END-IF

           IF NOT TRAN-PENDING
               DISPLAY "Transaction " TRAN-ID
                       " is not a pending payment and cannot be "
                       "stopped (status " TRAN-STATUS ")."
               GO TO 7250-STOP-EXIT
           END-IF

           PERFORM 7255-FIND-BILLPAY-HOLD
           IF WS-STOP-HOLD-NOT-FOUND
               DISPLAY "No active bill-payment hold found for "
                       "transaction " TRAN-ID "."
               GO TO 7250-STOP-EXIT
           END-IF

      * Reposition ACCOUNT-HOLD-FILE on the matched hold so it is
      * current for the REWRITE below (7255's scan leaves the file
      * positioned at whatever record ended the scan, not the match).
           MOVE WS-STOP-HOLD-ID TO HOLD-ID
           READ ACCOUNT-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: bill-payment hold record vanished."
               GO TO 7250-STOP-EXIT
           END-IF

           DISPLAY "Confirm stop payment of $" WS-STOP-HOLD-AMOUNT
                    " to account " TRAN-ACCOUNT-ID " (Y/N): "
                    WITH NO ADVANCING
           ACCEPT WS-STOP-CONFIRM FROM CONSOLE
           IF WS-STOP-CONFIRM NOT = "Y" AND WS-STOP-CONFIRM NOT = "y"
               DISPLAY "Stop payment cancelled."
               GO TO 7250-STOP-EXIT
           END-IF

           MOVE TRAN-ACCOUNT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00"
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL + HOLD-AMOUNT
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           END-IF

           SET HOLD-STOPPED TO TRUE
           REWRITE ACCOUNT-HOLD-RECORD

           SET TRAN-STOPPED TO TRUE
           REWRITE TRANSACTION-RECORD

      * The payment must never be disbursed now
           MOVE TRAN-ID TO BPD-TRAN-ID
           READ BILLPAY-DISB-FILE
           IF WS-BPD-FILE-STATUS = "00"
               SET BPD-CANCELLED TO TRUE
               REWRITE BILLPAY-DISB-RECORD
           END-IF

           DISPLAY "Payment stopped. Held funds released back to "
                   "available balance."

           MOVE "BILLPAY_STOPPED" TO WS-AUDIT-ACTION
           STRING "Tran=" TRAN-ID
                  " Acct=" TRAN-ACCOUNT-ID
                  " Amount=" HOLD-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7250-STOP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7255 - FIND BILL-PAYMENT HOLD
      * Sequential scan of ACCOUNT-HOLD-FILE for the active BILLPAY
      * hold linked to TRAN-ID, the same full-scan-by-non-key style
      * 7220-LIST-MY-PAYEES and 8100-VIEW-MY-CARDS use. Captures the
      * match's key into WS-STOP-HOLD-ID/WS-STOP-HOLD-AMOUNT since the
      * scan keeps reading past it to end-of-file; the caller re-reads
      * ACCOUNT-HOLD-FILE by that key to reposition on the match.
      ******************************************************************
       7255-FIND-BILLPAY-HOLD.
           SET WS-STOP-HOLD-NOT-FOUND TO TRUE
           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   IF HOLD-TYPE-BILLPAY
                       AND HOLD-ACTIVE
                       AND HOLD-TRAN-ID = TRAN-ID
                       SET WS-STOP-HOLD-FOUND TO TRUE
                       MOVE HOLD-ID TO WS-STOP-HOLD-ID
                       MOVE HOLD-AMOUNT TO WS-STOP-HOLD-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7205 - SELECT SAVED PAYEE
      * Lists the caller's saved payees and reads the one chosen into
      * PAYEE-RECORD so 7200-PAY-BILL can reuse the name and default
      * amount instead of the customer re-keying them.
      ******************************************************************
       7205-SELECT-SAVED-PAYEE.
           PERFORM 7220-LIST-MY-PAYEES
           IF WS-PAYEE-DSP-COUNT = 0
               GO TO 7205-SELECT-EXIT
           END-IF

           DISPLAY "Payee ID: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ID FROM CONSOLE
           MOVE LS-CURRENT-USER TO PAYEE-CUST-ID
           COMPUTE PAYEE-ID = FUNCTION NUMVAL(WS-PAYEE-INPUT-ID)
           READ PAYEE-FILE
           IF WS-PAYEE-FILE-STATUS = "00" AND PAYEE-ACTIVE
               MOVE PAYEE-NAME TO WS-ACCT-INPUT-NAME
               SET WS-PAYEE-FOUND TO TRUE
           ELSE
               DISPLAY "Payee not found."
           END-IF.

       7205-SELECT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7210 - ADD PAYEE
      * Saves a payee (name, remittance address, account-at-payee,
      * and a default payment amount) under the caller's customer ID
      * so it can be reused from 7200-PAY-BILL without re-keying.
      ******************************************************************
       7210-ADD-PAYEE.
           PERFORM 9300-REQUIRE-MFA
           IF NOT LS-SESSION-ACTIVE = "Y"
               GO TO 7210-ADD-PAYEE-EXIT
           END-IF

           MOVE LS-CURRENT-USER TO WS-CCH-CHECK-CUST
           MOVE "PAYEE_ADD" TO WS-OVR-ACTION
           PERFORM 8615-CHECK-CONTACT-COOLING-OFF
               THRU 8615-COOL-EXIT
           IF WS-CCH-BLOCKED
               GO TO 7210-ADD-PAYEE-EXIT
           END-IF

           MOVE LS-CURRENT-USER TO WS-RST-CHECK-CUST
           PERFORM 8762-CHECK-CUSTOMER-PAYEE-BLOCK
           IF WS-RST-BLOCKED
               DISPLAY "Payee not added - " WS-RST-DECLINE-MSG
               GO TO 7210-ADD-PAYEE-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== ADD PAYEE ==="
           DISPLAY " "
           DISPLAY "Payee Name: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-NAME FROM CONSOLE
           DISPLAY "Remittance Address Line 1: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ADDR1 FROM CONSOLE
           DISPLAY "Remittance Address Line 2: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ADDR2 FROM CONSOLE
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-CITY FROM CONSOLE
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-STATE FROM CONSOLE
           DISPLAY "ZIP: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ZIP FROM CONSOLE
           DISPLAY "Account Number at Payee: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ACCTNUM FROM CONSOLE
           DISPLAY "Payee Bank Routing for Electronic Payment "
                   "(blank = pay by check): " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-ROUTING FROM CONSOLE
           MOVE SPACES TO WS-PAYEE-INPUT-BANK-ACCT
           IF WS-PAYEE-INPUT-ROUTING NOT = SPACES
               IF WS-PAYEE-INPUT-ROUTING IS NOT NUMERIC
                   DISPLAY "Routing number must be 9 digits."
                   GO TO 7210-ADD-PAYEE-EXIT
               END-IF
               DISPLAY "Payee Bank Account Number: "
                   WITH NO ADVANCING
               ACCEPT WS-PAYEE-INPUT-BANK-ACCT FROM CONSOLE
           END-IF
           DISPLAY "Default Payment Amount: " WITH NO ADVANCING
           ACCEPT WS-PAYEE-INPUT-AMOUNT FROM CONSOLE

           PERFORM 7225-GENERATE-PAYEE-ID

           MOVE LS-CURRENT-USER TO PAYEE-CUST-ID
           MOVE WS-NEXT-PAYEE-ID TO PAYEE-ID
           MOVE WS-ACCT-INPUT-NAME TO PAYEE-NAME
           MOVE WS-PAYEE-INPUT-ADDR1 TO PAYEE-ADDR-LINE1
           MOVE WS-PAYEE-INPUT-ADDR2 TO PAYEE-ADDR-LINE2
           MOVE WS-PAYEE-INPUT-CITY TO PAYEE-CITY
           MOVE WS-PAYEE-INPUT-STATE TO PAYEE-STATE
           MOVE WS-PAYEE-INPUT-ZIP TO PAYEE-ZIP
           MOVE WS-PAYEE-INPUT-ACCTNUM TO PAYEE-ACCT-AT-PAYEE
           MOVE WS-PAYEE-INPUT-ROUTING TO PAYEE-ROUTING
           MOVE WS-PAYEE-INPUT-BANK-ACCT TO PAYEE-BANK-ACCT
           COMPUTE PAYEE-DEFAULT-AMOUNT =
               FUNCTION NUMVAL(WS-PAYEE-INPUT-AMOUNT)
           SET PAYEE-ACTIVE TO TRUE

           WRITE PAYEE-RECORD
           IF WS-PAYEE-FILE-STATUS = "00"
               DISPLAY "Payee " PAYEE-ID " saved."
           ELSE
               DISPLAY "Unable to save payee, status "
                       WS-PAYEE-FILE-STATUS
           END-IF

      * A new payee for a protected customer goes on the review
      * queue so the pattern gets looked at, not just filed
           MOVE LS-CURRENT-USER TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               AND CUST-IS-VULNERABLE
               PERFORM 7109-QUEUE-VULNERABLE-PAYEE
           END-IF.

       7210-ADD-PAYEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7220 - LIST MY PAYEES
      * Full-table scan filtered to the caller's customer ID, the
      * same style 4000-TRANSACTION-HISTORY uses to filter a scan by
      * a field that isn't the file's own record key.
      ******************************************************************
       7220-LIST-MY-PAYEES.
           DISPLAY " "
           DISPLAY "=== SAVED PAYEES ==="
           DISPLAY "  " WS-SEPARATOR
           MOVE ZEROS TO WS-PAYEE-DSP-COUNT
           MOVE LOW-VALUES TO PAYEE-KEY
           START PAYEE-FILE KEY >= PAYEE-KEY

           PERFORM UNTIL WS-PAYEE-FILE-STATUS NOT = "00"
               READ PAYEE-FILE NEXT
               IF WS-PAYEE-FILE-STATUS = "00"
                   IF PAYEE-CUST-ID = LS-CURRENT-USER
                       AND PAYEE-ACTIVE
                       ADD 1 TO WS-PAYEE-DSP-COUNT
                       DISPLAY "  " PAYEE-ID ": " PAYEE-NAME
                               " (Acct# " PAYEE-ACCT-AT-PAYEE ")"
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAYEE-DSP-COUNT = 0
               DISPLAY "  (none on file)"
           END-IF.

      ******************************************************************
      * 7225 - GENERATE PAYEE ID
      * Same next-highest-key scan style as 2250-GENERATE-ACCOUNT-ID
      * and 7055-GENERATE-HOLD-ID.
      ******************************************************************
       7225-GENERATE-PAYEE-ID.
           MOVE ZEROS TO WS-NEXT-PAYEE-ID
           MOVE LOW-VALUES TO PAYEE-KEY
           START PAYEE-FILE KEY >= PAYEE-KEY

           PERFORM UNTIL WS-PAYEE-FILE-STATUS NOT = "00"
               READ PAYEE-FILE NEXT
               IF WS-PAYEE-FILE-STATUS = "00"
                   IF PAYEE-ID >= WS-NEXT-PAYEE-ID
                       COMPUTE WS-NEXT-PAYEE-ID = PAYEE-ID + 1
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7226 - CONVERT THE SAVED PAYEE FILE (ONE-TIME)
      * PAYEE-RECORD grew by the biller's routing number and bank
      * account, so a file written before that cannot be opened
      * under the new layout. Operations renames the old PAYEFILE
      * to PAYEOLD; this run then loads every saved payee from it
      * into a fresh PAYEFILE (0170 will have created it empty)
      * with the new fields blank, so each goes on being paid by
      * mailed check until its bank details are keyed. A payee
      * already on the new file is left alone, so the run can be
      * repeated after a failure. PAYEOLD is kept as the fallback.
      ******************************************************************
       7226-CONVERT-PAYEE-FILE.
           DISPLAY " "
           DISPLAY "=== CONVERT SAVED PAYEE FILE ==="

           MOVE "PAYECONV" TO WS-RUNCTL-JOB-NAME
           SET WS-RERUN-TOLERANT TO TRUE
           PERFORM 9100-WRITE-RUNCTL-START
           SET WS-RERUN-GUARDED TO TRUE

           MOVE ZEROS TO WS-PYO-READ-COUNT
           MOVE ZEROS TO WS-PYO-LOADED-COUNT
           MOVE ZEROS TO WS-PYO-SKIPPED-COUNT
           MOVE ZEROS TO WS-PYO-ERROR-COUNT

           IF WS-PAYEE-FILE-STATUS NOT = "00"
               DISPLAY "PAYEFILE not open, status "
                       WS-PAYEE-FILE-STATUS " - nothing converted."
               MOVE "PAYECONV" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 7226-PAYC-EXIT
           END-IF
           OPEN INPUT PAYEE-PRIOR-FILE
           IF WS-PYO-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open PAYEOLD, status "
                       WS-PYO-FILE-STATUS " - nothing converted."
               MOVE "PAYECONV" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 7226-PAYC-EXIT
           END-IF

           MOVE LOW-VALUES TO PYO-KEY
           START PAYEE-PRIOR-FILE KEY >= PYO-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PYO-FILE-STATUS NOT = "00"
               READ PAYEE-PRIOR-FILE NEXT RECORD
               IF WS-PYO-FILE-STATUS = "00"
                   ADD 1 TO WS-PYO-READ-COUNT
                   MOVE SPACES TO PAYEE-RECORD
                   MOVE PYO-CUST-ID TO PAYEE-CUST-ID
                   MOVE PYO-ID TO PAYEE-ID
                   MOVE PYO-NAME TO PAYEE-NAME
                   MOVE PYO-ADDR-LINE1 TO PAYEE-ADDR-LINE1
                   MOVE PYO-ADDR-LINE2 TO PAYEE-ADDR-LINE2
                   MOVE PYO-CITY TO PAYEE-CITY
                   MOVE PYO-STATE TO PAYEE-STATE
                   MOVE PYO-ZIP TO PAYEE-ZIP
                   MOVE PYO-ACCT-AT-PAYEE TO PAYEE-ACCT-AT-PAYEE
                   MOVE PYO-DEFAULT-AMOUNT TO PAYEE-DEFAULT-AMOUNT
                   MOVE PYO-STATUS TO PAYEE-STATUS
                   MOVE SPACES TO PAYEE-ROUTING
                   MOVE SPACES TO PAYEE-BANK-ACCT
                   WRITE PAYEE-RECORD
                   IF WS-PAYEE-FILE-STATUS = "00"
                       ADD 1 TO WS-PYO-LOADED-COUNT
                   ELSE
                       ADD 1 TO WS-PYO-SKIPPED-COUNT
                       IF WS-PAYEE-FILE-STATUS NOT = "22"
                           ADD 1 TO WS-PYO-ERROR-COUNT
                           DISPLAY "  Payee " PYO-CUST-ID "/" PYO-ID
                                   " not loaded, status "
                                   WS-PAYEE-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYEE-PRIOR-FILE
           MOVE "00" TO WS-PAYEE-FILE-STATUS

           DISPLAY "Payees read from PAYEOLD: " WS-PYO-READ-COUNT
           DISPLAY "Payees loaded:            " WS-PYO-LOADED-COUNT
           DISPLAY "Not loaded:               " WS-PYO-SKIPPED-COUNT
           DISPLAY "  of which refused:       " WS-PYO-ERROR-COUNT

           MOVE "PAYEE_CONVERT" TO WS-AUDIT-ACTION
           STRING "Read=" WS-PYO-READ-COUNT
                  " Loaded=" WS-PYO-LOADED-COUNT
                  " Skipped=" WS-PYO-SKIPPED-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "PAYECONV" TO WS-RUNCTL-JOB-NAME
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           IF WS-PYO-ERROR-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           END-IF
           MOVE WS-PYO-LOADED-COUNT TO WS-RUNCTL-RECORDS-DONE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7226-PAYC-EXIT.
           CONTINUE.

      ******************************************************************
      * 7290 - RESOLVE THE BATCH PARTITION
      * For a partitioned run (WS-PART-NO from the scheduler) reads
      * the partition's definition off BATCH-PARTITION-FILE and sets
      * the range it works: from its own start up to the next
      * partition's start, or to the end of the file for the last
      * one. The partition logs and checkpoints as the first six
      * characters of WS-PART-BASE-JOB plus its number. WS-PART-NO
      * zero runs the whole file under WS-PART-BASE-JOB as before.
      ******************************************************************
       7290-RESOLVE-BATCH-PARTITION.
           SET WS-PART-DEFINED TO TRUE
           SET WS-PART-IN-RANGE TO TRUE
           SET WS-PART-NOT-PAST-END TO TRUE
           MOVE SPACE TO WS-PART-BASIS
           MOVE WS-PART-BASE-JOB TO WS-PART-JOB-NAME
           IF WS-PART-NO = ZEROS
               GO TO 7290-RESOLVE-EXIT
           END-IF

           MOVE SPACES TO WS-PART-JOB-NAME
           STRING WS-PART-BASE-JOB(1:6) WS-PART-NO
               DELIMITED SIZE INTO WS-PART-JOB-NAME

           OPEN INPUT BATCH-PARTITION-FILE
           IF WS-BPRT-FILE-STATUS NOT = "00"
               SET WS-PART-UNDEFINED TO TRUE
               GO TO 7290-RESOLVE-EXIT
           END-IF
           MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
           MOVE WS-PART-NO TO BPRT-PART-NO
           READ BATCH-PARTITION-FILE
           IF WS-BPRT-FILE-STATUS NOT = "00"
               OR (NOT BPRT-BY-BRANCH AND NOT BPRT-BY-ACCOUNT)
               SET WS-PART-UNDEFINED TO TRUE
               CLOSE BATCH-PARTITION-FILE
               GO TO 7290-RESOLVE-EXIT
           END-IF

           MOVE BPRT-BASIS TO WS-PART-BASIS
           MOVE BPRT-FROM-BRANCH TO WS-PART-LOW-BRANCH
           MOVE BPRT-FROM-ACCT TO WS-PART-LOW-ACCT
           MOVE HIGH-VALUES TO WS-PART-HIGH-BRANCH
           MOVE 9999999999999999 TO WS-PART-HIGH-ACCT
           IF WS-PART-NO = 1
               MOVE LOW-VALUES TO WS-PART-LOW-BRANCH
               MOVE ZEROS TO WS-PART-LOW-ACCT
           END-IF

      * The next partition of the same job starts where this ends
           READ BATCH-PARTITION-FILE NEXT RECORD
           IF WS-BPRT-FILE-STATUS = "00"
               AND BPRT-JOB-NAME = WS-PART-BASE-JOB
               MOVE BPRT-FROM-BRANCH TO WS-PART-HIGH-BRANCH
               COMPUTE WS-PART-HIGH-ACCT = BPRT-FROM-ACCT - 1
           END-IF
           CLOSE BATCH-PARTITION-FILE

           IF WS-PART-BY-BRANCH
               DISPLAY "Partition " WS-PART-JOB-NAME
                       ": branches from " WS-PART-LOW-BRANCH
                       " up to " WS-PART-HIGH-BRANCH
           ELSE
               DISPLAY "Partition " WS-PART-JOB-NAME
                       ": accounts " WS-PART-LOW-ACCT
                       " thru " WS-PART-HIGH-ACCT
           END-IF.

       7290-RESOLVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7295 - SET THE PARTITION'S STARTING ACCOUNT
      * An account-range partition starts its pass at its own first
      * account; everything else starts at the top of the file.
      ******************************************************************
       7295-SET-PARTITION-START.
           IF WS-PART-BY-ACCOUNT
               MOVE WS-PART-LOW-ACCT TO ACCT-ID
           ELSE
               MOVE LOW-VALUES TO ACCT-ID
           END-IF.

      ******************************************************************
      * 7296 - CHECK THE ACCOUNT JUST READ AGAINST THE PARTITION
      * Out of a branch range the account is skipped; past the top
      * of an account range the pass is over.
      ******************************************************************
       7296-CHECK-PARTITION-RANGE.
           SET WS-PART-IN-RANGE TO TRUE
           EVALUATE TRUE
               WHEN WS-ACCT-FILE-STATUS NOT = "00"
                   CONTINUE
               WHEN WS-PART-BY-ACCOUNT
                   IF ACCT-ID > WS-PART-HIGH-ACCT
                       SET WS-PART-OUT-OF-RANGE TO TRUE
                       SET WS-PART-PAST-END TO TRUE
                   END-IF
               WHEN WS-PART-BY-BRANCH
                   IF ACCT-BRANCH-CODE < WS-PART-LOW-BRANCH
                       OR ACCT-BRANCH-CODE NOT < WS-PART-HIGH-BRANCH
                       SET WS-PART-OUT-OF-RANGE TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 7297 - REFUSE AN UNDEFINED PARTITION
      * Logs the partition as failed so the scheduler halts rather
      * than counting a range nobody worked as done.
      ******************************************************************
       7297-REFUSE-UNDEFINED-PARTITION.
           DISPLAY "*** Partition " WS-PART-NO " of "
                   WS-PART-BASE-JOB " is not defined - nothing run ***"
           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
           MOVE 8 TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 7300 - BATCH INTEREST ACCRUAL
      * Nightly accrual only - each day's interest is computed at
      * that day's balance and rate and added to the account's
      * accrual bucket. Nothing posts here: the month-end posting
      * job (7355) moves the bucket to the balance as the IN
      * transaction, and 5000-CLOSE-ACCOUNT pays the bucket out
      * when an account closes mid-cycle, so a rate change or a
      * conversion no longer pays the wrong partial-period amount.
      * VULNERABILITY V09: Compound interest overflow
      * VULNERABILITY V10: No admin role check
      ******************************************************************
       7300-BATCH-INTEREST.
      * VULNERABILITY V10: No admin check for batch operation
           DISPLAY " "
           DISPLAY "=== BATCH INTEREST ACCRUAL ==="

           MOVE "INTEREST" TO WS-PART-BASE-JOB
           PERFORM 7290-RESOLVE-BATCH-PARTITION
               THRU 7290-RESOLVE-EXIT
           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7300-BINT-EXIT
           END-IF
           IF WS-PART-UNDEFINED
               PERFORM 7297-REFUSE-UNDEFINED-PARTITION
               GO TO 7300-BINT-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 7320-LOAD-CHECKPOINT

           IF WS-CKPT-RESUMING
               DISPLAY "Resuming batch interest run after account "
                       CKPT-LAST-ACCT-ID
               COMPUTE ACCT-ID = CKPT-LAST-ACCT-ID + 1
               MOVE CKPT-ACCOUNTS-DONE TO WS-DSP-ACCT-COUNT
           ELSE
               DISPLAY "Processing all savings accounts..."
               PERFORM 7295-SET-PARTITION-START
               MOVE ZEROS TO WS-DSP-ACCT-COUNT
           END-IF
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               OR WS-PART-PAST-END
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               PERFORM 7296-CHECK-PARTITION-RANGE
               IF WS-ACCT-FILE-STATUS = "00" AND WS-PART-IN-RANGE
      * A corporate account earns interest only while it is an
      * IOLTA trust account - the interest is the bar foundation's
                   PERFORM 8705-CHECK-IOLTA-ACCOUNT
                   IF ACCT-TYPE = "SA" OR ACCT-TYPE = "CH"
                       OR (ACCT-TYPE-CORPORATE AND WS-IOL-DESIGNATED)
                       ADD 1 TO WS-DSP-ACCT-COUNT

      * Accrue one day at today's balance and the rate in force -
      * the bucket posts at month end, not here
      * VULNERABILITY V09: Compound interest without overflow
                       PERFORM 5258-SET-ACCRUAL-DAYS
                       PERFORM 5250-CALCULATE-TIERED-INTEREST
      * No ON SIZE ERROR
                       COMPUTE ACCT-ACCRUED-INTEREST =
                           ACCT-ACCRUED-INTEREST
                           + WS-INTEREST-AMOUNT
                       REWRITE ACCOUNT-RECORD
      * VULNERABILITY V13: REWRITE status not checked
                       MOVE "R" TO WS-JRNL-OPERATION
                       PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                       IF ACCT-TYPE-CHECKING
                           PERFORM 7802-ACCRUE-REWARD-BONUS
                               THRU 7802-ACCRUE-EXIT
                       END-IF

                       IF FUNCTION MOD(WS-DSP-ACCT-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7330-WRITE-CHECKPOINT
                       END-IF
                   END-IF

      * Certificates of deposit accrue daily too, but their bucket
      * only posts at the configured compounding anniversary
                   IF ACCT-TYPE-CD
                       ADD 1 TO WS-DSP-ACCT-COUNT
                       PERFORM 5258-SET-ACCRUAL-DAYS
                       PERFORM 5250-CALCULATE-TIERED-INTEREST
                       COMPUTE ACCT-ACCRUED-INTEREST =
                           ACCT-ACCRUED-INTEREST
                           + WS-INTEREST-AMOUNT
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-JRNL-OPERATION
                       PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

                       PERFORM 7305-CHECK-CD-COMPOUND-DUE
                       IF WS-CD-COMPOUND-DUE
                           AND ACCT-ACCRUED-INTEREST > ZEROS
                           PERFORM 7350-POST-ACCRUED-INTEREST
                           MOVE WS-INTEREST-AMOUNT TO WS-DSP-AMOUNT
                           DISPLAY "  Acct " ACCT-ID
                                   " CD Interest: $" WS-DSP-AMOUNT
                       END-IF

                       IF FUNCTION MOD(WS-DSP-ACCT-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7330-WRITE-CHECKPOINT
                       END-IF
                   END-IF

      * Amortizing loans accrue too, unless on nonaccrual
                   IF ACCT-TYPE-LOAN
                       PERFORM 7302-ACCRUE-LOAN-INTEREST
                           THRU 7302-ACCRUE-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 7340-COMPLETE-CHECKPOINT

           DISPLAY " "
           DISPLAY "Batch interest applied to "
                   WS-DSP-ACCT-COUNT " accounts."

           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           MOVE WS-DSP-ACCT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE

      * VULNERABILITY V07: SQL Injection in batch update
           MOVE SPACES TO WS-SQL-STMT
           STRING
               "UPDATE ACCOUNTS SET BALANCE = BALANCE *"
               " (1 + INTEREST_RATE / 365 / 100)"
               " WHERE ACCOUNT_TYPE IN ('SA','CH')"
               DELIMITED SIZE INTO WS-SQL-STMT
           END-STRING
      >>IF DB2-ENABLED IS DEFINED
           EXEC SQL
               EXECUTE IMMEDIATE :WS-SQL-STMT
           END-EXEC
      >>END-IF
           CONTINUE.
      * VULNERABILITY V06: SQLCODE not checked

       7300-BINT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7302 - ACCRUE ONE DAY ON AN AMORTIZING LOAN
      * ACCOUNT-RECORD is the loan. A day's interest at the note
      * rate on the scheduled principal goes to the accrual bucket
      * the payoff quote reads and scheduled payments relieve. A
      * loan on nonaccrual books nothing - the day is tallied as
      * interest forgone on its nonaccrual record instead. Lines
      * of credit and loans still under construction have no
      * schedule and bill their own interest. The day is counted
      * on the loan product's day-count basis (5258).
      ******************************************************************
       7302-ACCRUE-LOAN-INTEREST.
           MOVE ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               OR NOT LOAN-ACTIVE
               GO TO 7302-ACCRUE-EXIT
           END-IF
           ADD 1 TO WS-DSP-ACCT-COUNT
           PERFORM 5258-SET-ACCRUAL-DAYS
           COMPUTE WS-NAC-DAY-INT ROUNDED =
               LOAN-REMAINING-PRINCIPAL * LOAN-INTEREST-RATE / 100
               * WS-INTEREST-DAYS / WS-DC-YEAR-DAYS

      * A servicemember's pre-service loan accrues at the SCRA cap
           PERFORM 8562-CHECK-SCRA-STATUS
               THRU 8562-SCRA-EXIT
           MOVE LOAN-INTEREST-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-NAC-DAY-INT TO WS-SCRA-INTEREST
           PERFORM 8564-APPLY-SCRA-CAP
               THRU 8564-CAP-EXIT
           MOVE WS-SCRA-INTEREST TO WS-NAC-DAY-INT

           MOVE ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "00"
               AND NAC-ON-NONACCRUAL
               ADD WS-NAC-DAY-INT TO NAC-FORGONE-INT
               REWRITE LOAN-NONACCRUAL-RECORD
           ELSE
               ADD WS-NAC-DAY-INT TO ACCT-ACCRUED-INTEREST
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           END-IF

           IF FUNCTION MOD(WS-DSP-ACCT-COUNT,
                   WS-CKPT-CHECKPOINT-EVERY) = 0
               PERFORM 7330-WRITE-CHECKPOINT
           END-IF.

       7302-ACCRUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7350 - POST ACCRUED INTEREST FOR ONE ACCOUNT
      * Moves the account's accrual bucket to the balance and
      * writes the IN transaction through 5260 (withholding and
      * the daily summary ride along as usual), then pays it out
      * per the account's disposition instruction (7352).
      * ACCOUNT-RECORD is current on entry and on exit, and the
      * bucket is zeroed after posting.
      ******************************************************************
       7350-POST-ACCRUED-INTEREST.
           MOVE ACCT-ACCRUED-INTEREST TO WS-INTEREST-AMOUNT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-INTEREST-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-INTEREST-AMOUNT
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 5260-POST-INTEREST-TRANSACTION
           PERFORM 7352-APPLY-INTEREST-DISPOSITION
               THRU 7352-DISP-EXIT
           PERFORM 8706-NOTE-IOLTA-INTEREST.

      ******************************************************************
      * 7352 - APPLY THE INTEREST DISPOSITION
      * Called by 7350 right after the IN credit posted, with
      * ACCOUNT-RECORD current and WS-WHLD-NET-INTEREST holding
      * what was credited net of any backup withholding. When the
      * account has an instruction other than capitalize, that
      * amount goes straight back out - to the linked account as a
      * transfer, or as a PY the bill payment disbursement run
      * sends by ACH or check - so the IN credit, the withholding
      * and the 1099-INT all stay on the account that earned it.
      * Anything that stops the payment - a restriction that
      * refuses a scheduled debit included - leaves the interest in
      * the account and tells the customer. ACCOUNT-RECORD is the
      * interest account again on the way out.
      ******************************************************************
       7352-APPLY-INTEREST-DISPOSITION.
           IF NOT (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CD)
               GO TO 7352-DISP-EXIT
           END-IF
           MOVE ACCT-ID TO IDS-ACCT-ID
           READ INTEREST-DISP-FILE
           IF WS-IDS-FILE-STATUS NOT = "00"
               OR IDS-CAPITALIZE
               GO TO 7352-DISP-EXIT
           END-IF
           IF WS-WHLD-NET-INTEREST NOT > ZEROS
               GO TO 7352-DISP-EXIT
           END-IF

           MOVE ACCT-ID TO WS-IDS-SRC-ACCT
           MOVE ACCT-OWNER-ID TO WS-IDS-SRC-OWNER
           MOVE ACCT-CURRENCY-CODE TO WS-IDS-SRC-CCY
           MOVE WS-WHLD-NET-INTEREST TO WS-IDS-PAY-AMT
           MOVE SPACES TO WS-IDS-FAIL-REASON
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           EVALUATE TRUE
               WHEN WS-RST-BLOCKED
                   MOVE WS-RST-DECLINE-MSG TO WS-IDS-FAIL-REASON
               WHEN IDS-TO-LINKED
                   PERFORM 7353-PAY-TO-LINKED-ACCOUNT
                       THRU 7353-LINKED-EXIT
               WHEN IDS-TO-EXTERNAL
               WHEN IDS-BY-CHECK
                   PERFORM 7354-PAY-BY-DISBURSEMENT
                       THRU 7354-DISB-EXIT
               WHEN OTHER
                   MOVE "No valid disposition method"
                       TO WS-IDS-FAIL-REASON
           END-EVALUATE

           MOVE WS-BUSINESS-DATE TO IDS-LAST-DATE
           MOVE WS-IDS-PAY-AMT TO IDS-LAST-AMOUNT
           IF WS-IDS-FAIL-REASON = SPACES
               SET IDS-LAST-PAID-OUT TO TRUE
           ELSE
               SET IDS-LAST-FELL-BACK TO TRUE
               ADD 1 TO IDS-FALLBACK-COUNT
               PERFORM 7357-NOTE-DISPOSITION-FALLBACK
           END-IF
           REWRITE INTEREST-DISP-RECORD

      * Back on the interest account - which also leaves the file
      * positioned on it for a caller reading accounts in sequence
           MOVE WS-IDS-SRC-ACCT TO ACCT-ID
           READ ACCOUNT-FILE.

       7352-DISP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7353 - PAY INTEREST TO THE LINKED ACCOUNT
      * The same debit/credit/rewrite sequence as 7930, once the
      * linked account is known to be open and in the same
      * currency. 7352 has already put the interest account
      * through 7930's restriction check.
      ******************************************************************
       7353-PAY-TO-LINKED-ACCOUNT.
           MOVE IDS-TO-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               MOVE "Linked account is not open"
                   TO WS-IDS-FAIL-REASON
               GO TO 7353-LINKED-EXIT
           END-IF
           IF ACCT-CURRENCY-CODE NOT = WS-IDS-SRC-CCY
               MOVE "Linked account is in another currency"
                   TO WS-IDS-FAIL-REASON
               GO TO 7353-LINKED-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY

           MOVE WS-IDS-SRC-ACCT TO WS-XFER-FROM-ID
           MOVE IDS-TO-ACCT-ID TO WS-XFER-TO-ID
           MOVE WS-IDS-PAY-AMT TO WS-LOCAL-XFER-AMT

           MOVE WS-IDS-SRC-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE IDS-TO-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3200-RECORD-CREDIT-TRANSACTION
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT.

       7353-LINKED-EXIT.
           CONTINUE.

      ******************************************************************
      * 7354 - PAY INTEREST BY ACH OR CHECK
      * Posts the interest out of the account as a PY and releases
      * a row on the bill payment disbursement file for ACHPROC's
      * nightly run: with the verified external account's routing
      * details it goes as an ACH credit, without them as a check
      * mailed to the owner's address of record. ACCOUNT-RECORD is
      * the interest account on entry, already cleared by 7352's
      * restriction check.
      ******************************************************************
       7354-PAY-BY-DISBURSEMENT.
           MOVE WS-IDS-SRC-OWNER TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "Owner's customer record not found"
                   TO WS-IDS-FAIL-REASON
               GO TO 7354-DISB-EXIT
           END-IF
           IF IDS-TO-EXTERNAL
               MOVE IDS-EXT-ROUTING TO VRFY-ROUTING
               MOVE IDS-EXT-ACCT-NUM TO VRFY-ACCT-NUM
               READ EXT-VERIFY-FILE
               IF WS-VRFY-FILE-STATUS NOT = "00"
                   OR NOT VRFY-STAT-VERIFIED
                   OR VRFY-CUST-ID NOT = WS-IDS-SRC-OWNER
                   MOVE "External account is no longer verified"
                       TO WS-IDS-FAIL-REASON
                   GO TO 7354-DISB-EXIT
               END-IF
           ELSE
               IF CUST-STREET = SPACES
                   MOVE "No mailing address on file"
                       TO WS-IDS-FAIL-REASON
                   GO TO 7354-DISB-EXIT
               END-IF
           END-IF

           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-IDS-PAY-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-IDS-PAY-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-PAYMENT TO TRUE
           COMPUTE TRAN-AMOUNT = WS-IDS-PAY-AMT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           IF IDS-TO-EXTERNAL
               STRING "Interest paid by ACH to "
                      IDS-EXT-ROUTING "/" IDS-EXT-ACCT-NUM
                   DELIMITED SIZE INTO TRAN-DESCRIPTION
           ELSE
               MOVE "Interest paid by check" TO TRAN-DESCRIPTION
           END-IF
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE SPACES TO BILLPAY-DISB-RECORD
           MOVE TRAN-ID TO BPD-TRAN-ID
           MOVE ACCT-ID TO BPD-ACCT-ID
           MOVE WS-IDS-SRC-OWNER TO BPD-CUST-ID
           MOVE ZEROS TO BPD-PAYEE-ID
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
                  DELIMITED SIZE INTO BPD-PAYEE-NAME
           MOVE CUST-STREET(1:30) TO BPD-PAYEE-ADDR-LINE1
           MOVE CUST-STREET(31:10) TO BPD-PAYEE-ADDR-LINE2
           MOVE CUST-CITY TO BPD-PAYEE-CITY
           MOVE CUST-STATE TO BPD-PAYEE-STATE
           MOVE CUST-ZIP TO BPD-PAYEE-ZIP
           STRING "INT " ACCT-ID
                  DELIMITED SIZE INTO BPD-ACCT-AT-PAYEE
           IF IDS-TO-EXTERNAL
               MOVE IDS-EXT-ROUTING TO BPD-PAYEE-ROUTING
               MOVE IDS-EXT-ACCT-NUM TO BPD-PAYEE-BANK-ACCT
           END-IF
           MOVE WS-IDS-PAY-AMT TO BPD-AMOUNT
           MOVE WS-BUSINESS-DATE TO BPD-SCHEDULED-DATE
           MOVE WS-BUSINESS-DATE TO BPD-RELEASED-DATE
           MOVE ZEROS TO BPD-DISB-REF
           SET BPD-RELEASED TO TRUE
           WRITE BILLPAY-DISB-RECORD.

       7354-DISB-EXIT.
           CONTINUE.

      ******************************************************************
      * 7357 - NOTE AN INTEREST DISPOSITION FALLBACK
      * The interest stayed in the account. Logged as a warning and
      * the owner is told, so the instruction can be put right
      * before the next posting.
      ******************************************************************
       7357-NOTE-DISPOSITION-FALLBACK.
           MOVE WS-IDS-PAY-AMT TO WS-DSP-AMOUNT
           DISPLAY "  Acct " WS-IDS-SRC-ACCT
                   " interest kept in account: " WS-IDS-FAIL-REASON

           MOVE "INT_DISP_FALLBACK" TO WS-AUDIT-ACTION
           MOVE "WARN" TO WS-AUDIT-SEVERITY
           STRING "Acct=" WS-IDS-SRC-ACCT
                  " Method=" IDS-METHOD
                  " Amount=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Reason=" WS-IDS-FAIL-REASON
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE WS-IDS-SRC-OWNER TO WS-NOTIF-CUST-ID
           MOVE "INTD" TO WS-NOTIF-EVENT-TYPE
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Interest of $" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " on account " WS-IDS-SRC-ACCT
                  " stayed in the account"
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT.

      ******************************************************************
      * 7355 - MONTH-END INTEREST POSTING (BATCH)
      * Moves every deposit account's accrual bucket to its balance
      * as the IN transaction. Run at month end after the nightly
      * accruals; a mid-cycle rate change is already baked into the
      * bucket a day at a time.
      ******************************************************************
       7355-BATCH-INTEREST-POSTING.
           DISPLAY " "
           DISPLAY "=== MONTH-END INTEREST POSTING ==="

           MOVE "INTPOST" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7355-IPST-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-DSP-ACCT-COUNT

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF (ACCT-TYPE = "SA" OR ACCT-TYPE = "CH"
                       OR ACCT-TYPE-CORPORATE)
                       AND ACCT-ACCRUED-INTEREST NOT = ZEROS
                       ADD 1 TO WS-DSP-ACCT-COUNT
                       MOVE ACCT-ACCRUED-INTEREST TO WS-DSP-AMOUNT
                       PERFORM 7350-POST-ACCRUED-INTEREST
                       DISPLAY "  Acct " ACCT-ID
                               " Interest Posted: $" WS-DSP-AMOUNT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Accounts posted: " WS-DSP-ACCT-COUNT

           MOVE "INTPOST" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DSP-ACCT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7355-IPST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7305 - CHECK CD COMPOUNDING DUE
      * A CD only compounds on its monthly/quarterly/annual
      * anniversary of ACCT-OPEN-DATE, not on every nightly run.
      ******************************************************************
       7305-CHECK-CD-COMPOUND-DUE.
           SET WS-CD-COMPOUND-NOT-DUE TO TRUE
           MOVE ACCT-OPEN-DATE(7:2) TO WS-CD-OPEN-DAY
           MOVE WS-ACCEPT-DATE(7:2) TO WS-CD-TODAY-DAY

           IF WS-CD-OPEN-DAY = WS-CD-TODAY-DAY
               MOVE ACCT-OPEN-DATE(5:2) TO WS-CD-OPEN-MONTH
               MOVE WS-ACCEPT-DATE(5:2) TO WS-CD-TODAY-MONTH
               EVALUATE TRUE
                   WHEN ACCT-CD-COMPOUND-MONTHLY
                       SET WS-CD-COMPOUND-DUE TO TRUE
                   WHEN ACCT-CD-COMPOUND-QUARTERLY
                       COMPUTE WS-CD-MONTH-DIFF =
                           (WS-CD-TODAY-MONTH - WS-CD-OPEN-MONTH)
                           + 12
                       IF FUNCTION MOD(WS-CD-MONTH-DIFF, 3) = 0
                           SET WS-CD-COMPOUND-DUE TO TRUE
                       END-IF
                   WHEN ACCT-CD-COMPOUND-ANNUAL
                       IF WS-CD-OPEN-MONTH = WS-CD-TODAY-MONTH
                           SET WS-CD-COMPOUND-DUE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 7310 - OPEN THE BATCH CHECKPOINT FILE
      * Creates the checkpoint file on its first-ever run.
      ******************************************************************
       7310-OPEN-CHECKPOINT-FILE.
           OPEN I-O BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CHECKPOINT-FILE
               CLOSE BATCH-CHECKPOINT-FILE
               OPEN I-O BATCH-CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * 7320 - LOAD CHECKPOINT
      * A checkpoint left in progress from a prior abended run means
      * this run should resume after CKPT-LAST-ACCT-ID rather than
      * reapplying interest from the top of the file. Keyed by
      * WS-PART-JOB-NAME, so each partition restarts on its own.
      ******************************************************************
       7320-LOAD-CHECKPOINT.
           SET WS-CKPT-NOT-RESUMING TO TRUE
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               SET WS-CKPT-RESUMING TO TRUE
           END-IF.

      ******************************************************************
      * 7330 - WRITE CHECKPOINT
      * Records the last account processed so a rerun after an
      * abend can resume from here instead of the top of the file.
      ******************************************************************
       7330-WRITE-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE ACCT-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-DSP-ACCT-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 7340 - COMPLETE CHECKPOINT
      * Marks the run complete so the next invocation starts a fresh
      * pass instead of treating this run as an interrupted one.
      ******************************************************************
       7340-COMPLETE-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE ACCT-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-DSP-ACCT-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 7640 - CREDIT CARD BILLING CYCLE (BATCH)
      * Monthly cycle job for ACCT-TYPE-CREDIT accounts: computes
      * the finance charge on the average daily balance over the
      * cycle, posts it as an IN transaction, derives the minimum
      * payment due and its due date onto CREDIT-CYCLE-FILE, and
      * assesses a late fee when the prior cycle's minimum was not
      * received. Before this job existed nothing ever billed a
      * credit account.
      ******************************************************************
       7640-BATCH-CREDIT-CYCLE.
           DISPLAY " "
           DISPLAY "=== CREDIT CARD BILLING CYCLE ==="

           MOVE "CCCYCLE" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7640-CCCY-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-CC-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - WS-CC-CYCLE-DAYS
           COMPUTE WS-CC-CYCLE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-CYCLE-START-INT)
           MOVE WS-CC-CYCLE-START-NUM TO WS-CC-CYCLE-START-DATE

           MOVE ZEROS TO WS-CC-CYCLE-COUNT
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-TYPE-CREDIT AND ACCT-ACTIVE
                       MOVE ACCT-ID TO WS-CC-WORK-ACCT-ID
                       PERFORM 7645-CYCLE-ONE-CREDIT-ACCOUNT
                       MOVE WS-CC-WORK-ACCT-ID TO ACCT-ID
                       READ ACCOUNT-FILE
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                       ADD 1 TO WS-CC-CYCLE-COUNT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Credit accounts cycled: " WS-CC-CYCLE-COUNT

           MOVE "CCCYCLE" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CC-CYCLE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7640-CCCY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7644 - SET THE CYCLE'S PERIODIC RATE
      * The share of a year the billing cycle ending today covers on
      * the account product's day-count basis, into WS-CC-CYCLE-
      * FACTOR, and ACCT-INTEREST-RATE scaled to it in WS-CC-MONTHLY-
      * RATE. Card, home equity line and construction billing all
      * charge through this. ACCOUNT-RECORD is current.
      ******************************************************************
       7644-SET-CYCLE-PERIODIC-RATE.
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE WS-CC-CYCLE-START-NUM TO WS-DC-FROM-DATE
           COMPUTE WS-DC-TO-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CC-CYCLE-START-INT + WS-CC-CYCLE-DAYS)
           PERFORM 5256-COMPUTE-DAY-COUNT
           COMPUTE WS-CC-CYCLE-FACTOR =
               WS-DC-DAYS / WS-DC-YEAR-DAYS
           COMPUTE WS-CC-MONTHLY-RATE =
               ACCT-INTEREST-RATE / 100 * WS-CC-CYCLE-FACTOR.

      ******************************************************************
      * 7645 - CYCLE ONE CREDIT ACCOUNT
      * ACCOUNT-RECORD is current on entry. Card debt is carried as
      * a negative balance, the same convention loan accounts use.
      ******************************************************************
       7645-CYCLE-ONE-CREDIT-ACCOUNT.
           PERFORM 8562-CHECK-SCRA-STATUS
               THRU 8562-SCRA-EXIT
           PERFORM 8586-CHECK-BANKRUPTCY-STAY
               THRU 8586-STAY-EXIT
           PERFORM 7646-COMPUTE-AVG-DAILY-BALANCE

      * A bucketed account accrues per bucket at its own APR and
      * allocates the cycle's payments highest-rate-first; the
      * legacy single-rate path stays for cards with no buckets.
           MOVE "N" TO WS-BKT-FOUND-FLAG
           MOVE ACCT-ID TO BKT-ACCT-ID
           READ CC-BUCKET-FILE
           IF WS-BKT-FILE-STATUS = "00"
               MOVE "Y" TO WS-BKT-FOUND-FLAG
           END-IF

           MOVE ZEROS TO WS-CC-FINANCE-CHARGE
           IF WS-BKT-FOUND-FLAG = "Y"
               PERFORM 7649-ALLOCATE-CYCLE-PAYMENTS
                   THRU 7649-ALLOC-EXIT
               PERFORM 7643-ACCRUE-BUCKET-CHARGES
           ELSE
      * Finance charge only when the cycle average carried debt
               IF WS-CC-ADB < ZEROS
                   PERFORM 7644-SET-CYCLE-PERIODIC-RATE
                   COMPUTE WS-CC-FINANCE-CHARGE ROUNDED =
                       FUNCTION ABS(WS-CC-ADB) * WS-CC-MONTHLY-RATE
                   MOVE ACCT-INTEREST-RATE TO WS-SCRA-NOTE-RATE
                   MOVE WS-CC-FINANCE-CHARGE TO WS-SCRA-INTEREST
                   PERFORM 8564-APPLY-SCRA-CAP
                       THRU 8564-CAP-EXIT
                   MOVE WS-SCRA-INTEREST TO WS-CC-FINANCE-CHARGE
               END-IF
           END-IF

           IF WS-CC-FINANCE-CHARGE > ZEROS
               COMPUTE ACCT-BALANCE =
                   ACCT-BALANCE - WS-CC-FINANCE-CHARGE
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-CC-FINANCE-CHARGE
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-INTEREST TO TRUE
               COMPUTE TRAN-AMOUNT = WS-CC-FINANCE-CHARGE * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               MOVE "Finance Charge" TO TRAN-DESCRIPTION
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-COMPLETED TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

      * Late fee when the prior cycle's minimum wasn't received
           MOVE "-" TO WS-CLR-CYCLE-RESULT
           MOVE ACCT-ID TO CYCLE-ACCT-ID
           READ CREDIT-CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               AND CYCLE-MIN-PAYMENT-DUE > ZEROS
               PERFORM 7647-SUM-CYCLE-PAYMENTS
               IF WS-CC-PAID-THIS-CYCLE < CYCLE-MIN-PAYMENT-DUE
                   EVALUATE TRUE
                       WHEN WS-SCRA-PROTECTED
                           MOVE "F" TO WS-SCRA-HELD-WHAT
                           PERFORM 8566-HOLD-FOR-SCRA
                           DISPLAY "    Late fee held - SCRA protected"
                       WHEN WS-BKR-STAYED
                           MOVE "F" TO WS-BKR-HELD-WHAT
                           PERFORM 8588-HOLD-FOR-BANKRUPTCY
                           DISPLAY "    Late fee held - bankruptcy stay"
                       WHEN OTHER
                           PERFORM 7648-POST-CC-LATE-FEE
                   END-EVALUATE
                   MOVE "L" TO WS-CLR-CYCLE-RESULT
               ELSE
                   MOVE "M" TO WS-CLR-CYCLE-RESULT
               END-IF
           END-IF

      * Roll the cycle record forward: new minimum is a percentage
      * of the debt with a floor, due WS-CC-GRACE-DAYS out
           MOVE ZEROS TO WS-CC-NEW-MIN-DUE
           IF ACCT-BALANCE < ZEROS
               COMPUTE WS-CC-NEW-MIN-DUE ROUNDED =
                   FUNCTION ABS(ACCT-BALANCE) * WS-CC-MIN-PAY-PCT
               IF WS-CC-NEW-MIN-DUE < WS-CC-MIN-PAY-FLOOR
                   MOVE WS-CC-MIN-PAY-FLOOR TO WS-CC-NEW-MIN-DUE
               END-IF
               IF WS-CC-NEW-MIN-DUE > FUNCTION ABS(ACCT-BALANCE)
                   COMPUTE WS-CC-NEW-MIN-DUE =
                       FUNCTION ABS(ACCT-BALANCE)
               END-IF
           END-IF
           COMPUTE WS-CC-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-CC-GRACE-DAYS
           COMPUTE WS-CC-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-DUE-DATE-INT)

           MOVE ACCT-ID TO CYCLE-ACCT-ID
           READ CREDIT-CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               MOVE CYCLE-MIN-PAYMENT-DUE TO CYCLE-PRIOR-MIN-DUE
               MOVE CYCLE-PAYMENT-DUE-DATE TO CYCLE-PRIOR-DUE-DATE
               MOVE WS-ACCEPT-DATE TO CYCLE-LAST-CYCLE-DATE
               MOVE WS-CC-NEW-MIN-DUE TO CYCLE-MIN-PAYMENT-DUE
               MOVE WS-CC-DUE-DATE-NUM TO CYCLE-PAYMENT-DUE-DATE
               MOVE CYCLE-PAY-HISTORY(2:11) TO WS-CLR-HISTORY-WORK
               MOVE WS-CLR-HISTORY-WORK TO CYCLE-PAY-HISTORY(1:11)
               MOVE WS-CLR-CYCLE-RESULT TO CYCLE-PAY-HISTORY(12:1)
               REWRITE CREDIT-CYCLE-RECORD
           ELSE
               MOVE ACCT-ID TO CYCLE-ACCT-ID
               MOVE WS-ACCEPT-DATE TO CYCLE-LAST-CYCLE-DATE
               MOVE WS-CC-NEW-MIN-DUE TO CYCLE-MIN-PAYMENT-DUE
               MOVE WS-CC-DUE-DATE-NUM TO CYCLE-PAYMENT-DUE-DATE
               MOVE ZEROS TO CYCLE-PRIOR-MIN-DUE
               MOVE SPACES TO CYCLE-PRIOR-DUE-DATE
               MOVE SPACES TO CYCLE-PAY-HISTORY
               MOVE WS-CLR-CYCLE-RESULT TO CYCLE-PAY-HISTORY(12:1)
               WRITE CREDIT-CYCLE-RECORD
           END-IF

           MOVE WS-CC-FINANCE-CHARGE TO WS-DSP-AMOUNT
           DISPLAY "  Acct " ACCT-ID
                   " Finance Charge: $" WS-DSP-AMOUNT
           MOVE WS-CC-NEW-MIN-DUE TO WS-DSP-AMOUNT
           DISPLAY "    Minimum Due: $" WS-DSP-AMOUNT
                   " by " CYCLE-PAYMENT-DUE-DATE

      * Rewards position rides on the cycle output
           MOVE ACCT-ID TO RWD-ACCT-ID
           READ CC-REWARDS-FILE
           IF WS-RWD-FILE-STATUS = "00"
               COMPUTE WS-RWD-AVAILABLE =
                   RWD-EARNED - RWD-REDEEMED - RWD-EXPIRED
               DISPLAY "    Rewards: earned " RWD-EARNED
                       " redeemed " RWD-REDEEMED
                       " available " WS-RWD-AVAILABLE
           END-IF.

      ******************************************************************
      * 7643 - ACCRUE PER-BUCKET FINANCE CHARGES
      * Each bucket accrues at its own APR off the CC rate table
      * in force today - tier 1 purchases, tier 2 cash advances,
      * tier 3 promotional - and the charge capitalizes into its
      * own bucket. CC-BUCKET-RECORD is current.
      ******************************************************************
       7643-ACCRUE-BUCKET-CHARGES.
           MOVE WS-ACCEPT-DATE TO WS-RATE-ACCRUAL-DATE
           PERFORM 5245-LOAD-RATES-FOR-DATE
           PERFORM 7644-SET-CYCLE-PERIODIC-RATE

           COMPUTE WS-BKT-CHG-PURCHASE ROUNDED =
               BKT-PURCHASE-BAL * WS-TIER-1-RATE / 100
               * WS-CC-CYCLE-FACTOR
           COMPUTE WS-BKT-CHG-CASHADV ROUNDED =
               BKT-CASHADV-BAL * WS-TIER-2-RATE / 100
               * WS-CC-CYCLE-FACTOR
           COMPUTE WS-BKT-CHG-PROMO ROUNDED =
               BKT-PROMO-BAL * WS-TIER-3-RATE / 100
               * WS-CC-CYCLE-FACTOR
           IF WS-BKT-CHG-PURCHASE < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-PURCHASE
           END-IF
           IF WS-BKT-CHG-CASHADV < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-CASHADV
           END-IF
           IF WS-BKT-CHG-PROMO < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-PROMO
           END-IF

      * A servicemember's pre-service card is capped bucket by
      * bucket at the SCRA rate
           MOVE WS-TIER-1-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-PURCHASE TO WS-SCRA-INTEREST
           PERFORM 8564-APPLY-SCRA-CAP
               THRU 8564-CAP-EXIT
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-PURCHASE
           MOVE WS-TIER-2-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-CASHADV TO WS-SCRA-INTEREST
           PERFORM 8564-APPLY-SCRA-CAP
               THRU 8564-CAP-EXIT
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-CASHADV
           MOVE WS-TIER-3-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-PROMO TO WS-SCRA-INTEREST
           PERFORM 8564-APPLY-SCRA-CAP
               THRU 8564-CAP-EXIT
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-PROMO

           ADD WS-BKT-CHG-PURCHASE TO BKT-PURCHASE-BAL
           ADD WS-BKT-CHG-CASHADV TO BKT-CASHADV-BAL
           ADD WS-BKT-CHG-PROMO TO BKT-PROMO-BAL
           MOVE WS-ACCEPT-DATE TO BKT-LAST-CYCLE-DATE
           REWRITE CC-BUCKET-RECORD

           COMPUTE WS-CC-FINANCE-CHARGE =
               WS-BKT-CHG-PURCHASE + WS-BKT-CHG-CASHADV
               + WS-BKT-CHG-PROMO.

      ******************************************************************
      * 7649 - ALLOCATE THE CYCLE'S PAYMENTS ACROSS BUCKETS
      * The portion up to the prior minimum retires the lowest-APR
      * bucket (promo first); everything above the minimum must
      * retire the highest-APR bucket first - cash advances, then
      * purchases, then promo. CC-BUCKET-RECORD is current.
      ******************************************************************
       7649-ALLOCATE-CYCLE-PAYMENTS.
           PERFORM 7647-SUM-CYCLE-PAYMENTS
           MOVE WS-CC-PAID-THIS-CYCLE TO WS-BKT-ALLOC-REMAIN
           IF WS-BKT-ALLOC-REMAIN NOT > ZEROS
               GO TO 7649-ALLOC-EXIT
           END-IF

      * Up to the minimum: lowest APR first (promo)
           MOVE ACCT-ID TO CYCLE-ACCT-ID
           READ CREDIT-CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               AND CYCLE-MIN-PAYMENT-DUE > ZEROS
               MOVE CYCLE-MIN-PAYMENT-DUE TO WS-BKT-ALLOC-PORTION
               IF WS-BKT-ALLOC-PORTION > WS-BKT-ALLOC-REMAIN
                   MOVE WS-BKT-ALLOC-REMAIN
                       TO WS-BKT-ALLOC-PORTION
               END-IF
               SUBTRACT WS-BKT-ALLOC-PORTION
                   FROM WS-BKT-ALLOC-REMAIN
               IF WS-BKT-ALLOC-PORTION > BKT-PROMO-BAL
                   SUBTRACT BKT-PROMO-BAL
                       FROM WS-BKT-ALLOC-PORTION
                   MOVE ZEROS TO BKT-PROMO-BAL
               ELSE
                   SUBTRACT WS-BKT-ALLOC-PORTION
                       FROM BKT-PROMO-BAL
                   MOVE ZEROS TO WS-BKT-ALLOC-PORTION
               END-IF
               IF WS-BKT-ALLOC-PORTION > BKT-PURCHASE-BAL
                   SUBTRACT BKT-PURCHASE-BAL
                       FROM WS-BKT-ALLOC-PORTION
                   MOVE ZEROS TO BKT-PURCHASE-BAL
               ELSE
                   SUBTRACT WS-BKT-ALLOC-PORTION
                       FROM BKT-PURCHASE-BAL
                   MOVE ZEROS TO WS-BKT-ALLOC-PORTION
               END-IF
               SUBTRACT WS-BKT-ALLOC-PORTION
                   FROM BKT-CASHADV-BAL
           END-IF

      * Above the minimum: highest APR first (cash advances)
           IF WS-BKT-ALLOC-REMAIN > ZEROS
               IF WS-BKT-ALLOC-REMAIN > BKT-CASHADV-BAL
                   SUBTRACT BKT-CASHADV-BAL
                       FROM WS-BKT-ALLOC-REMAIN
                   MOVE ZEROS TO BKT-CASHADV-BAL
               ELSE
                   SUBTRACT WS-BKT-ALLOC-REMAIN
                       FROM BKT-CASHADV-BAL
                   MOVE ZEROS TO WS-BKT-ALLOC-REMAIN
               END-IF
           END-IF
           IF WS-BKT-ALLOC-REMAIN > ZEROS
               IF WS-BKT-ALLOC-REMAIN > BKT-PURCHASE-BAL
                   SUBTRACT BKT-PURCHASE-BAL
                       FROM WS-BKT-ALLOC-REMAIN
                   MOVE ZEROS TO BKT-PURCHASE-BAL
               ELSE
                   SUBTRACT WS-BKT-ALLOC-REMAIN
                       FROM BKT-PURCHASE-BAL
                   MOVE ZEROS TO WS-BKT-ALLOC-REMAIN
               END-IF
           END-IF
           IF WS-BKT-ALLOC-REMAIN > ZEROS
               IF WS-BKT-ALLOC-REMAIN > BKT-PROMO-BAL
                   MOVE ZEROS TO BKT-PROMO-BAL
               ELSE
                   SUBTRACT WS-BKT-ALLOC-REMAIN
                       FROM BKT-PROMO-BAL
               END-IF
           END-IF
           IF BKT-PURCHASE-BAL < ZEROS
               MOVE ZEROS TO BKT-PURCHASE-BAL
           END-IF
           IF BKT-CASHADV-BAL < ZEROS
               MOVE ZEROS TO BKT-CASHADV-BAL
           END-IF
           IF BKT-PROMO-BAL < ZEROS
               MOVE ZEROS TO BKT-PROMO-BAL
           END-IF
      * A pro-forma simulation allocates in the record area only
           IF WS-SIM-INACTIVE
               REWRITE CC-BUCKET-RECORD
           END-IF.

       7649-ALLOC-EXIT.
           CONTINUE.

      ******************************************************************
      * 7641 - MAINTAIN CREDIT CARD BALANCE BUCKETS
      * Seeds or corrects the per-bucket split of a card's debt -
      * the account's ledger balance stays the single total.
      ******************************************************************
       7641-MAINTAIN-CC-BUCKETS.
           DISPLAY " "
           DISPLAY "=== MAINTAIN CC BALANCE BUCKETS ==="
           DISPLAY "Credit Card Account ID: " WITH NO ADVANCING
           ACCEPT WS-BKT-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-BKT-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CREDIT
               DISPLAY "Not a credit card account."
               GO TO 7641-BKT-EXIT
           END-IF

           MOVE ACCT-ID TO BKT-ACCT-ID
           READ CC-BUCKET-FILE
           IF WS-BKT-FILE-STATUS = "00"
               DISPLAY "Current buckets: purchase "
                       BKT-PURCHASE-BAL
                       " cash " BKT-CASHADV-BAL
                       " promo " BKT-PROMO-BAL
           END-IF

           DISPLAY "Purchase Balance: " WITH NO ADVANCING
           ACCEPT WS-BKT-INPUT-PURCH FROM CONSOLE
           DISPLAY "Cash Advance Balance: " WITH NO ADVANCING
           ACCEPT WS-BKT-INPUT-CASH FROM CONSOLE
           DISPLAY "Promotional Balance: " WITH NO ADVANCING
           ACCEPT WS-BKT-INPUT-PROMO FROM CONSOLE

           MOVE ACCT-ID TO BKT-ACCT-ID
           COMPUTE BKT-PURCHASE-BAL =
               FUNCTION NUMVAL(WS-BKT-INPUT-PURCH)
           COMPUTE BKT-CASHADV-BAL =
               FUNCTION NUMVAL(WS-BKT-INPUT-CASH)
           COMPUTE BKT-PROMO-BAL =
               FUNCTION NUMVAL(WS-BKT-INPUT-PROMO)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO BKT-LAST-CYCLE-DATE
           REWRITE CC-BUCKET-RECORD
           IF WS-BKT-FILE-STATUS NOT = "00"
               WRITE CC-BUCKET-RECORD
           END-IF
           DISPLAY "Buckets saved for account " BKT-ACCT-ID "."

           MOVE "CC_BUCKETS_SET" TO WS-AUDIT-ACTION
           STRING "Acct=" BKT-ACCT-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7641-BKT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7642 - REDEEM REWARDS AS A STATEMENT CREDIT
      * Redemption posts as an AJ adjustment at one cent a point,
      * bringing the card's debt down.
      ******************************************************************
       7642-REDEEM-REWARDS.
           DISPLAY " "
           DISPLAY "=== REDEEM REWARDS ==="
           DISPLAY "Credit Card Account ID: " WITH NO ADVANCING
           ACCEPT WS-RWD-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-RWD-INPUT-ACCT)
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CREDIT
               DISPLAY "Not a credit card account."
               GO TO 7642-REDEEM-EXIT
           END-IF
           MOVE ACCT-ID TO RWD-ACCT-ID
           READ CC-REWARDS-FILE
           IF WS-RWD-FILE-STATUS NOT = "00"
               DISPLAY "No rewards ledger for this account."
               GO TO 7642-REDEEM-EXIT
           END-IF
           COMPUTE WS-RWD-AVAILABLE =
               RWD-EARNED - RWD-REDEEMED - RWD-EXPIRED
           DISPLAY "Available points: " WS-RWD-AVAILABLE
           DISPLAY "Points to redeem: " WITH NO ADVANCING
           ACCEPT WS-RWD-INPUT-POINTS FROM CONSOLE
           COMPUTE WS-RWD-REDEEM-POINTS =
               FUNCTION NUMVAL(WS-RWD-INPUT-POINTS)
           IF WS-RWD-REDEEM-POINTS = ZEROS
               OR WS-RWD-REDEEM-POINTS > WS-RWD-AVAILABLE
               DISPLAY "Invalid redemption amount."
               GO TO 7642-REDEEM-EXIT
           END-IF

           COMPUTE WS-RWD-CREDIT-AMT =
               WS-RWD-REDEEM-POINTS / 100
           ADD WS-RWD-REDEEM-POINTS TO RWD-REDEEMED
           REWRITE CC-REWARDS-RECORD

           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-RWD-CREDIT-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-RWD-CREDIT-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE WS-RWD-CREDIT-AMT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Rewards Redemption Credit" TO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-RWD-CREDIT-AMT TO WS-DSP-AMOUNT
           DISPLAY WS-RWD-REDEEM-POINTS " points redeemed for $"
                   WS-DSP-AMOUNT " statement credit."

           MOVE "REWARDS_REDEEMED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Points=" WS-RWD-REDEEM-POINTS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7642-REDEEM-EXIT.
           CONTINUE.

      ******************************************************************
      * 7651 - REWARDS EXPIRY SWEEP (BATCH)
      * A ledger with no earn activity for WS-RWD-EXPIRE-MONTHS
      * loses its available points; a month before that the
      * customer gets a NOTIFQUE warning so the points can still
      * be spent.
      ******************************************************************
       7651-BATCH-REWARDS-EXPIRY.
           DISPLAY " "
           DISPLAY "=== REWARDS EXPIRY SWEEP ==="

           MOVE "RWDEXPIR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7651-RWDX-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
      * Cutoffs in months of inactivity, expressed as dates
           COMPUTE WS-RWD-CUTOFF-NUM = WS-ACCEPT-DATE
               - (WS-RWD-EXPIRE-MONTHS / 12) * 10000
               - FUNCTION MOD(WS-RWD-EXPIRE-MONTHS, 12) * 100
           COMPUTE WS-RWD-WARN-NUM = WS-RWD-CUTOFF-NUM + 100
           MOVE ZEROS TO WS-RWD-EXPIRED-COUNT
           MOVE ZEROS TO WS-RWD-WARNED-COUNT

           MOVE LOW-VALUES TO RWD-ACCT-ID
           START CC-REWARDS-FILE KEY >= RWD-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RWD-FILE-STATUS NOT = "00"
               READ CC-REWARDS-FILE NEXT RECORD
               IF WS-RWD-FILE-STATUS = "00"
                   PERFORM 7652-EXPIRE-ONE-LEDGER
                       THRU 7652-EXPIRE-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RWD-FILE-STATUS

           DISPLAY "Ledgers expired: " WS-RWD-EXPIRED-COUNT
           DISPLAY "Warnings queued: " WS-RWD-WARNED-COUNT

           MOVE "RWDEXPIR" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RWD-EXPIRED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7651-RWDX-EXIT.
           CONTINUE.

      ******************************************************************
      * 7652 - EXPIRE OR WARN ONE REWARDS LEDGER
      ******************************************************************
       7652-EXPIRE-ONE-LEDGER.
           COMPUTE WS-RWD-AVAILABLE =
               RWD-EARNED - RWD-REDEEMED - RWD-EXPIRED
           IF WS-RWD-AVAILABLE NOT > ZEROS
               OR RWD-LAST-EARN-DATE(1:8) IS NOT NUMERIC
               GO TO 7652-EXPIRE-EXIT
           END-IF

           IF RWD-LAST-EARN-DATE(1:8) < WS-RWD-CUTOFF-NUM
               ADD WS-RWD-AVAILABLE TO RWD-EXPIRED
               REWRITE CC-REWARDS-RECORD
               ADD 1 TO WS-RWD-EXPIRED-COUNT
               MOVE RWD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
                   MOVE "RWDS" TO WS-NOTIF-EVENT-TYPE
                   STRING "Rewards points on card account "
                          RWD-ACCT-ID " have expired"
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
               END-IF
               GO TO 7652-EXPIRE-EXIT
           END-IF

           IF RWD-LAST-EARN-DATE(1:8) < WS-RWD-WARN-NUM
               AND RWD-NOT-WARNED
               SET RWD-WARNED TO TRUE
               REWRITE CC-REWARDS-RECORD
               ADD 1 TO WS-RWD-WARNED-COUNT
               MOVE RWD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
                   MOVE "RWDS" TO WS-NOTIF-EVENT-TYPE
                   STRING "Rewards points on card account "
                          RWD-ACCT-ID " expire next month"
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
               END-IF
           END-IF.

       7652-EXPIRE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7646 - COMPUTE AVERAGE DAILY BALANCE
      * Weighted single-pass computation over the cycle window:
      * the balance at cycle start is today's balance less the
      * period's net activity, and each transaction contributes for
      * the days it was outstanding. Avoids walking the file once
      * per calendar day.
      ******************************************************************
       7646-COMPUTE-AVG-DAILY-BALANCE.
           MOVE ZEROS TO WS-CC-PERIOD-NET
           MOVE ZEROS TO WS-CC-ADB

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE >= WS-CC-CYCLE-START-DATE
                       ADD TRAN-AMOUNT TO WS-CC-PERIOD-NET
                       COMPUTE WS-CC-TXN-DAY-OFFSET =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(TRAN-DATE(1:8)))
                           - WS-CC-CYCLE-START-INT
                       IF WS-CC-TXN-DAY-OFFSET < ZEROS
                           MOVE ZEROS TO WS-CC-TXN-DAY-OFFSET
                       END-IF
                       COMPUTE WS-CC-ADB = WS-CC-ADB +
                           (TRAN-AMOUNT *
                            (WS-CC-CYCLE-DAYS - WS-CC-TXN-DAY-OFFSET)
                            / WS-CC-CYCLE-DAYS)
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-CC-START-BALANCE =
               ACCT-BALANCE - WS-CC-PERIOD-NET
           COMPUTE WS-CC-ADB = WS-CC-START-BALANCE + WS-CC-ADB.

      ******************************************************************
      * 7647 - SUM PAYMENTS RECEIVED THIS CYCLE
      * Credits posted to the card during the cycle window count
      * toward the prior minimum - a payment, a transfer in, or a
      * deposit all qualify.
      ******************************************************************
       7647-SUM-CYCLE-PAYMENTS.
           MOVE ZEROS TO WS-CC-PAID-THIS-CYCLE
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-AMOUNT > ZEROS
                       AND TRAN-DATE >= WS-CC-CYCLE-START-DATE
                       AND (TRAN-TYPE-PAYMENT OR TRAN-TYPE-DEPOSIT
                            OR TRAN-TYPE-TRANSFER)
                       ADD TRAN-AMOUNT TO WS-CC-PAID-THIS-CYCLE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7648 - POST CREDIT CARD LATE FEE
      ******************************************************************
       7648-POST-CC-LATE-FEE.
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - WS-CC-LATE-FEE-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-CC-LATE-FEE-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-CC-LATE-FEE-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Credit Card Late Fee" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-CC-LATE-FEE-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "    Late fee assessed: $" WS-DSP-AMOUNT.

      ******************************************************************
      * 7675 - SET CD MATURITY INSTRUCTION
      * Records (or changes) the customer's instruction for what
      * happens when the CD matures.
      ******************************************************************
       7675-SET-CD-INSTRUCTION.
           DISPLAY " "
           DISPLAY "=== SET CD MATURITY INSTRUCTION ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-CD-INSTR-INPUT-ID FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-CD-INSTR-INPUT-ID)
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00" AND ACCT-TYPE-CD
               DISPLAY "Current Instruction: "
                       ACCT-CD-ROLLOVER-INSTR
               DISPLAY "New Instruction (R=Roll, P=Pay out to "
                       "linked acct, S=Move to savings): "
                   WITH NO ADVANCING
               ACCEPT WS-CD-INSTR-INPUT FROM CONSOLE
               IF WS-CD-INSTR-INPUT = "R" OR "P" OR "S"
                   MOVE WS-CD-INSTR-INPUT TO ACCT-CD-ROLLOVER-INSTR
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-JRNL-OPERATION
                   PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                   DISPLAY "Instruction updated."
                   MOVE "CD_INSTRUCTION" TO WS-AUDIT-ACTION
                   STRING "Acct=" ACCT-ID
                          " Instr=" ACCT-CD-ROLLOVER-INSTR
                          " By=" LS-CURRENT-USER
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               ELSE
                   DISPLAY "Invalid instruction."
               END-IF
           ELSE
               DISPLAY "CD account not found."
           END-IF.

      ******************************************************************
      * 7680 - CD MATURITY PROCESSING (BATCH)
      * Finds CDs maturing within WS-CD-NOTICE-DAYS and writes each
      * a renewal notice, and executes the instruction on file for
      * CDs at (or past) maturity: roll into a new term at the
      * account's current rate, pay the balance out to the linked
      * account, or - after the grace period, and for CDs with no
      * instruction on file - convert to savings. Before this job
      * existed a matured CD just kept accruing at the old rate
      * forever.
      ******************************************************************
       7680-BATCH-CD-MATURITY.
           DISPLAY " "
           DISPLAY "=== CD MATURITY PROCESSING ==="

           MOVE "CDMATUR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7680-CDMT-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-CD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           MOVE ZEROS TO WS-CD-NOTICE-COUNT
           MOVE ZEROS TO WS-CD-MATURED-COUNT

           STRING "/tmp/altoro_cdnotice_" WS-ACCEPT-DATE ".txt"
               DELIMITED SIZE INTO WS-CD-NOTICE-PATH
           OPEN OUTPUT CD-NOTICE-FILE
           MOVE "ALTORO MUTUAL BANK - CD MATURITY NOTICES"
               TO CD-NOTICE-RECORD
           WRITE CD-NOTICE-RECORD

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-TYPE-CD AND ACCT-ACTIVE
                       AND ACCT-CD-MATURITY-DATE NOT = SPACES
                       PERFORM 7685-PROCESS-ONE-CD
                           THRU 7685-PROCESS-EXIT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CD-NOTICE-FILE

           DISPLAY "Renewal notices written: " WS-CD-NOTICE-COUNT
           DISPLAY "Matured CDs processed:   " WS-CD-MATURED-COUNT
           DISPLAY "Notices file: " WS-CD-NOTICE-PATH

           MOVE "CDMATUR" TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-CD-NOTICE-COUNT + WS-CD-MATURED-COUNT
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7680-CDMT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7685 - PROCESS ONE CD
      ******************************************************************
       7685-PROCESS-ONE-CD.
           COMPUTE WS-CD-MATURITY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ACCT-CD-MATURITY-DATE(1:8)))
           COMPUTE WS-CD-DAYS-TO-MATURITY =
               WS-CD-MATURITY-INT - WS-CD-TODAY-INT

      * Approaching maturity - renewal notice only, under the CD's
      * own charter
           IF WS-CD-DAYS-TO-MATURITY > ZEROS
               IF WS-CD-DAYS-TO-MATURITY <= WS-CD-NOTICE-DAYS
                   PERFORM 8863-LOAD-DOC-ENTITY
                   MOVE ACCT-BALANCE TO WS-DSP-BALANCE
                   STRING "ACCT " ACCT-ID
                          " OWNER " ACCT-OWNER-ID
                          " MATURES " ACCT-CD-MATURITY-DATE
                          " BAL $" WS-DSP-BALANCE
                          " INSTR " ACCT-CD-ROLLOVER-INSTR
                          " ENTITY " WS-ENTY-DOC-CODE
                          DELIMITED SIZE INTO CD-NOTICE-RECORD
                   WRITE CD-NOTICE-RECORD
                   ADD 1 TO WS-CD-NOTICE-COUNT
               END-IF
               GO TO 7685-PROCESS-EXIT
           END-IF

      * At or past maturity - execute the instruction on file
           EVALUATE TRUE
               WHEN ACCT-CD-ROLL
                   PERFORM 2260-COMPUTE-CD-MATURITY
                   MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-JRNL-OPERATION
                   PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                   ADD 1 TO WS-CD-MATURED-COUNT
                   DISPLAY "  CD " ACCT-ID " rolled into a new "
                           ACCT-CD-TERM-MONTHS "-month term, "
                           "matures " ACCT-CD-MATURITY-DATE
                   MOVE "CD_ROLLED" TO WS-AUDIT-ACTION
                   STRING "Acct=" ACCT-ID
                          " NewMaturity=" ACCT-CD-MATURITY-DATE
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               WHEN ACCT-CD-PAYOUT
                   PERFORM 7690-PAY-OUT-MATURED-CD
                       THRU 7690-PAYOUT-EXIT
               WHEN OTHER
      * Move to savings after the grace period - also the default
      * when no instruction is on file
                   IF WS-CD-DAYS-TO-MATURITY * -1 >= WS-CD-GRACE-DAYS
                       MOVE "SA" TO ACCT-TYPE
                       MOVE SPACES TO ACCT-CD-MATURITY-DATE
                       MOVE ZEROS TO ACCT-CD-TERM-MONTHS
                       MOVE SPACES TO ACCT-CD-COMPOUND-FREQ
                       MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-JRNL-OPERATION
                       PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                       ADD 1 TO WS-CD-MATURED-COUNT
                       DISPLAY "  CD " ACCT-ID " converted to "
                               "savings after the grace period."
                       MOVE "CD_TO_SAVINGS" TO WS-AUDIT-ACTION
                       STRING "Acct=" ACCT-ID
                              DELIMITED SIZE INTO WS-AUDIT-DETAIL
                       PERFORM 9200-WRITE-AUDIT-LOG
                   END-IF
           END-EVALUATE.

       7685-PROCESS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7690 - PAY OUT MATURED CD
      * Moves the full balance to the linked account through the
      * same debit/credit posting paragraphs every other transfer
      * uses, then closes the CD. A CD whose restrictions refuse the
      * debit stays open and is reported.
      ******************************************************************
       7690-PAY-OUT-MATURED-CD.
           IF ACCT-LINKED-ACCOUNT = ZEROS
               DISPLAY "  CD " ACCT-ID " instruction is pay-out but "
                       "no linked account is on file - skipped."
               GO TO 7690-PAYOUT-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "  CD " ACCT-ID " not paid out - "
                       WS-RST-DECLINE-MSG
               GO TO 7690-PAYOUT-EXIT
           END-IF

           MOVE ACCT-ID TO WS-CD-WORK-ACCT-ID
           MOVE ACCT-ID TO WS-XFER-FROM-ID
           MOVE ACCT-LINKED-ACCOUNT TO WS-XFER-TO-ID
           MOVE ACCT-BALANCE TO WS-LOCAL-XFER-AMT

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           SET ACCT-CLOSED TO TRUE
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE WS-XFER-TO-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: linked account missing for CD "
                       WS-CD-WORK-ACCT-ID " - funds debited but "
                       "not credited. Contact administrator."
               GO TO 7690-PAYOUT-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           ADD 1 TO WS-CD-MATURED-COUNT
           DISPLAY "  CD " WS-CD-WORK-ACCT-ID " paid out to linked "
                   "account and closed."

           MOVE "CD_PAID_OUT" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-CD-WORK-ACCT-ID
                  " LinkedAcct=" WS-XFER-TO-ID
                  " Amount=" WS-LOCAL-XFER-AMT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

      * Reposition the account-file scan on the CD just processed
      * so the caller's READ NEXT carries on from the right place
           MOVE WS-CD-WORK-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT.

       7690-PAYOUT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7695 - CHARGE-OFF PROCESSING (BATCH)
      * Deposit accounts continuously negative past the day count
      * move their loss to a charge-off record, zero the account
      * with an AJ posting (the history stays intact), and take the
      * charged-off status that keeps them out of the asset totals.
      ******************************************************************
       7695-BATCH-CHARGE-OFF.
           DISPLAY " "
           DISPLAY "=== CHARGE-OFF PROCESSING ==="

           MOVE "CHARGOFF" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7695-CHGO-EXIT
           END-IF

           DISPLAY "Days continuously negative before charge-off "
                   "(blank for 90): " WITH NO ADVANCING
           ACCEPT WS-CHG-INPUT-DAYS FROM CONSOLE
           IF WS-CHG-INPUT-DAYS NOT = SPACES
               COMPUTE WS-CHG-DAY-THRESHOLD =
                   FUNCTION NUMVAL(WS-CHG-INPUT-DAYS)
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-CHG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           MOVE ZEROS TO WS-CHG-COUNT

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-ACTIVE
                       AND ACCT-BALANCE < ZEROS
                       AND (ACCT-TYPE-CHECKING
                            OR ACCT-TYPE-SAVINGS
                            OR ACCT-TYPE-CORPORATE
                            OR ACCT-TYPE-CREDIT
                            OR ACCT-TYPE-LOAN)
                       MOVE ACCT-ID TO WS-CHG-WORK-ACCT
                       PERFORM 7696-EVALUATE-ONE-CHARGE-OFF
                           THRU 7696-EVALUATE-EXIT
                       MOVE WS-CHG-WORK-ACCT TO ACCT-ID
                       READ ACCOUNT-FILE
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Accounts charged off: " WS-CHG-COUNT

           MOVE "CHARGOFF" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CHG-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7695-CHGO-EXIT.
           CONTINUE.

      ******************************************************************
      * 7696 - EVALUATE ONE ACCOUNT FOR CHARGE-OFF
      * Continuously negative means no posting has shown a
      * non-negative running balance since the threshold date -
      * the most recent TRAN-BALANCE-AFTER at or above zero marks
      * when the account was last whole.
      ******************************************************************
       7696-EVALUATE-ONE-CHARGE-OFF.
      * A balance discharged in bankruptcy is written off on the
      * next run whatever its age; card and loan debt otherwise
      * leaves through its own delinquency handling
           MOVE "N" TO WS-BKR-DISCHARGE-FLAG
           PERFORM 8586-CHECK-BANKRUPTCY-STAY
               THRU 8586-STAY-EXIT
           IF WS-BKR-STAYED AND BKR-DISCHARGED
               MOVE "Y" TO WS-BKR-DISCHARGE-FLAG
               MOVE ZEROS TO WS-CHG-NEG-DAYS
               GO TO 7696-WRITE-OFF
           END-IF
           IF ACCT-TYPE-CREDIT OR ACCT-TYPE-LOAN
               GO TO 7696-EVALUATE-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-CHG-LAST-POS-DATE
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = WS-CHG-WORK-ACCT
                       AND TRAN-BALANCE-AFTER >= ZEROS
                       IF TRAN-DATE(1:8) > WS-CHG-LAST-POS-DATE
                           MOVE TRAN-DATE(1:8)
                               TO WS-CHG-LAST-POS-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHG-LAST-POS-DATE = LOW-VALUES
      * Never seen whole - age from the open date instead
               MOVE ACCT-OPEN-DATE(1:8) TO WS-CHG-LAST-POS-DATE
           END-IF
           COMPUTE WS-CHG-NEG-DAYS = WS-CHG-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CHG-LAST-POS-DATE))
           IF WS-CHG-NEG-DAYS < WS-CHG-DAY-THRESHOLD
               GO TO 7696-EVALUATE-EXIT
           END-IF.

       7696-WRITE-OFF.
           MOVE WS-CHG-WORK-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT

      * Nothing is charged off while the owner is SCRA protected
           PERFORM 8562-CHECK-SCRA-STATUS
               THRU 8562-SCRA-EXIT
           IF WS-SCRA-PROTECTED
               MOVE "O" TO WS-SCRA-HELD-WHAT
               PERFORM 8566-HOLD-FOR-SCRA
               DISPLAY "  Acct " ACCT-ID " charge-off held - SCRA "
                       "protected."
               GO TO 7696-EVALUATE-EXIT
           END-IF
           COMPUTE WS-CHG-LOSS-AMOUNT =
               FUNCTION ABS(ACCT-BALANCE)

      * Move the loss off the account - an AJ posting zeroes it
      * and the charge-off record carries the written-off amount
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           MOVE ZEROS TO ACCT-BALANCE
           MOVE ZEROS TO ACCT-AVAILABLE-BAL
           SET ACCT-CHARGED-OFF TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE WS-CHG-LOSS-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Charge-off - loss to recovery ledger"
               TO TRAN-DESCRIPTION
           IF WS-BKR-DISCHARGE-CHGO
               MOVE "Charge-off - discharged in bankruptcy"
                   TO TRAN-DESCRIPTION
           END-IF
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE ACCT-ID TO CHG-ACCT-ID
           MOVE ACCT-OWNER-ID TO CHG-CUST-ID
           MOVE WS-CHG-LOSS-AMOUNT TO CHG-AMOUNT
           MOVE WS-ACCEPT-DATE TO CHG-DATE
           MOVE ZEROS TO CHG-RECOVERED
           MOVE SPACES TO CHG-LAST-RECOVERY-DATE
           WRITE CHARGE-OFF-RECORD
           IF WS-CHG-FILE-STATUS NOT = "00"
               REWRITE CHARGE-OFF-RECORD
           END-IF

           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-LOSS-AMOUNT TO WS-DSP-AMOUNT
           IF WS-BKR-DISCHARGE-CHGO
               DISPLAY "  Acct " ACCT-ID " charged off $"
                       WS-DSP-AMOUNT " - discharged in bankruptcy."
               PERFORM 8589-RECORD-DISCHARGE-CHGO
           ELSE
               DISPLAY "  Acct " ACCT-ID " charged off $"
                       WS-DSP-AMOUNT " after " WS-CHG-NEG-DAYS
                       " days negative."
           END-IF

           MOVE "CHARGE_OFF" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" WS-CHG-LOSS-AMOUNT
                  " NegDays=" WS-CHG-NEG-DAYS
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

      * The written-off balance is reported as owed - unless the
      * court discharged it
           IF NOT WS-BKR-DISCHARGE-CHGO
               MOVE ACCT-ID TO WS-CFC-ACCT-ID
               MOVE ACCT-OWNER-ID TO WS-CFC-CUST-ID
               MOVE "CO" TO WS-CFC-REASON
               MOVE WS-CHG-LOSS-AMOUNT TO WS-CFC-OWED
               PERFORM 5060-REPORT-CLOSED-FOR-CAUSE
           END-IF.

       7696-EVALUATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7697 - POST CHARGE-OFF RECOVERY
      * A payment received against a written-off balance tracks on
      * the charge-off record; the cash itself moves through the
      * recovery GL, not the dead account.
      ******************************************************************
       7697-POST-RECOVERY.
           DISPLAY " "
           DISPLAY "=== POST CHARGE-OFF RECOVERY ==="
           DISPLAY "Charged-Off Account ID: " WITH NO ADVANCING
           ACCEPT WS-CHG-INPUT-ACCT FROM CONSOLE
           COMPUTE CHG-ACCT-ID =
               FUNCTION NUMVAL(WS-CHG-INPUT-ACCT)
           READ CHARGE-OFF-FILE
           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "No charge-off record for that account."
               GO TO 7697-RECOVERY-EXIT
           END-IF

           MOVE CHG-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Written Off: $" WS-DSP-AMOUNT
           MOVE CHG-RECOVERED TO WS-DSP-AMOUNT
           DISPLAY "Recovered:   $" WS-DSP-AMOUNT
           DISPLAY "Recovery Amount Received: " WITH NO ADVANCING
           ACCEPT WS-CHG-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-CHG-RECOVERY-AMT =
               FUNCTION NUMVAL(WS-CHG-INPUT-AMOUNT)
           IF WS-CHG-RECOVERY-AMT NOT > ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO 7697-RECOVERY-EXIT
           END-IF

           COMPUTE CHG-RECOVERED =
               CHG-RECOVERED + WS-CHG-RECOVERY-AMT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO CHG-LAST-RECOVERY-DATE
           REWRITE CHARGE-OFF-RECORD

           MOVE CHG-RECOVERED TO WS-DSP-AMOUNT
           DISPLAY "Recovery posted. Recovered to date: $"
                   WS-DSP-AMOUNT

           PERFORM 5065-UPDATE-CFC-RECOVERY
               THRU 5065-UPDATE-EXIT

           MOVE "CHG_RECOVERY" TO WS-AUDIT-ACTION
           STRING "Acct=" CHG-ACCT-ID
                  " Amount=" WS-CHG-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7697-RECOVERY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7698 - CHARGE-OFF / RECOVERIES REPORT
      ******************************************************************
       7698-RECOVERIES-REPORT.
           DISPLAY " "
           DISPLAY "=== CHARGE-OFFS AND RECOVERIES ==="
           MOVE ZEROS TO WS-CHG-COUNT
           MOVE LOW-VALUES TO CHG-ACCT-ID
           START CHARGE-OFF-FILE KEY >= CHG-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CHG-FILE-STATUS NOT = "00"
               READ CHARGE-OFF-FILE NEXT RECORD
               IF WS-CHG-FILE-STATUS = "00"
                   ADD 1 TO WS-CHG-COUNT
                   DISPLAY "  " CHG-ACCT-ID
                           " " CHG-CUST-ID
                           " WrittenOff " CHG-AMOUNT
                           " Recovered " CHG-RECOVERED
                           " Last " CHG-LAST-RECOVERY-DATE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CHG-FILE-STATUS
           DISPLAY "Charge-off records: " WS-CHG-COUNT.

      ******************************************************************
      * 7400 - ACCOUNT STATEMENT
      * Displays the statement at the console as before, and also
      * writes it to a printable statement file for the print vendor -
      * one file per account per cycle, named from the owner's customer
      * ID and today's date the same way RPTGEN's 1500-OPEN-REPORT-FILE
      * names its dated output files.
      * VULNERABILITY V11: IDOR - view any account statement
      * VULNERABILITY V05: PII in statement output
      ******************************************************************
       7400-ACCOUNT-STATEMENT.
           DISPLAY " "
           DISPLAY "=== ACCOUNT STATEMENT ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-ID FROM CONSOLE

      * VULNERABILITY V11: No ownership check
           MOVE WS-ACCT-INPUT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
      * VULNERABILITY V13: File status not checked

           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 7430-GENERATE-STATEMENT-BODY
                   THRU 7430-STMT-SUPPRESSED
           ELSE
               DISPLAY "Account not found."
           END-IF.

      ******************************************************************
      * 7410 - OPEN STATEMENT FILE
      * Names the statement file from the account owner's customer ID
      * and today's date so each customer gets one file per cycle, the
      * same dated-filename idea RPTGEN's 1500-OPEN-REPORT-FILE uses
      * for its own output files.
      ******************************************************************
       7410-OPEN-STATEMENT-FILE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           STRING "/tmp/altoro_stmt_"
                  FUNCTION TRIM(ACCT-OWNER-ID)
                  "_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-STMT-OUTPUT-PATH
           OPEN OUTPUT STATEMENT-OUTPUT-FILE.

      ******************************************************************
      * 7420 - WRITE STATEMENT DETAIL LINE
      * One transaction-detail line, date/type/amount and a running
      * balance column, written to the print-vendor statement file.
      ******************************************************************
       7420-WRITE-STMT-DETAIL-LINE.
           STRING TRAN-DATE "   " TRAN-TYPE "   $" WS-DSP-AMOUNT
               "  $" WS-DSP-BALANCE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD.

      ******************************************************************
      * 7430 - GENERATE STATEMENT BODY
      * The letterhead, customer/account identification, transaction
      * detail and closing summary common to both an operator pulling
      * a single statement through 7400-ACCOUNT-STATEMENT and
      * 7450-BATCH-STATEMENT-CYCLE running the whole portfolio - both
      * call this with ACCOUNT-RECORD already READ for the account in
      * question.
      ******************************************************************
       7430-GENERATE-STATEMENT-BODY.
      * Mail coming back means no statement prints for this
      * customer until the address research queue clears it -
      * wasted postage and a privacy exposure otherwise
           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               AND CUST-MAIL-RETURNED
               DISPLAY "  Statement suppressed for " ACCT-ID
                       " - returned mail on file for owner "
                       ACCT-OWNER-ID "."
               GO TO 7430-STMT-SUPPRESSED
           END-IF

           PERFORM 7410-OPEN-STATEMENT-FILE

      * Print statement header
           DISPLAY " "
           DISPLAY "========================================"
           PERFORM 8863-LOAD-DOC-ENTITY
           DISPLAY "  " WS-ENTY-DOC-NAME
           DISPLAY "  ACCOUNT STATEMENT"
           DISPLAY "========================================"
           DISPLAY "  Account:  " ACCT-ID
           DISPLAY "  Name:     " ACCT-NAME
           DISPLAY "  Owner:    " ACCT-OWNER-ID
           DISPLAY "  Type:     " ACCT-TYPE

           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME) " - "
                  WS-ENTY-DOC-ADDRESS
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "ACCOUNT STATEMENT"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "Account:  " ACCT-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "Name:     " ACCT-NAME
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "Type:     " ACCT-TYPE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
      * A bucketed card shows its balance split in the statement
      * body so the customer can see what accrues at which APR
           IF ACCT-TYPE-CREDIT
               MOVE ACCT-ID TO BKT-ACCT-ID
               READ CC-BUCKET-FILE
               IF WS-BKT-FILE-STATUS = "00"
                   MOVE SPACES TO STATEMENT-OUTPUT-RECORD
                   STRING "Purchases:    " BKT-PURCHASE-BAL
                       DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
                   WRITE STATEMENT-OUTPUT-RECORD
                   MOVE SPACES TO STATEMENT-OUTPUT-RECORD
                   STRING "Cash Advance: " BKT-CASHADV-BAL
                       DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
                   WRITE STATEMENT-OUTPUT-RECORD
                   MOVE SPACES TO STATEMENT-OUTPUT-RECORD
                   STRING "Promotional:  " BKT-PROMO-BAL
                       DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
                   WRITE STATEMENT-OUTPUT-RECORD
               END-IF
           END-IF

      * The branch master puts a name behind the raw code
           MOVE SPACES TO WS-BRCH-STMT-NAME
           MOVE ACCT-BRANCH-CODE TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               MOVE BRCH-NAME TO WS-BRCH-STMT-NAME
           END-IF
           STRING "Branch:   " ACCT-BRANCH-CODE
                  " " WS-BRCH-STMT-NAME
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

      * Get owner details for statement
           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               PERFORM 8786-OPEN-CUSTOMER-PII
      * VULNERABILITY V05: PII in statement
               DISPLAY "  Customer: " CUST-FIRST-NAME " "
                       CUST-LAST-NAME
               DISPLAY "  SSN:      " WS-PII-SSN
               DISPLAY "  Address:  " CUST-STREET
               DISPLAY "            " CUST-CITY ", "
                       CUST-STATE " " CUST-ZIP

               STRING "Customer: " CUST-FIRST-NAME " "
                   CUST-LAST-NAME
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WRITE STATEMENT-OUTPUT-RECORD
               STRING "SSN:      " WS-PII-SSN
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WRITE STATEMENT-OUTPUT-RECORD
               STRING "Address:  " CUST-STREET
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WRITE STATEMENT-OUTPUT-RECORD
               STRING "          " CUST-CITY ", " CUST-STATE " "
                   CUST-ZIP
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WRITE STATEMENT-OUTPUT-RECORD
           END-IF

           DISPLAY "========================================"
           DISPLAY "  Date       Type   Amount"
                   "          Balance"
           DISPLAY "  --------   ----   ---------------"
                   "  ---------------"

           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "Date       Type   Amount          Balance"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "--------   ----   ---------------  ---------"
               "------"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

      * Read transactions for this account
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           MOVE ZEROS TO WS-DSP-TRAN-COUNT

           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       ADD 1 TO WS-DSP-TRAN-COUNT
                       MOVE TRAN-AMOUNT
                           TO WS-DSP-AMOUNT
                       MOVE TRAN-BALANCE-AFTER
                           TO WS-DSP-BALANCE
                       DISPLAY "  " TRAN-DATE " "
                               TRAN-TYPE "     $"
                               WS-DSP-AMOUNT "  $"
                               WS-DSP-BALANCE
                       PERFORM 7420-WRITE-STMT-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "  --------   ----   ---------------"
                   "  ---------------"
           MOVE ACCT-BALANCE TO WS-DSP-BALANCE
           DISPLAY "  Current Balance:  $" WS-DSP-BALANCE
           DISPLAY "========================================"
           DISPLAY "  Transactions: " WS-DSP-TRAN-COUNT

           STRING "--------   ----   ---------------  ---------"
               "------"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE ACCT-BALANCE TO WS-DSP-BALANCE
           STRING "Current Balance:  $" WS-DSP-BALANCE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           STRING "Transactions: " WS-DSP-TRAN-COUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

      * Truth in Savings - APY earned on every interest-bearing
      * deposit statement
           PERFORM 7432-COMPUTE-APY-EARNED
               THRU 7432-APYE-EXIT
           IF WS-APYE-SHOWN
               PERFORM 7434-WRITE-APY-EARNED-LINES
           END-IF
           PERFORM 7810-WRITE-REWARD-SUMMARY
               THRU 7810-SUMMARY-EXIT
           PERFORM 7830-WRITE-ROUNDUP-SUMMARY
               THRU 7830-SUMMARY-EXIT

           CLOSE STATEMENT-OUTPUT-FILE
           DISPLAY "Statement written to: " WS-STMT-OUTPUT-PATH

      * Index the document so it can be retrieved and reprinted
           PERFORM 9260-WRITE-DOC-INDEX.

       7430-STMT-SUPPRESSED.
           CONTINUE.

      ******************************************************************
      * 7431 - SET THE STATEMENT PERIOD
      * The period a statement for ACCOUNT-RECORD covers: back to
      * the same day a cycle ago - a month, or a quarter for a
      * quarterly product - or to the open date when the account
      * is newer than that, through today. Leaves the start in
      * WS-APYE-START-NUM / -START-DATE and both ends as integer
      * dates.
      ******************************************************************
       7431-SET-STATEMENT-PERIOD.
           MOVE 1 TO WS-APYE-MONTHS-BACK
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
               IF WS-PROD-FILE-STATUS = "00"
                   AND PROD-STMT-QUARTERLY
                   MOVE 3 TO WS-APYE-MONTHS-BACK
               END-IF
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-CLAMP-YEAR
           MOVE WS-ACCEPT-DATE(5:2) TO WS-CLAMP-MONTH
           MOVE WS-ACCEPT-DATE(7:2) TO WS-CLAMP-DAY
           COMPUTE WS-APYE-TOTAL-MONTHS =
               (WS-CLAMP-YEAR * 12) + WS-CLAMP-MONTH - 1
               - WS-APYE-MONTHS-BACK
           COMPUTE WS-CLAMP-YEAR = WS-APYE-TOTAL-MONTHS / 12
           COMPUTE WS-CLAMP-MONTH =
               FUNCTION MOD(WS-APYE-TOTAL-MONTHS, 12) + 1
           PERFORM 2265-CLAMP-DAY-TO-MONTH-END
           COMPUTE WS-APYE-START-NUM =
               (WS-CLAMP-YEAR * 10000) + (WS-CLAMP-MONTH * 100)
               + WS-CLAMP-DAY
           IF ACCT-OPEN-DATE(1:8) IS NUMERIC
               AND ACCT-OPEN-DATE(1:8) > WS-APYE-START-NUM
               MOVE ACCT-OPEN-DATE(1:8) TO WS-APYE-START-NUM
           END-IF
           MOVE WS-APYE-START-NUM TO WS-APYE-START-DATE
           COMPUTE WS-APYE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-APYE-START-NUM)
           COMPUTE WS-APYE-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE).

      ******************************************************************
      * 7432 - COMPUTE APY EARNED
      * The annual percentage yield earned for the statement period
      * on a deposit account (ACCOUNT-RECORD is current), by the
      * Truth in Savings formula
      *     APY earned = 100 * ((1 + interest / balance)
      *                         ** (365 / days in period) - 1)
      * where interest is what was paid to the account in the period
      * and balance is the period's average daily balance, weighted
      * in a single pass the way 7646 does for a card cycle, over
      * the statement period (7431). Sets WS-APYE-SHOWN when the
      * account is interest-bearing and the lines should print.
      ******************************************************************
       7432-COMPUTE-APY-EARNED.
           SET WS-APYE-NOT-SHOWN TO TRUE
           MOVE ZEROS TO WS-APYE-PCT
           MOVE ZEROS TO WS-APYE-INTEREST
           IF ACCT-TYPE-CREDIT OR ACCT-TYPE-LOAN
               GO TO 7432-APYE-EXIT
           END-IF

           PERFORM 7431-SET-STATEMENT-PERIOD
           IF WS-APYE-END-INT NOT > WS-APYE-START-INT
               GO TO 7432-APYE-EXIT
           END-IF
           COMPUTE WS-APYE-DAYS = WS-APYE-END-INT - WS-APYE-START-INT

           MOVE ZEROS TO WS-APYE-PERIOD-NET
           MOVE ZEROS TO WS-APYE-ADB
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE >= WS-APYE-START-DATE
                       ADD TRAN-AMOUNT TO WS-APYE-PERIOD-NET
                       IF TRAN-TYPE-INTEREST
                           ADD TRAN-AMOUNT TO WS-APYE-INTEREST
                       END-IF
                       COMPUTE WS-APYE-TXN-OFFSET =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(TRAN-DATE(1:8)))
                           - WS-APYE-START-INT
                       IF WS-APYE-TXN-OFFSET < ZEROS
                           MOVE ZEROS TO WS-APYE-TXN-OFFSET
                       END-IF
                       COMPUTE WS-APYE-ADB = WS-APYE-ADB +
                           (TRAN-AMOUNT *
                            (WS-APYE-DAYS - WS-APYE-TXN-OFFSET)
                            / WS-APYE-DAYS)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-APYE-ADB =
               ACCT-BALANCE - WS-APYE-PERIOD-NET + WS-APYE-ADB

      * Nothing paid and no rate on the account - not an
      * interest-bearing account, so no APY line
           IF WS-APYE-INTEREST = ZEROS
               AND ACCT-INTEREST-RATE = ZEROS
               GO TO 7432-APYE-EXIT
           END-IF
           SET WS-APYE-SHOWN TO TRUE
           IF WS-APYE-INTEREST > ZEROS
               AND WS-APYE-ADB > ZEROS
               COMPUTE WS-APYE-EXPONENT = 365 / WS-APYE-DAYS
               COMPUTE WS-APYE-PCT ROUNDED =
                   100 * (((1 + (WS-APYE-INTEREST / WS-APYE-ADB))
                           ** WS-APYE-EXPONENT) - 1)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-APYE-PCT
               END-COMPUTE
           END-IF.

       7432-APYE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7434 - WRITE APY EARNED LINES
      * Interest paid, APY earned and the period they cover, at the
      * console and on the print-vendor statement file.
      ******************************************************************
       7434-WRITE-APY-EARNED-LINES.
           MOVE WS-APYE-INTEREST TO WS-DSP-AMOUNT
           MOVE WS-APYE-PCT TO WS-APYE-DSP-PCT
           MOVE WS-APYE-DAYS TO WS-APYE-DSP-DAYS
           MOVE WS-APYE-ADB TO WS-DSP-BALANCE
           DISPLAY "  Interest Paid This Period:  $" WS-DSP-AMOUNT
           DISPLAY "  Annual Percentage Yield Earned: "
                   WS-APYE-DSP-PCT "%"
           DISPLAY "  Days in Period: " WS-APYE-DSP-DAYS
                   "   Average Daily Balance: $" WS-DSP-BALANCE

           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Interest Paid This Period:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Annual Percentage Yield Earned: "
                  WS-APYE-DSP-PCT "%"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Days in Period: " WS-APYE-DSP-DAYS
                  "   Average Daily Balance: $" WS-DSP-BALANCE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD.

      ******************************************************************
      * 7440 - CHECK STATEMENT CYCLE DUE
      * An account's statement cycle falls on the calendar day-of-month
      * of ACCT-OPEN-DATE, the same anniversary-of-open-date idea
      * 7305-CHECK-CD-COMPOUND-DUE uses to gate CD compounding, so
      * every account gets one statement a month without a separate
      * cycle-date field.
      ******************************************************************
       7440-CHECK-STMT-CYCLE-DUE.
           SET WS-STMT-CYCLE-NOT-DUE TO TRUE
           MOVE ACCT-OPEN-DATE(7:2) TO WS-STMT-OPEN-DAY
           MOVE WS-ACCEPT-DATE(7:2) TO WS-STMT-TODAY-DAY
           IF WS-STMT-OPEN-DAY = WS-STMT-TODAY-DAY
               SET WS-STMT-CYCLE-DUE TO TRUE
           END-IF
      * A quarterly product cycles only in quarter-end months
           IF WS-STMT-CYCLE-DUE
               AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
               IF WS-PROD-FILE-STATUS = "00"
                   AND PROD-STMT-QUARTERLY
                   IF WS-ACCEPT-DATE(5:2) NOT = "03"
                       AND WS-ACCEPT-DATE(5:2) NOT = "06"
                       AND WS-ACCEPT-DATE(5:2) NOT = "09"
                       AND WS-ACCEPT-DATE(5:2) NOT = "12"
                       SET WS-STMT-CYCLE-NOT-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 7450 - BATCH STATEMENT CYCLE
      * Scans ACCOUNT-FILE for every account whose statement cycle
      * falls on today's date and runs 7430-GENERATE-STATEMENT-BODY for
      * each one, the same checkpoint/restart shape 7300-BATCH-INTEREST
      * uses so an interrupted overnight run can resume after the last
      * account completed instead of starting the portfolio over.
      * Accounts enrolled in reconciliation get their cycle's ARP
      * paid-items file and report (8340) in the same pass. Like
      * 7300-BATCH-INTEREST and 7920-BATCH-STANDING-ORDERS, there is no
      * scheduler in this system, so this is invoked as a callable
      * paragraph, not a menu option.
      ******************************************************************
       7450-BATCH-STATEMENT-CYCLE.
           DISPLAY " "
           DISPLAY "=== BATCH STATEMENT CYCLE ==="

           MOVE "STMTCYC" TO WS-PART-BASE-JOB
           PERFORM 7290-RESOLVE-BATCH-PARTITION
               THRU 7290-RESOLVE-EXIT
           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7450-STMT-EXIT
           END-IF
           IF WS-PART-UNDEFINED
               PERFORM 7297-REFUSE-UNDEFINED-PARTITION
               GO TO 7450-STMT-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

      * Statements only cycle on banking days - a holiday Monday's
      * statements go out with the next business day's run
           MOVE WS-ACCEPT-DATE TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           IF WS-CAL-DATE-OUT NOT = WS-ACCEPT-DATE
               DISPLAY "Not a banking day - statement cycle "
                       "skipped."
               MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 7450-STMT-EXIT
           END-IF
           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 7460-LOAD-STMT-CHECKPOINT
           MOVE ZEROS TO WS-ARP-RUN-COUNT
           SET WS-ARP-CYCLE-END TO TRUE

           IF WS-CKPT-RESUMING
               DISPLAY "Resuming statement cycle run after account "
                       CKPT-LAST-ACCT-ID
               COMPUTE ACCT-ID = CKPT-LAST-ACCT-ID + 1
               MOVE CKPT-ACCOUNTS-DONE TO WS-DSP-ACCT-COUNT
           ELSE
               DISPLAY "Processing accounts due for statements..."
               PERFORM 7295-SET-PARTITION-START
               MOVE ZEROS TO WS-DSP-ACCT-COUNT
           END-IF
           START ACCOUNT-FILE KEY >= ACCT-ID

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               OR WS-PART-PAST-END
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               PERFORM 7296-CHECK-PARTITION-RANGE
               IF WS-ACCT-FILE-STATUS = "00" AND WS-PART-IN-RANGE
                   PERFORM 7440-CHECK-STMT-CYCLE-DUE
                   IF WS-STMT-CYCLE-DUE
                       ADD 1 TO WS-DSP-ACCT-COUNT
                       PERFORM 7430-GENERATE-STATEMENT-BODY
                           THRU 7430-STMT-SUPPRESSED
                       MOVE ACCT-ID TO WS-ARP-ACCT-ID
                       PERFORM 8340-ARP-RECONCILE-ACCOUNT
                           THRU 8340-ARP-EXIT
                       IF FUNCTION MOD(WS-DSP-ACCT-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7470-WRITE-STMT-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 7480-COMPLETE-STMT-CHECKPOINT

           DISPLAY " "
           DISPLAY "Statement cycle complete. Statements produced: "
                   WS-DSP-ACCT-COUNT
           DISPLAY "Account reconciliations produced: "
                   WS-ARP-RUN-COUNT

           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           MOVE WS-DSP-ACCT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7450-STMT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7460 - LOAD STATEMENT CHECKPOINT
      * Same idea as 7320-LOAD-CHECKPOINT, keyed under its own
      * CKPT-JOB-NAME so the statement cycle's restart point doesn't
      * collide with the batch interest job's.
      ******************************************************************
       7460-LOAD-STMT-CHECKPOINT.
           SET WS-CKPT-NOT-RESUMING TO TRUE
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               SET WS-CKPT-RESUMING TO TRUE
           END-IF.

      ******************************************************************
      * 7470 - WRITE STATEMENT CHECKPOINT
      * Same idea as 7330-WRITE-CHECKPOINT, for the statement cycle job.
      ******************************************************************
       7470-WRITE-STMT-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE ACCT-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-DSP-ACCT-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 7480 - COMPLETE STATEMENT CHECKPOINT
      * Same idea as 7340-COMPLETE-CHECKPOINT, for the statement cycle
      * job.
      ******************************************************************
       7480-COMPLETE-STMT-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE ACCT-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-DSP-ACCT-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 8000 - APPROVE PENDING REQUESTS
      * Lists items waiting in PENDING-APPROVAL-FILE and lets a second,
      * different logged-in user approve or reject one. Approval posts
      * the underlying transfer or limit change; the maker who
      * submitted the request cannot also be its checker.
      ******************************************************************
       8000-APPROVE-PENDING-REQUESTS.
           DISPLAY " "
           DISPLAY "=== PENDING APPROVALS ==="
           DISPLAY " "
           MOVE ZEROS TO WS-PEND-DSP-COUNT

           MOVE LOW-VALUES TO PEND-APPROVAL-ID
           START PENDING-APPROVAL-FILE KEY >= PEND-APPROVAL-ID

           PERFORM UNTIL WS-PEND-FILE-STATUS NOT = "00"
               READ PENDING-APPROVAL-FILE NEXT
               IF WS-PEND-FILE-STATUS = "00"
                   IF PEND-STATUS-PENDING
                       ADD 1 TO WS-PEND-DSP-COUNT
                       DISPLAY "  ID " PEND-APPROVAL-ID
                               " Type=" PEND-REQUEST-TYPE
                               " SubmittedBy=" PEND-SUBMITTED-BY
                               " Amount=$" PEND-AMOUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PEND-DSP-COUNT = ZEROS
               DISPLAY "No pending approvals."
               GO TO 8000-APPROVE-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Enter Approval ID to review (0 to cancel): "
                   WITH NO ADVANCING
           ACCEPT WS-PEND-INPUT-ID FROM CONSOLE

           IF WS-PEND-INPUT-ID = "0" OR WS-PEND-INPUT-ID = SPACES
               GO TO 8000-APPROVE-EXIT
           END-IF

           MOVE WS-PEND-INPUT-ID TO PEND-APPROVAL-ID
           READ PENDING-APPROVAL-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Approval item not found."
               GO TO 8000-APPROVE-EXIT
           END-IF

           IF NOT PEND-STATUS-PENDING
               DISPLAY "That item has already been decided."
               GO TO 8000-APPROVE-EXIT
           END-IF

      * Restore requests execute only through CUSTMGMT's restore
      * screen, where the snapshot and batch-quiet checks live
           IF PEND-TYPE-RESTORE
               DISPLAY "File-restore requests are executed in "
                       "Customer Management (Restore Data File)."
               GO TO 8000-APPROVE-EXIT
           END-IF

      * Maker-checker: the approver must not be the submitter
           IF PEND-SUBMITTED-BY = LS-CURRENT-USER
               DISPLAY "You cannot approve your own request - a "
                       "different user must review it."
               GO TO 8000-APPROVE-EXIT
           END-IF

      * A kite suspect is extended, restricted or cleared rather
      * than approved or rejected
           IF PEND-TYPE-KITE
               PERFORM 8607-DECIDE-KITE-SUSPECT
                   THRU 8607-KITE-EXIT
               GO TO 8000-APPROVE-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Type:          " PEND-REQUEST-TYPE
           DISPLAY "Submitted By:  " PEND-SUBMITTED-BY
           DISPLAY "Submitted On:  " PEND-SUBMITTED-DATE
           IF PEND-TYPE-VULNERABLE OR PEND-TYPE-TAKEOVER
               DISPLAY "Account:       " PEND-FROM-ACCT-ID
               DISPLAY "Amount:        $" PEND-AMOUNT
               DISPLAY "Memo:          " PEND-MEMO
           END-IF
           IF PEND-TYPE-LOANMOD
               DISPLAY "Loan Account:  " PEND-FROM-ACCT-ID
               DISPLAY "New Rate x100: " PEND-NEW-DAILY-LIMIT
               DISPLAY "New Rem Term:  " PEND-NEW-MONTHLY-LIMIT
           END-IF
           IF PEND-TYPE-TRANSFER OR PEND-TYPE-VELOCITY
               DISPLAY "From Account:  " PEND-FROM-ACCT-ID
               DISPLAY "To Account:    " PEND-TO-ACCT-ID
               DISPLAY "Amount:        $" PEND-AMOUNT
           ELSE
               IF PEND-TYPE-POSPAY
                   DISPLAY "Account:       " PEND-FROM-ACCT-ID
                   DISPLAY "Check Number:  " PEND-NEW-DAILY-LIMIT
                   DISPLAY "Amount:        $" PEND-AMOUNT
                   DISPLAY "Reason:        " PEND-MEMO
               ELSE
                   IF PEND-TYPE-CREDIT-LINE
                       DISPLAY "Card Account:  " PEND-FROM-ACCT-ID
                       DISPLAY "New Limit:     $" PEND-AMOUNT
                       DISPLAY "Memo:          " PEND-MEMO
                   ELSE
                       DISPLAY "Account:       " PEND-FROM-ACCT-ID
                       DISPLAY "New Daily:     $" PEND-NEW-DAILY-LIMIT
                       DISPLAY "New Monthly:   $"
                               PEND-NEW-MONTHLY-LIMIT
                   END-IF
               END-IF
           END-IF

           DISPLAY "Approve (A) or Reject (R)? " WITH NO ADVANCING
           ACCEPT WS-PEND-APPROVE-CHOICE FROM CONSOLE
           IF WS-PEND-APPROVE-CHOICE = "A" OR "a"
               PERFORM 8630-CHECK-APPROVER-CONFLICT
           END-IF

           EVALUATE WS-PEND-APPROVE-CHOICE
               WHEN "A"
               WHEN "a"
                   SET PEND-STATUS-APPROVED TO TRUE
                   MOVE LS-CURRENT-USER TO PEND-APPROVED-BY
                   REWRITE PENDING-APPROVAL-RECORD
                   EVALUATE TRUE
                       WHEN PEND-TYPE-TRANSFER
                       WHEN PEND-TYPE-VELOCITY
                           PERFORM 3060-POST-APPROVED-TRANSFER
                               THRU 3060-POST-EXIT
                       WHEN PEND-TYPE-POSPAY
                           PERFORM 3065-POST-APPROVED-POSPAY-DEPOSIT
                               THRU 3065-POST-EXIT
                       WHEN PEND-TYPE-LOANMOD
                           PERFORM 7967-POST-APPROVED-LOAN-MOD
                               THRU 7967-LMOD-EXIT
                       WHEN PEND-TYPE-CREDIT-LINE
                           PERFORM 5170-POST-APPROVED-CREDIT-LINE
                               THRU 5170-POST-EXIT
      * A held vulnerable-customer transfer posts like any other
      * approved transfer; a held withdrawal completes its parked
      * pending transaction
                       WHEN PEND-TYPE-VULNERABLE
                           IF PEND-TO-ACCT-ID > ZEROS
                               PERFORM 3060-POST-APPROVED-TRANSFER
                                   THRU 3060-POST-EXIT
                           ELSE
                               PERFORM 7107-POST-APPROVED-VULN-WD
                                   THRU 7107-POST-EXIT
                           END-IF
      * A takeover hold posts the held transfer or frees the held
      * wire, and the customer's watch clears
                       WHEN PEND-TYPE-TAKEOVER
                           IF PEND-TO-ACCT-ID > ZEROS
                               PERFORM 3060-POST-APPROVED-TRANSFER
                                   THRU 3060-POST-EXIT
                           ELSE
                               PERFORM 3530-RELEASE-HELD-WIRE
                                   THRU 3530-RELEASE-EXIT
                           END-IF
                           PERFORM 3037-CLOSE-TAKEOVER-REVIEW
                               THRU 3037-CLOSE-EXIT
                       WHEN OTHER
                           PERFORM 5160-POST-APPROVED-LIMIT-CHANGE
                               THRU 5160-POST-EXIT
                   END-EVALUATE
                   DISPLAY "Request " PEND-APPROVAL-ID " approved."
               WHEN "R"
               WHEN "r"
                   SET PEND-STATUS-REJECTED TO TRUE
                   MOVE LS-CURRENT-USER TO PEND-APPROVED-BY
                   REWRITE PENDING-APPROVAL-RECORD
                   DISPLAY "Request " PEND-APPROVAL-ID " rejected."
                   IF PEND-TYPE-CREDIT-LINE
                       PERFORM 5175-CLOSE-CREDIT-LINE-REVIEW
                   END-IF
      * A rejected held wire is refunded; a held transfer never
      * moved anything
                   IF PEND-TYPE-TAKEOVER
                       IF PEND-TO-ACCT-ID = ZEROS
                           PERFORM 3535-CANCEL-HELD-WIRE
                               THRU 3535-CANCEL-EXIT
                       END-IF
                       PERFORM 3037-CLOSE-TAKEOVER-REVIEW
                           THRU 3037-CLOSE-EXIT
                   END-IF
      * A rejected vulnerable-customer item may be confirmed
      * exploitation - offer the SAR referral on the spot
                   IF PEND-TYPE-VULNERABLE
                       DISPLAY "Refer as suspected exploitation "
                               "(SAR case)? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-VUL-REFER-CHOICE FROM CONSOLE
                       IF WS-VUL-REFER-CHOICE = "Y"
                           OR WS-VUL-REFER-CHOICE = "y"
                           PERFORM 7108-REFER-SAR-CASE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE.

       8000-APPROVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7900 - ADD STANDING ORDER
      * Records a recurring transfer instruction (fixed amount, fixed
      * frequency) between two accounts. The batch job in
      * 7920-BATCH-STANDING-ORDERS posts each one through the same
      * debit/credit paragraphs 3000-FUND-TRANSFER itself uses once its
      * next run date arrives, the same way 3060-POST-APPROVED-TRANSFER
      * posts a maker-checker-approved transfer non-interactively.
      ******************************************************************
       7900-ADD-STANDING-ORDER.
           DISPLAY " "
           DISPLAY "=== ADD STANDING ORDER ==="
           DISPLAY " "
           DISPLAY "From Account ID: " WITH NO ADVANCING
           ACCEPT WS-STO-INPUT-FROM-ID FROM CONSOLE
           DISPLAY "To Account ID: " WITH NO ADVANCING
           ACCEPT WS-STO-INPUT-TO-ID FROM CONSOLE
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-STO-INPUT-AMOUNT FROM CONSOLE
           DISPLAY "Frequency (W)eekly/(M)onthly/(Q)uarterly/(A)nnual: "
               WITH NO ADVANCING
           ACCEPT WS-STO-INPUT-FREQ FROM CONSOLE

           MOVE LS-CURRENT-USER TO STO-CUST-ID
           COMPUTE STO-FROM-ACCT-ID =
               FUNCTION NUMVAL(WS-STO-INPUT-FROM-ID)
           COMPUTE STO-TO-ACCT-ID =
               FUNCTION NUMVAL(WS-STO-INPUT-TO-ID)
           COMPUTE STO-AMOUNT = FUNCTION NUMVAL(WS-STO-INPUT-AMOUNT)

           EVALUATE WS-STO-INPUT-FREQ
               WHEN "W"
                   SET STO-FREQ-WEEKLY TO TRUE
               WHEN "Q"
                   SET STO-FREQ-QUARTERLY TO TRUE
               WHEN "A"
                   SET STO-FREQ-ANNUAL TO TRUE
               WHEN OTHER
                   SET STO-FREQ-MONTHLY TO TRUE
           END-EVALUATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO STO-CREATED-DATE
           MOVE WS-ACCEPT-DATE TO STO-NEXT-RUN-DATE
           MOVE SPACES TO STO-LAST-RUN-DATE
           MOVE SPACES TO STO-MEMO
           SET STO-ACTIVE TO TRUE

           WRITE STANDING-ORDER-RECORD
           IF WS-STO-FILE-STATUS NOT = "00"
               DISPLAY "A standing order between these accounts "
                       "already exists for this customer."
           ELSE
               DISPLAY "Standing order created. First transfer "
                       "scheduled " STO-NEXT-RUN-DATE "."
           END-IF.

      ******************************************************************
      * 7910 - LIST/CANCEL STANDING ORDERS
      * Full scan of STANDING-ORDER-FILE filtered on the caller's
      * customer ID, the same filtered-scan idiom 7220-LIST-MY-PAYEES
      * uses over PAYEE-FILE.
      ******************************************************************
       7910-LIST-STANDING-ORDERS.
           DISPLAY " "
           DISPLAY "=== MY STANDING ORDERS ==="
           DISPLAY "  " WS-SEPARATOR
           MOVE ZEROS TO WS-STO-DSP-COUNT
           MOVE LOW-VALUES TO STO-KEY
           MOVE LS-CURRENT-USER TO STO-CUST-ID
           START STANDING-ORDER-FILE KEY >= STO-KEY

           PERFORM UNTIL WS-STO-FILE-STATUS NOT = "00"
               READ STANDING-ORDER-FILE NEXT
               IF WS-STO-FILE-STATUS = "00"
                   IF STO-CUST-ID = LS-CURRENT-USER
                       ADD 1 TO WS-STO-DSP-COUNT
                       DISPLAY "  " STO-FROM-ACCT-ID " -> "
                               STO-TO-ACCT-ID "  Amt: " STO-AMOUNT
                               "  Freq: " STO-FREQUENCY
                               "  Next: " STO-NEXT-RUN-DATE
                               "  Status: " STO-STATUS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STO-DSP-COUNT = 0
               DISPLAY "  (none on file)"
           ELSE
               DISPLAY " "
               DISPLAY "Cancel a standing order? Enter From Account ID"
               DISPLAY "(or press Enter to skip): " WITH NO ADVANCING
               ACCEPT WS-STO-INPUT-CHOICE FROM CONSOLE
               IF WS-STO-INPUT-CHOICE NOT = SPACES
                   PERFORM 7915-CANCEL-STANDING-ORDER
               END-IF
           END-IF.

      ******************************************************************
      * 7915 - CANCEL STANDING ORDER
      * Re-scans by From Account ID (the choice offered from the list
      * above) and stops every active order the caller owns that
      * matches it.
      ******************************************************************
       7915-CANCEL-STANDING-ORDER.
           MOVE LOW-VALUES TO STO-KEY
           MOVE LS-CURRENT-USER TO STO-CUST-ID
           START STANDING-ORDER-FILE KEY >= STO-KEY

           PERFORM UNTIL WS-STO-FILE-STATUS NOT = "00"
               READ STANDING-ORDER-FILE NEXT
               IF WS-STO-FILE-STATUS = "00"
                   IF STO-CUST-ID = LS-CURRENT-USER
                       AND STO-FROM-ACCT-ID = FUNCTION NUMVAL
                           (WS-STO-INPUT-CHOICE)
                       AND STO-ACTIVE
                       SET STO-STOPPED TO TRUE
                       REWRITE STANDING-ORDER-RECORD
                       DISPLAY "Standing order stopped."
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7920 - BATCH STANDING ORDER TRANSFERS
      * Scans STANDING-ORDER-FILE for active orders whose next run
      * date has arrived and posts each one through
      * 7930-POST-STANDING-TRANSFER, then advances its next run date.
      * Like 7300-BATCH-INTEREST, this is a batch job meant to be run
      * once a day; there is no scheduler in this system, so it is
      * invoked the same way - as a callable paragraph, not a menu
      * option. A partitioned run takes the orders whose paying
      * account falls in its range. The checkpoint holds the last
      * customer worked; a rerun restarts at that customer, whose
      * orders already posted today are no longer due.
      ******************************************************************
       7920-BATCH-STANDING-ORDERS.
           MOVE "STANDORD" TO WS-PART-BASE-JOB
           PERFORM 7290-RESOLVE-BATCH-PARTITION
               THRU 7290-RESOLVE-EXIT
           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7920-BSTO-EXIT
           END-IF
           IF WS-PART-UNDEFINED
               PERFORM 7297-REFUSE-UNDEFINED-PARTITION
               GO TO 7920-BSTO-EXIT
           END-IF
           SET WS-DUP-IN-BATCH TO TRUE

           DISPLAY " "
           DISPLAY "=== BATCH STANDING ORDER TRANSFERS ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-STO-TODAY
           MOVE ZEROS TO WS-STO-DUE-COUNT

           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 7925-LOAD-STO-CHECKPOINT
           MOVE LOW-VALUES TO STO-KEY
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming standing orders at customer "
                       CKPT-RESUME-KEY
               MOVE CKPT-RESUME-KEY TO STO-CUST-ID
               MOVE CKPT-ACCOUNTS-DONE TO WS-STO-DUE-COUNT
           END-IF
           START STANDING-ORDER-FILE KEY >= STO-KEY

           PERFORM UNTIL WS-STO-FILE-STATUS NOT = "00"
               READ STANDING-ORDER-FILE NEXT
               IF WS-STO-FILE-STATUS = "00"
                   PERFORM 7929-CHECK-STO-PARTITION
               END-IF
               IF WS-STO-FILE-STATUS = "00" AND WS-PART-IN-RANGE
                   IF STO-ACTIVE
                       AND STO-NEXT-RUN-DATE NOT > WS-STO-TODAY
                       PERFORM 7930-POST-STANDING-TRANSFER
                           THRU 7930-POST-EXIT
                       MOVE WS-STO-TODAY TO STO-LAST-RUN-DATE
                       PERFORM 7940-ADVANCE-STANDING-ORDER-DATE
                       REWRITE STANDING-ORDER-RECORD
                       ADD 1 TO WS-STO-DUE-COUNT
                       IF FUNCTION MOD(WS-STO-DUE-COUNT,
                               WS-CKPT-CHECKPOINT-EVERY) = 0
                           PERFORM 7926-WRITE-STO-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 7927-COMPLETE-STO-CHECKPOINT
           SET WS-DUP-INTERACTIVE TO TRUE
           DISPLAY "Standing order transfers posted: " WS-STO-DUE-COUNT.

           MOVE WS-PART-JOB-NAME TO WS-RUNCTL-JOB-NAME
           MOVE WS-STO-DUE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7920-BSTO-EXIT.
           CONTINUE.

      ******************************************************************
      * 7925 - LOAD STANDING ORDER CHECKPOINT
      * Same idea as 7320-LOAD-CHECKPOINT, keyed under the standing
      * order job's own name.
      ******************************************************************
       7925-LOAD-STO-CHECKPOINT.
           SET WS-CKPT-NOT-RESUMING TO TRUE
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               SET WS-CKPT-RESUMING TO TRUE
           END-IF.

      ******************************************************************
      * 7926 - WRITE STANDING ORDER CHECKPOINT
      * The order file is keyed by customer, so the restart point is
      * the customer in CKPT-RESUME-KEY; the paying account goes in
      * CKPT-LAST-ACCT-ID so the SLA monitor sees the run advance.
      ******************************************************************
       7926-WRITE-STO-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE STO-FROM-ACCT-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-STO-DUE-COUNT TO CKPT-ACCOUNTS-DONE
           MOVE "S" TO CKPT-PHASE
           MOVE STO-CUST-ID TO CKPT-RESUME-KEY
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 7927 - COMPLETE STANDING ORDER CHECKPOINT
      ******************************************************************
       7927-COMPLETE-STO-CHECKPOINT.
           MOVE WS-PART-JOB-NAME TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE WS-STO-DUE-COUNT TO CKPT-ACCOUNTS-DONE
           MOVE "S" TO CKPT-PHASE
           MOVE SPACES TO CKPT-RESUME-KEY
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 7929 - CHECK A STANDING ORDER AGAINST THE PARTITION
      * Orders go with their paying account - by account number, or
      * by that account's branch for a branch-range partition.
      ******************************************************************
       7929-CHECK-STO-PARTITION.
           SET WS-PART-IN-RANGE TO TRUE
           EVALUATE TRUE
               WHEN WS-PART-BY-ACCOUNT
                   IF STO-FROM-ACCT-ID < WS-PART-LOW-ACCT
                       OR STO-FROM-ACCT-ID > WS-PART-HIGH-ACCT
                       SET WS-PART-OUT-OF-RANGE TO TRUE
                   END-IF
               WHEN WS-PART-BY-BRANCH
                   MOVE STO-FROM-ACCT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
      * An order whose paying account is not on file stays with the
      * first partition, which fails it the way a whole run would
                   IF WS-ACCT-FILE-STATUS NOT = "00"
                       IF WS-PART-NO NOT = 1
                           SET WS-PART-OUT-OF-RANGE TO TRUE
                       END-IF
                   ELSE
                       IF ACCT-BRANCH-CODE < WS-PART-LOW-BRANCH
                           OR ACCT-BRANCH-CODE
                               NOT < WS-PART-HIGH-BRANCH
                           SET WS-PART-OUT-OF-RANGE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 7930 - POST STANDING TRANSFER
      * Posts one recurring transfer. Same debit/credit/rewrite
      * sequence as 3060-POST-APPROVED-TRANSFER, sourced from the
      * standing order's accounts and amount instead of a pending
      * approval record.
      ******************************************************************
       7930-POST-STANDING-TRANSFER.
           MOVE STO-FROM-ACCT-ID TO WS-XFER-FROM-ID
           MOVE STO-TO-ACCT-ID TO WS-XFER-TO-ID
           MOVE STO-AMOUNT TO WS-LOCAL-XFER-AMT

      * Duplicate-posting guard - a rerun after an abend diverts
      * already-posted orders to the suspect file instead of
      * replaying them
           MOVE STO-FROM-ACCT-ID TO WS-DUP-CHECK-ACCT
           COMPUTE WS-DUP-CHECK-AMOUNT = STO-AMOUNT * -1
           MOVE "XF" TO WS-DUP-CHECK-TYPE
           PERFORM 3095-CHECK-DUPLICATE-POSTING
               THRU 3095-DUP-EXIT
           IF WS-DUP-STOPPED
               GO TO 7930-POST-EXIT
           END-IF

           MOVE STO-FROM-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Source account no longer exists."
               GO TO 7930-POST-EXIT
           END-IF
           MOVE STO-FROM-ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Standing order not posted - "
                       WS-RST-DECLINE-MSG
               GO TO 7930-POST-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY
           MOVE ACCT-CURRENCY-CODE TO WS-FX-FROM-CCY

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           MOVE WS-STO-TODAY TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE STO-TO-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Destination account no longer exists."
               DISPLAY "WARNING: Source account already debited!"
               GO TO 7930-POST-EXIT
           END-IF

      * Cross-currency: convert before crediting, as 3000 does
           MOVE ACCT-CURRENCY-CODE TO WS-FX-TO-CCY
           MOVE WS-LOCAL-XFER-AMT TO WS-FX-ORIG-AMOUNT
           PERFORM 3470-CONVERT-CURRENCY
               THRU 3470-CONVERT-EXIT

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           MOVE WS-STO-TODAY TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT

           DISPLAY "Standing order transfer posted: "
                   STO-FROM-ACCT-ID " -> " STO-TO-ACCT-ID.

       7930-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7940 - ADVANCE STANDING ORDER DATE
      * Weekly frequencies add 7 calendar days via
      * FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER, the same technique
      * 7500-DORMANCY-REPORT (in RPTGEN) uses for day-based date math.
      * Monthly/quarterly/annual frequencies carry the month and year
      * forward the same way 2260-COMPUTE-CD-MATURITY does, keeping the
      * day-of-month as-is.
      ******************************************************************
       7940-ADVANCE-STANDING-ORDER-DATE.
           EVALUATE TRUE
               WHEN STO-FREQ-WEEKLY
                   MOVE STO-NEXT-RUN-DATE(1:8) TO WS-STO-DATE-INT
                   COMPUTE WS-STO-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-STO-DATE-INT) + 7
                   COMPUTE WS-STO-NEXT-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-STO-DATE-INT)
                   MOVE WS-STO-NEXT-NUM TO STO-NEXT-RUN-DATE
               WHEN OTHER
                   MOVE STO-NEXT-RUN-DATE(1:4) TO WS-STO-YEAR
                   MOVE STO-NEXT-RUN-DATE(5:2) TO WS-STO-MONTH
                   MOVE STO-NEXT-RUN-DATE(7:2) TO WS-STO-DAY

                   EVALUATE TRUE
                       WHEN STO-FREQ-MONTHLY
                           COMPUTE WS-STO-TOTAL-MONTHS =
                               WS-STO-MONTH + 1
                       WHEN STO-FREQ-QUARTERLY
                           COMPUTE WS-STO-TOTAL-MONTHS =
                               WS-STO-MONTH + 3
                       WHEN STO-FREQ-ANNUAL
                           COMPUTE WS-STO-TOTAL-MONTHS =
                               WS-STO-MONTH + 12
                   END-EVALUATE
                   COMPUTE WS-STO-YEAR =
                       WS-STO-YEAR + ((WS-STO-TOTAL-MONTHS - 1) / 12)
                   COMPUTE WS-STO-MONTH =
                       FUNCTION MOD(WS-STO-TOTAL-MONTHS - 1, 12) + 1

                   MOVE WS-STO-YEAR TO WS-CLAMP-YEAR
                   MOVE WS-STO-MONTH TO WS-CLAMP-MONTH
                   MOVE WS-STO-DAY TO WS-CLAMP-DAY
                   PERFORM 2265-CLAMP-DAY-TO-MONTH-END
                   MOVE WS-CLAMP-DAY TO WS-STO-DAY
                   COMPUTE WS-STO-NEXT-NUM =
                       (WS-STO-YEAR * 10000) + (WS-STO-MONTH * 100)
                       + WS-STO-DAY
                   MOVE WS-STO-NEXT-NUM TO STO-NEXT-RUN-DATE
           END-EVALUATE

      * A standing order never lands on a weekend or holiday
           MOVE STO-NEXT-RUN-DATE(1:8) TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO STO-NEXT-RUN-DATE.

      ******************************************************************
      * 7950 - APPLY LOAN PAYMENT
      * Applies one scheduled payment to a loan account: the interest
      * portion is the remaining principal times the monthly rate,
      * the principal portion is the fixed amount set at origination
      * (capped to whatever remains on the final payment). Posts a
      * single payment transaction for the combined amount and brings
      * the account balance - which is carried negative for loans,
      * per ACCT-TYPE-LOAN - up toward zero.
      ******************************************************************
       7950-APPLY-LOAN-PAYMENT.
           DISPLAY " "
           DISPLAY "=== MAKE LOAN PAYMENT ==="
           DISPLAY " "
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-INPUT-ACCT-ID FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-LOAN-INPUT-ACCT-ID)

           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 7950-APPLY-EXIT
           END-IF

           IF NOT ACCT-TYPE-LOAN
               DISPLAY "Account " ACCT-ID " is not a loan account."
               GO TO 7950-APPLY-EXIT
           END-IF

      * A home equity line has no schedule - it takes its payment
      * against the minimum the last billing cycle left due
           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS = "00"
               PERFORM 8407-HELOC-PAYMENT
                   THRU 8407-PAY-EXIT
               GO TO 7950-APPLY-EXIT
           END-IF

      * A construction loan has no schedule until it converts - it
      * takes payments against the interest billed on what has funded
           MOVE ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS = "00"
               AND CNL-UNDER-CONSTRUCTION
               PERFORM 8437-CONSTRUCTION-PAYMENT
                   THRU 8437-PAY-EXIT
               GO TO 7950-APPLY-EXIT
           END-IF

           MOVE ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedule on file for this account."
               GO TO 7950-APPLY-EXIT
           END-IF

           IF NOT LOAN-ACTIVE
               DISPLAY "This loan is already paid off."
               GO TO 7950-APPLY-EXIT
           END-IF

      * The posting core is shared with the nightly autopay draw
           PERFORM 7952-POST-SCHEDULED-PAYMENT

           MOVE WS-LOAN-PAYMENT-AMT TO WS-LOAN-DSP-AMOUNT
           DISPLAY "Payment of $" WS-LOAN-DSP-AMOUNT " applied."
           DISPLAY "Remaining principal: " LOAN-REMAINING-PRINCIPAL
           IF WS-NAC-LOAN-ON
               DISPLAY "Loan is on nonaccrual - payment applied to "
                       "principal."
           END-IF
           IF WS-PTC-SOLD-PRIN + WS-PTC-SOLD-INT > ZEROS
               MOVE WS-PTC-SOLD-PRIN TO WS-PTC-DSP-PRIN
               MOVE WS-PTC-SOLD-INT TO WS-PTC-DSP-INT
               DISPLAY "Participants' share: principal "
                       WS-PTC-DSP-PRIN " interest " WS-PTC-DSP-INT
               MOVE WS-PTC-OUR-PRIN TO WS-PTC-DSP-PRIN
               MOVE WS-PTC-OUR-INT TO WS-PTC-DSP-INT
               DISPLAY "Our share:           principal "
                       WS-PTC-DSP-PRIN " interest " WS-PTC-DSP-INT
           END-IF
           IF LOAN-PAID-OFF
               DISPLAY "Loan is now paid in full."
           END-IF.

       7950-APPLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7951 - INTEREST PORTION OF THE PAYMENT DUE
      * Interest on the scheduled principal for the period ending
      * LOAN-NEXT-PAYMENT-DATE, on the loan product's day-count
      * basis, into WS-LOAN-INTEREST-PORTION. The period runs from
      * the prior due date, or from origination for the first
      * payment; a regular period on 30/360 is a 30-day month
      * whatever the calendar says. ACCOUNT-RECORD is the loan.
      ******************************************************************
       7951-COMPUTE-LOAN-PERIOD-INTEREST.
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE 30 TO WS-DC-DAYS
           IF LOAN-NEXT-PAYMENT-DATE(1:8) IS NOT NUMERIC
               MOVE 360 TO WS-DC-YEAR-DAYS
           ELSE
               MOVE LOAN-NEXT-PAYMENT-DATE(1:8) TO WS-DC-TO-DATE
               IF LOAN-PAYMENTS-MADE = ZEROS
                   AND LOAN-ORIGINATION-DATE(1:8) IS NUMERIC
                   MOVE LOAN-ORIGINATION-DATE(1:8) TO WS-DC-FROM-DATE
                   PERFORM 5256-COMPUTE-DAY-COUNT
               ELSE
                   IF NOT WS-DC-30-360
                       MOVE WS-DC-TO-DATE(1:4) TO WS-CLAMP-YEAR
                       MOVE WS-DC-TO-DATE(5:2) TO WS-CLAMP-MONTH
                       MOVE WS-DC-TO-DATE(7:2) TO WS-CLAMP-DAY
                       IF WS-CLAMP-MONTH = 01
                           MOVE 12 TO WS-CLAMP-MONTH
                           SUBTRACT 1 FROM WS-CLAMP-YEAR
                       ELSE
                           SUBTRACT 1 FROM WS-CLAMP-MONTH
                       END-IF
                       PERFORM 2265-CLAMP-DAY-TO-MONTH-END
                       COMPUTE WS-DC-FROM-DATE =
                           (WS-CLAMP-YEAR * 10000)
                           + (WS-CLAMP-MONTH * 100) + WS-CLAMP-DAY
                       PERFORM 5256-COMPUTE-DAY-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-DC-DAYS < ZEROS
               MOVE ZEROS TO WS-DC-DAYS
           END-IF
           COMPUTE WS-LOAN-MONTHLY-RATE =
               LOAN-INTEREST-RATE / 100 * WS-DC-DAYS / WS-DC-YEAR-DAYS
           COMPUTE WS-LOAN-INTEREST-PORTION ROUNDED =
               LOAN-REMAINING-PRINCIPAL * WS-LOAN-MONTHLY-RATE.

      ******************************************************************
      * 7952 - POST ONE SCHEDULED LOAN PAYMENT
      * The posting core 7950 always ran, split out so the nightly
      * autopay draw applies exactly the same payment a teller
      * would. ACCOUNT-RECORD (the loan) and LOAN-SCHEDULE-RECORD
      * are current and validated by the caller.
      ******************************************************************
       7952-POST-SCHEDULED-PAYMENT.
           MOVE LOAN-ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "00"
               AND NAC-ON-NONACCRUAL
               MOVE "Y" TO WS-NAC-ON-FLAG
           ELSE
               MOVE "N" TO WS-NAC-ON-FLAG
           END-IF

           PERFORM 7951-COMPUTE-LOAN-PERIOD-INTEREST

           IF LOAN-MONTHLY-PRINCIPAL-AMT > LOAN-REMAINING-PRINCIPAL
               MOVE LOAN-REMAINING-PRINCIPAL
                   TO WS-LOAN-PRINCIPAL-PORTION
           ELSE
               MOVE LOAN-MONTHLY-PRINCIPAL-AMT
                   TO WS-LOAN-PRINCIPAL-PORTION
           END-IF

      * A loan on nonaccrual is on the cash basis - the whole
      * payment goes to principal and no interest is taken in
           IF WS-NAC-LOAN-ON
               COMPUTE WS-LOAN-PRINCIPAL-PORTION =
                   WS-LOAN-PRINCIPAL-PORTION + WS-LOAN-INTEREST-PORTION
               IF WS-LOAN-PRINCIPAL-PORTION > LOAN-REMAINING-PRINCIPAL
                   MOVE LOAN-REMAINING-PRINCIPAL
                       TO WS-LOAN-PRINCIPAL-PORTION
               END-IF
               MOVE ZEROS TO WS-LOAN-INTEREST-PORTION
           END-IF

      * The escrow portion rides along with every scheduled payment
      * and accumulates in the loan's escrow sub-balance.
           COMPUTE WS-LOAN-PAYMENT-AMT =
               WS-LOAN-INTEREST-PORTION + WS-LOAN-PRINCIPAL-PORTION
               + LOAN-ESCROW-PAYMENT
           COMPUTE LOAN-ESCROW-BALANCE =
               LOAN-ESCROW-BALANCE + LOAN-ESCROW-PAYMENT

           COMPUTE LOAN-REMAINING-PRINCIPAL =
               LOAN-REMAINING-PRINCIPAL - WS-LOAN-PRINCIPAL-PORTION
           ADD 1 TO LOAN-PAYMENTS-MADE

           MOVE LOAN-NEXT-PAYMENT-DATE(1:4) TO WS-CD-YEAR
           MOVE LOAN-NEXT-PAYMENT-DATE(5:2) TO WS-CD-MONTH
           MOVE LOAN-NEXT-PAYMENT-DATE(7:2) TO WS-CD-DAY
           COMPUTE WS-CD-TOTAL-MONTHS = WS-CD-MONTH + 1
           COMPUTE WS-CD-YEAR =
               WS-CD-YEAR + ((WS-CD-TOTAL-MONTHS - 1) / 12)
           COMPUTE WS-CD-MONTH =
               FUNCTION MOD(WS-CD-TOTAL-MONTHS - 1, 12) + 1
           MOVE WS-CD-YEAR TO WS-CLAMP-YEAR
           MOVE WS-CD-MONTH TO WS-CLAMP-MONTH
           MOVE WS-CD-DAY TO WS-CLAMP-DAY
           PERFORM 2265-CLAMP-DAY-TO-MONTH-END
           MOVE WS-CLAMP-DAY TO WS-CD-DAY
           COMPUTE WS-CD-MATURITY-NUM =
               (WS-CD-YEAR * 10000) + (WS-CD-MONTH * 100) + WS-CD-DAY
           MOVE WS-CD-MATURITY-NUM TO LOAN-NEXT-PAYMENT-DATE

           IF LOAN-REMAINING-PRINCIPAL NOT > ZEROS
               MOVE ZEROS TO LOAN-REMAINING-PRINCIPAL
               SET LOAN-PAID-OFF TO TRUE
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD

      * Only the principal and interest portions pay the loan
      * ledger down - the escrow portion sits in its own
      * sub-balance on the schedule record.
           COMPUTE ACCT-BALANCE = ACCT-BALANCE
               + WS-LOAN-INTEREST-PORTION + WS-LOAN-PRINCIPAL-PORTION
           COMPUTE ACCT-AVAILABLE-BAL = ACCT-AVAILABLE-BAL
               + WS-LOAN-INTEREST-PORTION + WS-LOAN-PRINCIPAL-PORTION
      * The interest collected relieves what the nightly accrual
      * booked; a payoff clears whatever is left
           SUBTRACT WS-LOAN-INTEREST-PORTION FROM ACCT-ACCRUED-INTEREST
           IF ACCT-ACCRUED-INTEREST < ZEROS
               OR LOAN-PAID-OFF
               MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           END-IF
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Record payment transaction
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           SET TRAN-TYPE-PAYMENT TO TRUE
           MOVE WS-LOAN-PAYMENT-AMT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Loan pmt: prin " WS-LOAN-PRINCIPAL-PORTION
                  " int " WS-LOAN-INTEREST-PORTION
                  " esc " LOAN-ESCROW-PAYMENT
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           IF WS-NAC-LOAN-ON
               ADD WS-LOAN-PRINCIPAL-PORTION TO NAC-CASH-APPLIED
               ADD 1 TO NAC-PAYMENTS-MADE
               MOVE WS-BUSINESS-DATE TO NAC-LAST-PAYMENT-DATE
               REWRITE LOAN-NONACCRUAL-RECORD
           END-IF

      * Shares sold to participants take their cut of this payment
           PERFORM 8455-SPLIT-PARTICIPATIONS.

      ******************************************************************
      * 7944 - ENROLL OR STOP LOAN AUTOPAY
      * A standing order moves a fixed amount; a loan payment is
      * whatever the schedule row says is due, so autopay gets its
      * own enrollment keyed by the loan.
      ******************************************************************
       7944-MAINTAIN-LOAN-AUTOPAY.
           DISPLAY " "
           DISPLAY "=== LOAN AUTOPAY ENROLLMENT ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-LAP-INPUT-LOAN FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-LAP-INPUT-LOAN)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 7944-LAP-EXIT
           END-IF

           MOVE ACCT-ID TO LAP-LOAN-ACCT-ID
           READ LOAN-AUTOPAY-FILE
           IF WS-LAP-FILE-STATUS = "00"
               DISPLAY "Existing enrollment: funding "
                       LAP-FUNDING-ACCT-ID
                       " status " LAP-STATUS
           END-IF

           DISPLAY "Action ((E)nroll/replace, (S)top): "
               WITH NO ADVANCING
           ACCEPT WS-LAP-INPUT-ACTION FROM CONSOLE
           IF WS-LAP-INPUT-ACTION = "S"
               IF WS-LAP-FILE-STATUS = "00"
                   SET LAP-STOPPED TO TRUE
                   REWRITE LOAN-AUTOPAY-RECORD
                   DISPLAY "Autopay stopped."
               ELSE
                   DISPLAY "No enrollment on file."
               END-IF
               GO TO 7944-LAP-EXIT
           END-IF
           IF WS-LAP-INPUT-ACTION NOT = "E"
               DISPLAY "Invalid action."
               GO TO 7944-LAP-EXIT
           END-IF

           DISPLAY "Funding Deposit Account ID: " WITH NO ADVANCING
           ACCEPT WS-LAP-INPUT-FUNDING FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-LAP-INPUT-FUNDING)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               OR ACCT-TYPE-LOAN
               OR ACCT-TYPE-CREDIT
               DISPLAY "Funding account must be an active deposit "
                       "account."
               GO TO 7944-LAP-EXIT
           END-IF

           COMPUTE LAP-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-LAP-INPUT-LOAN)
           COMPUTE LAP-FUNDING-ACCT-ID =
               FUNCTION NUMVAL(WS-LAP-INPUT-FUNDING)
           MOVE SPACES TO LAP-RETRY-DATE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO LAP-ENROLLED-DATE
           MOVE LS-CURRENT-USER TO LAP-ENROLLED-BY
           SET LAP-ACTIVE TO TRUE
           REWRITE LOAN-AUTOPAY-RECORD
           IF WS-LAP-FILE-STATUS NOT = "00"
               WRITE LOAN-AUTOPAY-RECORD
           END-IF
           DISPLAY "Autopay enrolled: loan " LAP-LOAN-ACCT-ID
                   " draws from " LAP-FUNDING-ACCT-ID "."

           MOVE "AUTOPAY_ENROLLED" TO WS-AUDIT-ACTION
           STRING "Loan=" LAP-LOAN-ACCT-ID
                  " Funding=" LAP-FUNDING-ACCT-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7944-LAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7945 - NIGHTLY LOAN AUTOPAY DRAWS (BATCH)
      * For each active enrollment whose loan payment (or retry)
      * is due, draws the scheduled amount from the funding
      * account and applies it through the same posting core a
      * teller payment uses. A failed draw retries once on the
      * next business day and drops a NOTIFQUE notice so the
      * borrower can cure before delinquency aging starts.
      ******************************************************************
       7945-BATCH-LOAN-AUTOPAY.
           DISPLAY " "
           DISPLAY "=== NIGHTLY LOAN AUTOPAY DRAWS ==="

           MOVE "LOANAPAY" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7945-LAPB-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE ZEROS TO WS-LAP-DRAWN-COUNT
           MOVE ZEROS TO WS-LAP-FAILED-COUNT

           MOVE LOW-VALUES TO LAP-LOAN-ACCT-ID
           START LOAN-AUTOPAY-FILE KEY >= LAP-LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LAP-FILE-STATUS NOT = "00"
               READ LOAN-AUTOPAY-FILE NEXT RECORD
               IF WS-LAP-FILE-STATUS = "00"
                   IF LAP-ACTIVE
                       PERFORM 7946-DRAW-ONE-AUTOPAY
                           THRU 7946-DRAW-EXIT
                   END-IF
                   IF LAP-AWAITING-CURE
                       PERFORM 7948-CHECK-AUTOPAY-CURED
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Draws applied: " WS-LAP-DRAWN-COUNT
           DISPLAY "Draws failed:  " WS-LAP-FAILED-COUNT

           MOVE "LOANAPAY" TO WS-RUNCTL-JOB-NAME
           MOVE WS-LAP-DRAWN-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-LAP-FAILED-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7945-LAPB-EXIT.
           CONTINUE.

      ******************************************************************
      * 7946 - DRAW ONE AUTOPAY
      ******************************************************************
       7946-DRAW-ONE-AUTOPAY.
           MOVE LAP-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               OR NOT LOAN-ACTIVE
               GO TO 7946-DRAW-EXIT
           END-IF

      * Due on the schedule date, or on the retry date set after
      * a failed draw
           IF LOAN-NEXT-PAYMENT-DATE(1:8) > WS-BUSINESS-DATE
               AND (LAP-RETRY-DATE = SPACES
                   OR LAP-RETRY-DATE(1:8) > WS-BUSINESS-DATE)
               GO TO 7946-DRAW-EXIT
           END-IF

      * The draw is whatever the schedule row says is due,
      * including any late fees sitting on the ledger - the fee
      * overage is the ledger running past the scheduled
      * principal, the same figure the payoff quote computes
           IF LOAN-MONTHLY-PRINCIPAL-AMT > LOAN-REMAINING-PRINCIPAL
               MOVE LOAN-REMAINING-PRINCIPAL
                   TO WS-LOAN-PRINCIPAL-PORTION
           ELSE
               MOVE LOAN-MONTHLY-PRINCIPAL-AMT
                   TO WS-LOAN-PRINCIPAL-PORTION
           END-IF
           MOVE ZEROS TO WS-LAP-FEE-OVERAGE
           MOVE LAP-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO ACCT-PRODUCT-CODE
           END-IF
           PERFORM 7951-COMPUTE-LOAN-PERIOD-INTEREST
           IF WS-ACCT-FILE-STATUS = "00"
               COMPUTE WS-LAP-FEE-OVERAGE =
                   (ACCT-BALANCE * -1) - LOAN-REMAINING-PRINCIPAL
               IF WS-LAP-FEE-OVERAGE < ZEROS
                   MOVE ZEROS TO WS-LAP-FEE-OVERAGE
               END-IF
           END-IF
      * No draw is taken from a borrower under a bankruptcy stay
           MOVE "N" TO WS-BKR-STAY-FLAG
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 8586-CHECK-BANKRUPTCY-STAY
                   THRU 8586-STAY-EXIT
           END-IF
           IF WS-BKR-STAYED
               MOVE "D" TO WS-BKR-HELD-WHAT
               PERFORM 8588-HOLD-FOR-BANKRUPTCY
               DISPLAY "  Autopay held for loan " LAP-LOAN-ACCT-ID
                       " - bankruptcy stay"
               GO TO 7946-DRAW-EXIT
           END-IF
           COMPUTE WS-LAP-DRAW-AMT =
               WS-LOAN-INTEREST-PORTION + WS-LOAN-PRINCIPAL-PORTION
               + LOAN-ESCROW-PAYMENT + WS-LAP-FEE-OVERAGE

           MOVE LAP-FUNDING-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               OR WS-LAP-DRAW-AMT > ACCT-AVAILABLE-BAL
               PERFORM 7947-AUTOPAY-DRAW-FAILED
               GO TO 7946-DRAW-EXIT
           END-IF
           MOVE LAP-FUNDING-ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               PERFORM 7947-AUTOPAY-DRAW-FAILED
               GO TO 7946-DRAW-EXIT
           END-IF
           MOVE ACCT-OWNER-ID TO WS-LAP-FUNDING-OWNER

      * Debit the funding account
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LAP-DRAW-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LAP-DRAW-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-WITHDRAW TO TRUE
           COMPUTE TRAN-AMOUNT = WS-LAP-DRAW-AMT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Loan autopay to " LAP-LOAN-ACCT-ID
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE LAP-LOAN-ACCT-ID TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

      * Apply the payment to the loan through the shared core
           MOVE LAP-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Loan account " LAP-LOAN-ACCT-ID
                       " missing - draw parked on funding debit."
               GO TO 7946-DRAW-EXIT
           END-IF
           PERFORM 7952-POST-SCHEDULED-PAYMENT

      * The fee portion of the draw clears the late fees off the
      * loan ledger as its own payment posting
           IF WS-LAP-FEE-OVERAGE > ZEROS
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               COMPUTE ACCT-BALANCE =
                   ACCT-BALANCE + WS-LAP-FEE-OVERAGE
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL + WS-LAP-FEE-OVERAGE
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-PAYMENT TO TRUE
               MOVE WS-LAP-FEE-OVERAGE TO TRAN-AMOUNT
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               MOVE "Loan autopay late-fee payment"
                   TO TRAN-DESCRIPTION
               MOVE SPACES TO TRAN-REF-NUMBER
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-COMPLETED TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               MOVE SPACES TO TRAN-EFFECTIVE-DATE
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

           MOVE SPACES TO LAP-RETRY-DATE
           REWRITE LOAN-AUTOPAY-RECORD
           ADD 1 TO WS-LAP-DRAWN-COUNT
           DISPLAY "  Autopay drawn for loan " LAP-LOAN-ACCT-ID

           MOVE "AUTOPAY_DRAWN" TO WS-AUDIT-ACTION
           STRING "Loan=" LAP-LOAN-ACCT-ID
                  " Funding=" LAP-FUNDING-ACCT-ID
                  " Amount=" WS-LAP-DRAW-AMT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7946-DRAW-EXIT.
           CONTINUE.

      ******************************************************************
      * 7947 - HANDLE A FAILED AUTOPAY DRAW
      * First failure schedules the one retry for the next
      * business day; a second failure leaves the loan to the
      * delinquency machinery. Either way the borrower hears
      * about it through NOTIFQUE.
      ******************************************************************
       7947-AUTOPAY-DRAW-FAILED.
           ADD 1 TO WS-LAP-FAILED-COUNT
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           ELSE
               MOVE SPACES TO WS-NOTIF-CUST-ID
           END-IF

           IF LAP-RETRY-DATE = SPACES
               COMPUTE WS-LAP-RETRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) + 1
               COMPUTE WS-LAP-RETRY-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-LAP-RETRY-INT)
               MOVE WS-LAP-RETRY-NUM TO WS-CAL-DATE-IN
               PERFORM 2350-NEXT-BUSINESS-DAY
               MOVE WS-CAL-DATE-OUT TO LAP-RETRY-DATE
               MOVE "APAY" TO WS-NOTIF-EVENT-TYPE
               STRING "Loan autopay draw failed - retrying "
                      LAP-RETRY-DATE(1:8)
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
           ELSE
      * The one retry has failed too: the enrollment waits for
      * the loan to cure rather than hammering the account (and
      * the customer's mailbox) every night
               MOVE SPACES TO LAP-RETRY-DATE
               SET LAP-AWAITING-CURE TO TRUE
               MOVE "APAY" TO WS-NOTIF-EVENT-TYPE
               STRING "Loan autopay retry failed - please pay "
                      "loan " LAP-LOAN-ACCT-ID " directly"
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
           END-IF
           REWRITE LOAN-AUTOPAY-RECORD
           IF WS-NOTIF-CUST-ID NOT = SPACES
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
           END-IF
           DISPLAY "  Autopay draw FAILED for loan "
                   LAP-LOAN-ACCT-ID

           MOVE "AUTOPAY_DRAW_FAILED" TO WS-AUDIT-ACTION
           STRING "Loan=" LAP-LOAN-ACCT-ID
                  " Funding=" LAP-FUNDING-ACCT-ID
                  " Retry=" LAP-RETRY-DATE
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 7948 - REACTIVATE A CURED AUTOPAY ENROLLMENT
      * An enrollment suspended after the failed retry comes back
      * automatically once the borrower has brought the loan
      * current - no due payment outstanding and no delinquency
      * bucket.
      ******************************************************************
       7948-CHECK-AUTOPAY-CURED.
           MOVE LAP-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               AND LOAN-ACTIVE
               AND LOAN-DELINQ-BUCKET = SPACES
               AND LOAN-NEXT-PAYMENT-DATE(1:8) > WS-BUSINESS-DATE
               SET LAP-ACTIVE TO TRUE
               REWRITE LOAN-AUTOPAY-RECORD
               DISPLAY "  Autopay reactivated for cured loan "
                       LAP-LOAN-ACCT-ID
               MOVE "AUTOPAY_REACTIVATED" TO WS-AUDIT-ACTION
               STRING "Loan=" LAP-LOAN-ACCT-ID
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 7970 - LOAN DELINQUENCY AGING (BATCH)
      * Nightly job over LOAN-SCHEDULE-FILE: ages past-due loans
      * into 30/60/90+ buckets, posts the late fee once the grace
      * period lapses (at most one fee per WS-DELQ-FEE-CYCLE-DAYS),
      * and writes or refreshes each delinquent loan on the
      * collections work queue. A loan that caught up is marked
      * cured on the queue and its bucket cleared.
      ******************************************************************
       7970-BATCH-LOAN-DELINQUENCY.
           DISPLAY " "
           DISPLAY "=== LOAN DELINQUENCY AGING ==="

           MOVE "LOANDELQ" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7970-LDLQ-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-DELQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           MOVE ZEROS TO WS-DELQ-COUNT
           MOVE ZEROS TO WS-DELQ-FEE-COUNT
           MOVE ZEROS TO WS-NAC-PLACED-COUNT

           MOVE LOW-VALUES TO LOAN-ACCT-ID
           START LOAN-SCHEDULE-FILE KEY >= LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               IF WS-LOAN-FILE-STATUS = "00"
                   IF LOAN-ACTIVE
                       PERFORM 7975-AGE-ONE-LOAN
                           THRU 7975-AGE-EXIT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Delinquent loans queued: " WS-DELQ-COUNT
           DISPLAY "Late fees posted:        " WS-DELQ-FEE-COUNT
           DISPLAY "Placed on nonaccrual:    " WS-NAC-PLACED-COUNT

           MOVE "LOANDELQ" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DELQ-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7970-LDLQ-EXIT.
           CONTINUE.

      ******************************************************************
      * 7975 - AGE ONE LOAN
      ******************************************************************
       7975-AGE-ONE-LOAN.
           IF LOAN-NEXT-PAYMENT-DATE = SPACES
               GO TO 7975-AGE-EXIT
           END-IF
           COMPUTE WS-DELQ-DUE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LOAN-NEXT-PAYMENT-DATE(1:8)))
           COMPUTE WS-DELQ-DAYS-PAST =
               WS-DELQ-TODAY-INT - WS-DELQ-DUE-INT

           IF WS-DELQ-DAYS-PAST NOT > ZEROS
      * Current - clear the bucket and cure any open queue entry
               IF LOAN-DELINQ-BUCKET NOT = SPACES
                   MOVE SPACES TO LOAN-DELINQ-BUCKET
                   REWRITE LOAN-SCHEDULE-RECORD
                   MOVE LOAN-ACCT-ID TO COLQ-ACCT-ID
                   READ COLLECTION-QUEUE-FILE
                   IF WS-COLQ-FILE-STATUS = "00"
                       AND NOT COLQ-STAT-CURED
                       SET COLQ-STAT-CURED TO TRUE
                       REWRITE COLLECTION-QUEUE-RECORD
                   END-IF
               END-IF
               GO TO 7975-AGE-EXIT
           END-IF

           MOVE LOAN-DELINQ-BUCKET TO WS-SCRA-OLD-BUCKET
           EVALUATE TRUE
               WHEN WS-DELQ-DAYS-PAST >= 90
                   MOVE "90" TO LOAN-DELINQ-BUCKET
               WHEN WS-DELQ-DAYS-PAST >= 60
                   MOVE "60" TO LOAN-DELINQ-BUCKET
               WHEN WS-DELQ-DAYS-PAST >= 30
                   MOVE "30" TO LOAN-DELINQ-BUCKET
               WHEN OTHER
                   MOVE SPACES TO LOAN-DELINQ-BUCKET
           END-EVALUATE
           PERFORM 7976-CHECK-NONACCRUAL
               THRU 7976-NAC-EXIT

      * A protected servicemember's loan still ages, but its late
      * fees are waived and it is kept off the collections queue
           MOVE "N" TO WS-SCRA-PROTECT-FLAG
           MOVE "N" TO WS-BKR-STAY-FLAG
           MOVE LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 8562-CHECK-SCRA-STATUS
                   THRU 8562-SCRA-EXIT
               PERFORM 8586-CHECK-BANKRUPTCY-STAY
                   THRU 8586-STAY-EXIT
           END-IF

      * Under a bankruptcy stay the loan stops aging - the bureaus
      * keep seeing the bucket it carried at filing - and takes no
      * late fee and no collections work
           IF WS-BKR-STAYED
               MOVE WS-SCRA-OLD-BUCKET TO LOAN-DELINQ-BUCKET
           END-IF

      * Late fee once the grace period lapses, at most one per
      * fee cycle
           IF WS-DELQ-DAYS-PAST > WS-DELQ-GRACE-DAYS
               MOVE 99999 TO WS-DELQ-FEE-AGE
               IF LOAN-LAST-LATE-FEE-DATE NOT = SPACES
                   COMPUTE WS-DELQ-FEE-AGE = WS-DELQ-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           LOAN-LAST-LATE-FEE-DATE(1:8)))
               END-IF
               IF WS-DELQ-FEE-AGE >= WS-DELQ-FEE-CYCLE-DAYS
      * The cycle's fee is waived, not deferred
                   EVALUATE TRUE
                       WHEN WS-SCRA-PROTECTED
                           MOVE "F" TO WS-SCRA-HELD-WHAT
                           PERFORM 8566-HOLD-FOR-SCRA
                       WHEN WS-BKR-STAYED
                           MOVE "F" TO WS-BKR-HELD-WHAT
                           PERFORM 8588-HOLD-FOR-BANKRUPTCY
                       WHEN OTHER
                           PERFORM 7977-POST-LOAN-LATE-FEE
                               THRU 7977-FEE-EXIT
                           ADD 1 TO WS-DELQ-FEE-COUNT
                   END-EVALUATE
                   MOVE WS-ACCEPT-DATE TO LOAN-LAST-LATE-FEE-DATE
               END-IF
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD

           IF WS-BKR-STAYED
               MOVE LOAN-ACCT-ID TO COLQ-ACCT-ID
               READ COLLECTION-QUEUE-FILE
               IF WS-COLQ-FILE-STATUS = "00"
                   AND (COLQ-STAT-OPEN OR COLQ-STAT-PROMISED)
                   SET COLQ-STAT-STAYED TO TRUE
                   REWRITE COLLECTION-QUEUE-RECORD
                   MOVE "C" TO WS-BKR-HELD-WHAT
                   PERFORM 8588-HOLD-FOR-BANKRUPTCY
               END-IF
               DISPLAY "  Loan " LOAN-ACCT-ID " is "
                       WS-DELQ-DAYS-PAST " day(s) past due - "
                       "bankruptcy stay, not aged or queued"
               GO TO 7975-AGE-EXIT
           END-IF

           IF WS-SCRA-PROTECTED
      * Counted once for each bucket the loan ages into
               IF LOAN-DELINQ-BUCKET NOT = WS-SCRA-OLD-BUCKET
                   AND LOAN-DELINQ-BUCKET NOT = SPACES
                   MOVE "C" TO WS-SCRA-HELD-WHAT
                   PERFORM 8566-HOLD-FOR-SCRA
               END-IF
               DISPLAY "  Loan " LOAN-ACCT-ID " is "
                       WS-DELQ-DAYS-PAST " day(s) past due - SCRA "
                       "protected, not queued"
               GO TO 7975-AGE-EXIT
           END-IF

      * Write or refresh the collections queue entry
           ADD 1 TO WS-DELQ-COUNT
           MOVE LOAN-ACCT-ID TO COLQ-ACCT-ID
           READ COLLECTION-QUEUE-FILE
           IF WS-COLQ-FILE-STATUS = "00"
               MOVE WS-DELQ-DAYS-PAST TO COLQ-DAYS-PAST-DUE
               MOVE LOAN-DELINQ-BUCKET TO COLQ-BUCKET
               COMPUTE COLQ-AMOUNT-DUE ROUNDED =
                   LOAN-MONTHLY-PRINCIPAL-AMT
                   + (LOAN-REMAINING-PRINCIPAL
                      * LOAN-INTEREST-RATE / 12 / 100)
               MOVE WS-ACCEPT-DATE TO COLQ-QUEUED-DATE
               IF COLQ-STAT-CURED OR COLQ-STAT-STAYED
                   SET COLQ-STAT-OPEN TO TRUE
               END-IF
               REWRITE COLLECTION-QUEUE-RECORD
           ELSE
               MOVE LOAN-ACCT-ID TO COLQ-ACCT-ID
               MOVE SPACES TO COLQ-CUST-ID
               MOVE LOAN-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-OWNER-ID TO COLQ-CUST-ID
               END-IF
               MOVE WS-DELQ-DAYS-PAST TO COLQ-DAYS-PAST-DUE
               MOVE LOAN-DELINQ-BUCKET TO COLQ-BUCKET
               COMPUTE COLQ-AMOUNT-DUE ROUNDED =
                   LOAN-MONTHLY-PRINCIPAL-AMT
                   + (LOAN-REMAINING-PRINCIPAL
                      * LOAN-INTEREST-RATE / 12 / 100)
               MOVE WS-ACCEPT-DATE TO COLQ-QUEUED-DATE
               SET COLQ-STAT-OPEN TO TRUE
               MOVE SPACES TO COLQ-COLLECTOR-NOTES
               WRITE COLLECTION-QUEUE-RECORD
           END-IF

           DISPLAY "  Loan " LOAN-ACCT-ID " is "
                   WS-DELQ-DAYS-PAST " day(s) past due, bucket "
                   LOAN-DELINQ-BUCKET.

       7975-AGE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7976 - NONACCRUAL CHECK FOR A PAST-DUE LOAN
      * LOAN-SCHEDULE-RECORD is current and WS-DELQ-DAYS-PAST is
      * positive. A loan at the threshold goes on nonaccrual; one
      * already on it has fallen behind again, so its run of
      * payments toward returning to accrual starts over.
      ******************************************************************
       7976-CHECK-NONACCRUAL.
           MOVE LOAN-ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "00"
               AND NAC-ON-NONACCRUAL
               IF NAC-PAYMENTS-MADE > ZEROS
                   MOVE ZEROS TO NAC-PAYMENTS-MADE
                   REWRITE LOAN-NONACCRUAL-RECORD
               END-IF
               GO TO 7976-NAC-EXIT
           END-IF
           IF WS-DELQ-DAYS-PAST < WS-NAC-AUTO-DAYS
               GO TO 7976-NAC-EXIT
           END-IF

           MOVE LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               GO TO 7976-NAC-EXIT
           END-IF
           MOVE "A" TO WS-NAC-PLACE-HOW
           MOVE "LOANDELQ" TO WS-NAC-PLACED-BY
           MOVE WS-DELQ-DAYS-PAST TO WS-NAC-DAYS-PAST
           MOVE SPACES TO WS-NAC-INPUT-REASON
           STRING "Past due " WS-NAC-DAYS-PAST " days"
                  DELIMITED SIZE INTO WS-NAC-INPUT-REASON
           PERFORM 8472-PLACE-ON-NONACCRUAL
           ADD 1 TO WS-NAC-PLACED-COUNT.

       7976-NAC-EXIT.
           CONTINUE.

      ******************************************************************
      * 7977 - POST LOAN LATE FEE
      * The fee deepens the (negative) loan account balance, the
      * same fee shape 7150-POST-NSF-FEE posts.
      ******************************************************************
       7977-POST-LOAN-LATE-FEE.
           MOVE LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Late fee skipped - account "
                       LOAN-ACCT-ID " not found."
               GO TO 7977-FEE-EXIT
           END-IF

           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - WS-DELQ-LATE-FEE-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-DELQ-LATE-FEE-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-DELQ-LATE-FEE-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Loan Late Payment Fee" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           DISPLAY "  Late fee posted to loan " LOAN-ACCT-ID.

       7977-FEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7980 - COLLECTIONS WORK QUEUE
      * Lists the open queue and lets a collector annotate an entry
      * with notes and a status (promise-to-pay, cured), the same
      * view-then-update shape CUSTMGMT's complaint tickets use.
      ******************************************************************
       7980-COLLECTIONS-WORK-QUEUE.
           DISPLAY " "
           DISPLAY "=== COLLECTIONS WORK QUEUE ==="
           MOVE ZEROS TO WS-DELQ-DSP-COUNT
           MOVE LOW-VALUES TO COLQ-ACCT-ID
           START COLLECTION-QUEUE-FILE KEY >= COLQ-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COLQ-FILE-STATUS NOT = "00"
               READ COLLECTION-QUEUE-FILE NEXT RECORD
               IF WS-COLQ-FILE-STATUS = "00"
                   IF NOT COLQ-STAT-CURED
                       AND NOT COLQ-STAT-STAYED
                       ADD 1 TO WS-DELQ-DSP-COUNT
                       MOVE COLQ-AMOUNT-DUE TO WS-DSP-AMOUNT
                       DISPLAY "  " COLQ-ACCT-ID
                               " " COLQ-CUST-ID
                               " Bucket " COLQ-BUCKET
                               " Past Due " COLQ-DAYS-PAST-DUE
                               " Due $" WS-DSP-AMOUNT
                               " Status " COLQ-STATUS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DELQ-DSP-COUNT = ZEROS
               DISPLAY "  (queue is empty)"
               GO TO 7980-COLLECTIONS-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Loan Account ID to annotate (0 to cancel): "
               WITH NO ADVANCING
           ACCEPT WS-DELQ-INPUT-ACCT-ID FROM CONSOLE
           IF WS-DELQ-INPUT-ACCT-ID = "0"
               OR WS-DELQ-INPUT-ACCT-ID = SPACES
               GO TO 7980-COLLECTIONS-EXIT
           END-IF
           COMPUTE COLQ-ACCT-ID =
               FUNCTION NUMVAL(WS-DELQ-INPUT-ACCT-ID)
           READ COLLECTION-QUEUE-FILE
           IF WS-COLQ-FILE-STATUS NOT = "00"
               DISPLAY "No queue entry for that loan."
               GO TO 7980-COLLECTIONS-EXIT
           END-IF
           IF COLQ-STAT-STAYED
               DISPLAY "Borrower is under a bankruptcy stay - no "
                       "collection contact."
               GO TO 7980-COLLECTIONS-EXIT
           END-IF

           DISPLAY "Current Notes: " COLQ-COLLECTOR-NOTES
           DISPLAY "New Status (O=Open, P=Promise to Pay, "
                   "C=Cured, blank to keep): " WITH NO ADVANCING
           ACCEPT WS-DELQ-INPUT-STAT FROM CONSOLE
           IF WS-DELQ-INPUT-STAT NOT = SPACES
               MOVE WS-DELQ-INPUT-STAT TO COLQ-STATUS
           END-IF
           DISPLAY "Notes (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-DELQ-INPUT-NOTE FROM CONSOLE
           IF WS-DELQ-INPUT-NOTE NOT = SPACES
               MOVE WS-DELQ-INPUT-NOTE TO COLQ-COLLECTOR-NOTES
           END-IF
           REWRITE COLLECTION-QUEUE-RECORD
           DISPLAY "Queue entry updated."

           MOVE "COLLECTION_NOTE" TO WS-AUDIT-ACTION
           STRING "Loan=" COLQ-ACCT-ID
                  " Status=" COLQ-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7980-COLLECTIONS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7982 - MAINTAIN LOAN COLLATERAL
      * Records what secures a loan - 2400 takes the application,
      * but until now nothing held the truck, the lien or the
      * policy that is supposed to insure it.
      ******************************************************************
       7982-MAINTAIN-COLLATERAL.
           DISPLAY " "
           DISPLAY "=== MAINTAIN LOAN COLLATERAL ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-COLL-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 7982-COLL-EXIT
           END-IF

           DISPLAY "Collateral on file:"
           MOVE ACCT-ID TO COLL-ACCT-ID
           MOVE ZEROS TO COLL-SEQ
           START COLLATERAL-FILE KEY >= COLL-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COLL-FILE-STATUS NOT = "00"
               READ COLLATERAL-FILE NEXT RECORD
               IF WS-COLL-FILE-STATUS = "00"
                   IF COLL-ACCT-ID = ACCT-ID
                       DISPLAY "  " COLL-SEQ " " COLL-TYPE
                               " " COLL-DESCRIPTION
                               " Value " COLL-APPRAISED-VALUE
                               " Ins expires " COLL-INS-EXPIRES
                   ELSE
                       MOVE "10" TO WS-COLL-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COLL-FILE-STATUS

           DISPLAY "Collateral Type (VEHICLE/PROPERTY/...): "
               WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-TYPE FROM CONSOLE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-DESC FROM CONSOLE
           DISPLAY "Appraised Value: " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-VALUE FROM CONSOLE
           DISPLAY "Appraisal Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-APPDATE FROM CONSOLE
           DISPLAY "Lien Position (1-9): " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-LIEN FROM CONSOLE
           DISPLAY "Insurance Carrier: " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-CARRIER FROM CONSOLE
           DISPLAY "Policy Number: " WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-POLICY FROM CONSOLE
           DISPLAY "Policy Expiration (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-COLL-INPUT-EXPIRES FROM CONSOLE

           MOVE 1 TO WS-COLL-NEXT-SEQ
           MOVE ACCT-ID TO COLL-ACCT-ID
           MOVE ZEROS TO COLL-SEQ
           START COLLATERAL-FILE KEY >= COLL-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COLL-FILE-STATUS NOT = "00"
               READ COLLATERAL-FILE NEXT RECORD
               IF WS-COLL-FILE-STATUS = "00"
                   IF COLL-ACCT-ID = ACCT-ID
                       COMPUTE WS-COLL-NEXT-SEQ = COLL-SEQ + 1
                   ELSE
                       MOVE "10" TO WS-COLL-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COLL-FILE-STATUS

           MOVE ACCT-ID TO COLL-ACCT-ID
           MOVE WS-COLL-NEXT-SEQ TO COLL-SEQ
           MOVE WS-COLL-INPUT-TYPE TO COLL-TYPE
           MOVE WS-COLL-INPUT-DESC TO COLL-DESCRIPTION
           COMPUTE COLL-APPRAISED-VALUE =
               FUNCTION NUMVAL(WS-COLL-INPUT-VALUE)
           MOVE WS-COLL-INPUT-APPDATE TO COLL-APPRAISAL-DATE
           COMPUTE COLL-LIEN-POSITION =
               FUNCTION NUMVAL(WS-COLL-INPUT-LIEN)
           MOVE WS-COLL-INPUT-CARRIER TO COLL-INS-CARRIER
           MOVE WS-COLL-INPUT-POLICY TO COLL-INS-POLICY
           MOVE WS-COLL-INPUT-EXPIRES TO COLL-INS-EXPIRES
           SET COLL-ACTIVE TO TRUE
           WRITE COLLATERAL-RECORD
           DISPLAY "Collateral " COLL-ACCT-ID "/" COLL-SEQ
                   " recorded."

           MOVE "COLLATERAL_ADDED" TO WS-AUDIT-ACTION
           STRING "Acct=" COLL-ACCT-ID
                  " Seq=" COLL-SEQ
                  " Type=" COLL-TYPE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7982-COLL-EXIT.
           CONTINUE.

      ******************************************************************
      * 7983 - MONTHLY COLLATERAL REVIEW (BATCH)
      * Flags lapsed insurance and loans whose balance runs past
      * the loan-to-value threshold, feeding the same collections
      * work queue the officers already work - last quarter we
      * learned about a lapsed policy from a total loss.
      ******************************************************************
       7983-BATCH-COLLATERAL-REVIEW.
           DISPLAY " "
           DISPLAY "=== MONTHLY COLLATERAL REVIEW ==="

           MOVE "COLLREVW" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7983-CREV-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-COLL-TODAY
           MOVE ZEROS TO WS-COLL-LAPSED-COUNT
           MOVE ZEROS TO WS-COLL-OVERLTV-COUNT
           MOVE ZEROS TO WS-HLC-CUT-COUNT

           MOVE LOW-VALUES TO COLL-KEY
           START COLLATERAL-FILE KEY >= COLL-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COLL-FILE-STATUS NOT = "00"
               READ COLLATERAL-FILE NEXT RECORD
               IF WS-COLL-FILE-STATUS = "00"
                   AND COLL-ACTIVE
                   PERFORM 7984-REVIEW-ONE-COLLATERAL
                       THRU 7984-REVIEW-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COLL-FILE-STATUS

           DISPLAY "Lapsed insurance found: "
                   WS-COLL-LAPSED-COUNT
           DISPLAY "Loans over LTV limit:   "
                   WS-COLL-OVERLTV-COUNT
           DISPLAY "Equity lines cut/frozen: "
                   WS-HLC-CUT-COUNT

           MOVE "COLLREVW" TO WS-RUNCTL-JOB-NAME
           COMPUTE WS-RUNCTL-RECORDS-DONE =
               WS-COLL-LAPSED-COUNT + WS-COLL-OVERLTV-COUNT
               + WS-HLC-CUT-COUNT
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7983-CREV-EXIT.
           CONTINUE.

      ******************************************************************
      * 7984 - REVIEW ONE COLLATERAL RECORD
      ******************************************************************
       7984-REVIEW-ONE-COLLATERAL.
           MOVE SPACES TO WS-COLL-QUEUE-REASON
           IF COLL-INS-EXPIRES NOT = SPACES
               AND COLL-INS-EXPIRES < WS-COLL-TODAY
               MOVE "INSURANCE LAPSED" TO WS-COLL-QUEUE-REASON
               ADD 1 TO WS-COLL-LAPSED-COUNT
           END-IF
           IF WS-COLL-QUEUE-REASON = SPACES
               AND COLL-APPRAISED-VALUE > ZEROS
               MOVE COLL-ACCT-ID TO LOAN-ACCT-ID
               READ LOAN-SCHEDULE-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   AND LOAN-ACTIVE
                   COMPUTE WS-COLL-LTV =
                       LOAN-REMAINING-PRINCIPAL
                       / COLL-APPRAISED-VALUE
                   IF WS-COLL-LTV > WS-COLL-LTV-THRESHOLD
                       MOVE "OVER LTV THRESHOLD"
                           TO WS-COLL-QUEUE-REASON
                       ADD 1 TO WS-COLL-OVERLTV-COUNT
                   END-IF
               END-IF
           END-IF
      * A home equity line is re-sized against the new value
           IF WS-COLL-QUEUE-REASON = SPACES
               AND COLL-APPRAISED-VALUE > ZEROS
               MOVE COLL-ACCT-ID TO HLC-ACCT-ID
               READ HELOC-FILE
               IF WS-HLC-FILE-STATUS = "00"
                   PERFORM 8418-REVIEW-HELOC-LINE
                       THRU 8418-REVIEW-EXIT
               END-IF
           END-IF
           IF WS-COLL-QUEUE-REASON = SPACES
               GO TO 7984-REVIEW-EXIT
           END-IF

      * Feed the collections work queue the officers already work
           MOVE COLL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 8562-CHECK-SCRA-STATUS
                   THRU 8562-SCRA-EXIT
               IF WS-SCRA-PROTECTED
                   MOVE "C" TO WS-SCRA-HELD-WHAT
                   PERFORM 8566-HOLD-FOR-SCRA
                   DISPLAY "  Loan " COLL-ACCT-ID " not queued ("
                           WS-COLL-QUEUE-REASON ") - SCRA protected"
                   GO TO 7984-REVIEW-EXIT
               END-IF
               PERFORM 8586-CHECK-BANKRUPTCY-STAY
                   THRU 8586-STAY-EXIT
               IF WS-BKR-STAYED
                   MOVE "C" TO WS-BKR-HELD-WHAT
                   PERFORM 8588-HOLD-FOR-BANKRUPTCY
                   DISPLAY "  Loan " COLL-ACCT-ID " not queued ("
                           WS-COLL-QUEUE-REASON ") - bankruptcy stay"
                   GO TO 7984-REVIEW-EXIT
               END-IF
           END-IF
           MOVE COLL-ACCT-ID TO COLQ-ACCT-ID
           READ COLLECTION-QUEUE-FILE
           IF WS-COLQ-FILE-STATUS = "00"
               MOVE WS-COLL-QUEUE-REASON TO COLQ-COLLECTOR-NOTES
               REWRITE COLLECTION-QUEUE-RECORD
           ELSE
               MOVE COLL-ACCT-ID TO COLQ-ACCT-ID
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-OWNER-ID TO COLQ-CUST-ID
               ELSE
                   MOVE SPACES TO COLQ-CUST-ID
               END-IF
               MOVE ZEROS TO COLQ-DAYS-PAST-DUE
               MOVE "CL" TO COLQ-BUCKET
               MOVE ZEROS TO COLQ-AMOUNT-DUE
               MOVE WS-ACCEPT-DATE TO COLQ-QUEUED-DATE
               SET COLQ-STAT-OPEN TO TRUE
               MOVE WS-COLL-QUEUE-REASON TO COLQ-COLLECTOR-NOTES
               WRITE COLLECTION-QUEUE-RECORD
           END-IF
           DISPLAY "  Loan " COLL-ACCT-ID " queued: "
                   WS-COLL-QUEUE-REASON

           MOVE "COLLATERAL_FLAGGED" TO WS-AUDIT-ACTION
           STRING "Acct=" COLL-ACCT-ID
                  " Reason=" WS-COLL-QUEUE-REASON
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7984-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 7985 - ESCROW DISBURSEMENT
      * Pays a tax or insurance bill out of a loan's escrow
      * sub-balance and records it on ESCROW-DISB-FILE for the
      * annual analysis.
      ******************************************************************
       7985-ESCROW-DISBURSEMENT.
           DISPLAY " "
           DISPLAY "=== ESCROW DISBURSEMENT ==="
           DISPLAY " "
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-ESCR-INPUT-ACCT-ID FROM CONSOLE
           COMPUTE LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-ESCR-INPUT-ACCT-ID)
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedule on file for that account."
               GO TO 7985-ESCROW-EXIT
           END-IF

           MOVE LOAN-ESCROW-BALANCE TO WS-DSP-AMOUNT
           DISPLAY "Escrow Balance: $" WS-DSP-AMOUNT
           DISPLAY "Payee: " WITH NO ADVANCING
           ACCEPT WS-ESCR-INPUT-PAYEE FROM CONSOLE
           DISPLAY "Purpose (TAX/INSURANCE/...): " WITH NO ADVANCING
           ACCEPT WS-ESCR-INPUT-PURPOSE FROM CONSOLE
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-ESCR-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-ESCR-LOCAL-AMOUNT =
               FUNCTION NUMVAL(WS-ESCR-INPUT-AMOUNT)

           IF WS-ESCR-LOCAL-AMOUNT NOT > ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO 7985-ESCROW-EXIT
           END-IF
           IF WS-ESCR-LOCAL-AMOUNT > LOAN-ESCROW-BALANCE
               DISPLAY "Disbursement exceeds the escrow balance."
               GO TO 7985-ESCROW-EXIT
           END-IF

           COMPUTE LOAN-ESCROW-BALANCE =
               LOAN-ESCROW-BALANCE - WS-ESCR-LOCAL-AMOUNT
           REWRITE LOAN-SCHEDULE-RECORD

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ESCROW-DISB-FILE
           IF WS-ESCR-FILE-STATUS = "35"
               OPEN OUTPUT ESCROW-DISB-FILE
           END-IF
           MOVE LOAN-ACCT-ID TO ESCR-LOAN-ACCT-ID
           MOVE WS-ACCEPT-DATE TO ESCR-DISB-DATE
           MOVE WS-ESCR-INPUT-PAYEE TO ESCR-PAYEE
           MOVE WS-ESCR-INPUT-PURPOSE TO ESCR-PURPOSE
           MOVE WS-ESCR-LOCAL-AMOUNT TO ESCR-AMOUNT
           MOVE LS-CURRENT-USER TO ESCR-DISBURSED-BY
           WRITE ESCROW-DISB-RECORD
           CLOSE ESCROW-DISB-FILE

           MOVE LOAN-ESCROW-BALANCE TO WS-DSP-AMOUNT
           DISPLAY "Disbursement recorded. Remaining escrow: $"
                   WS-DSP-AMOUNT

           MOVE "ESCROW_DISB" TO WS-AUDIT-ACTION
           STRING "Loan=" LOAN-ACCT-ID
                  " Payee=" WS-ESCR-INPUT-PAYEE
                  " Amount=" WS-ESCR-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7985-ESCROW-EXIT.
           CONTINUE.

      ******************************************************************
      * 7990 - ANNUAL ESCROW ANALYSIS
      * Recomputes the escrow payment from the trailing year's
      * disbursements plus a two-month cushion, and writes the
      * shortage/surplus statement to the borrower.
      ******************************************************************
       7990-ANNUAL-ESCROW-ANALYSIS.
           DISPLAY " "
           DISPLAY "=== ANNUAL ESCROW ANALYSIS ==="
           DISPLAY " "
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-ESCR-INPUT-ACCT-ID FROM CONSOLE
           COMPUTE LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-ESCR-INPUT-ACCT-ID)
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedule on file for that account."
               GO TO 7990-ANALYSIS-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-ESCR-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) - 365
           COMPUTE WS-ESCR-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ESCR-CUTOFF-INT)
           MOVE WS-ESCR-CUTOFF-NUM TO WS-ESCR-CUTOFF-DATE

      * Total the trailing year's disbursements for this loan
           MOVE ZEROS TO WS-ESCR-ANNUAL-DISB
           OPEN INPUT ESCROW-DISB-FILE
           IF WS-ESCR-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESCR-FILE-STATUS NOT = "00"
                   READ ESCROW-DISB-FILE
                   IF WS-ESCR-FILE-STATUS = "00"
                       IF ESCR-LOAN-ACCT-ID = LOAN-ACCT-ID
                           AND ESCR-DISB-DATE >= WS-ESCR-CUTOFF-DATE
                           AND ESCR-PURPOSE(1:3) NOT = "PMI"
                           ADD ESCR-AMOUNT TO WS-ESCR-ANNUAL-DISB
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ESCROW-DISB-FILE
           END-IF

      * Two-month cushion; a balance under the cushion is a
      * shortage spread over the coming year's payments
           COMPUTE WS-ESCR-CUSHION ROUNDED =
               WS-ESCR-ANNUAL-DISB / 6
           COMPUTE WS-ESCR-SHORTAGE =
               WS-ESCR-CUSHION - LOAN-ESCROW-BALANCE
           IF WS-ESCR-SHORTAGE < ZEROS
               MOVE ZEROS TO WS-ESCR-SHORTAGE
           END-IF
           COMPUTE WS-ESCR-NEW-PAYMENT ROUNDED =
               (WS-ESCR-ANNUAL-DISB + WS-ESCR-SHORTAGE) / 12

      * Active PMI is collected with the escrow at its own premium
           MOVE ZEROS TO WS-PMI-PREMIUM
           MOVE LOAN-ACCT-ID TO PMI-LOAN-ACCT-ID
           READ LOAN-PMI-FILE
           IF WS-PMI-FILE-STATUS = "00"
               AND PMI-ACTIVE
               MOVE PMI-MONTHLY-PREMIUM TO WS-PMI-PREMIUM
               ADD WS-PMI-PREMIUM TO WS-ESCR-NEW-PAYMENT
           END-IF
           MOVE "00" TO WS-PMI-FILE-STATUS

      * The loan's account carries the charter the statement goes
      * out under
           MOVE LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO ACCT-ENTITY-CODE
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS

           STRING "/tmp/altoro_escrow_"
                  WS-ESCR-INPUT-ACCT-ID(1:10)
                  "_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-ESCR-STMT-PATH
           OPEN OUTPUT ESCROW-STMT-FILE
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO ESCROW-STMT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - ANNUAL ESCROW ANALYSIS"
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           STRING "LOAN ACCOUNT: " LOAN-ACCT-ID
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           MOVE WS-ESCR-ANNUAL-DISB TO WS-DSP-AMOUNT
           STRING "DISBURSEMENTS LAST 12 MONTHS: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           MOVE LOAN-ESCROW-BALANCE TO WS-DSP-AMOUNT
           STRING "CURRENT ESCROW BALANCE:       $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           MOVE WS-ESCR-CUSHION TO WS-DSP-AMOUNT
           STRING "REQUIRED CUSHION (2 MONTHS):  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           MOVE WS-ESCR-SHORTAGE TO WS-DSP-AMOUNT
           STRING "SHORTAGE SPREAD OVER 12 MOS:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           IF WS-PMI-PREMIUM > ZEROS
               MOVE WS-PMI-PREMIUM TO WS-DSP-AMOUNT
               STRING "MORTGAGE INSURANCE PREMIUM:   $" WS-DSP-AMOUNT
                   DELIMITED SIZE INTO ESCROW-STMT-RECORD
               WRITE ESCROW-STMT-RECORD
           END-IF
           MOVE LOAN-ESCROW-PAYMENT TO WS-DSP-AMOUNT
           STRING "OLD MONTHLY ESCROW PAYMENT:   $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           MOVE WS-ESCR-NEW-PAYMENT TO WS-DSP-AMOUNT
           STRING "NEW MONTHLY ESCROW PAYMENT:   $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO ESCROW-STMT-RECORD
           WRITE ESCROW-STMT-RECORD
           CLOSE ESCROW-STMT-FILE

           MOVE WS-ESCR-NEW-PAYMENT TO LOAN-ESCROW-PAYMENT
           REWRITE LOAN-SCHEDULE-RECORD

           MOVE WS-ESCR-NEW-PAYMENT TO WS-DSP-AMOUNT
           DISPLAY "Analysis complete. New monthly escrow payment: $"
                   WS-DSP-AMOUNT
           DISPLAY "Borrower statement: " WS-ESCR-STMT-PATH

           MOVE "ESCROW_ANALYSIS" TO WS-AUDIT-ACTION
           STRING "Loan=" LOAN-ACCT-ID
                  " NewEscrowPmt=" WS-ESCR-NEW-PAYMENT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7990-ANALYSIS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7992 - MAINTAIN LOAN INDEX RATES
      * Lists an index's rate history and files a new effective-
      * dated rate (or corrects the one already on file for that
      * date). The table prices every variable-rate loan, so a
      * change goes in under supervisor override.
      ******************************************************************
       7992-MAINTAIN-INDEX-RATES.
           DISPLAY " "
           DISPLAY "=== MAINTAIN LOAN INDEX RATES ==="
           DISPLAY " "
           DISPLAY "Index Code: " WITH NO ADVANCING
           ACCEPT WS-IDXR-INPUT-CODE FROM CONSOLE
           IF WS-IDXR-INPUT-CODE = SPACES
               DISPLAY "Index code is required."
               GO TO 7992-IDXR-EXIT
           END-IF

           MOVE ZEROS TO WS-IDXR-LIST-COUNT
           MOVE WS-IDXR-INPUT-CODE TO IDXR-INDEX-CODE
           MOVE LOW-VALUES TO IDXR-EFF-DATE
           START INDEX-RATE-FILE KEY >= IDXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IDXR-FILE-STATUS NOT = "00"
               READ INDEX-RATE-FILE NEXT RECORD
               IF WS-IDXR-FILE-STATUS = "00"
                   IF IDXR-INDEX-CODE NOT = WS-IDXR-INPUT-CODE
                       MOVE "10" TO WS-IDXR-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-IDXR-LIST-COUNT
                       MOVE IDXR-RATE TO WS-LVR-DSP-NEW
                       DISPLAY "  Eff " IDXR-EFF-DATE
                               "  " WS-LVR-DSP-NEW "%  "
                               IDXR-DESCRIPTION
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-IDXR-FILE-STATUS
           IF WS-IDXR-LIST-COUNT = ZEROS
               DISPLAY "  (no rates on file for this index)"
           END-IF

           DISPLAY " "
           DISPLAY "New Effective Date (YYYYMMDD, blank = none): "
               WITH NO ADVANCING
           ACCEPT WS-IDXR-INPUT-DATE FROM CONSOLE
           IF WS-IDXR-INPUT-DATE = SPACES
               GO TO 7992-IDXR-EXIT
           END-IF
           IF WS-IDXR-INPUT-DATE NOT NUMERIC
               DISPLAY "Effective date must be YYYYMMDD."
               GO TO 7992-IDXR-EXIT
           END-IF
           DISPLAY "Rate (%): " WITH NO ADVANCING
           ACCEPT WS-IDXR-INPUT-RATE FROM CONSOLE
           COMPUTE WS-LVR-INDEX-RATE =
               FUNCTION NUMVAL(WS-IDXR-INPUT-RATE)
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-IDXR-INPUT-DESC FROM CONSOLE

           MOVE "INDEX_RATE_CHANGE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               DISPLAY "Index rate not saved."
               GO TO 7992-IDXR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-IDXR-INPUT-CODE TO IDXR-INDEX-CODE
           MOVE WS-IDXR-INPUT-DATE TO IDXR-EFF-DATE
           READ INDEX-RATE-FILE
           MOVE WS-IDXR-INPUT-DESC TO IDXR-DESCRIPTION
           MOVE WS-LVR-INDEX-RATE TO IDXR-RATE
           MOVE LS-CURRENT-USER TO IDXR-ENTERED-BY
           MOVE WS-ACCEPT-DATE TO IDXR-ENTERED-DATE
           IF WS-IDXR-FILE-STATUS = "00"
               REWRITE INDEX-RATE-RECORD
               DISPLAY "Index rate for " IDXR-EFF-DATE " corrected."
           ELSE
               WRITE INDEX-RATE-RECORD
               DISPLAY "Index rate effective " IDXR-EFF-DATE
                       " added."
           END-IF

           MOVE "INDEX_RATE_SET" TO WS-AUDIT-ACTION
           STRING "Index=" IDXR-INDEX-CODE
                  " Eff=" IDXR-EFF-DATE
                  " Rate=" WS-IDXR-INPUT-RATE
                  " Super=" WS-OVR-SUPER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7992-IDXR-EXIT.
           CONTINUE.

      ******************************************************************
      * 7993 - VARIABLE-RATE LOAN REPRICING (BATCH)
      * Nightly job over LOAN-VAR-FILE: every loan whose change date
      * has come is repriced to index plus margin within its caps
      * and floor, and every pending rate-change notice that has
      * come due is queued to the borrower.
      ******************************************************************
       7993-BATCH-LOAN-REPRICING.
           DISPLAY " "
           DISPLAY "=== VARIABLE-RATE LOAN REPRICING ==="

           MOVE "LOANRPRC" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7993-LRPR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-LVR-TODAY
           MOVE ZEROS TO WS-LVR-REPRICE-COUNT
           MOVE ZEROS TO WS-LVR-NOTICE-COUNT

           MOVE LOW-VALUES TO LVR-ACCT-ID
           START LOAN-VAR-FILE KEY >= LVR-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LVR-FILE-STATUS NOT = "00"
               READ LOAN-VAR-FILE NEXT RECORD
               IF WS-LVR-FILE-STATUS = "00"
                   IF LVR-NEXT-CHANGE-DATE NOT > WS-LVR-TODAY
                       PERFORM 7994-REPRICE-ONE-LOAN
                           THRU 7994-REPRICE-EXIT
                   END-IF
                   IF LVR-NOTICE-PENDING
                       AND LVR-NOTICE-DUE-DATE NOT > WS-LVR-TODAY
                       PERFORM 7995-SEND-RATE-NOTICE
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Loans repriced:      " WS-LVR-REPRICE-COUNT
           DISPLAY "Rate notices queued: " WS-LVR-NOTICE-COUNT

           MOVE "LOANRPRC" TO WS-RUNCTL-JOB-NAME
           MOVE WS-LVR-REPRICE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7993-LRPR-EXIT.
           CONTINUE.

      ******************************************************************
      * 7994 - REPRICE ONE LOAN
      * New rate = index in force on the change date + margin, held
      * to the periodic cap against the current rate, the lifetime
      * cap over the start rate, and the floor. The schedule's
      * principal installment is re-spread over the payments left
      * (the interest portion follows the new rate by itself), the
      * schedule and account changes are journaled, and the notice is
      * set to go WS-LVR-NOTICE-DAYS ahead of the first payment at
      * the new rate. A missing index rate leaves the change date
      * alone so the loan is picked up again once the rate is keyed.
      ******************************************************************
       7994-REPRICE-ONE-LOAN.
           MOVE LVR-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               OR NOT LOAN-ACTIVE
               DISPLAY "  Loan " LVR-ACCT-ID
                       " not active - repricing skipped."
               GO TO 7994-REPRICE-EXIT
           END-IF

           MOVE LVR-INDEX-CODE TO WS-LVR-INDEX-CODE
           MOVE LVR-NEXT-CHANGE-DATE TO WS-LVR-AS-OF-DATE
           PERFORM 7996-LOOKUP-INDEX-RATE
           IF WS-LVR-INDEX-FOUND NOT = "Y"
               DISPLAY "  Loan " LVR-ACCT-ID " - no " LVR-INDEX-CODE
                       " rate on file as of " LVR-NEXT-CHANGE-DATE
                       ", held for the next run."
               GO TO 7994-REPRICE-EXIT
           END-IF

           MOVE LOAN-SCHEDULE-RECORD TO WS-JRNL-BEFORE-LOAN
           MOVE LOAN-INTEREST-RATE TO WS-LVR-OLD-RATE
           COMPUTE WS-LVR-NEW-RATE = WS-LVR-INDEX-RATE + LVR-MARGIN
           IF LVR-PERIODIC-CAP > ZEROS
               IF WS-LVR-NEW-RATE > WS-LVR-OLD-RATE + LVR-PERIODIC-CAP
                   COMPUTE WS-LVR-NEW-RATE =
                       WS-LVR-OLD-RATE + LVR-PERIODIC-CAP
               END-IF
               IF WS-LVR-NEW-RATE < WS-LVR-OLD-RATE - LVR-PERIODIC-CAP
                   COMPUTE WS-LVR-NEW-RATE =
                       WS-LVR-OLD-RATE - LVR-PERIODIC-CAP
               END-IF
           END-IF
           IF LVR-LIFETIME-CAP > ZEROS
               COMPUTE WS-LVR-CEILING =
                   LVR-INITIAL-RATE + LVR-LIFETIME-CAP
               IF WS-LVR-NEW-RATE > WS-LVR-CEILING
                   MOVE WS-LVR-CEILING TO WS-LVR-NEW-RATE
               END-IF
           END-IF
           IF WS-LVR-NEW-RATE < LVR-FLOOR-RATE
               MOVE LVR-FLOOR-RATE TO WS-LVR-NEW-RATE
           END-IF
           IF WS-LVR-NEW-RATE < ZEROS
               MOVE ZEROS TO WS-LVR-NEW-RATE
           END-IF

      * Roll the change date forward one period either way
           MOVE LVR-NEXT-CHANGE-DATE TO LVR-LAST-CHANGE-DATE
           MOVE LVR-NEXT-CHANGE-DATE TO WS-LVR-BASE-DATE
           MOVE LVR-CHANGE-FREQ TO WS-LVR-CHANGE-FREQ
           PERFORM 7997-ADVANCE-CHANGE-DATE
           MOVE WS-CD-MATURITY-NUM TO LVR-NEXT-CHANGE-DATE

           IF WS-LVR-NEW-RATE = WS-LVR-OLD-RATE
               REWRITE LOAN-VAR-RECORD
               DISPLAY "  Loan " LVR-ACCT-ID " rate unchanged, next "
                       "change " LVR-NEXT-CHANGE-DATE
               GO TO 7994-REPRICE-EXIT
           END-IF

           MOVE WS-LVR-NEW-RATE TO LOAN-INTEREST-RATE
           COMPUTE WS-LVR-REMAIN-PMTS =
               LOAN-TERM-MONTHS - LOAN-PAYMENTS-MADE
           IF WS-LVR-REMAIN-PMTS > ZEROS
               COMPUTE LOAN-MONTHLY-PRINCIPAL-AMT ROUNDED =
                   LOAN-REMAINING-PRINCIPAL / WS-LVR-REMAIN-PMTS
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD
           PERFORM 7968-JOURNAL-LOAN-UPDATE

           MOVE LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE WS-LVR-NEW-RATE TO ACCT-INTEREST-RATE
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           END-IF

      * First payment at the new rate - the same split 7952 posts
           IF LOAN-MONTHLY-PRINCIPAL-AMT > LOAN-REMAINING-PRINCIPAL
               MOVE LOAN-REMAINING-PRINCIPAL TO WS-LVR-PRIN-PORTION
           ELSE
               MOVE LOAN-MONTHLY-PRINCIPAL-AMT TO WS-LVR-PRIN-PORTION
           END-IF
           PERFORM 7951-COMPUTE-LOAN-PERIOD-INTEREST
           COMPUTE LVR-NEW-PAYMENT ROUNDED =
               WS-LVR-PRIN-PORTION
               + WS-LOAN-INTEREST-PORTION
               + LOAN-ESCROW-PAYMENT
           MOVE LOAN-NEXT-PAYMENT-DATE(1:8) TO LVR-NEW-PAYMENT-DATE
           COMPUTE WS-LVR-NOTICE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LVR-NEW-PAYMENT-DATE))
               - WS-LVR-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-LVR-NOTICE-INT)
               TO LVR-NOTICE-DUE-DATE
           SET LVR-NOTICE-PENDING TO TRUE
           MOVE WS-LVR-OLD-RATE TO LVR-PRIOR-RATE
           REWRITE LOAN-VAR-RECORD
           ADD 1 TO WS-LVR-REPRICE-COUNT

           MOVE WS-LVR-OLD-RATE TO WS-LVR-DSP-OLD
           MOVE WS-LVR-NEW-RATE TO WS-LVR-DSP-NEW
           DISPLAY "  Loan " LVR-ACCT-ID " repriced " WS-LVR-DSP-OLD
                   "% -> " WS-LVR-DSP-NEW "%, next change "
                   LVR-NEXT-CHANGE-DATE

           MOVE "LOAN_REPRICED" TO WS-AUDIT-ACTION
           STRING "Loan=" LVR-ACCT-ID
                  " Index=" LVR-INDEX-CODE
                  " Old=" WS-LVR-DSP-OLD
                  " New=" WS-LVR-DSP-NEW
                  " Eff=" LVR-LAST-CHANGE-DATE
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7994-REPRICE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7995 - SEND RATE-CHANGE NOTICE
      * Queues the borrower's notice of the new rate and payment
      * (LOAN-VAR-RECORD is current) and marks it sent.
      ******************************************************************
       7995-SEND-RATE-NOTICE.
           MOVE LVR-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
               MOVE "RATE" TO WS-NOTIF-EVENT-TYPE
               MOVE LVR-PRIOR-RATE TO WS-LVR-DSP-OLD
               MOVE ACCT-INTEREST-RATE TO WS-LVR-DSP-NEW
               MOVE LVR-NEW-PAYMENT TO WS-DSP-AMOUNT
               MOVE SPACES TO WS-NOTIF-DETAIL
               STRING "Loan " LVR-ACCT-ID " rate "
                      FUNCTION TRIM(WS-LVR-DSP-OLD) "% to "
                      FUNCTION TRIM(WS-LVR-DSP-NEW) "%, pmt $"
                      FUNCTION TRIM(WS-DSP-AMOUNT) " due "
                      LVR-NEW-PAYMENT-DATE
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
           END-IF
           SET LVR-NOTICE-SENT TO TRUE
           REWRITE LOAN-VAR-RECORD
           ADD 1 TO WS-LVR-NOTICE-COUNT.

      ******************************************************************
      * 7996 - LOOK UP INDEX RATE
      * Rate in force for WS-LVR-INDEX-CODE on WS-LVR-AS-OF-DATE: the
      * latest effective date not after it. Sets WS-LVR-INDEX-FOUND
      * and WS-LVR-INDEX-RATE.
      ******************************************************************
       7996-LOOKUP-INDEX-RATE.
           MOVE "N" TO WS-LVR-INDEX-FOUND
           MOVE ZEROS TO WS-LVR-INDEX-RATE
           MOVE WS-LVR-INDEX-CODE TO IDXR-INDEX-CODE
           MOVE LOW-VALUES TO IDXR-EFF-DATE
           START INDEX-RATE-FILE KEY >= IDXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IDXR-FILE-STATUS NOT = "00"
               READ INDEX-RATE-FILE NEXT RECORD
               IF WS-IDXR-FILE-STATUS = "00"
                   IF IDXR-INDEX-CODE NOT = WS-LVR-INDEX-CODE
                       OR IDXR-EFF-DATE > WS-LVR-AS-OF-DATE
                       MOVE "10" TO WS-IDXR-FILE-STATUS
                   ELSE
                       MOVE "Y" TO WS-LVR-INDEX-FOUND
                       MOVE IDXR-RATE TO WS-LVR-INDEX-RATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-IDXR-FILE-STATUS.

      ******************************************************************
      * 7997 - ADVANCE RATE CHANGE DATE
      * WS-LVR-BASE-DATE pushed out WS-LVR-CHANGE-FREQ months into
      * WS-CD-MATURITY-NUM, with the same month carry and month-end
      * clamp 2270-CREATE-LOAN-SCHEDULE uses for payment dates.
      ******************************************************************
       7997-ADVANCE-CHANGE-DATE.
           MOVE WS-LVR-BASE-DATE(1:4) TO WS-CD-YEAR
           MOVE WS-LVR-BASE-DATE(5:2) TO WS-CD-MONTH
           MOVE WS-LVR-BASE-DATE(7:2) TO WS-CD-DAY
           COMPUTE WS-CD-TOTAL-MONTHS =
               WS-CD-MONTH + WS-LVR-CHANGE-FREQ
           COMPUTE WS-CD-YEAR =
               WS-CD-YEAR + ((WS-CD-TOTAL-MONTHS - 1) / 12)
           COMPUTE WS-CD-MONTH =
               FUNCTION MOD(WS-CD-TOTAL-MONTHS - 1, 12) + 1
           MOVE WS-CD-YEAR TO WS-CLAMP-YEAR
           MOVE WS-CD-MONTH TO WS-CLAMP-MONTH
           MOVE WS-CD-DAY TO WS-CLAMP-DAY
           PERFORM 2265-CLAMP-DAY-TO-MONTH-END
           MOVE WS-CLAMP-DAY TO WS-CD-DAY
           COMPUTE WS-CD-MATURITY-NUM =
               (WS-CD-YEAR * 10000) + (WS-CD-MONTH * 100) + WS-CD-DAY.

      ******************************************************************
      * 7955 - LOAN PAYOFF QUOTE
      * Answers "what closes this loan today" with one figure the
      * bank will honor: remaining principal off the schedule,
      * interest accrued to date plus per-diem interest through
      * the quote's good-through date, outstanding late fees (the
      * amount the ledger runs past the scheduled principal), less
      * the escrow balance refunded at payoff. The quote document
      * is written like a statement and indexed on DOCINDEX.
      ******************************************************************
       7955-LOAN-PAYOFF-QUOTE.
           DISPLAY " "
           DISPLAY "=== LOAN PAYOFF QUOTE ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-PAYQ-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-PAYQ-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 7955-QUOTE-EXIT
           END-IF
           IF NOT ACCT-TYPE-LOAN
               DISPLAY "Payoff quotes apply to loan accounts only."
               GO TO 7955-QUOTE-EXIT
           END-IF
           MOVE ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedule on file."
               GO TO 7955-QUOTE-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

      * Good-through date, advanced along the business calendar
           COMPUTE WS-PAYQ-EXPIRE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-PAYQ-GOOD-DAYS
           COMPUTE WS-PAYQ-EXPIRE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PAYQ-EXPIRE-INT)
           MOVE WS-PAYQ-EXPIRE-NUM TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO WS-PAYQ-EXPIRE-DATE

           MOVE LOAN-REMAINING-PRINCIPAL TO WS-PAYQ-PRINCIPAL
           MOVE ACCT-ACCRUED-INTEREST TO WS-PAYQ-ACCRUED
      * Per-diem interest at the note rate through the expiration,
      * a day being 1/365 or 1/360 of a year and the days to the
      * good-through date counted on the product's basis
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE WS-ACCEPT-DATE TO WS-DC-FROM-DATE
           MOVE WS-CAL-DATE-OUT TO WS-DC-TO-DATE
           PERFORM 5256-COMPUTE-DAY-COUNT
           COMPUTE WS-PAYQ-PER-DIEM =
               LOAN-REMAINING-PRINCIPAL
               * LOAN-INTEREST-RATE / 100 / WS-DC-YEAR-DAYS
           COMPUTE WS-PAYQ-PERDIEM-TOTAL =
               WS-PAYQ-PER-DIEM * WS-DC-DAYS
      * Fees posted to the loan run the ledger past the scheduled
      * principal - that overage is what is still owed in fees
           COMPUTE WS-PAYQ-LATE-FEES =
               (ACCT-BALANCE * -1) - LOAN-REMAINING-PRINCIPAL
           IF WS-PAYQ-LATE-FEES < ZEROS
               MOVE ZEROS TO WS-PAYQ-LATE-FEES
           END-IF
           MOVE LOAN-ESCROW-BALANCE TO WS-PAYQ-ESCROW-REFUND
           COMPUTE WS-PAYQ-TOTAL =
               WS-PAYQ-PRINCIPAL + WS-PAYQ-ACCRUED
               + WS-PAYQ-PERDIEM-TOTAL + WS-PAYQ-LATE-FEES
               - WS-PAYQ-ESCROW-REFUND

           PERFORM 7410-OPEN-STATEMENT-FILE
           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - LOAN PAYOFF QUOTE"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Account:        " ACCT-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Quote Date:     " WS-ACCEPT-DATE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Good Through:   " WS-PAYQ-EXPIRE-DATE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Principal:      " WS-PAYQ-PRINCIPAL
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Accrued Int:    " WS-PAYQ-ACCRUED
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Per-Diem Int:   " WS-PAYQ-PERDIEM-TOTAL
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Late Fees:      " WS-PAYQ-LATE-FEES
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Escrow Refund: -" WS-PAYQ-ESCROW-REFUND
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "PAYOFF TOTAL:   " WS-PAYQ-TOTAL
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           CLOSE STATEMENT-OUTPUT-FILE

           PERFORM 9260-WRITE-DOC-INDEX

           MOVE WS-PAYQ-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Payoff total: $" WS-DSP-AMOUNT
                   " good through " WS-PAYQ-EXPIRE-DATE
           DISPLAY "Quote written to: " WS-STMT-OUTPUT-PATH

           MOVE "PAYOFF_QUOTED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Total=" WS-PAYQ-TOTAL
                  " Expires=" WS-PAYQ-EXPIRE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7955-QUOTE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7965 - REQUEST LOAN MODIFICATION
      * Captures a rate concession or term extension on a live
      * loan and queues it for a second user - the same maker-
      * checker discipline an over-threshold transfer gets. The
      * loan, its history and its escrow sub-balance stay intact;
      * nothing changes until 7967 posts the approval.
      ******************************************************************
       7965-REQUEST-LOAN-MODIFICATION.
           DISPLAY " "
           DISPLAY "=== REQUEST LOAN MODIFICATION ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-LMOD-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-LMOD-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 7965-LMOD-EXIT
           END-IF
           MOVE ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               OR NOT LOAN-ACTIVE
               DISPLAY "No active loan schedule on file."
               GO TO 7965-LMOD-EXIT
           END-IF

           DISPLAY "Current rate: " LOAN-INTEREST-RATE
                   "  Term: " LOAN-TERM-MONTHS
                   "  Paid: " LOAN-PAYMENTS-MADE
           DISPLAY "New Annual Rate (e.g. 5.2500): "
               WITH NO ADVANCING
           ACCEPT WS-LMOD-INPUT-RATE FROM CONSOLE
           DISPLAY "New Remaining Term in Months: "
               WITH NO ADVANCING
           ACCEPT WS-LMOD-INPUT-TERM FROM CONSOLE
           COMPUTE WS-LMOD-NEW-RATE =
               FUNCTION NUMVAL(WS-LMOD-INPUT-RATE)
           COMPUTE WS-LMOD-NEW-TERM =
               FUNCTION NUMVAL(WS-LMOD-INPUT-TERM)
           IF WS-LMOD-NEW-TERM = ZEROS
               DISPLAY "Remaining term must be at least one month."
               GO TO 7965-LMOD-EXIT
           END-IF

           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-LOANMOD TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PEND-SUBMITTED-DATE
           MOVE ACCT-ID TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE ZEROS TO PEND-AMOUNT
           COMPUTE PEND-NEW-DAILY-LIMIT =
               WS-LMOD-NEW-RATE * 100
           MOVE WS-LMOD-NEW-TERM TO PEND-NEW-MONTHLY-LIMIT
           MOVE "Loan modification request" TO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD

           DISPLAY "Modification queued as pending item "
                   PEND-APPROVAL-ID " - a different user must "
                   "approve it."

           MOVE "LOANMOD_REQUESTED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " NewRate=" WS-LMOD-INPUT-RATE
                  " NewTerm=" WS-LMOD-INPUT-TERM
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7965-LMOD-EXIT.
           CONTINUE.

      ******************************************************************
      * 7967 - POST APPROVED LOAN MODIFICATION
      * Re-amortizes the live loan in place: the remaining rows
      * rebuild from the current principal the same way
      * 2270-CREATE-LOAN-SCHEDULE built them at origination,
      * payment history and the escrow sub-balance untouched. The
      * before/after terms go to the update journal.
      ******************************************************************
       7967-POST-APPROVED-LOAN-MOD.
           MOVE PEND-FROM-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Loan schedule no longer on file - "
                       "modification not posted."
               GO TO 7967-LMOD-EXIT
           END-IF

           MOVE LOAN-SCHEDULE-RECORD TO WS-JRNL-BEFORE-LOAN
           MOVE LOAN-INTEREST-RATE TO WS-LMOD-OLD-RATE
           MOVE LOAN-TERM-MONTHS TO WS-LMOD-OLD-TERM

           COMPUTE WS-LMOD-NEW-RATE =
               PEND-NEW-DAILY-LIMIT / 100
           MOVE PEND-NEW-MONTHLY-LIMIT TO WS-LMOD-NEW-TERM
           MOVE WS-LMOD-NEW-RATE TO LOAN-INTEREST-RATE
           COMPUTE LOAN-TERM-MONTHS =
               LOAN-PAYMENTS-MADE + WS-LMOD-NEW-TERM
           COMPUTE LOAN-MONTHLY-PRINCIPAL-AMT ROUNDED =
               LOAN-REMAINING-PRINCIPAL / WS-LMOD-NEW-TERM
           REWRITE LOAN-SCHEDULE-RECORD
           PERFORM 7968-JOURNAL-LOAN-UPDATE

           DISPLAY "Loan " LOAN-ACCT-ID " re-amortized: rate "
                   WS-LMOD-OLD-RATE " -> " LOAN-INTEREST-RATE
                   ", term " WS-LMOD-OLD-TERM " -> "
                   LOAN-TERM-MONTHS "."

           MOVE "LOANMOD_POSTED" TO WS-AUDIT-ACTION
           STRING "Acct=" LOAN-ACCT-ID
                  " OldRate=" WS-LMOD-OLD-RATE
                  " NewRate=" LOAN-INTEREST-RATE
                  " OldTerm=" WS-LMOD-OLD-TERM
                  " NewTerm=" LOAN-TERM-MONTHS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7967-LMOD-EXIT.
           CONTINUE.

      ******************************************************************
      * 7968 - JOURNAL LOAN SCHEDULE UPDATE
      * Same before/after-image row 9400 writes for account
      * updates, tagged LOANFILE so forward recovery and the exam
      * trail carry the terms as modified.
      ******************************************************************
       7968-JOURNAL-LOAN-UPDATE.
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
           MOVE "LOANFILE" TO JRNL-FILE-NAME
           MOVE "R" TO JRNL-OPERATION
           MOVE LOAN-ACCT-ID TO JRNL-RECORD-KEY
           MOVE WS-JRNL-BEFORE-LOAN TO JRNL-BEFORE-IMAGE
           MOVE LOAN-SCHEDULE-RECORD TO JRNL-AFTER-IMAGE
           WRITE UPDATE-JOURNAL-RECORD
           CLOSE UPDATE-JOURNAL-FILE.

      ******************************************************************
      * 7960 - ISSUE CHECK (POSITIVE PAY)
      * Records a check the account holder says they wrote, so a
      * later deposit presenting that check can be matched against it
      * by 7060-POSITIVE-PAY-MATCH.
      ******************************************************************
       7960-ISSUE-CHECK.
           DISPLAY " "
           DISPLAY "=== ISSUE CHECK (POSITIVE PAY) ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-CHKISS-INPUT-ACCT-ID FROM CONSOLE
           MOVE WS-CHKISS-INPUT-ACCT-ID TO ACCT-ID

           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 7960-ISSUE-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "N" TO WS-RST-CHECK-DEBIT
           MOVE "K" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Check not issued - " WS-RST-DECLINE-MSG
               GO TO 7960-ISSUE-EXIT
           END-IF

           DISPLAY "Check Number: " WITH NO ADVANCING
           ACCEPT WS-CHKISS-INPUT-NUM FROM CONSOLE
           DISPLAY "Check Amount: " WITH NO ADVANCING
           ACCEPT WS-CHKISS-INPUT-AMOUNT FROM CONSOLE
           DISPLAY "Payee: " WITH NO ADVANCING
           ACCEPT WS-CHKISS-INPUT-PAYEE FROM CONSOLE

           MOVE ACCT-ID TO CHKISS-ACCT-ID
           COMPUTE CHKISS-CHECK-NUM =
               FUNCTION NUMVAL(WS-CHKISS-INPUT-NUM)
           READ CHECK-ISSUE-FILE
           IF WS-CHKISS-FILE-STATUS = "00"
               DISPLAY "Check number " WS-CHKISS-INPUT-NUM
                       " is already on file for this account."
               GO TO 7960-ISSUE-EXIT
           END-IF

           MOVE ACCT-ID TO CHKISS-ACCT-ID
           COMPUTE CHKISS-CHECK-NUM =
               FUNCTION NUMVAL(WS-CHKISS-INPUT-NUM)
           COMPUTE CHKISS-AMOUNT =
               FUNCTION NUMVAL(WS-CHKISS-INPUT-AMOUNT)
           MOVE WS-CHKISS-INPUT-PAYEE TO CHKISS-PAYEE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO CHKISS-ISSUE-DATE
           SET CHKISS-OUTSTANDING TO TRUE
           WRITE CHECK-ISSUE-RECORD

           IF WS-CHKISS-FILE-STATUS = "00"
               DISPLAY "Check " WS-CHKISS-INPUT-NUM
                       " recorded as issued."
           ELSE
               DISPLAY "Unable to save issued check, status "
                       WS-CHKISS-FILE-STATUS
           END-IF.

       7960-ISSUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8200 - MAINTAIN ZBA SWEEP RELATIONSHIP
      * Enrolls a corporate sub-account under a master with a
      * target balance (usually zero), or stops the sweep.
      ******************************************************************
       8200-MAINTAIN-SWEEP-REL.
           DISPLAY " "
           DISPLAY "=== MAINTAIN ZBA SWEEP RELATIONSHIP ==="
           DISPLAY "Subsidiary Account ID: " WITH NO ADVANCING
           ACCEPT WS-SWP-INPUT-SUB FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-SWP-INPUT-SUB)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CORPORATE
               DISPLAY "Sub-account must be a corporate account."
               GO TO 8200-SWEEP-EXIT
           END-IF

           MOVE ACCT-ID TO SWP-SUB-ACCT-ID
           READ SWEEP-REL-FILE
           IF WS-SWP-FILE-STATUS = "00"
               DISPLAY "Existing: master " SWP-MASTER-ACCT-ID
                       " target " SWP-TARGET-BALANCE
                       " status " SWP-STATUS
           END-IF

           DISPLAY "Action ((E)nroll/replace, (S)top): "
               WITH NO ADVANCING
           ACCEPT WS-SWP-INPUT-ACTION FROM CONSOLE
           IF WS-SWP-INPUT-ACTION = "S"
               IF WS-SWP-FILE-STATUS = "00"
                   SET SWP-STOPPED TO TRUE
                   REWRITE SWEEP-REL-RECORD
                   DISPLAY "Sweep stopped."
               ELSE
                   DISPLAY "No relationship on file."
               END-IF
               GO TO 8200-SWEEP-EXIT
           END-IF
           IF WS-SWP-INPUT-ACTION NOT = "E"
               DISPLAY "Invalid action."
               GO TO 8200-SWEEP-EXIT
           END-IF

           DISPLAY "Master Account ID: " WITH NO ADVANCING
           ACCEPT WS-SWP-INPUT-MASTER FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-SWP-INPUT-MASTER)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-CORPORATE
               OR NOT ACCT-ACTIVE
               DISPLAY "Master must be an active corporate account."
               GO TO 8200-SWEEP-EXIT
           END-IF
           DISPLAY "Target Balance (usually 0): "
               WITH NO ADVANCING
           ACCEPT WS-SWP-INPUT-TARGET FROM CONSOLE

           COMPUTE SWP-SUB-ACCT-ID =
               FUNCTION NUMVAL(WS-SWP-INPUT-SUB)
           COMPUTE SWP-MASTER-ACCT-ID =
               FUNCTION NUMVAL(WS-SWP-INPUT-MASTER)
           COMPUTE SWP-TARGET-BALANCE =
               FUNCTION NUMVAL(WS-SWP-INPUT-TARGET)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO SWP-ENROLLED-DATE
           SET SWP-ACTIVE TO TRUE
           REWRITE SWEEP-REL-RECORD
           IF WS-SWP-FILE-STATUS NOT = "00"
               WRITE SWEEP-REL-RECORD
           END-IF
           DISPLAY "Sweep enrolled: " SWP-SUB-ACCT-ID
                   " -> " SWP-MASTER-ACCT-ID "."

           MOVE "SWEEP_ENROLLED" TO WS-AUDIT-ACTION
           STRING "Sub=" SWP-SUB-ACCT-ID
                  " Master=" SWP-MASTER-ACCT-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8200-SWEEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8210 - END-OF-DAY ZBA SWEEP (BATCH)
      * Brings each enrolled sub-account to its target balance:
      * excess concentrates up to the master, shortfalls fund
      * down from it, posted as a paired XF through the same
      * debit/credit recorders the transfer paths use. Prints the
      * daily sweep activity per relationship as it goes.
      ******************************************************************
       8210-BATCH-ZBA-SWEEP.
           DISPLAY " "
           DISPLAY "=== END-OF-DAY ZBA SWEEP ==="

           MOVE "ZBASWEEP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8210-SWPZ-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE ZEROS TO WS-SWP-MOVED-COUNT
           MOVE ZEROS TO WS-SWP-SKIPPED-COUNT

           MOVE LOW-VALUES TO SWP-SUB-ACCT-ID
           START SWEEP-REL-FILE KEY >= SWP-SUB-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SWP-FILE-STATUS NOT = "00"
               READ SWEEP-REL-FILE NEXT RECORD
               IF WS-SWP-FILE-STATUS = "00"
                   AND SWP-ACTIVE
                   PERFORM 8215-SWEEP-ONE-SUB
                       THRU 8215-SWEEP-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SWP-FILE-STATUS

           DISPLAY "Sweeps posted:  " WS-SWP-MOVED-COUNT
           DISPLAY "Sweeps skipped: " WS-SWP-SKIPPED-COUNT

           MOVE "ZBASWEEP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-SWP-MOVED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8210-SWPZ-EXIT.
           CONTINUE.

      ******************************************************************
      * 8215 - SWEEP ONE SUB-ACCOUNT TO ITS TARGET
      * Whichever side is debited must pass its restriction check;
      * a refused sweep is skipped and counted.
      ******************************************************************
       8215-SWEEP-ONE-SUB.
           MOVE SWP-SUB-ACCT-ID TO WS-SWP-SUB-SAVE
           MOVE SWP-MASTER-ACCT-ID TO WS-SWP-MASTER-SAVE

           MOVE WS-SWP-SUB-SAVE TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               ADD 1 TO WS-SWP-SKIPPED-COUNT
               GO TO 8215-SWEEP-EXIT
           END-IF
           COMPUTE WS-SWP-DELTA =
               ACCT-BALANCE - SWP-TARGET-BALANCE
           IF WS-SWP-DELTA = ZEROS
               GO TO 8215-SWEEP-EXIT
           END-IF

           IF WS-SWP-DELTA > ZEROS
      * Concentrate the excess up to the master
               MOVE WS-SWP-SUB-SAVE TO WS-XFER-FROM-ID
               MOVE WS-SWP-MASTER-SAVE TO WS-XFER-TO-ID
               MOVE WS-SWP-DELTA TO WS-LOCAL-XFER-AMT
           ELSE
      * Fund the shortfall down from the master, but only with
      * funds the master actually has
               MOVE WS-SWP-MASTER-SAVE TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   OR NOT ACCT-ACTIVE
                   ADD 1 TO WS-SWP-SKIPPED-COUNT
                   GO TO 8215-SWEEP-EXIT
               END-IF
               COMPUTE WS-LOCAL-XFER-AMT = WS-SWP-DELTA * -1
               IF WS-LOCAL-XFER-AMT > ACCT-AVAILABLE-BAL
                   ADD 1 TO WS-SWP-SKIPPED-COUNT
                   DISPLAY "  Sub " WS-SWP-SUB-SAVE
                           " shortfall not funded - master short."
                   GO TO 8215-SWEEP-EXIT
               END-IF
               MOVE WS-SWP-MASTER-SAVE TO WS-XFER-FROM-ID
               MOVE WS-SWP-SUB-SAVE TO WS-XFER-TO-ID
           END-IF

           MOVE WS-XFER-FROM-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               ADD 1 TO WS-SWP-SKIPPED-COUNT
               DISPLAY "  Sub " WS-SWP-SUB-SAVE " not swept - "
                       WS-XFER-FROM-ID " " WS-RST-DECLINE-MSG
               GO TO 8215-SWEEP-EXIT
           END-IF

      * Paired XF through the same debit/credit recorders the
      * transfer paths use
           MOVE WS-XFER-FROM-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3100-RECORD-DEBIT-TRANSACTION

           MOVE WS-XFER-TO-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3200-RECORD-CREDIT-TRANSACTION

           ADD 1 TO WS-SWP-MOVED-COUNT
           MOVE WS-LOCAL-XFER-AMT TO WS-DSP-AMOUNT
           DISPLAY "  Swept $" WS-DSP-AMOUNT " "
                   WS-XFER-FROM-ID " -> " WS-XFER-TO-ID

           MOVE "ZBA_SWEPT" TO WS-AUDIT-ACTION
           STRING "Sub=" WS-SWP-SUB-SAVE
                  " Master=" WS-SWP-MASTER-SAVE
                  " Amount=" WS-LOCAL-XFER-AMT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8215-SWEEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8220 - VAULT TRANSACTION (DUAL CONTROL)
      * Cash moving between a drawer and the vault, or a shipment
      * in or out, each under a second signature through the
      * override machinery and logged to VAULTLOG.
      ******************************************************************
       8220-VAULT-TRANSACTION.
           DISPLAY " "
           DISPLAY "=== VAULT TRANSACTION ==="
           DISPLAY "Branch Code: " WITH NO ADVANCING
           ACCEPT WS-VLT-INPUT-BRANCH FROM CONSOLE
           DISPLAY "Type (B=Teller buys from vault, S=Teller "
                   "sells to vault, I=Shipment in, O=Shipment "
                   "out): " WITH NO ADVANCING
           ACCEPT WS-VLT-INPUT-TYPE FROM CONSOLE
           IF WS-VLT-INPUT-TYPE NOT = "B"
               AND WS-VLT-INPUT-TYPE NOT = "S"
               AND WS-VLT-INPUT-TYPE NOT = "I"
               AND WS-VLT-INPUT-TYPE NOT = "O"
               DISPLAY "Invalid type."
               GO TO 8220-VAULT-EXIT
           END-IF
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-VLT-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-VLT-MOVE-AMT =
               FUNCTION NUMVAL(WS-VLT-INPUT-AMOUNT)
           IF WS-VLT-MOVE-AMT NOT > ZEROS
               DISPLAY "Amount must be positive."
               GO TO 8220-VAULT-EXIT
           END-IF

      * Dual control: a second user signs the cash movement
           MOVE "VAULT_CASH_MOVE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               DISPLAY "Vault movement not approved."
               GO TO 8220-VAULT-EXIT
           END-IF

           MOVE WS-VLT-INPUT-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
           IF WS-VLT-FILE-STATUS NOT = "00"
               MOVE WS-VLT-INPUT-BRANCH TO VLT-BRANCH
               MOVE ZEROS TO VLT-BALANCE
               MOVE SPACES TO VLT-LAST-PROOF-DATE
               WRITE VAULT-RECORD
           END-IF

      * Buys and outgoing shipments take cash out of the vault
           IF WS-VLT-INPUT-TYPE = "B"
               OR WS-VLT-INPUT-TYPE = "O"
               IF WS-VLT-MOVE-AMT > VLT-BALANCE
                   DISPLAY "Vault does not hold that much cash."
                   GO TO 8220-VAULT-EXIT
               END-IF
               SUBTRACT WS-VLT-MOVE-AMT FROM VLT-BALANCE
           ELSE
               ADD WS-VLT-MOVE-AMT TO VLT-BALANCE
           END-IF
           REWRITE VAULT-RECORD

           OPEN EXTEND VAULT-LOG-FILE
           IF WS-VLTLOG-FILE-STATUS = "35"
               OPEN OUTPUT VAULT-LOG-FILE
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO VLOG-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO VLOG-TIME
           MOVE WS-VLT-INPUT-BRANCH TO VLOG-BRANCH
           MOVE WS-VLT-INPUT-TYPE TO VLOG-TYPE
           MOVE LS-CURRENT-USER TO VLOG-TELLER
           MOVE WS-VLT-MOVE-AMT TO VLOG-AMOUNT
           WRITE VAULT-LOG-RECORD
           CLOSE VAULT-LOG-FILE

           MOVE VLT-BALANCE TO WS-DSP-BALANCE
           DISPLAY "Vault movement posted. Vault balance: $"
                   WS-DSP-BALANCE

           MOVE "VAULT_MOVED" TO WS-AUDIT-ACTION
           STRING "Branch=" VLOG-BRANCH
                  " Type=" VLOG-TYPE
                  " Amount=" VLOG-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8220-VAULT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8230 - END-OF-DAY VAULT PROOF
      * Ties the vault plus the day's net drawer cash (today's
      * cash transactions mapped to the branch through TERMFILE)
      * to the branch cash position, and raises the alarm when the
      * branch sits over its insured cash limit on the branch
      * master.
      ******************************************************************
       8230-VAULT-PROOF.
           DISPLAY " "
           DISPLAY "=== END-OF-DAY VAULT PROOF ==="
           DISPLAY "Branch Code: " WITH NO ADVANCING
           ACCEPT WS-VLT-INPUT-BRANCH FROM CONSOLE

           MOVE WS-VLT-INPUT-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
           IF WS-VLT-FILE-STATUS NOT = "00"
               DISPLAY "No vault record for that branch."
               GO TO 8230-PROOF-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-VLT-TODAY
           MOVE ZEROS TO WS-VLT-DRAWER-NET

      * Net cash across the branch's drawers today, mapped from
      * each posting's terminal through the terminal master
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-IS-CASH
                   AND NOT TRAN-REVERSED
                   AND TRAN-DATE(1:8) = WS-BUSINESS-DATE
                   MOVE TRAN-TERMINAL-ID TO TERM-ID
                   READ TERMINAL-FILE
                   IF WS-TERM-FILE-STATUS = "00"
                       AND TERM-BRANCH = WS-VLT-INPUT-BRANCH
                       ADD TRAN-AMOUNT TO WS-VLT-DRAWER-NET
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS

      * Checks cashed for non-customers pay currency out of the
      * drawer without a cash posting - take it off the register
           MOVE LOW-VALUES TO NCC-KEY
           START NONCUST-CASH-FILE KEY >= NCC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NCC-FILE-STATUS NOT = "00"
               READ NONCUST-CASH-FILE NEXT RECORD
               IF WS-NCC-FILE-STATUS = "00"
                   AND NCC-DATE = WS-BUSINESS-DATE
                   AND NCC-BRANCH = WS-VLT-INPUT-BRANCH
                   SUBTRACT NCC-CASH-OUT FROM WS-VLT-DRAWER-NET
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NCC-FILE-STATUS

           COMPUTE WS-VLT-POSITION =
               VLT-BALANCE + WS-VLT-DRAWER-NET
           MOVE VLT-BALANCE TO WS-DSP-BALANCE
           DISPLAY "Vault balance:     $" WS-DSP-BALANCE
           MOVE WS-VLT-DRAWER-NET TO WS-DSP-BALANCE
           DISPLAY "Drawer net (day):  $" WS-DSP-BALANCE
           MOVE WS-VLT-POSITION TO WS-DSP-BALANCE
           DISPLAY "BRANCH POSITION:   $" WS-DSP-BALANCE

           MOVE WS-VLT-INPUT-BRANCH TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               AND BRCH-CASH-LIMIT > ZEROS
               AND WS-VLT-POSITION > BRCH-CASH-LIMIT
               DISPLAY "*** BRANCH EXCEEDS ITS INSURED CASH "
                       "LIMIT OF " BRCH-CASH-LIMIT
                       " - SHIP CASH OUT ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "VAULT_OVER_LIMIT" TO WS-AUDIT-ACTION
               STRING "Branch=" WS-VLT-INPUT-BRANCH
                      " Position=" WS-VLT-POSITION
                      " Limit=" BRCH-CASH-LIMIT
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF

           MOVE WS-VLT-TODAY TO VLT-LAST-PROOF-DATE
           REWRITE VAULT-RECORD

           MOVE "VAULT_PROVED" TO WS-AUDIT-ACTION
           STRING "Branch=" WS-VLT-INPUT-BRANCH
                  " Position=" WS-VLT-POSITION
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8230-PROOF-EXIT.
           CONTINUE.

      ******************************************************************
      * 8100 - VIEW MY CARDS
      * Full-table scan filtered to the caller's customer ID, the
      * same style 7220-LIST-MY-PAYEES uses to filter a scan by a
      * field that isn't the file's own record key.
      ******************************************************************
       8100-VIEW-MY-CARDS.
           DISPLAY " "
           DISPLAY "=== MY CARDS ==="
           DISPLAY "  " WS-SEPARATOR
           MOVE ZEROS TO WS-CARD-DSP-COUNT
           MOVE LOW-VALUES TO CARD-NUMBER
           START CARD-FILE KEY >= CARD-NUMBER
               INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL WS-CARD-FILE-STATUS NOT = "00"
               READ CARD-FILE NEXT RECORD
               IF WS-CARD-FILE-STATUS = "00"
                   IF CARD-CUST-ID = LS-CURRENT-USER
                       ADD 1 TO WS-CARD-DSP-COUNT
                       DISPLAY "  Card: " CARD-NUMBER
                               "  Acct: " CARD-ACCT-ID
                       DISPLAY "    Status: " CARD-STATUS
                               "  Expires: " CARD-EXPIRATION-DATE
      * VULNERABILITY V05: Display sensitive card details
                       DISPLAY "    PIN: " CARD-PIN
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CARD-DSP-COUNT = 0
               DISPLAY "  (none on file)"
           END-IF.

      ******************************************************************
      * 8120 - CHANGE CARD PIN
      * Customer-facing: looks a card up by number and lets the
      * caller set a new PIN on it directly, without touching the
      * account record or its own ACCT-PIN.
      ******************************************************************
       8120-CHANGE-CARD-PIN.
           DISPLAY " "
           DISPLAY "=== CHANGE CARD PIN ==="
           DISPLAY "Card Number: " WITH NO ADVANCING
           ACCEPT WS-CARD-INPUT-NUM FROM CONSOLE
           COMPUTE CARD-NUMBER = FUNCTION NUMVAL(WS-CARD-INPUT-NUM)

      * VULNERABILITY V11: No check if card belongs to user
      *   Should verify CARD-CUST-ID = LS-CURRENT-USER
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Card not found."
               GO TO 8120-PIN-EXIT
           END-IF

           IF NOT CARD-ACTIVE
               DISPLAY "Card is not active, PIN cannot be changed."
               GO TO 8120-PIN-EXIT
           END-IF

           DISPLAY "New PIN: " WITH NO ADVANCING
           ACCEPT WS-CARD-INPUT-PIN FROM CONSOLE
           DISPLAY "Confirm New PIN: " WITH NO ADVANCING
           ACCEPT WS-CARD-INPUT-PIN-CONF FROM CONSOLE

           IF WS-CARD-INPUT-PIN NOT = WS-CARD-INPUT-PIN-CONF
               DISPLAY "PINs do not match, PIN not changed."
               GO TO 8120-PIN-EXIT
           END-IF

           MOVE WS-CARD-INPUT-PIN TO CARD-PIN
           PERFORM 8789-SEAL-CARD-PIN
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS = "00"
               DISPLAY "Card PIN changed."
           ELSE
               DISPLAY "Unable to update card PIN, status "
                       WS-CARD-FILE-STATUS
           END-IF.

       8120-PIN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8150 - BLOCK/REISSUE CARD
      * Ops-facing: blocks a card outright, or blocks it and issues a
      * replacement card number against the same account in one step.
      * This is the function that lets a single compromised or lost
      * card be shut off without locking the whole account the way
      * 6000-LOCK-UNLOCK-ACCOUNT does.
      ******************************************************************
       8150-BLOCK-REISSUE-CARD.
           DISPLAY " "
           DISPLAY "=== BLOCK/REISSUE CARD ==="
           DISPLAY "Card Number: " WITH NO ADVANCING
           ACCEPT WS-CARD-INPUT-NUM FROM CONSOLE
           COMPUTE CARD-NUMBER = FUNCTION NUMVAL(WS-CARD-INPUT-NUM)

           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Card not found."
               GO TO 8150-BLOCK-EXIT
           END-IF

           DISPLAY "Current status: " CARD-STATUS
           MOVE CARD-ACCT-ID TO WS-CARD-REISSUE-ACCT-ID
           MOVE CARD-CUST-ID TO WS-CARD-REISSUE-CUST-ID

           SET CARD-BLOCKED TO TRUE
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to block card, status "
                       WS-CARD-FILE-STATUS
               GO TO 8150-BLOCK-EXIT
           END-IF
           DISPLAY "Card " CARD-NUMBER " blocked."

           MOVE CARD-CUST-ID TO WS-NOTIF-CUST-ID
           MOVE "CARD" TO WS-NOTIF-EVENT-TYPE
           STRING "Card ending " CARD-NUMBER(13:4)
                  " was blocked"
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           DISPLAY "Issue a replacement card now? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CARD-BLOCK-CHOICE FROM CONSOLE

           IF WS-CARD-BLOCK-CHOICE = "Y" OR WS-CARD-BLOCK-CHOICE = "y"
      * Inside the cooling-off window after a contact change the
      * replacement needs a supervisor; the block stands either way
               MOVE WS-CARD-REISSUE-CUST-ID TO WS-CCH-CHECK-CUST
               MOVE "CARD_REISSUE" TO WS-OVR-ACTION
               PERFORM 8615-CHECK-CONTACT-COOLING-OFF
                   THRU 8615-COOL-EXIT
               IF WS-CCH-BLOCKED
                   DISPLAY "Card stays blocked - no replacement "
                           "issued."
                   GO TO 8150-BLOCK-EXIT
               END-IF
               MOVE WS-CARD-REISSUE-ACCT-ID TO WS-RST-CHECK-ACCT
               MOVE "N" TO WS-RST-CHECK-DEBIT
               MOVE "C" TO WS-RST-CHECK-CHANNEL
               PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
               IF WS-RST-BLOCKED
                   DISPLAY "Card stays blocked - " WS-RST-DECLINE-MSG
                   GO TO 8150-BLOCK-EXIT
               END-IF
               SET CARD-REISSUED TO TRUE
               REWRITE CARD-RECORD

               PERFORM 2285-GENERATE-CARD-NUMBER
               MOVE WS-NEXT-CARD-NUM TO CARD-NUMBER
               MOVE WS-CARD-REISSUE-ACCT-ID TO CARD-ACCT-ID
               MOVE WS-CARD-REISSUE-CUST-ID TO CARD-CUST-ID
               SET CARD-TYPE-DEBIT TO TRUE

               DISPLAY "New Card PIN: " WITH NO ADVANCING
               ACCEPT CARD-PIN FROM CONSOLE
               PERFORM 8789-SEAL-CARD-PIN

               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO CARD-ISSUE-DATE
               MOVE WS-ACCEPT-DATE(1:4) TO WS-CARD-EXP-YEAR
               MOVE WS-ACCEPT-DATE(5:2) TO WS-CARD-EXP-MONTH
               MOVE WS-ACCEPT-DATE(7:2) TO WS-CARD-EXP-DAY
               COMPUTE WS-CARD-EXP-YEAR = WS-CARD-EXP-YEAR + 4
               COMPUTE WS-CARD-EXP-NUM =
                   (WS-CARD-EXP-YEAR * 10000)
                   + (WS-CARD-EXP-MONTH * 100) + WS-CARD-EXP-DAY
               MOVE WS-CARD-EXP-NUM TO CARD-EXPIRATION-DATE

               SET CARD-ACTIVE TO TRUE
               MOVE SPACES TO CARD-LAST-USED-DATE
               WRITE CARD-RECORD
               IF WS-CARD-FILE-STATUS = "00"
                   DISPLAY "Replacement card issued: " CARD-NUMBER
               ELSE
                   DISPLAY "Unable to issue replacement card, status "
                           WS-CARD-FILE-STATUS
               END-IF
           END-IF.

       8150-BLOCK-EXIT.
           CONTINUE.

      ******************************************************************
      * 8152 - COMPROMISED-CARD ALERT INTAKE (BATCH)
      * Reads the network's breach alert file - one card number
      * per line - and for every card we issued blocks it, issues
      * a replacement under a temporary PIN, and queues the CARD
      * notification, all in one run. Numbers that do not match a
      * card on file go to the exception list for research.
      ******************************************************************
       8152-BATCH-COMPROMISED-CARDS.
           DISPLAY " "
           DISPLAY "=== COMPROMISED-CARD ALERT INTAKE ==="

           MOVE "CARDCOMP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY "Alert file path: " WITH NO ADVANCING
           ACCEPT WS-CARD-ALERT-PATH FROM CONSOLE
           OPEN INPUT CARD-ALERT-FILE
           IF WS-CARD-ALERT-STATUS NOT = "00"
               DISPLAY "Unable to open alert file, status "
                       WS-CARD-ALERT-STATUS
               MOVE "CARDCOMP" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8152-COMP-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-CARD-ALERT-BLOCKED
           MOVE ZEROS TO WS-CARD-ALERT-REISSUED
           MOVE ZEROS TO WS-CARD-ALERT-NOMATCH

           PERFORM UNTIL WS-CARD-ALERT-STATUS NOT = "00"
               READ CARD-ALERT-FILE
               IF WS-CARD-ALERT-STATUS = "00"
                   MOVE CARD-ALERT-RECORD(1:16)
                       TO WS-CARD-ALERT-NUM
                   PERFORM 8153-ACTION-ONE-ALERT-CARD
                       THRU 8153-ACTION-EXIT
               END-IF
           END-PERFORM
           CLOSE CARD-ALERT-FILE

           DISPLAY " "
           DISPLAY "Cards blocked:       " WS-CARD-ALERT-BLOCKED
           DISPLAY "Replacements issued: " WS-CARD-ALERT-REISSUED
           DISPLAY "Exceptions (no match): "
                   WS-CARD-ALERT-NOMATCH

           MOVE "CARDCOMP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CARD-ALERT-BLOCKED TO WS-RUNCTL-RECORDS-DONE
           IF WS-CARD-ALERT-NOMATCH > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8152-COMP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8153 - ACTION ONE ALERTED CARD
      * Block, reissue and notify for one alert line - the same
      * sequence 8150 walks a teller through, without the teller.
      ******************************************************************
       8153-ACTION-ONE-ALERT-CARD.
           IF WS-CARD-ALERT-NUM IS NOT NUMERIC
               ADD 1 TO WS-CARD-ALERT-NOMATCH
               DISPLAY "  EXCEPTION: " WS-CARD-ALERT-NUM
                       " is not a card number."
               GO TO 8153-ACTION-EXIT
           END-IF
           COMPUTE CARD-NUMBER =
               FUNCTION NUMVAL(WS-CARD-ALERT-NUM)
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CARD-ALERT-NOMATCH
               DISPLAY "  EXCEPTION: " WS-CARD-ALERT-NUM
                       " not on the card file."
               GO TO 8153-ACTION-EXIT
           END-IF
           IF NOT CARD-ACTIVE
               DISPLAY "  Card " CARD-NUMBER " already "
                       CARD-STATUS " - skipped."
               GO TO 8153-ACTION-EXIT
           END-IF

           MOVE CARD-ACCT-ID TO WS-CARD-REISSUE-ACCT-ID
           MOVE CARD-CUST-ID TO WS-CARD-REISSUE-CUST-ID

           SET CARD-REISSUED TO TRUE
           REWRITE CARD-RECORD
           ADD 1 TO WS-CARD-ALERT-BLOCKED

           MOVE WS-CARD-REISSUE-CUST-ID TO WS-NOTIF-CUST-ID
           MOVE "CARD" TO WS-NOTIF-EVENT-TYPE
           STRING "Card ending " WS-CARD-ALERT-NUM(13:4)
                  " blocked after a network alert - a "
                  "replacement is on its way"
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           PERFORM 2285-GENERATE-CARD-NUMBER
           MOVE WS-NEXT-CARD-NUM TO CARD-NUMBER
           MOVE WS-CARD-REISSUE-ACCT-ID TO CARD-ACCT-ID
           MOVE WS-CARD-REISSUE-CUST-ID TO CARD-CUST-ID
           SET CARD-TYPE-DEBIT TO TRUE
           MOVE WS-CARD-TEMP-PIN TO CARD-PIN
           PERFORM 8789-SEAL-CARD-PIN
           MOVE WS-ACCEPT-DATE TO CARD-ISSUE-DATE
           MOVE WS-ACCEPT-DATE(1:4) TO WS-CARD-EXP-YEAR
           MOVE WS-ACCEPT-DATE(5:2) TO WS-CARD-EXP-MONTH
           MOVE WS-ACCEPT-DATE(7:2) TO WS-CARD-EXP-DAY
           COMPUTE WS-CARD-EXP-YEAR = WS-CARD-EXP-YEAR + 4
           COMPUTE WS-CARD-EXP-NUM =
               (WS-CARD-EXP-YEAR * 10000)
               + (WS-CARD-EXP-MONTH * 100) + WS-CARD-EXP-DAY
           MOVE WS-CARD-EXP-NUM TO CARD-EXPIRATION-DATE
           SET CARD-ACTIVE TO TRUE
           MOVE SPACES TO CARD-LAST-USED-DATE
           WRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS = "00"
               ADD 1 TO WS-CARD-ALERT-REISSUED
               DISPLAY "  Card " WS-CARD-ALERT-NUM
                       " blocked, replacement " CARD-NUMBER
                       " issued (temporary PIN)."
           ELSE
               DISPLAY "  Card " WS-CARD-ALERT-NUM " blocked but "
                       "replacement failed, status "
                       WS-CARD-FILE-STATUS
           END-IF

           MOVE "CARD_COMPROMISED" TO WS-AUDIT-ACTION
           STRING "Old=" WS-CARD-ALERT-NUM
                  " New=" CARD-NUMBER
                  " Cust=" WS-CARD-REISSUE-CUST-ID
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8153-ACTION-EXIT.
           CONTINUE.

      ******************************************************************
      * 8155 - OPEN CARD DISPUTE
      * Opens the case against the card and the disputed TRAN-ID,
      * with the regulatory provisional-credit deadline already
      * counting (the next business day after the day count).
      ******************************************************************
       8155-OPEN-CARD-DISPUTE.
           DISPLAY " "
           DISPLAY "=== OPEN CARD DISPUTE ==="
           DISPLAY "Card Number: " WITH NO ADVANCING
           ACCEPT WS-DISP-INPUT-CARD FROM CONSOLE
           COMPUTE CARD-NUMBER =
               FUNCTION NUMVAL(WS-DISP-INPUT-CARD)
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Card not found."
               GO TO 8155-OPEN-EXIT
           END-IF

           DISPLAY "Disputed Transaction ID: " WITH NO ADVANCING
           ACCEPT WS-DISP-INPUT-TRAN FROM CONSOLE
           COMPUTE TRAN-ID = FUNCTION NUMVAL(WS-DISP-INPUT-TRAN)
           READ TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Transaction not found."
               GO TO 8155-OPEN-EXIT
           END-IF
           IF TRAN-ACCOUNT-ID NOT = CARD-ACCT-ID
               DISPLAY "That transaction is not on the card's "
                       "account."
               GO TO 8155-OPEN-EXIT
           END-IF

           MOVE 1 TO WS-NEXT-DISP-ID
           MOVE LOW-VALUES TO DISP-ID
           START DISPUTE-FILE KEY >= DISP-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DISP-FILE-STATUS NOT = "00"
               READ DISPUTE-FILE NEXT RECORD
               IF WS-DISP-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-DISP-ID = DISP-ID + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-DISP-ID TO DISP-ID
           COMPUTE DISP-CARD-NUMBER =
               FUNCTION NUMVAL(WS-DISP-INPUT-CARD)
           MOVE TRAN-ID TO DISP-TRAN-ID
           MOVE TRAN-ACCOUNT-ID TO DISP-ACCT-ID
           COMPUTE DISP-AMOUNT = FUNCTION ABS(TRAN-AMOUNT)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO DISP-OPENED-DATE
           COMPUTE WS-DISP-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-DISP-PROV-DAYS
           COMPUTE WS-DISP-DEADLINE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DISP-DEADLINE-INT)
           MOVE WS-DISP-DEADLINE-NUM TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO DISP-PROV-DEADLINE
           SET DISP-STAT-RECEIVED TO TRUE
           MOVE ZEROS TO DISP-PROV-TRAN-ID
           MOVE LS-CURRENT-USER TO DISP-OPENED-BY
           WRITE DISPUTE-RECORD

           DISPLAY "Dispute " DISP-ID " opened. Provisional "
                   "credit due by " DISP-PROV-DEADLINE
                   " unless resolved first."

           MOVE "DISPUTE_OPENED" TO WS-AUDIT-ACTION
           STRING "Dispute=" DISP-ID
                  " Card=" DISP-CARD-NUMBER
                  " Tran=" DISP-TRAN-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8155-OPEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8158 - RESOLVE CARD DISPUTE
      * Resolved for the customer: any provisional credit becomes
      * final. Resolved for the merchant: the provisional credit
      * is reversed back off the account.
      ******************************************************************
       8158-RESOLVE-CARD-DISPUTE.
           DISPLAY " "
           DISPLAY "=== RESOLVE CARD DISPUTE ==="
           DISPLAY "Dispute Number: " WITH NO ADVANCING
           ACCEPT WS-DISP-INPUT-ID FROM CONSOLE
           COMPUTE DISP-ID = FUNCTION NUMVAL(WS-DISP-INPUT-ID)
           READ DISPUTE-FILE
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Dispute not found."
               GO TO 8158-RESOLVE-EXIT
           END-IF
           IF DISP-STAT-CUSTOMER OR DISP-STAT-MERCHANT
               DISPLAY "Dispute is already resolved."
               GO TO 8158-RESOLVE-EXIT
           END-IF

           DISPLAY "Status " DISP-STATUS
                   " Amount " DISP-AMOUNT
                   " Deadline " DISP-PROV-DEADLINE
           DISPLAY "Resolve for (C)ustomer, (M)erchant, or mark "
                   "(I)nvestigating: " WITH NO ADVANCING
           ACCEPT WS-DISP-INPUT-ACTION FROM CONSOLE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           EVALUATE WS-DISP-INPUT-ACTION
               WHEN "I"
               WHEN "i"
                   SET DISP-STAT-INVESTIGATING TO TRUE
                   REWRITE DISPUTE-RECORD
                   DISPLAY "Dispute marked investigating."
               WHEN "C"
               WHEN "c"
      * The customer prevails - a provisional credit already posted
      * simply stands; otherwise the credit posts now, final.
                   IF DISP-PROV-TRAN-ID = ZEROS
                       PERFORM 8162-POST-DISPUTE-CREDIT
                           THRU 8162-CREDIT-EXIT
                   END-IF
                   SET DISP-STAT-CUSTOMER TO TRUE
                   REWRITE DISPUTE-RECORD
                   DISPLAY "Dispute resolved for the customer - "
                           "credit is final."
               WHEN "M"
               WHEN "m"
      * The merchant prevails - back out any provisional credit
                   IF DISP-PROV-TRAN-ID NOT = ZEROS
                       PERFORM 8163-REVERSE-DISPUTE-CREDIT
                           THRU 8163-REVERSE-EXIT
                   END-IF
                   SET DISP-STAT-MERCHANT TO TRUE
                   REWRITE DISPUTE-RECORD
                   DISPLAY "Dispute resolved for the merchant."
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE

           MOVE "DISPUTE_RESOLVED" TO WS-AUDIT-ACTION
           STRING "Dispute=" DISP-ID
                  " Status=" DISP-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8158-RESOLVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8160 - DISPUTE PROVISIONAL CREDITS (BATCH)
      * Posts the provisional credit automatically on any open case
      * that has reached its regulatory day-count deadline - the
      * miss that cost us a loss in April can no longer happen by
      * someone forgetting.
      ******************************************************************
       8160-BATCH-DISPUTE-CREDITS.
           DISPLAY " "
           DISPLAY "=== DISPUTE PROVISIONAL CREDITS ==="

           MOVE "DISPCRED" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8160-DISP-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-DISP-TODAY
           MOVE ZEROS TO WS-DISP-PROV-COUNT

           MOVE LOW-VALUES TO DISP-ID
           START DISPUTE-FILE KEY >= DISP-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DISP-FILE-STATUS NOT = "00"
               READ DISPUTE-FILE NEXT RECORD
               IF WS-DISP-FILE-STATUS = "00"
                   IF (DISP-STAT-RECEIVED
                       OR DISP-STAT-INVESTIGATING)
                       AND DISP-PROV-DEADLINE NOT > WS-DISP-TODAY
                       PERFORM 8162-POST-DISPUTE-CREDIT
                           THRU 8162-CREDIT-EXIT
                       SET DISP-STAT-PROVISIONAL TO TRUE
                       REWRITE DISPUTE-RECORD
                       ADD 1 TO WS-DISP-PROV-COUNT
                       DISPLAY "  Provisional credit posted on "
                               "dispute " DISP-ID
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Provisional credits posted: "
                   WS-DISP-PROV-COUNT

           MOVE "DISPCRED" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DISP-PROV-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8160-DISP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8162 - POST DISPUTE PROVISIONAL CREDIT
      * Credits the disputed amount as an AJ transaction linked to
      * the case, recording the posting's TRAN-ID on the dispute so
      * resolution can reverse or finalize it.
      ******************************************************************
       8162-POST-DISPUTE-CREDIT.
           MOVE DISP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Account missing on dispute " DISP-ID
               GO TO 8162-CREDIT-EXIT
           END-IF
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + DISP-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + DISP-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE DISP-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Dispute provisional credit - case " DISP-ID
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE DISP-TRAN-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-NEXT-TRAN-ID TO DISP-PROV-TRAN-ID.

       8162-CREDIT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8163 - REVERSE DISPUTE PROVISIONAL CREDIT
      ******************************************************************
       8163-REVERSE-DISPUTE-CREDIT.
           MOVE DISP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Account missing on dispute " DISP-ID
               GO TO 8163-REVERSE-EXIT
           END-IF
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - DISP-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - DISP-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           COMPUTE TRAN-AMOUNT = DISP-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Dispute provisional reversal - case " DISP-ID
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE DISP-PROV-TRAN-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY.

       8163-REVERSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8165 - DISPUTE AGING REPORT
      * Every open case against its provisional-credit deadline.
      ******************************************************************
       8165-DISPUTE-AGING-REPORT.
           DISPLAY " "
           DISPLAY "=== OPEN CARD DISPUTES BY DEADLINE ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DISP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           MOVE ZEROS TO WS-DISP-DSP-COUNT

           MOVE LOW-VALUES TO DISP-ID
           START DISPUTE-FILE KEY >= DISP-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DISP-FILE-STATUS NOT = "00"
               READ DISPUTE-FILE NEXT RECORD
               IF WS-DISP-FILE-STATUS = "00"
                   IF NOT DISP-STAT-CUSTOMER
                       AND NOT DISP-STAT-MERCHANT
                       ADD 1 TO WS-DISP-DSP-COUNT
                       COMPUTE WS-DISP-DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               DISP-PROV-DEADLINE(1:8)))
                           - WS-DISP-TODAY-INT
                       DISPLAY "  " DISP-ID
                               " Card " DISP-CARD-NUMBER
                               " $" DISP-AMOUNT
                               " Status " DISP-STATUS
                       DISPLAY "    Deadline " DISP-PROV-DEADLINE
                               "  Days Left " WS-DISP-DAYS-LEFT
                       IF WS-DISP-DAYS-LEFT < ZEROS
                           AND (DISP-STAT-RECEIVED
                                OR DISP-STAT-INVESTIGATING)
                           DISPLAY "    *** PROVISIONAL CREDIT "
                                   "OVERDUE ***"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DISP-FILE-STATUS

           DISPLAY "Open disputes: " WS-DISP-DSP-COUNT.

      ******************************************************************
      * 8170 - ATM SETTLEMENT INTAKE (BATCH)
      * Reads the network's daily settlement file, posts each card
      * transaction against the card's account with the network
      * sequence number in TRAN-REF-NUMBER, proves our posted
      * totals against the network's trailer controls, and writes
      * anything that won't post to the exceptions file for
      * research.
      ******************************************************************
       8170-BATCH-ATM-SETTLEMENT.
           DISPLAY " "
           DISPLAY "=== ATM SETTLEMENT INTAKE ==="

           MOVE "ATMSETTL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8170-ATM-EXIT
           END-IF

           DISPLAY "Settlement file path: " WITH NO ADVANCING
           ACCEPT WS-ATM-SETTLE-PATH FROM CONSOLE
           OPEN INPUT ATM-SETTLE-FILE
           IF WS-ATM-SETTLE-STATUS NOT = "00"
               DISPLAY "Unable to open settlement file, status "
                       WS-ATM-SETTLE-STATUS
               MOVE "ATMSETTL" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8170-ATM-EXIT
           END-IF

           OPEN EXTEND ATM-EXCEPTION-FILE
           IF WS-ATM-EXCPT-STATUS = "35"
               OPEN OUTPUT ATM-EXCEPTION-FILE
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE ZEROS TO WS-ATM-POSTED-COUNT
           MOVE ZEROS TO WS-ATM-POSTED-TOTAL
           MOVE ZEROS TO WS-ATM-EXCEPT-COUNT
           MOVE "N" TO WS-ATM-TRAILER-SEEN
           MOVE "N" TO WS-ATM-HDR-SEEN
           MOVE "N" TO WS-ATM-REPLAY-FLAG
           MOVE ZEROS TO WS-ATM-BODY-COUNT
           MOVE ZEROS TO WS-ATM-BODY-TOTAL

      * Pass 1 - find the "H" control header, clear the replay
      * registry and prove the declared item count and dollar
      * total against the body BEFORE anything posts, the same
      * prove-then-post shape the ACH inbound takes
           PERFORM UNTIL WS-ATM-SETTLE-STATUS NOT = "00"
               READ ATM-SETTLE-FILE
               IF WS-ATM-SETTLE-STATUS = "00"
                   MOVE ATM-SETTLE-RECORD TO WS-ATM-SETTLE-DETAIL
                   EVALUATE WS-ATMS-REC-TYPE
                       WHEN "H"
                           MOVE ATM-SETTLE-RECORD
                               TO WS-ATM-FILE-HDR
                           MOVE "Y" TO WS-ATM-HDR-SEEN
                           PERFORM 8171-CHECK-ATM-FILE-REPLAY
                           IF WS-ATM-REPLAY-FLAG = "Y"
                               MOVE "10" TO WS-ATM-SETTLE-STATUS
                           END-IF
                       WHEN "D"
                           ADD 1 TO WS-ATM-BODY-COUNT
                           ADD WS-ATMS-AMOUNT
                               TO WS-ATM-BODY-TOTAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ATM-SETTLE-FILE

           IF WS-ATM-REPLAY-FLAG = "Y"
               CLOSE ATM-EXCEPTION-FILE
               MOVE "ATMSETTL" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8170-ATM-EXIT
           END-IF
           IF WS-ATM-HDR-SEEN = "Y"
               IF WS-ATM-BODY-COUNT NOT = WS-ATMH-ITEM-COUNT
                   OR WS-ATM-BODY-TOTAL
                       NOT = WS-ATMH-DOLLAR-TOTAL
                   DISPLAY "*** FILE REFUSED - CONTROL MISMATCH: "
                           "header " WS-ATMH-ITEM-COUNT
                           " items / " WS-ATMH-DOLLAR-TOTAL
                           " - body " WS-ATM-BODY-COUNT
                           " / " WS-ATM-BODY-TOTAL " ***"
                   MOVE "WARN" TO WS-AUDIT-SEVERITY
                   MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
                   STRING "File=ATM" WS-ATMH-CREATED
                          WS-ATMH-SEQUENCE
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
                   CLOSE ATM-EXCEPTION-FILE
                   MOVE "ATMSETTL" TO WS-RUNCTL-JOB-NAME
                   MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
                   MOVE 8 TO WS-RUNCTL-RETURN-CODE
                   PERFORM 9110-WRITE-RUNCTL-COMPLETE
                   GO TO 8170-ATM-EXIT
               END-IF
           ELSE
               DISPLAY "WARNING: settlement file carried no file "
                       "header - replay protection not applied."
           END-IF

      * Pass 2 - the file proved (or carried no header), so post
           OPEN INPUT ATM-SETTLE-FILE
           PERFORM UNTIL WS-ATM-SETTLE-STATUS NOT = "00"
               READ ATM-SETTLE-FILE
               IF WS-ATM-SETTLE-STATUS = "00"
                   MOVE ATM-SETTLE-RECORD TO WS-ATM-SETTLE-DETAIL
                   EVALUATE WS-ATMS-REC-TYPE
                       WHEN "D"
                           PERFORM 8175-POST-ONE-ATM-ITEM
                               THRU 8175-POST-EXIT
                       WHEN "T"
                           MOVE "Y" TO WS-ATM-TRAILER-SEEN
                           PERFORM 8178-PROVE-CONTROL-TOTALS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ATM-SETTLE-FILE
           CLOSE ATM-EXCEPTION-FILE

           IF WS-ATM-HDR-SEEN = "Y"
               PERFORM 8179-REGISTER-ATM-FILE
           END-IF

           IF WS-ATM-TRAILER-SEEN = "N"
               DISPLAY "WARNING: settlement file carried no control "
                       "trailer - totals not proven."
           END-IF

           DISPLAY "Items posted:     " WS-ATM-POSTED-COUNT
           DISPLAY "Items excepted:   " WS-ATM-EXCEPT-COUNT

           MOVE "ATMSETTL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-ATM-POSTED-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-ATM-EXCEPT-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8170-ATM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8175 - POST ONE ATM ITEM
      ******************************************************************
       8175-POST-ONE-ATM-ITEM.
           MOVE WS-ATMS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               MOVE "Card not on file" TO ATMX-REASON
               PERFORM 8177-WRITE-ATM-EXCEPTION
               GO TO 8175-POST-EXIT
           END-IF
           IF NOT CARD-ACTIVE
               MOVE "Card not active" TO ATMX-REASON
               PERFORM 8177-WRITE-ATM-EXCEPTION
               GO TO 8175-POST-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO CARD-LAST-USED-DATE
           REWRITE CARD-RECORD

           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "Account not on file" TO ATMX-REASON
               PERFORM 8177-WRITE-ATM-EXCEPTION
               GO TO 8175-POST-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           IF WS-ATMS-TRAN-CODE = "DP"
               MOVE "N" TO WS-RST-CHECK-DEBIT
           ELSE
               MOVE "Y" TO WS-RST-CHECK-DEBIT
           END-IF
           MOVE "C" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               MOVE WS-RST-DECLINE-MSG TO ATMX-REASON
               PERFORM 8177-WRITE-ATM-EXCEPTION
               GO TO 8175-POST-EXIT
           END-IF

           IF WS-ATMS-TRAN-CODE = "DP"
               MOVE WS-ATMS-AMOUNT TO WS-ATM-POST-AMOUNT
           ELSE
               COMPUTE WS-ATM-POST-AMOUNT = WS-ATMS-AMOUNT * -1
           END-IF

      * A debit settlement that follows an intraday authorization
      * releases its own hold first, so the funds are not counted
      * against available balance twice.
           IF WS-ATMS-TRAN-CODE NOT = "DP"
               PERFORM 8176-MATCH-AUTH-HOLD
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-ATM-POST-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-ATM-POST-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           IF WS-ATMS-TRAN-CODE = "DP"
               SET TRAN-TYPE-DEPOSIT TO TRUE
               MOVE "ATM Network Deposit" TO TRAN-DESCRIPTION
           ELSE
               SET TRAN-TYPE-WITHDRAW TO TRUE
               IF WS-ATMS-TRAN-CODE = "PU"
                   MOVE "Card Purchase" TO TRAN-DESCRIPTION
               ELSE
                   MOVE "ATM Network Withdrawal"
                       TO TRAN-DESCRIPTION
               END-IF
           END-IF

      * A bucketed card books the item into its APR bucket:
      * purchases to the purchase bucket, cash to cash advance
           IF ACCT-TYPE-CREDIT
               AND WS-ATMS-TRAN-CODE NOT = "DP"
               MOVE ACCT-ID TO BKT-ACCT-ID
               READ CC-BUCKET-FILE
               IF WS-BKT-FILE-STATUS = "00"
                   IF WS-ATMS-TRAN-CODE = "PU"
                       ADD WS-ATMS-AMOUNT TO BKT-PURCHASE-BAL
                   ELSE
                       ADD WS-ATMS-AMOUNT TO BKT-CASHADV-BAL
                   END-IF
                   REWRITE CC-BUCKET-RECORD
               END-IF
           END-IF

      * Rewards earn on purchases only - one point per whole
      * dollar; cash advances and fees earn nothing
           IF ACCT-TYPE-CREDIT
               AND WS-ATMS-TRAN-CODE = "PU"
               MOVE ACCT-ID TO RWD-ACCT-ID
               READ CC-REWARDS-FILE
               COMPUTE WS-RWD-EARN-POINTS = WS-ATMS-AMOUNT
               IF WS-RWD-FILE-STATUS = "00"
                   ADD WS-RWD-EARN-POINTS TO RWD-EARNED
                   MOVE WS-ACCEPT-DATE TO RWD-LAST-EARN-DATE
                   SET RWD-NOT-WARNED TO TRUE
                   REWRITE CC-REWARDS-RECORD
               ELSE
                   MOVE ACCT-ID TO RWD-ACCT-ID
                   MOVE WS-RWD-EARN-POINTS TO RWD-EARNED
                   MOVE ZEROS TO RWD-REDEEMED
                   MOVE ZEROS TO RWD-EXPIRED
                   MOVE WS-ACCEPT-DATE TO RWD-LAST-EARN-DATE
                   SET RWD-NOT-WARNED TO TRUE
                   WRITE CC-REWARDS-RECORD
               END-IF
           END-IF
           MOVE WS-ATM-POST-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
      * A foreign ATM's surcharge rides in the network amount; the
      * withdrawal posts without it and the surcharge follows as
      * its own fee line (8174)
           IF WS-ATMS-SURCHARGE NOT NUMERIC
               MOVE ZEROS TO WS-ATMS-SURCHARGE
           END-IF
           IF WS-ATMS-TRAN-CODE = "DP" OR WS-ATMS-TRAN-CODE = "PU"
               MOVE ZEROS TO WS-ATMS-SURCHARGE
           END-IF
           IF WS-ATMS-SURCHARGE > ZEROS
               ADD WS-ATMS-SURCHARGE TO TRAN-AMOUNT
               ADD WS-ATMS-SURCHARGE TO TRAN-BALANCE-AFTER
           END-IF
           MOVE WS-ATMS-NETWORK-SEQ TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE "ATMNET" TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-IS-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY
           IF WS-ATMS-SURCHARGE > ZEROS
               PERFORM 8174-POST-ATM-SURCHARGE
           END-IF

           ADD 1 TO WS-ATM-POSTED-COUNT
           ADD WS-ATMS-AMOUNT TO WS-ATM-POSTED-TOTAL.

       8175-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 8174 - POST A FOREIGN ATM SURCHARGE
      * The fee line that follows a withdrawal at another bank's
      * ATM (the withdrawal just written is still in
      * TRANSACTION-RECORD). Reward checking refunds these for a
      * qualifying month - see 7806.
      ******************************************************************
       8174-POST-ATM-SURCHARGE.
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = WS-ATMS-SURCHARGE * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Foreign ATM Surcharge" TO TRAN-DESCRIPTION
           SET TRAN-NOT-CASH TO TRUE
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY.

      ******************************************************************
      * 8177 - WRITE ATM EXCEPTION
      ******************************************************************
       8177-WRITE-ATM-EXCEPTION.
           MOVE WS-ACCEPT-DATE TO ATMX-DATE
           MOVE WS-ATMS-CARD-NUMBER TO ATMX-CARD-NUMBER
           MOVE WS-ATMS-NETWORK-SEQ TO ATMX-NETWORK-SEQ
           MOVE WS-ATMS-AMOUNT TO ATMX-AMOUNT
           WRITE ATM-EXCEPTION-RECORD
           ADD 1 TO WS-ATM-EXCEPT-COUNT
           DISPLAY "  Exception: card " WS-ATMS-CARD-NUMBER
                   " seq " WS-ATMS-NETWORK-SEQ
                   " - " ATMX-REASON

           MOVE "ATMEXCPT" TO WS-SUSPL-SOURCE
           MOVE ZEROS TO WS-SUSPL-ACCT
           MOVE WS-ATMS-AMOUNT TO WS-SUSPL-AMOUNT
           MOVE ATMX-REASON(1:30) TO WS-SUSPL-REASON
           MOVE "CARDOPS" TO WS-SUSPL-DEPARTMENT
           PERFORM 9270-WRITE-SUSPENSE-ITEM.

      ******************************************************************
      * 8178 - PROVE CONTROL TOTALS
      * Compares our posted count and absolute amount against the
      * network's trailer controls.
      ******************************************************************
       8178-PROVE-CONTROL-TOTALS.
           IF WS-ATM-POSTED-COUNT = WS-ATMT-COUNT
               AND WS-ATM-POSTED-TOTAL = WS-ATMT-AMOUNT
               DISPLAY "Control totals PROVEN: " WS-ATM-POSTED-COUNT
                       " item(s)."
           ELSE
               DISPLAY "CONTROL TOTAL MISMATCH:"
               DISPLAY "  Network count " WS-ATMT-COUNT
                       "  ours " WS-ATM-POSTED-COUNT
               DISPLAY "  Network amount " WS-ATMT-AMOUNT
                       "  ours " WS-ATM-POSTED-TOTAL
               MOVE ZEROS TO WS-ATMS-CARD-NUMBER
               MOVE "TRAILER" TO WS-ATMS-NETWORK-SEQ
               MOVE WS-ATMT-AMOUNT TO WS-ATMS-AMOUNT
               MOVE "Control total mismatch" TO ATMX-REASON
               PERFORM 8177-WRITE-ATM-EXCEPTION
           END-IF.

      ******************************************************************
      * 8171 - CHECK THE SETTLEMENT FILE AGAINST THE REGISTRY
      ******************************************************************
       8171-CHECK-ATM-FILE-REPLAY.
           MOVE "N" TO WS-ATM-REPLAY-FLAG
           MOVE SPACES TO PCF-FILE-ID
           STRING "ATM" WS-ATMH-CREATED WS-ATMH-SEQUENCE
               DELIMITED SIZE INTO PCF-FILE-ID
           READ PROC-FILE-REGISTRY
           IF WS-PCF-FILE-STATUS = "00"
               MOVE "Y" TO WS-ATM-REPLAY-FLAG
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
      * 8179 - REGISTER THE PROCESSED SETTLEMENT FILE
      ******************************************************************
       8179-REGISTER-ATM-FILE.
           MOVE SPACES TO PCF-FILE-ID
           STRING "ATM" WS-ATMH-CREATED WS-ATMH-SEQUENCE
               DELIMITED SIZE INTO PCF-FILE-ID
           MOVE "ATMSETTL" TO PCF-SOURCE
           MOVE WS-ATMH-CREATED TO PCF-CREATED-DATE
           MOVE WS-ATMH-SEQUENCE TO PCF-SEQUENCE
           MOVE WS-ATM-POSTED-COUNT TO PCF-ITEM-COUNT
           MOVE WS-ATM-POSTED-TOTAL TO PCF-DOLLAR-TOTAL
           MOVE WS-ACCEPT-DATE TO PCF-PROCESSED-DATE
           WRITE PROC-FILE-RECORD.

      ******************************************************************
      * 8176 - MATCH SETTLEMENT ITEM TO ITS AUTHORIZATION HOLD
      * Finds the active debit-authorization hold carrying this
      * item's network reference on the same account and releases
      * it into the ACCOUNT-RECORD buffer the caller is about to
      * rewrite. No match is normal - not every settlement was
      * authorized through the intraday feed.
      ******************************************************************
       8176-MATCH-AUTH-HOLD.
           MOVE "N" TO WS-AUTH-MATCHED-FLAG
           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               OR WS-AUTH-MATCHED-FLAG = "Y"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   AND HOLD-ACTIVE
                   AND HOLD-TYPE-DEBIT
                   AND HOLD-ACCT-ID = ACCT-ID
                   AND HOLD-NETWORK-REF = WS-ATMS-NETWORK-SEQ
                   AND HOLD-NETWORK-REF NOT = SPACES
                   MOVE "Y" TO WS-AUTH-MATCHED-FLAG
                   COMPUTE ACCT-AVAILABLE-BAL =
                       ACCT-AVAILABLE-BAL + HOLD-AMOUNT
                   SET HOLD-RELEASED TO TRUE
                   REWRITE ACCOUNT-HOLD-RECORD
                   MOVE "AUTH_HOLD_MATCHED" TO WS-AUDIT-ACTION
                   STRING "Hold=" HOLD-ID
                          " Acct=" HOLD-ACCT-ID
                          " Ref=" HOLD-NETWORK-REF
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               END-IF
           END-PERFORM
           MOVE "00" TO WS-HOLD-FILE-STATUS.

      ******************************************************************
      * 8172 - CARD AUTHORIZATION FEED INTAKE (BATCH)
      * Processes the network's intraday authorization feed: each
      * approved authorization places a debit-authorization hold
      * against available balance through the same machinery as
      * 7160, stamped with the network reference so the matching
      * settlement item in 8175 releases exactly its own hold. An
      * authorization that never settles expires with the matured-
      * hold release after WS-AUTH-HOLD-EXPIRE-DAYS business days.
      ******************************************************************
       8172-BATCH-CARD-AUTH-FEED.
           DISPLAY " "
           DISPLAY "=== CARD AUTHORIZATION FEED INTAKE ==="

           MOVE "CARDAUTH" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY "Authorization feed path: " WITH NO ADVANCING
           ACCEPT WS-AUTH-FEED-PATH FROM CONSOLE
           OPEN INPUT CARD-AUTH-FILE
           IF WS-AUTH-FEED-STATUS NOT = "00"
               DISPLAY "Unable to open authorization feed, status "
                       WS-AUTH-FEED-STATUS
               MOVE "CARDAUTH" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8172-AUTH-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-AUTH-HELD-COUNT
           MOVE ZEROS TO WS-AUTH-DECLINE-COUNT

           PERFORM UNTIL WS-AUTH-FEED-STATUS NOT = "00"
               READ CARD-AUTH-FILE
               IF WS-AUTH-FEED-STATUS = "00"
                   MOVE CARD-AUTH-RECORD TO WS-AUTH-FEED-DETAIL
                   IF WS-AUTF-REC-TYPE = "A"
                       PERFORM 8173-PLACE-ONE-AUTH-HOLD
                           THRU 8173-PLACE-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-AUTH-FILE

           DISPLAY "Authorizations held:    " WS-AUTH-HELD-COUNT
           DISPLAY "Authorizations refused: " WS-AUTH-DECLINE-COUNT

           MOVE "CARDAUTH" TO WS-RUNCTL-JOB-NAME
           MOVE WS-AUTH-HELD-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-AUTH-DECLINE-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8172-AUTH-EXIT.
           CONTINUE.

      ******************************************************************
      * 8173 - PLACE ONE AUTHORIZATION HOLD
      ******************************************************************
       8173-PLACE-ONE-AUTH-HOLD.
           MOVE WS-AUTF-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               OR NOT CARD-ACTIVE
               ADD 1 TO WS-AUTH-DECLINE-COUNT
               DISPLAY "  Auth " WS-AUTF-NETWORK-REF
                       " refused - card unavailable."
               GO TO 8173-PLACE-EXIT
           END-IF

           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               ADD 1 TO WS-AUTH-DECLINE-COUNT
               DISPLAY "  Auth " WS-AUTF-NETWORK-REF
                       " refused - account unavailable."
               GO TO 8173-PLACE-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "C" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               ADD 1 TO WS-AUTH-DECLINE-COUNT
               DISPLAY "  Auth " WS-AUTF-NETWORK-REF
                       " refused - " WS-RST-DECLINE-MSG
               GO TO 8173-PLACE-EXIT
           END-IF

           IF WS-AUTF-AMOUNT > ACCT-AVAILABLE-BAL
               ADD 1 TO WS-AUTH-DECLINE-COUNT
               DISPLAY "  Auth " WS-AUTF-NETWORK-REF
                       " refused - exceeds available balance."
               GO TO 8173-PLACE-EXIT
           END-IF

           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-AUTF-AMOUNT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 7055-GENERATE-HOLD-ID
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE ACCT-ID TO HOLD-ACCT-ID
           SET HOLD-TYPE-DEBIT TO TRUE
           MOVE WS-AUTF-AMOUNT TO HOLD-AMOUNT
           MOVE WS-ACCEPT-DATE TO HOLD-PLACED-DATE
           COMPUTE WS-HOLD-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-AUTH-HOLD-EXPIRE-DAYS
           COMPUTE WS-HOLD-RELEASE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
           MOVE WS-HOLD-RELEASE-NUM TO WS-CAL-DATE-IN
           PERFORM 2350-NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE-OUT TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE ZEROS TO HOLD-TRAN-ID
           MOVE WS-AUTF-NETWORK-REF TO HOLD-NETWORK-REF
           WRITE ACCOUNT-HOLD-RECORD
           ADD 1 TO WS-AUTH-HELD-COUNT

           MOVE "AUTH_HOLD_PLACED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Ref=" WS-AUTF-NETWORK-REF
                  " Amount=" WS-AUTF-AMOUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8173-PLACE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8180 - SAFE DEPOSIT BOX MAINTENANCE
      * Adds a box to the inventory or updates its rental details,
      * replacing the branch paper ledger.
      ******************************************************************
       8180-SDB-MAINTENANCE.
           DISPLAY " "
           DISPLAY "=== SAFE DEPOSIT BOX MAINTENANCE ==="
           DISPLAY "Branch Code: " WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-BRANCH FROM CONSOLE
           DISPLAY "Box Number: " WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-BOX FROM CONSOLE
           MOVE WS-SDB-INPUT-BRANCH TO SDB-BRANCH
           COMPUTE SDB-BOX-NUM = FUNCTION NUMVAL(WS-SDB-INPUT-BOX)

           READ SDB-FILE
           IF WS-SDB-FILE-STATUS = "00"
               DISPLAY "Existing box: Size " SDB-SIZE
                       " Rate " SDB-ANNUAL-RATE
                       " Cust " SDB-CUST-ID
                       " Status " SDB-STATUS
               DISPLAY "Re-enter the fields below to update it."
           ELSE
               DISPLAY "New box - enter its details."
           END-IF

           DISPLAY "Size (S/M/L): " WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-SIZE FROM CONSOLE
           DISPLAY "Annual Rental Rate: " WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-RATE FROM CONSOLE
           DISPLAY "Renter Customer ID (blank if vacant): "
               WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-CUST FROM CONSOLE
           DISPLAY "Payment Account ID (0 if vacant): "
               WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-ACCT FROM CONSOLE
           DISPLAY "Key Deposit: " WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-KEYDEP FROM CONSOLE
           DISPLAY "Status (V=Vacant, R=Rented, D=Delinquent): "
               WITH NO ADVANCING
           ACCEPT WS-SDB-INPUT-STAT FROM CONSOLE

           MOVE WS-SDB-INPUT-BRANCH TO SDB-BRANCH
           COMPUTE SDB-BOX-NUM = FUNCTION NUMVAL(WS-SDB-INPUT-BOX)
           MOVE WS-SDB-INPUT-SIZE TO SDB-SIZE
           COMPUTE SDB-ANNUAL-RATE =
               FUNCTION NUMVAL(WS-SDB-INPUT-RATE)
           MOVE WS-SDB-INPUT-CUST TO SDB-CUST-ID
           COMPUTE SDB-PAYMENT-ACCT-ID =
               FUNCTION NUMVAL(WS-SDB-INPUT-ACCT)
           COMPUTE SDB-KEY-DEPOSIT =
               FUNCTION NUMVAL(WS-SDB-INPUT-KEYDEP)
           MOVE WS-SDB-INPUT-STAT TO SDB-STATUS
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF SDB-STAT-RENTED AND SDB-RENTED-DATE = SPACES
               MOVE WS-ACCEPT-DATE TO SDB-RENTED-DATE
           END-IF
           IF SDB-STAT-VACANT
               MOVE SPACES TO SDB-RENTED-DATE
               MOVE SPACES TO SDB-LAST-BILLED-DATE
           END-IF

           REWRITE SDB-RECORD
           IF WS-SDB-FILE-STATUS NOT = "00"
               MOVE SPACES TO SDB-LAST-BILLED-DATE
               WRITE SDB-RECORD
           END-IF
           DISPLAY "Box " SDB-BRANCH "/" SDB-BOX-NUM " saved."

           MOVE "SDB_MAINT" TO WS-AUDIT-ACTION
           STRING "Box=" SDB-BRANCH "/" SDB-BOX-NUM
                  " Status=" SDB-STATUS
                  " Cust=" SDB-CUST-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8180-SDB-EXIT.
           CONTINUE.

      ******************************************************************
      * 8185 - SAFE DEPOSIT ANNUAL BILLING (BATCH)
      * Posts each rented box's annual rent as an FE transaction to
      * its linked payment account, once per calendar year. A box
      * whose payment account is missing - or whose rent takes the
      * account negative - is marked delinquent for the report.
      ******************************************************************
       8185-SDB-ANNUAL-BILLING.
           DISPLAY " "
           DISPLAY "=== SAFE DEPOSIT ANNUAL BILLING ==="

           MOVE "SDBBILL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8185-SDBB-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:4) TO WS-SDB-YEAR
           MOVE ZEROS TO WS-SDB-BILLED-COUNT
           MOVE ZEROS TO WS-SDB-DELINQ-COUNT

           MOVE LOW-VALUES TO SDB-KEY
           START SDB-FILE KEY >= SDB-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SDB-FILE-STATUS NOT = "00"
               READ SDB-FILE NEXT RECORD
               IF WS-SDB-FILE-STATUS = "00"
                   IF (SDB-STAT-RENTED OR SDB-STAT-DELINQUENT)
                       AND SDB-LAST-BILLED-DATE(1:4) NOT = WS-SDB-YEAR
                       PERFORM 8187-BILL-ONE-BOX
                           THRU 8187-BILL-EXIT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Boxes billed:          " WS-SDB-BILLED-COUNT
           DISPLAY "Boxes gone delinquent: " WS-SDB-DELINQ-COUNT

           MOVE "SDBBILL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-SDB-BILLED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8185-SDBB-EXIT.
           CONTINUE.

      ******************************************************************
      * 8187 - BILL ONE BOX
      ******************************************************************
       8187-BILL-ONE-BOX.
           MOVE SDB-PAYMENT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00" OR NOT ACCT-ACTIVE
               SET SDB-STAT-DELINQUENT TO TRUE
               REWRITE SDB-RECORD
               ADD 1 TO WS-SDB-DELINQ-COUNT
               DISPLAY "  Box " SDB-BRANCH "/" SDB-BOX-NUM
                       " delinquent - payment account unavailable."
               GO TO 8187-BILL-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - SDB-ANNUAL-RATE
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - SDB-ANNUAL-RATE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-FEE TO TRUE
           COMPUTE TRAN-AMOUNT = SDB-ANNUAL-RATE * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "Safe Deposit Box Rent " SDB-BRANCH "/"
                  SDB-BOX-NUM
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-ACCEPT-DATE TO SDB-LAST-BILLED-DATE
           IF ACCT-BALANCE < ZEROS
               SET SDB-STAT-DELINQUENT TO TRUE
               ADD 1 TO WS-SDB-DELINQ-COUNT
           ELSE
               SET SDB-STAT-RENTED TO TRUE
           END-IF
           REWRITE SDB-RECORD
           ADD 1 TO WS-SDB-BILLED-COUNT

           DISPLAY "  Box " SDB-BRANCH "/" SDB-BOX-NUM
                   " billed to account " SDB-PAYMENT-ACCT-ID.

       8187-BILL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8190 - SAFE DEPOSIT DELINQUENCY AND VACANCY REPORT
      * Per-branch view of delinquent and vacant boxes - the list
      * drilling decisions are made from.
      ******************************************************************
       8190-SDB-STATUS-REPORT.
           DISPLAY " "
           DISPLAY "=== SAFE DEPOSIT DELINQUENCY / VACANCY ==="
           MOVE ZEROS TO WS-SDB-DELINQ-COUNT
           MOVE ZEROS TO WS-SDB-VACANT-COUNT

           MOVE LOW-VALUES TO SDB-KEY
           START SDB-FILE KEY >= SDB-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SDB-FILE-STATUS NOT = "00"
               READ SDB-FILE NEXT RECORD
               IF WS-SDB-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN SDB-STAT-DELINQUENT
                           ADD 1 TO WS-SDB-DELINQ-COUNT
                           DISPLAY "  " SDB-BRANCH "/" SDB-BOX-NUM
                                   " DELINQUENT Cust " SDB-CUST-ID
                                   " Rate " SDB-ANNUAL-RATE
                                   " Last Billed "
                                   SDB-LAST-BILLED-DATE
                       WHEN SDB-STAT-VACANT
                           ADD 1 TO WS-SDB-VACANT-COUNT
                           DISPLAY "  " SDB-BRANCH "/" SDB-BOX-NUM
                                   " VACANT Size " SDB-SIZE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SDB-FILE-STATUS

           DISPLAY "Delinquent boxes: " WS-SDB-DELINQ-COUNT
           DISPLAY "Vacant boxes:     " WS-SDB-VACANT-COUNT.

      ******************************************************************
      * 8192 - CARD EXPIRATION RENEWAL (BATCH, MONTHLY)
      * Walks the card file. An active card expiring inside the
      * renewal window is renewed under the same card number with
      * a new expiration, unless its account is closed, charged
      * off or dormant, its customer is deceased, or it has not
      * been used in WS-CRN-UNUSED-DAYS. Each renewal goes on the
      * dated production file for the embosser and is tracked on
      * CARD-RENEWAL-FILE until the customer activates it (8196).
      * Renewals already out are followed up on the same pass: the
      * old card expires on its own date if the renewal has not
      * been activated, and one reminder goes to the customer once
      * WS-CRN-REMIND-DAYS have passed since it was sent. Safe to
      * rerun - a card with an open renewal is not renewed twice.
      ******************************************************************
       8192-BATCH-CARD-RENEWAL.
           DISPLAY " "
           DISPLAY "=== CARD EXPIRATION RENEWAL ==="

           MOVE "CARDRNW" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8192-CRNW-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE WS-CRN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)

           MOVE SPACES TO WS-CRN-PROD-PATH
           STRING "/tmp/altoro_card_prod_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-CRN-PROD-PATH
           OPEN OUTPUT CARD-PROD-FILE
           IF WS-CRN-PROD-STATUS NOT = "00"
               DISPLAY "Unable to open card production file, "
                       "status " WS-CRN-PROD-STATUS
               MOVE "CARDRNW" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8192-CRNW-EXIT
           END-IF
           MOVE WS-ACCEPT-DATE TO WS-CRNH-FILE-DATE
           WRITE CARD-PROD-RECORD FROM WS-CRN-PROD-HDR

           MOVE ZEROS TO WS-CRN-RENEWED-COUNT
           MOVE ZEROS TO WS-CRN-SKIPPED-COUNT
           MOVE ZEROS TO WS-CRN-EXPIRED-COUNT
           MOVE ZEROS TO WS-CRN-REMINDED-COUNT
           MOVE ZEROS TO WS-CRN-CANCELLED-COUNT

           MOVE LOW-VALUES TO CARD-NUMBER
           START CARD-FILE KEY >= CARD-NUMBER
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CARD-FILE-STATUS NOT = "00"
               READ CARD-FILE NEXT RECORD
               IF WS-CARD-FILE-STATUS = "00"
                   PERFORM 8193-RENEW-ONE-CARD
                       THRU 8193-RENEW-EXIT
                   MOVE "00" TO WS-CARD-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CARD-FILE-STATUS

           MOVE WS-CRN-RENEWED-COUNT TO WS-CRNT-CARD-COUNT
           WRITE CARD-PROD-RECORD FROM WS-CRN-PROD-TRL
           CLOSE CARD-PROD-FILE

           DISPLAY " "
           DISPLAY "Renewals sent:        " WS-CRN-RENEWED-COUNT
           DISPLAY "Cards not renewed:    " WS-CRN-SKIPPED-COUNT
           DISPLAY "Old cards expired:    " WS-CRN-EXPIRED-COUNT
           DISPLAY "Activation reminders: " WS-CRN-REMINDED-COUNT
           DISPLAY "Renewals cancelled:   " WS-CRN-CANCELLED-COUNT
           DISPLAY "Production file: "
                   FUNCTION TRIM(WS-CRN-PROD-PATH)

           MOVE "CARD_RENEWAL_RUN" TO WS-AUDIT-ACTION
           STRING "Renewed=" WS-CRN-RENEWED-COUNT
                  " Skipped=" WS-CRN-SKIPPED-COUNT
                  " Expired=" WS-CRN-EXPIRED-COUNT
                  " Reminded=" WS-CRN-REMINDED-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "CARDRNW" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CRN-RENEWED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8192-CRNW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8193 - RENEW ONE CARD
      * CARD-RECORD is current. Follows up an open renewal for the
      * card's current expiration if there is one; otherwise
      * decides whether an active card is due for renewal.
      ******************************************************************
       8193-RENEW-ONE-CARD.
           IF CARD-EXPIRATION-DATE(1:8) NOT NUMERIC
               GO TO 8193-RENEW-EXIT
           END-IF
           COMPUTE WS-CRN-EXP-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CARD-EXPIRATION-DATE(1:8)))
           IF WS-CRN-EXP-INT = ZEROS
               GO TO 8193-RENEW-EXIT
           END-IF

           MOVE CARD-NUMBER TO CRN-CARD-NUMBER
           MOVE CARD-EXPIRATION-DATE(1:8) TO CRN-OLD-EXP-DATE
           READ CARD-RENEWAL-FILE
           IF WS-CRN-FILE-STATUS = "00"
               IF CRN-OPEN
                   PERFORM 8194-FOLLOW-UP-RENEWAL
               END-IF
               GO TO 8193-RENEW-EXIT
           END-IF

           IF NOT CARD-ACTIVE
               GO TO 8193-RENEW-EXIT
           END-IF
           IF WS-CRN-EXP-INT < WS-CRN-TODAY-INT
               SET CARD-EXPIRED TO TRUE
               REWRITE CARD-RECORD
               ADD 1 TO WS-CRN-EXPIRED-COUNT
               GO TO 8193-RENEW-EXIT
           END-IF
           IF WS-CRN-EXP-INT > WS-CRN-TODAY-INT + WS-CRN-WINDOW-DAYS
               GO TO 8193-RENEW-EXIT
           END-IF

           MOVE SPACES TO WS-CRN-SKIP-REASON
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           EVALUATE TRUE
               WHEN WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "account not on file" TO WS-CRN-SKIP-REASON
               WHEN ACCT-CLOSED
                   MOVE "account closed" TO WS-CRN-SKIP-REASON
               WHEN ACCT-CHARGED-OFF
                   MOVE "account charged off" TO WS-CRN-SKIP-REASON
               WHEN ACCT-IS-DORMANT
                   MOVE "account dormant" TO WS-CRN-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CRN-SKIP-REASON = SPACES
               MOVE CARD-CUST-ID TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS NOT = "00"
                   MOVE "customer not on file" TO WS-CRN-SKIP-REASON
               ELSE
                   IF CUST-DATE-OF-DEATH NOT = SPACES
                       MOVE "customer deceased" TO WS-CRN-SKIP-REASON
                   END-IF
               END-IF
           END-IF

      * A card never used since issue counts from its issue date
           IF WS-CRN-SKIP-REASON = SPACES
               IF CARD-LAST-USED-DATE IS NUMERIC
                   MOVE CARD-LAST-USED-DATE TO WS-CRN-WORK-DATE
               ELSE
                   MOVE CARD-ISSUE-DATE(1:8) TO WS-CRN-WORK-DATE
               END-IF
               IF WS-CRN-WORK-DATE IS NUMERIC
                   COMPUTE WS-CRN-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CRN-WORK-DATE))
                   IF WS-CRN-WORK-INT > ZEROS
                       AND WS-CRN-TODAY-INT - WS-CRN-WORK-INT
                           > WS-CRN-UNUSED-DAYS
                       MOVE "card unused" TO WS-CRN-SKIP-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-CRN-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-CRN-SKIPPED-COUNT
               DISPLAY "  Card " CARD-NUMBER " not renewed - "
                       FUNCTION TRIM(WS-CRN-SKIP-REASON)
               GO TO 8193-RENEW-EXIT
           END-IF

           MOVE CARD-EXPIRATION-DATE(1:4) TO WS-CLAMP-YEAR
           MOVE CARD-EXPIRATION-DATE(5:2) TO WS-CLAMP-MONTH
           MOVE CARD-EXPIRATION-DATE(7:2) TO WS-CLAMP-DAY
           ADD WS-CRN-TERM-YEARS TO WS-CLAMP-YEAR
           PERFORM 2265-CLAMP-DAY-TO-MONTH-END
           COMPUTE WS-CARD-EXP-NUM =
               (WS-CLAMP-YEAR * 10000) + (WS-CLAMP-MONTH * 100)
               + WS-CLAMP-DAY

           MOVE CARD-NUMBER TO CRN-CARD-NUMBER
           MOVE CARD-EXPIRATION-DATE(1:8) TO CRN-OLD-EXP-DATE
           MOVE CARD-ACCT-ID TO CRN-ACCT-ID
           MOVE CARD-CUST-ID TO CRN-CUST-ID
           MOVE WS-CARD-EXP-NUM TO CRN-NEW-EXP-DATE
           MOVE WS-ACCEPT-DATE TO CRN-ISSUE-DATE
           SET CRN-AWAITING TO TRUE
           MOVE SPACES TO CRN-ACTIVATED-DATE
           MOVE SPACES TO CRN-ACTIVATED-BY
           MOVE SPACES TO CRN-REMINDER-DATE
           MOVE SPACES TO CRN-OLD-EXPIRED-DATE
           WRITE CARD-RENEWAL-RECORD
           IF WS-CRN-FILE-STATUS NOT = "00"
               DISPLAY "  Card " CARD-NUMBER " renewal not recorded, "
                       "status " WS-CRN-FILE-STATUS
               GO TO 8193-RENEW-EXIT
           END-IF

           MOVE CARD-NUMBER TO WS-CRND-CARD-NUMBER
           MOVE CARD-TYPE TO WS-CRND-CARD-TYPE
           MOVE CRN-NEW-EXP-DATE(5:2) TO WS-CRND-EXP-MMYY(1:2)
           MOVE CRN-NEW-EXP-DATE(3:2) TO WS-CRND-EXP-MMYY(3:2)
           MOVE SPACES TO WS-CRND-EMBOSS-NAME
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
                  DELIMITED SIZE INTO WS-CRND-EMBOSS-NAME
           MOVE FUNCTION UPPER-CASE(WS-CRND-EMBOSS-NAME)
               TO WS-CRND-EMBOSS-NAME
           MOVE CUST-STREET TO WS-CRND-STREET
           MOVE CUST-CITY TO WS-CRND-CITY
           MOVE CUST-STATE TO WS-CRND-STATE
           MOVE CUST-ZIP TO WS-CRND-ZIP
           MOVE CARD-ACCT-ID TO WS-CRND-ACCT-ID
           MOVE ACCT-BRANCH-CODE TO WS-CRND-BRANCH
           MOVE CRN-NEW-EXP-DATE TO WS-CRND-NEW-EXP-DATE
           WRITE CARD-PROD-RECORD FROM WS-CRN-PROD-DTL
           ADD 1 TO WS-CRN-RENEWED-COUNT
           DISPLAY "  Card " CARD-NUMBER " renewed to "
                   CRN-NEW-EXP-DATE.

       8193-RENEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8194 - FOLLOW UP AN OPEN RENEWAL
      * CARD-RECORD and its open CARD-RENEWAL-RECORD are current.
      ******************************************************************
       8194-FOLLOW-UP-RENEWAL.
      * A card blocked or replaced since the renewal went out must
      * not come back to life when the new plastic is activated
           IF CARD-BLOCKED OR CARD-REISSUED
               SET CRN-CANCELLED TO TRUE
               REWRITE CARD-RENEWAL-RECORD
               ADD 1 TO WS-CRN-CANCELLED-COUNT
               DISPLAY "  Card " CARD-NUMBER " renewal cancelled - "
                       "card status " CARD-STATUS
           ELSE
               IF WS-CRN-EXP-INT < WS-CRN-TODAY-INT
                   AND CARD-ACTIVE
                   SET CARD-EXPIRED TO TRUE
                   REWRITE CARD-RECORD
                   SET CRN-LAPSED TO TRUE
                   MOVE WS-ACCEPT-DATE TO CRN-OLD-EXPIRED-DATE
                   ADD 1 TO WS-CRN-EXPIRED-COUNT
                   DISPLAY "  Card " CARD-NUMBER " expired - "
                           "renewal not yet activated"
               END-IF
               IF CRN-REMINDER-DATE = SPACES
                   AND CRN-ISSUE-DATE IS NUMERIC
                   AND WS-CRN-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(CRN-ISSUE-DATE))
                       >= WS-CRN-REMIND-DAYS
                   MOVE CRN-CUST-ID TO WS-NOTIF-CUST-ID
                   MOVE "CRNR" TO WS-NOTIF-EVENT-TYPE
                   STRING "Your renewal card ending "
                          CRN-CARD-NUMBER(13:4)
                          " has not been activated"
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
                   MOVE WS-ACCEPT-DATE TO CRN-REMINDER-DATE
                   ADD 1 TO WS-CRN-REMINDED-COUNT
               END-IF
               REWRITE CARD-RENEWAL-RECORD
           END-IF.

      ******************************************************************
      * 8196 - ACTIVATE RENEWAL CARD
      * The cardholder - or a teller on their behalf - activates the
      * renewal card with the card's PIN. The card record takes the
      * new expiration and issue date and is active again if the
      * old card had already expired.
      ******************************************************************
       8196-ACTIVATE-RENEWAL-CARD.
           DISPLAY " "
           DISPLAY "=== ACTIVATE RENEWAL CARD ==="
           DISPLAY "Card Number: " WITH NO ADVANCING
           ACCEPT WS-CRN-INPUT-CARD FROM CONSOLE
           IF WS-CRN-INPUT-CARD IS NOT NUMERIC
               DISPLAY "Invalid card number."
               GO TO 8196-ACTIVATE-EXIT
           END-IF
           COMPUTE CARD-NUMBER = FUNCTION NUMVAL(WS-CRN-INPUT-CARD)
           READ CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Card not found."
               GO TO 8196-ACTIVATE-EXIT
           END-IF
           IF CARD-CUST-ID NOT = LS-CURRENT-USER
               AND LS-CURRENT-ROLE NOT = "TELLER"
               AND LS-CURRENT-ROLE NOT = "SUPERVISOR"
               AND LS-CURRENT-ROLE NOT = "ADMIN"
               DISPLAY "Card not found."
               GO TO 8196-ACTIVATE-EXIT
           END-IF
           IF NOT CARD-ACTIVE AND NOT CARD-EXPIRED
               DISPLAY "Card is " CARD-STATUS
                       " - renewal cannot be activated."
               GO TO 8196-ACTIVATE-EXIT
           END-IF

           MOVE CARD-NUMBER TO CRN-CARD-NUMBER
           MOVE CARD-EXPIRATION-DATE(1:8) TO CRN-OLD-EXP-DATE
           READ CARD-RENEWAL-FILE
           IF WS-CRN-FILE-STATUS NOT = "00"
               OR NOT CRN-OPEN
               DISPLAY "No renewal card awaiting activation."
               GO TO 8196-ACTIVATE-EXIT
           END-IF

           DISPLAY "Card PIN: " WITH NO ADVANCING
           ACCEPT WS-CRN-INPUT-PIN FROM CONSOLE
           PERFORM 8790-OPEN-CARD-PIN
           IF WS-CRN-INPUT-PIN NOT = WS-PII-PIN
               DISPLAY "PIN does not match."
               MOVE "CARD_RENEW_ACT_FAIL" TO WS-AUDIT-ACTION
               STRING "Card=" CARD-NUMBER
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 8196-ACTIVATE-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE CRN-NEW-EXP-DATE TO CARD-EXPIRATION-DATE
           MOVE CRN-ISSUE-DATE TO CARD-ISSUE-DATE
           SET CARD-ACTIVE TO TRUE
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update card, status "
                       WS-CARD-FILE-STATUS
               GO TO 8196-ACTIVATE-EXIT
           END-IF

           SET CRN-ACTIVATED TO TRUE
           MOVE WS-ACCEPT-DATE TO CRN-ACTIVATED-DATE
           MOVE LS-CURRENT-USER TO CRN-ACTIVATED-BY
           REWRITE CARD-RENEWAL-RECORD
           DISPLAY "Renewal card " CARD-NUMBER " activated - "
                   "expires " CRN-NEW-EXP-DATE

           MOVE "CARD_RENEW_ACTIVATED" TO WS-AUDIT-ACTION
           STRING "Card=" CARD-NUMBER
                  " NewExp=" CRN-NEW-EXP-DATE
                  " Cust=" CARD-CUST-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8196-ACTIVATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8300 - LOCKBOX RECEIVABLES INTAKE (BATCH)
      * Reads the lockbox processor's file for our corporate
      * customers. The file must clear the replay registry and
      * prove to its header before anything posts. Each lockbox
      * batch posts as one DP credit to the batch's corporate
      * account for the items in it that pass validation; every
      * item is kept on the lockbox detail file, and items that
      * fail go to the suspense ledger. Finishes by building the
      * day's receivables file for each customer.
      ******************************************************************
       8300-BATCH-LOCKBOX-INTAKE.
           DISPLAY " "
           DISPLAY "=== LOCKBOX RECEIVABLES INTAKE ==="

      * The processor can send more than one file on a business
      * date, so it is the replay registry, not the run control,
      * that keeps one file from posting twice
           MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
           SET WS-RERUN-TOLERANT TO TRUE
           PERFORM 9100-WRITE-RUNCTL-START
           SET WS-RERUN-GUARDED TO TRUE

           DISPLAY "Lockbox file path: " WITH NO ADVANCING
           ACCEPT WS-LBX-PATH FROM CONSOLE
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open lockbox file, status "
                       WS-LBX-FILE-STATUS
               MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8300-LBX-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE "N" TO WS-LBX-HDR-SEEN
           MOVE "N" TO WS-LBX-REPLAY-FLAG
           MOVE "N" TO WS-LBX-TRAILER-SEEN
           MOVE SPACES TO WS-LBX-FILE-ID
           MOVE ZEROS TO WS-LBX-BODY-COUNT
           MOVE ZEROS TO WS-LBX-BODY-TOTAL
           MOVE ZEROS TO WS-LBX-BATCH-COUNT
           MOVE ZEROS TO WS-LBX-CREDIT-COUNT
           MOVE ZEROS TO WS-LBX-POSTED-COUNT
           MOVE ZEROS TO WS-LBX-POSTED-TOTAL
           MOVE ZEROS TO WS-LBX-SUSP-COUNT
           MOVE ZEROS TO WS-LBX-SUSP-TOTAL
           MOVE ZEROS TO WS-LBX-BATCH-ERR-COUNT
           MOVE ZEROS TO WS-LBX-HDR-COUNT
           MOVE ZEROS TO WS-LBX-HDR-TOTAL
           MOVE ZEROS TO WS-LBX-CUR-ACCT
           MOVE ZEROS TO WS-LBX-CUR-BATCH
           MOVE SPACES TO WS-LBX-CUR-LOCKBOX
           MOVE SPACES TO WS-LBX-CUR-DEP-DATE
           SET WS-LBX-BATCH-CLOSED TO TRUE

      * Pass 1 - clear the replay registry and prove the header's
      * item count and dollar total against the remittance items
           PERFORM UNTIL WS-LBX-FILE-STATUS NOT = "00"
               READ LOCKBOX-FILE
               IF WS-LBX-FILE-STATUS = "00"
                   MOVE LOCKBOX-RECORD TO WS-LBX-FILE-HDR
                   EVALUATE WS-LBXH-REC-TYPE
                       WHEN "H"
                           MOVE "Y" TO WS-LBX-HDR-SEEN
                           MOVE WS-LBXH-CREATED TO WS-LBX-CREATED
                           MOVE WS-LBXH-SEQUENCE TO WS-LBX-SEQUENCE
                           PERFORM 8301-CHECK-LBX-FILE-REPLAY
                           IF WS-LBX-REPLAY-FLAG = "Y"
                               MOVE "10" TO WS-LBX-FILE-STATUS
                           ELSE
                               MOVE WS-LBXH-ITEM-COUNT
                                   TO WS-LBX-HDR-COUNT
                               MOVE WS-LBXH-DOLLAR-TOTAL
                                   TO WS-LBX-HDR-TOTAL
                           END-IF
                       WHEN "I"
                           ADD 1 TO WS-LBX-BODY-COUNT
                           IF WS-LBXI-AMOUNT IS NUMERIC
                               ADD WS-LBXI-AMOUNT
                                   TO WS-LBX-BODY-TOTAL
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LOCKBOX-FILE

           IF WS-LBX-REPLAY-FLAG = "Y"
               MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8300-LBX-EXIT
           END-IF
           IF WS-LBX-HDR-SEEN NOT = "Y"
               DISPLAY "*** FILE REFUSED - NO CONTROL HEADER ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
               STRING "File=LOCKBOX no header Path="
                      WS-LBX-PATH
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8300-LBX-EXIT
           END-IF
           IF WS-LBX-BODY-COUNT NOT = WS-LBX-HDR-COUNT
               OR WS-LBX-BODY-TOTAL NOT = WS-LBX-HDR-TOTAL
               DISPLAY "*** FILE REFUSED - CONTROL MISMATCH: "
                       "header " WS-LBX-HDR-COUNT
                       " items / " WS-LBX-HDR-TOTAL
                       " - body " WS-LBX-BODY-COUNT
                       " / " WS-LBX-BODY-TOTAL " ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
               STRING "File=" WS-LBX-FILE-ID
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8300-LBX-EXIT
           END-IF

      * Pass 2 - the file proved, so post batch by batch. A batch
      * closes when the next "B" or the trailer arrives.
           OPEN INPUT LOCKBOX-FILE
           PERFORM UNTIL WS-LBX-FILE-STATUS NOT = "00"
               READ LOCKBOX-FILE
               IF WS-LBX-FILE-STATUS = "00"
                   MOVE LOCKBOX-RECORD TO WS-LBX-FILE-HDR
                   EVALUATE WS-LBXB-REC-TYPE
                       WHEN "B"
                           PERFORM 8310-CLOSE-LOCKBOX-BATCH
                               THRU 8310-CLOSE-EXIT
                           PERFORM 8305-OPEN-LOCKBOX-BATCH
                       WHEN "I"
                           PERFORM 8315-LOCKBOX-ONE-ITEM
                               THRU 8315-ITEM-EXIT
                       WHEN "T"
                           PERFORM 8310-CLOSE-LOCKBOX-BATCH
                               THRU 8310-CLOSE-EXIT
                           MOVE "Y" TO WS-LBX-TRAILER-SEEN
                           PERFORM 8318-PROVE-LOCKBOX-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LOCKBOX-FILE
           PERFORM 8310-CLOSE-LOCKBOX-BATCH
               THRU 8310-CLOSE-EXIT

           PERFORM 8309-REGISTER-LBX-FILE

           IF WS-LBX-TRAILER-SEEN = "N"
               DISPLAY "WARNING: lockbox file carried no control "
                       "trailer - totals not proven."
           END-IF

           PERFORM 8330-BUILD-RECEIVABLES-FILES

           DISPLAY "Batches read:       " WS-LBX-BATCH-COUNT
           DISPLAY "Batch credits:      " WS-LBX-CREDIT-COUNT
           MOVE WS-LBX-POSTED-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Items credited:     " WS-LBX-POSTED-COUNT
                   "  $" WS-DSP-AMOUNT
           MOVE WS-LBX-SUSP-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Items to suspense:  " WS-LBX-SUSP-COUNT
                   "  $" WS-DSP-AMOUNT
           DISPLAY "Receivables files:  " WS-LBR-FILE-COUNT

           MOVE "LOCKBOX_INTAKE" TO WS-AUDIT-ACTION
           STRING "File=" WS-LBX-FILE-ID
                  " Credits=" WS-LBX-CREDIT-COUNT
                  " Items=" WS-LBX-POSTED-COUNT
                  " Susp=" WS-LBX-SUSP-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "LOCKBOX" TO WS-RUNCTL-JOB-NAME
           MOVE WS-LBX-POSTED-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-LBX-SUSP-COUNT > ZEROS
               OR WS-LBX-BATCH-ERR-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8300-LBX-EXIT.
           CONTINUE.

      ******************************************************************
      * 8301 - CHECK THE LOCKBOX FILE AGAINST THE REGISTRY
      ******************************************************************
       8301-CHECK-LBX-FILE-REPLAY.
           MOVE "N" TO WS-LBX-REPLAY-FLAG
           MOVE SPACES TO WS-LBX-FILE-ID
           STRING "LBX" WS-LBX-CREATED WS-LBX-SEQUENCE
               DELIMITED SIZE INTO WS-LBX-FILE-ID
           MOVE WS-LBX-FILE-ID TO PCF-FILE-ID
           READ PROC-FILE-REGISTRY
           IF WS-PCF-FILE-STATUS = "00"
               MOVE "Y" TO WS-LBX-REPLAY-FLAG
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
      * 8309 - REGISTER THE PROCESSED LOCKBOX FILE
      ******************************************************************
       8309-REGISTER-LBX-FILE.
           MOVE WS-LBX-FILE-ID TO PCF-FILE-ID
           MOVE "LOCKBOX" TO PCF-SOURCE
           MOVE WS-LBX-CREATED TO PCF-CREATED-DATE
           MOVE WS-LBX-SEQUENCE TO PCF-SEQUENCE
           COMPUTE PCF-ITEM-COUNT =
               WS-LBX-POSTED-COUNT + WS-LBX-SUSP-COUNT
           COMPUTE PCF-DOLLAR-TOTAL =
               WS-LBX-POSTED-TOTAL + WS-LBX-SUSP-TOTAL
           MOVE WS-ACCEPT-DATE TO PCF-PROCESSED-DATE
           WRITE PROC-FILE-RECORD.

      ******************************************************************
      * 8305 - OPEN A LOCKBOX BATCH
      * The batch account must be one of our active corporate
      * accounts. If it is not, the batch stays open so its items
      * are still counted, but every one of them goes to suspense
      * with the batch's reason.
      ******************************************************************
       8305-OPEN-LOCKBOX-BATCH.
           SET WS-LBX-BATCH-OPEN TO TRUE
           ADD 1 TO WS-LBX-BATCH-COUNT
           MOVE WS-LBXB-LOCKBOX-NUM TO WS-LBX-CUR-LOCKBOX
           MOVE WS-LBXB-BATCH-NUM TO WS-LBX-CUR-BATCH
           MOVE WS-LBXB-DEPOSIT-DATE TO WS-LBX-CUR-DEP-DATE
           MOVE WS-LBXB-ITEM-COUNT TO WS-LBX-CUR-DECL-COUNT
           MOVE WS-LBXB-BATCH-TOTAL TO WS-LBX-CUR-DECL-TOTAL
           MOVE ZEROS TO WS-LBX-CUR-READ-COUNT
           MOVE ZEROS TO WS-LBX-CUR-READ-TOTAL
           MOVE ZEROS TO WS-LBX-CUR-GOOD-COUNT
           MOVE ZEROS TO WS-LBX-CUR-GOOD-TOTAL
           MOVE SPACES TO WS-LBX-BATCH-REASON
           MOVE ZEROS TO WS-LBX-CUR-ACCT

           IF WS-LBXB-ACCT-ID IS NOT NUMERIC
               MOVE "Lockbox account invalid"
                   TO WS-LBX-BATCH-REASON
           ELSE
               MOVE WS-LBXB-ACCT-ID TO WS-LBX-CUR-ACCT
               MOVE WS-LBX-CUR-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
               EVALUATE TRUE
                   WHEN WS-ACCT-FILE-STATUS NOT = "00"
                       MOVE "Lockbox account not on file"
                           TO WS-LBX-BATCH-REASON
                   WHEN NOT ACCT-TYPE-CORPORATE
                       MOVE "Lockbox account not corporate"
                           TO WS-LBX-BATCH-REASON
                   WHEN NOT ACCT-ACTIVE
                       MOVE "Lockbox account not active"
                           TO WS-LBX-BATCH-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-LBX-BATCH-REASON NOT = SPACES
               DISPLAY "  Batch " WS-LBX-CUR-LOCKBOX "/"
                       WS-LBX-CUR-BATCH " account "
                       WS-LBXB-ACCT-ID " - " WS-LBX-BATCH-REASON
           END-IF.

      ******************************************************************
      * 8310 - CLOSE THE OPEN LOCKBOX BATCH
      * Proves the items read against the batch record's controls,
      * then posts the batch's good items as one DP credit and
      * stamps its TRAN-ID on each of them in the detail file.
      ******************************************************************
       8310-CLOSE-LOCKBOX-BATCH.
           IF WS-LBX-BATCH-CLOSED
               GO TO 8310-CLOSE-EXIT
           END-IF
           SET WS-LBX-BATCH-CLOSED TO TRUE

           IF WS-LBX-CUR-READ-COUNT NOT = WS-LBX-CUR-DECL-COUNT
               OR WS-LBX-CUR-READ-TOTAL NOT = WS-LBX-CUR-DECL-TOTAL
               ADD 1 TO WS-LBX-BATCH-ERR-COUNT
               DISPLAY "  Batch " WS-LBX-CUR-LOCKBOX "/"
                       WS-LBX-CUR-BATCH " out of balance: "
                       "declared " WS-LBX-CUR-DECL-COUNT
                       " / " WS-LBX-CUR-DECL-TOTAL
                       " read " WS-LBX-CUR-READ-COUNT
                       " / " WS-LBX-CUR-READ-TOTAL
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "LOCKBOX_BATCH_OOB" TO WS-AUDIT-ACTION
               STRING "File=" WS-LBX-FILE-ID
                      " Lockbox=" WS-LBX-CUR-LOCKBOX
                      " Batch=" WS-LBX-CUR-BATCH
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF

           IF WS-LBX-CUR-GOOD-COUNT = ZEROS
               GO TO 8310-CLOSE-EXIT
           END-IF

           MOVE WS-LBX-CUR-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE + WS-LBX-CUR-GOOD-TOTAL
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LBX-CUR-GOOD-TOTAL
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-DEPOSIT TO TRUE
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Lockbox Deposit " WS-LBX-CUR-LOCKBOX
                  " Batch " WS-LBX-CUR-BATCH
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE WS-LBX-CUR-GOOD-TOTAL TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-REF-NUMBER
           STRING WS-LBX-CUR-LOCKBOX WS-LBX-CUR-BATCH
               DELIMITED SIZE INTO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE "LOCKBOX" TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           ADD 1 TO WS-LBX-CREDIT-COUNT
           ADD WS-LBX-CUR-GOOD-COUNT TO WS-LBX-POSTED-COUNT
           ADD WS-LBX-CUR-GOOD-TOTAL TO WS-LBX-POSTED-TOTAL

      * Stamp the credit on the batch's pending items
           MOVE WS-BUSINESS-DATE TO LBD-PROCESS-DATE
           MOVE WS-LBX-CUR-ACCT TO LBD-ACCT-ID
           MOVE WS-LBX-CUR-LOCKBOX TO LBD-LOCKBOX-NUM
           MOVE WS-LBX-CUR-BATCH TO LBD-BATCH-NUM
           MOVE ZEROS TO LBD-ITEM-SEQ
           START LOCKBOX-DETAIL-FILE KEY >= LBD-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LBD-FILE-STATUS NOT = "00"
               READ LOCKBOX-DETAIL-FILE NEXT RECORD
               IF WS-LBD-FILE-STATUS = "00"
                   IF LBD-PROCESS-DATE NOT = WS-BUSINESS-DATE
                       OR LBD-ACCT-ID NOT = WS-LBX-CUR-ACCT
                       OR LBD-LOCKBOX-NUM NOT = WS-LBX-CUR-LOCKBOX
                       OR LBD-BATCH-NUM NOT = WS-LBX-CUR-BATCH
                       MOVE "10" TO WS-LBD-FILE-STATUS
                   ELSE
                       IF LBD-PENDING
                           MOVE WS-NEXT-TRAN-ID TO LBD-TRAN-ID
                           SET LBD-CREDITED TO TRUE
                           REWRITE LOCKBOX-DETAIL-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LBD-FILE-STATUS

           DISPLAY "  Batch " WS-LBX-CUR-LOCKBOX "/"
                   WS-LBX-CUR-BATCH " credited to "
                   WS-LBX-CUR-ACCT ": " WS-LBX-CUR-GOOD-COUNT
                   " item(s)".

       8310-CLOSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8315 - ONE LOCKBOX REMITTANCE ITEM
      * A good item is added to its batch's credit and kept on the
      * detail file as pending until the batch posts; anything that
      * fails is kept as suspended and written to suspense.
      ******************************************************************
       8315-LOCKBOX-ONE-ITEM.
           MOVE SPACES TO WS-LBX-ITEM-REASON
           IF WS-LBX-BATCH-OPEN
               ADD 1 TO WS-LBX-CUR-READ-COUNT
               IF WS-LBXI-AMOUNT IS NUMERIC
                   ADD WS-LBXI-AMOUNT TO WS-LBX-CUR-READ-TOTAL
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-LBX-BATCH-CLOSED
                   MOVE "Item outside a lockbox batch"
                       TO WS-LBX-ITEM-REASON
               WHEN WS-LBXI-BATCH-NUM NOT = WS-LBX-CUR-BATCH
                   MOVE "Item batch number mismatch"
                       TO WS-LBX-ITEM-REASON
               WHEN WS-LBX-BATCH-REASON NOT = SPACES
                   MOVE WS-LBX-BATCH-REASON TO WS-LBX-ITEM-REASON
               WHEN WS-LBXI-AMOUNT IS NOT NUMERIC
                   MOVE "Invalid remittance amount"
                       TO WS-LBX-ITEM-REASON
               WHEN WS-LBXI-AMOUNT = ZEROS
                   MOVE "Zero remittance amount"
                       TO WS-LBX-ITEM-REASON
               WHEN WS-LBXI-CHECK-NUM = SPACES
                   MOVE "Missing check number"
                       TO WS-LBX-ITEM-REASON
               WHEN WS-LBXI-PAYER-NAME = SPACES
                   MOVE "Missing payer name"
                       TO WS-LBX-ITEM-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * The same item twice in one day cannot be credited twice
           MOVE WS-BUSINESS-DATE TO LBD-PROCESS-DATE
           MOVE WS-LBX-CUR-ACCT TO LBD-ACCT-ID
           MOVE WS-LBX-CUR-LOCKBOX TO LBD-LOCKBOX-NUM
           MOVE WS-LBXI-BATCH-NUM TO LBD-BATCH-NUM
           MOVE WS-LBXI-ITEM-SEQ TO LBD-ITEM-SEQ
           IF WS-LBX-ITEM-REASON = SPACES
               READ LOCKBOX-DETAIL-FILE
               IF WS-LBD-FILE-STATUS = "00"
                   MOVE "Duplicate remittance item"
                       TO WS-LBX-ITEM-REASON
               END-IF
           END-IF

           MOVE SPACES TO LOCKBOX-DETAIL-RECORD
           MOVE WS-BUSINESS-DATE TO LBD-PROCESS-DATE
           MOVE WS-LBX-CUR-ACCT TO LBD-ACCT-ID
           MOVE WS-LBX-CUR-LOCKBOX TO LBD-LOCKBOX-NUM
           MOVE WS-LBXI-BATCH-NUM TO LBD-BATCH-NUM
           MOVE WS-LBXI-ITEM-SEQ TO LBD-ITEM-SEQ
           MOVE WS-LBX-CUR-DEP-DATE TO LBD-DEPOSIT-DATE
           MOVE WS-LBXI-CHECK-NUM TO LBD-CHECK-NUM
           MOVE WS-LBXI-PAYER-NAME TO LBD-PAYER-NAME
           MOVE WS-LBXI-INVOICE-NUM TO LBD-INVOICE-NUM
           IF WS-LBXI-AMOUNT IS NUMERIC
               MOVE WS-LBXI-AMOUNT TO LBD-AMOUNT
           ELSE
               MOVE ZEROS TO LBD-AMOUNT
           END-IF
           MOVE WS-LBX-FILE-ID TO LBD-FILE-ID
           MOVE ZEROS TO LBD-TRAN-ID

           IF WS-LBX-ITEM-REASON = SPACES
               SET LBD-PENDING TO TRUE
               WRITE LOCKBOX-DETAIL-RECORD
               ADD 1 TO WS-LBX-CUR-GOOD-COUNT
               ADD WS-LBXI-AMOUNT TO WS-LBX-CUR-GOOD-TOTAL
               GO TO 8315-ITEM-EXIT
           END-IF

      * A duplicate keeps the original's detail row
           IF WS-LBX-ITEM-REASON NOT = "Duplicate remittance item"
               SET LBD-SUSPENDED TO TRUE
               MOVE WS-LBX-ITEM-REASON TO LBD-SUSPENSE-REASON
               WRITE LOCKBOX-DETAIL-RECORD
           END-IF
           ADD 1 TO WS-LBX-SUSP-COUNT
           ADD LBD-AMOUNT TO WS-LBX-SUSP-TOTAL
           DISPLAY "  Suspense: lockbox " WS-LBX-CUR-LOCKBOX
                   " batch " WS-LBXI-BATCH-NUM
                   " item " WS-LBXI-ITEM-SEQ
                   " - " WS-LBX-ITEM-REASON

           MOVE "LOCKBOX" TO WS-SUSPL-SOURCE
           MOVE WS-LBX-CUR-ACCT TO WS-SUSPL-ACCT
           MOVE LBD-AMOUNT TO WS-SUSPL-AMOUNT
           MOVE WS-LBX-ITEM-REASON TO WS-SUSPL-REASON
           MOVE "CASHMGMT" TO WS-SUSPL-DEPARTMENT
           PERFORM 9270-WRITE-SUSPENSE-ITEM.

       8315-ITEM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8318 - PROVE THE LOCKBOX TRAILER
      * Everything the processor sent is accounted for either as
      * credited or as suspended.
      ******************************************************************
       8318-PROVE-LOCKBOX-TRAILER.
           IF WS-LBX-POSTED-COUNT + WS-LBX-SUSP-COUNT
                   = WS-LBXT-ITEM-COUNT
               AND WS-LBX-POSTED-TOTAL + WS-LBX-SUSP-TOTAL
                   = WS-LBXT-AMOUNT
               AND WS-LBX-BATCH-COUNT = WS-LBXT-BATCH-COUNT
               DISPLAY "Control totals PROVEN: " WS-LBXT-ITEM-COUNT
                       " item(s) in " WS-LBXT-BATCH-COUNT
                       " batch(es)."
           ELSE
               ADD 1 TO WS-LBX-BATCH-ERR-COUNT
               DISPLAY "CONTROL TOTAL MISMATCH:"
               DISPLAY "  Processor batches " WS-LBXT-BATCH-COUNT
                       "  ours " WS-LBX-BATCH-COUNT
               DISPLAY "  Processor items " WS-LBXT-ITEM-COUNT
                       "  credited " WS-LBX-POSTED-COUNT
                       "  suspense " WS-LBX-SUSP-COUNT
               DISPLAY "  Processor amount " WS-LBXT-AMOUNT
                       "  credited " WS-LBX-POSTED-TOTAL
                       "  suspense " WS-LBX-SUSP-TOTAL
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
               STRING "File=" WS-LBX-FILE-ID " trailer"
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 8330 - BUILD THE DAILY RECEIVABLES FILES
      * One file per corporate account for the business date, read
      * straight off the detail file in key order, so a second
      * lockbox file later in the day rebuilds a complete file.
      * Items with no account to send to stay in suspense only.
      ******************************************************************
       8330-BUILD-RECEIVABLES-FILES.
           MOVE ZEROS TO WS-LBR-FILE-COUNT
           MOVE ZEROS TO WS-LBR-PREV-ACCT
           SET WS-LBR-FILE-CLOSED TO TRUE

           MOVE LOW-VALUES TO LBD-KEY
           MOVE WS-BUSINESS-DATE TO LBD-PROCESS-DATE
           MOVE 1 TO LBD-ACCT-ID
           START LOCKBOX-DETAIL-FILE KEY >= LBD-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LBD-FILE-STATUS NOT = "00"
               READ LOCKBOX-DETAIL-FILE NEXT RECORD
               IF WS-LBD-FILE-STATUS = "00"
                   IF LBD-PROCESS-DATE NOT = WS-BUSINESS-DATE
                       MOVE "10" TO WS-LBD-FILE-STATUS
                   ELSE
                       IF LBD-ACCT-ID NOT = WS-LBR-PREV-ACCT
                           PERFORM 8332-CLOSE-RECEIVABLES-FILE
                           PERFORM 8331-OPEN-RECEIVABLES-FILE
                       END-IF
                       PERFORM 8333-WRITE-RECEIVABLES-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LBD-FILE-STATUS
           PERFORM 8332-CLOSE-RECEIVABLES-FILE.

      ******************************************************************
      * 8331 - OPEN ONE CUSTOMER'S RECEIVABLES FILE
      ******************************************************************
       8331-OPEN-RECEIVABLES-FILE.
           MOVE LBD-ACCT-ID TO WS-LBR-PREV-ACCT
           MOVE ZEROS TO WS-LBR-ITEM-COUNT
           MOVE ZEROS TO WS-LBR-CREDIT-TOTAL
           MOVE ZEROS TO WS-LBR-SUSP-COUNT
           MOVE ZEROS TO WS-LBR-SUSP-TOTAL

           MOVE SPACES TO WS-LBR-PATH
           STRING "/tmp/altoro_lockbox_" LBD-ACCT-ID "_"
                  WS-BUSINESS-DATE ".txt"
               DELIMITED SIZE INTO WS-LBR-PATH
           OPEN OUTPUT LOCKBOX-RECV-FILE
           IF WS-LBR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open receivables file for "
                       LBD-ACCT-ID ", status " WS-LBR-FILE-STATUS
               ADD 1 TO WS-LBX-BATCH-ERR-COUNT
           ELSE
               SET WS-LBR-FILE-OPEN TO TRUE
               ADD 1 TO WS-LBR-FILE-COUNT
               MOVE LBD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-NAME TO WS-LBRH-ACCT-NAME
               ELSE
                   MOVE SPACES TO WS-LBRH-ACCT-NAME
               END-IF
               MOVE LBD-ACCT-ID TO WS-LBRH-ACCT-ID
               MOVE WS-BUSINESS-DATE TO WS-LBRH-PROCESS-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO WS-LBRH-CREATE-TIME
               WRITE LOCKBOX-RECV-RECORD FROM WS-LBR-HEADER
           END-IF.

      ******************************************************************
      * 8332 - CLOSE THE OPEN RECEIVABLES FILE
      ******************************************************************
       8332-CLOSE-RECEIVABLES-FILE.
           IF WS-LBR-FILE-OPEN
               MOVE WS-LBR-ITEM-COUNT TO WS-LBRT-ITEM-COUNT
               MOVE WS-LBR-CREDIT-TOTAL TO WS-LBRT-CREDIT-TOTAL
               MOVE WS-LBR-SUSP-COUNT TO WS-LBRT-SUSP-COUNT
               MOVE WS-LBR-SUSP-TOTAL TO WS-LBRT-SUSP-TOTAL
               WRITE LOCKBOX-RECV-RECORD FROM WS-LBR-TRAILER
               CLOSE LOCKBOX-RECV-FILE
               SET WS-LBR-FILE-CLOSED TO TRUE
               MOVE "LOCKBOX_RECV_SENT" TO WS-AUDIT-ACTION
               STRING "Acct=" WS-LBR-PREV-ACCT
                      " Date=" WS-BUSINESS-DATE
                      " Items=" WS-LBR-ITEM-COUNT
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 8333 - WRITE ONE RECEIVABLES ITEM
      ******************************************************************
       8333-WRITE-RECEIVABLES-ITEM.
           IF WS-LBR-FILE-OPEN
               MOVE LBD-LOCKBOX-NUM TO WS-LBRD-LOCKBOX-NUM
               MOVE LBD-BATCH-NUM TO WS-LBRD-BATCH-NUM
               MOVE LBD-ITEM-SEQ TO WS-LBRD-ITEM-SEQ
               MOVE LBD-DEPOSIT-DATE TO WS-LBRD-DEPOSIT-DATE
               MOVE LBD-CHECK-NUM TO WS-LBRD-CHECK-NUM
               MOVE LBD-PAYER-NAME TO WS-LBRD-PAYER-NAME
               MOVE LBD-INVOICE-NUM TO WS-LBRD-INVOICE-NUM
               MOVE LBD-AMOUNT TO WS-LBRD-AMOUNT
               MOVE LBD-STATUS TO WS-LBRD-STATUS
               MOVE LBD-TRAN-ID TO WS-LBRD-TRAN-ID
               WRITE LOCKBOX-RECV-RECORD FROM WS-LBR-DETAIL
               ADD 1 TO WS-LBR-ITEM-COUNT
               IF LBD-CREDITED
                   ADD LBD-AMOUNT TO WS-LBR-CREDIT-TOTAL
               ELSE
                   ADD 1 TO WS-LBR-SUSP-COUNT
                   ADD LBD-AMOUNT TO WS-LBR-SUSP-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * 8335 - LOCKBOX REMITTANCE INQUIRY
      * Every remittance item on file for one corporate account,
      * newest processing date last, with the credit it went into.
      ******************************************************************
       8335-LOCKBOX-INQUIRY.
           DISPLAY " "
           DISPLAY "=== LOCKBOX REMITTANCE INQUIRY ==="
           DISPLAY "Corporate account number: " WITH NO ADVANCING
           ACCEPT WS-LBX-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-LBX-INQ-ACCT = FUNCTION NUMVAL(WS-LBX-INPUT-ACCT)
           MOVE WS-LBX-INQ-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
           ELSE
               DISPLAY "Account: " ACCT-ID " " ACCT-NAME
               MOVE ZEROS TO WS-LBR-ITEM-COUNT
               MOVE ZEROS TO WS-LBR-CREDIT-TOTAL
               MOVE ZEROS TO WS-LBR-SUSP-COUNT
               MOVE ZEROS TO WS-LBR-SUSP-TOTAL
               MOVE LOW-VALUES TO LBD-KEY
               START LOCKBOX-DETAIL-FILE KEY >= LBD-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-LBD-FILE-STATUS NOT = "00"
                   READ LOCKBOX-DETAIL-FILE NEXT RECORD
                   IF WS-LBD-FILE-STATUS = "00"
                       AND LBD-ACCT-ID = WS-LBX-INQ-ACCT
                       ADD 1 TO WS-LBR-ITEM-COUNT
                       MOVE LBD-AMOUNT TO WS-DSP-AMOUNT
                       DISPLAY "  " LBD-PROCESS-DATE
                               " " LBD-LOCKBOX-NUM
                               "/" LBD-BATCH-NUM
                               "/" LBD-ITEM-SEQ
                               " Chk " LBD-CHECK-NUM
                               " $" WS-DSP-AMOUNT
                       DISPLAY "    Payer " LBD-PAYER-NAME
                               " Inv " LBD-INVOICE-NUM
                       IF LBD-CREDITED
                           ADD LBD-AMOUNT TO WS-LBR-CREDIT-TOTAL
                           DISPLAY "    Credited in TRAN "
                                   LBD-TRAN-ID
                       ELSE
                           IF LBD-SUSPENDED
                               ADD 1 TO WS-LBR-SUSP-COUNT
                               ADD LBD-AMOUNT TO WS-LBR-SUSP-TOTAL
                               DISPLAY "    SUSPENSE - "
                                       LBD-SUSPENSE-REASON
                           ELSE
                               DISPLAY "    Pending batch credit"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LBD-FILE-STATUS
               DISPLAY "Items: " WS-LBR-ITEM-COUNT
               MOVE WS-LBR-CREDIT-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "Credited:  $" WS-DSP-AMOUNT
               MOVE WS-LBR-SUSP-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "Suspense:  " WS-LBR-SUSP-COUNT
                       " item(s)  $" WS-DSP-AMOUNT
           END-IF.

      ******************************************************************
      * 8340 - ARP RECONCILIATION FOR ONE ACCOUNT
      * Run from the statement cycle for each enrolled account (and
      * on demand as an interim report). Writes the paid-items file
      * for every check paid in the cycle, and the reconciliation
      * report: paid items with any paid-but-not-issued flagged, and
      * in full mode the checks issued and voided in the cycle and
      * every check still outstanding, aged. A cycle-end run moves
      * ARPE-LAST-RECON-DATE forward; an interim run does not.
      ******************************************************************
       8340-ARP-RECONCILE-ACCOUNT.
           SET WS-ARP-NOT-PRODUCED TO TRUE
           MOVE WS-ARP-ACCT-ID TO ARPE-ACCT-ID
           READ ARP-ENROLL-FILE
           IF WS-ARPE-FILE-STATUS NOT = "00"
               GO TO 8340-ARP-EXIT
           END-IF
           IF NOT ARPE-ACTIVE
               GO TO 8340-ARP-EXIT
           END-IF
      * A restarted statement cycle must not re-run an account
      * whose cycle already reconciled today
           IF WS-ARP-CYCLE-END
               AND ARPE-LAST-RECON-DATE >= WS-BUSINESS-DATE
               GO TO 8340-ARP-EXIT
           END-IF

           MOVE ARPE-LAST-RECON-DATE TO WS-ARP-FROM-DATE
           MOVE WS-BUSINESS-DATE TO WS-ARP-TO-DATE
           MOVE ARPE-STALE-DAYS TO WS-ARP-STALE-DAYS
           IF WS-ARP-STALE-DAYS = ZEROS
               MOVE WS-ARP-DEFAULT-STALE-DAYS TO WS-ARP-STALE-DAYS
           END-IF
           COMPUTE WS-ARP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           INITIALIZE WS-ARP-TOTALS

           MOVE SPACES TO WS-ARP-PAID-PATH
           STRING "/tmp/altoro_arp_paid_" WS-ARP-ACCT-ID "_"
                  WS-ARP-TO-DATE ".txt"
               DELIMITED SIZE INTO WS-ARP-PAID-PATH
           MOVE SPACES TO WS-ARP-RPT-PATH
           STRING "/tmp/altoro_arp_recon_" WS-ARP-ACCT-ID "_"
                  WS-ARP-TO-DATE ".txt"
               DELIMITED SIZE INTO WS-ARP-RPT-PATH
           OPEN OUTPUT ARP-PAID-ITEMS-FILE
           IF WS-ARP-PAID-STATUS NOT = "00"
               DISPLAY "  ARP: unable to open paid-items file for "
                       WS-ARP-ACCT-ID ", status " WS-ARP-PAID-STATUS
               GO TO 8340-ARP-EXIT
           END-IF
           OPEN OUTPUT ARP-REPORT-FILE
           IF WS-ARP-RPT-STATUS NOT = "00"
               DISPLAY "  ARP: unable to open report for "
                       WS-ARP-ACCT-ID ", status " WS-ARP-RPT-STATUS
               CLOSE ARP-PAID-ITEMS-FILE
               GO TO 8340-ARP-EXIT
           END-IF

           MOVE WS-ARP-ACCT-ID TO WS-ARPH-ACCT-ID
           MOVE WS-ARP-FROM-DATE TO WS-ARPH-FROM-DATE
           MOVE WS-ARP-TO-DATE TO WS-ARPH-TO-DATE
           MOVE ARPE-MODE TO WS-ARPH-MODE
           WRITE ARP-PAID-ITEMS-RECORD FROM WS-ARP-PAID-HDR

           MOVE SPACES TO ARP-REPORT-RECORD
           IF ARPE-MODE-FULL
               STRING "ACCOUNT RECONCILIATION - FULL - ACCOUNT "
                      WS-ARP-ACCT-ID
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           ELSE
               STRING "ACCOUNT RECONCILIATION - PAID ONLY - "
                      "ACCOUNT " WS-ARP-ACCT-ID
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           END-IF
           WRITE ARP-REPORT-RECORD
           MOVE SPACES TO ARP-REPORT-RECORD
           IF WS-ARP-INTERIM
               STRING "ACTIVITY AFTER " WS-ARP-FROM-DATE
                      " THROUGH " WS-ARP-TO-DATE " (INTERIM)"
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           ELSE
               STRING "ACTIVITY AFTER " WS-ARP-FROM-DATE
                      " THROUGH " WS-ARP-TO-DATE
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           END-IF
           WRITE ARP-REPORT-RECORD

      * Paid items - the paid-items file and the report's first
      * section come off the same pass of the paid log
           MOVE SPACES TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "PAID CHECKS" TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "CHECK NUM  PAID DATE       AMOUNT       ISSUED    NOTE"
               TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE WS-ARP-ACCT-ID TO ARPP-ACCT-ID
           MOVE ZEROS TO ARPP-CHECK-NUM
           MOVE ZEROS TO ARPP-PAID-DATE
           START ARP-PAID-LOG-FILE KEY >= ARPP-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ARPP-FILE-STATUS NOT = "00"
               READ ARP-PAID-LOG-FILE NEXT RECORD
               IF WS-ARPP-FILE-STATUS = "00"
                   IF ARPP-ACCT-ID NOT = WS-ARP-ACCT-ID
                       MOVE "10" TO WS-ARPP-FILE-STATUS
                   ELSE
                       IF ARPP-PAID-DATE > WS-ARP-FROM-DATE
                           AND ARPP-PAID-DATE <= WS-ARP-TO-DATE
                           PERFORM 8341-ARP-ONE-PAID-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ARPP-FILE-STATUS

           MOVE WS-ARP-PAID-COUNT TO WS-ARPT-ITEM-COUNT
           MOVE WS-ARP-PAID-TOTAL TO WS-ARPT-TOTAL
           WRITE ARP-PAID-ITEMS-RECORD FROM WS-ARP-PAID-TRL
           CLOSE ARP-PAID-ITEMS-FILE

           IF ARPE-MODE-FULL
               PERFORM 8342-ARP-FULL-SECTIONS
           END-IF
           PERFORM 8344-ARP-SUMMARY
           CLOSE ARP-REPORT-FILE

           IF WS-ARP-CYCLE-END
               MOVE WS-ARP-TO-DATE TO ARPE-LAST-RECON-DATE
               REWRITE ARP-ENROLL-RECORD
           END-IF
           SET WS-ARP-PRODUCED TO TRUE
           ADD 1 TO WS-ARP-RUN-COUNT

           MOVE "ARP_RECONCILED" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-ARP-ACCT-ID
                  " Mode=" ARPE-MODE
                  " Through=" WS-ARP-TO-DATE
                  " Paid=" WS-ARP-PAID-COUNT
                  " PNI=" WS-ARP-PNI-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8340-ARP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8341 - ONE PAID CHECK INTO THE PAID-ITEMS FILE AND REPORT
      ******************************************************************
       8341-ARP-ONE-PAID-ITEM.
           ADD 1 TO WS-ARP-PAID-COUNT
           ADD ARPP-PAID-AMOUNT TO WS-ARP-PAID-TOTAL
           MOVE ARPP-CHECK-NUM TO WS-ARPD-CHECK-NUM
           MOVE ARPP-PAID-AMOUNT TO WS-ARPD-AMOUNT
           MOVE ARPP-PAID-DATE TO WS-ARPD-PAID-DATE
           MOVE ARPP-ISSUE-MATCH TO WS-ARPD-ISSUE-MATCH
           MOVE ARPP-ISSUE-DATE(1:8) TO WS-ARPD-ISSUE-DATE
           MOVE ARPP-ISSUE-AMOUNT TO WS-ARPD-ISSUE-AMOUNT
           MOVE ARPP-PAYEE TO WS-ARPD-PAYEE
           WRITE ARP-PAID-ITEMS-RECORD FROM WS-ARP-PAID-DTL

           EVALUATE TRUE
               WHEN ARPP-NOT-ISSUED
                   ADD 1 TO WS-ARP-PNI-COUNT
                   ADD ARPP-PAID-AMOUNT TO WS-ARP-PNI-TOTAL
                   MOVE "PAID NOT ISSUED" TO WS-ARP-MATCH-TAG
               WHEN ARPP-ISSUE-CLOSED
                   ADD 1 TO WS-ARP-PNI-COUNT
                   ADD ARPP-PAID-AMOUNT TO WS-ARP-PNI-TOTAL
                   MOVE "ALREADY CLOSED" TO WS-ARP-MATCH-TAG
               WHEN ARPP-PAID-AMOUNT NOT = ARPP-ISSUE-AMOUNT
                   MOVE "AMOUNT DIFFERS" TO WS-ARP-MATCH-TAG
               WHEN OTHER
                   MOVE SPACES TO WS-ARP-MATCH-TAG
           END-EVALUATE
           MOVE ARPP-PAID-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO ARP-REPORT-RECORD
           STRING ARPP-CHECK-NUM "  " ARPP-PAID-DATE " "
                  WS-DSP-AMOUNT "  " ARPP-ISSUE-DATE(1:8) "  "
                  WS-ARP-MATCH-TAG
                  DELIMITED SIZE INTO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD.

      ******************************************************************
      * 8342 - FULL-RECONCILIATION SECTIONS
      * Checks voided in the cycle, then every check still
      * outstanding with its age; the issued-in-cycle totals are
      * picked up on the first pass.
      ******************************************************************
       8342-ARP-FULL-SECTIONS.
           MOVE SPACES TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "VOIDED CHECKS" TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "CHECK NUM  ISSUED    VOIDED          AMOUNT  PAYEE"
               TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           SET WS-ARP-PASS-VOIDED TO TRUE
           PERFORM 8343-ARP-SCAN-ISSUES

           MOVE SPACES TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "OUTSTANDING CHECKS" TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "CHECK NUM  ISSUED     DAYS          AMOUNT  PAYEE"
               TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           SET WS-ARP-PASS-OUTSTAND TO TRUE
           PERFORM 8343-ARP-SCAN-ISSUES.

      ******************************************************************
      * 8343 - SCAN THE ACCOUNT'S ISSUED CHECKS FOR ONE SECTION
      ******************************************************************
       8343-ARP-SCAN-ISSUES.
           MOVE WS-ARP-ACCT-ID TO CHKISS-ACCT-ID
           MOVE ZEROS TO CHKISS-CHECK-NUM
           START CHECK-ISSUE-FILE KEY >= CHKISS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CHKISS-FILE-STATUS NOT = "00"
               READ CHECK-ISSUE-FILE NEXT RECORD
               IF WS-CHKISS-FILE-STATUS = "00"
                   IF CHKISS-ACCT-ID NOT = WS-ARP-ACCT-ID
                       MOVE "10" TO WS-CHKISS-FILE-STATUS
                   ELSE
                       IF WS-ARP-PASS-VOIDED
                           PERFORM 8345-ARP-VOID-LINE
                       ELSE
                           PERFORM 8346-ARP-OUTSTANDING-LINE
                               THRU 8346-ARP-OUT-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CHKISS-FILE-STATUS.

      ******************************************************************
      * 8345 - ISSUED AND VOIDED IN THE CYCLE
      ******************************************************************
       8345-ARP-VOID-LINE.
           IF CHKISS-ISSUE-DATE(1:8) > WS-ARP-FROM-DATE
               AND CHKISS-ISSUE-DATE(1:8) <= WS-ARP-TO-DATE
               ADD 1 TO WS-ARP-ISSUED-COUNT
               ADD CHKISS-AMOUNT TO WS-ARP-ISSUED-TOTAL
           END-IF
           IF CHKISS-VOIDED
               AND CHKISS-STATUS-DATE > WS-ARP-FROM-DATE
               AND CHKISS-STATUS-DATE <= WS-ARP-TO-DATE
               ADD 1 TO WS-ARP-VOID-COUNT
               ADD CHKISS-AMOUNT TO WS-ARP-VOID-TOTAL
               MOVE CHKISS-AMOUNT TO WS-DSP-AMOUNT
               MOVE SPACES TO ARP-REPORT-RECORD
               STRING CHKISS-CHECK-NUM "  " CHKISS-ISSUE-DATE(1:8)
                      "  " CHKISS-STATUS-DATE " " WS-DSP-AMOUNT
                      "  " CHKISS-PAYEE
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
               WRITE ARP-REPORT-RECORD
           END-IF.

      ******************************************************************
      * 8346 - ONE OUTSTANDING CHECK, AGED
      ******************************************************************
       8346-ARP-OUTSTANDING-LINE.
           IF NOT CHKISS-OUTSTANDING
               GO TO 8346-ARP-OUT-EXIT
           END-IF
           ADD 1 TO WS-ARP-OUTST-COUNT
           ADD CHKISS-AMOUNT TO WS-ARP-OUTST-TOTAL
           PERFORM 8347-ARP-AGE-CHECK

           MOVE CHKISS-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO ARP-REPORT-RECORD
           IF WS-ARP-AGE-DAYS > WS-ARP-STALE-DAYS
               STRING CHKISS-CHECK-NUM "  " CHKISS-ISSUE-DATE(1:8)
                      "  " WS-ARP-AGE-DAYS " " WS-DSP-AMOUNT
                      "  " CHKISS-PAYEE " STALE"
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           ELSE
               STRING CHKISS-CHECK-NUM "  " CHKISS-ISSUE-DATE(1:8)
                      "  " WS-ARP-AGE-DAYS " " WS-DSP-AMOUNT
                      "  " CHKISS-PAYEE
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
           END-IF
           WRITE ARP-REPORT-RECORD.

       8346-ARP-OUT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8347 - AGE ONE OUTSTANDING CHECK INTO ITS BAND
      ******************************************************************
       8347-ARP-AGE-CHECK.
           IF CHKISS-ISSUE-DATE(1:8) IS NUMERIC
               COMPUTE WS-ARP-AGE-DAYS = WS-ARP-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       CHKISS-ISSUE-DATE(1:8)))
           ELSE
               MOVE ZEROS TO WS-ARP-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-ARP-AGE-DAYS <= 30
                   MOVE 1 TO WS-ARP-BAND-IDX
               WHEN WS-ARP-AGE-DAYS <= 60
                   MOVE 2 TO WS-ARP-BAND-IDX
               WHEN WS-ARP-AGE-DAYS <= 90
                   MOVE 3 TO WS-ARP-BAND-IDX
               WHEN WS-ARP-AGE-DAYS <= 180
                   MOVE 4 TO WS-ARP-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-ARP-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-ARP-BAND-COUNT(WS-ARP-BAND-IDX)
           ADD CHKISS-AMOUNT TO WS-ARP-BAND-TOTAL(WS-ARP-BAND-IDX)
           IF WS-ARP-AGE-DAYS > WS-ARP-STALE-DAYS
               ADD 1 TO WS-ARP-STALE-COUNT
               ADD CHKISS-AMOUNT TO WS-ARP-STALE-TOTAL
           END-IF.

      ******************************************************************
      * 8344 - RECONCILIATION SUMMARY
      ******************************************************************
       8344-ARP-SUMMARY.
           MOVE SPACES TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE "SUMMARY" TO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           IF ARPE-MODE-FULL
               MOVE WS-ARP-ISSUED-TOTAL TO WS-DSP-AMOUNT
               MOVE SPACES TO ARP-REPORT-RECORD
               STRING "CHECKS ISSUED           " WS-ARP-ISSUED-COUNT
                      "  $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
               WRITE ARP-REPORT-RECORD
           END-IF
           MOVE WS-ARP-PAID-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO ARP-REPORT-RECORD
           STRING "CHECKS PAID             " WS-ARP-PAID-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           MOVE WS-ARP-PNI-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO ARP-REPORT-RECORD
           STRING "  PAID BUT NOT ISSUED   " WS-ARP-PNI-COUNT
                  "  $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO ARP-REPORT-RECORD
           WRITE ARP-REPORT-RECORD
           IF ARPE-MODE-FULL
               MOVE WS-ARP-VOID-TOTAL TO WS-DSP-AMOUNT
               MOVE SPACES TO ARP-REPORT-RECORD
               STRING "CHECKS VOIDED           " WS-ARP-VOID-COUNT
                      "  $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
               WRITE ARP-REPORT-RECORD
               MOVE WS-ARP-OUTST-TOTAL TO WS-DSP-AMOUNT
               MOVE SPACES TO ARP-REPORT-RECORD
               STRING "CHECKS OUTSTANDING      " WS-ARP-OUTST-COUNT
                      "  $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
               WRITE ARP-REPORT-RECORD
               PERFORM VARYING WS-ARP-BAND-IDX FROM 1 BY 1
                   UNTIL WS-ARP-BAND-IDX > 5
                   MOVE WS-ARP-BAND-TOTAL(WS-ARP-BAND-IDX)
                       TO WS-DSP-AMOUNT
                   MOVE SPACES TO ARP-REPORT-RECORD
                   STRING "  " WS-ARP-BAND-LABEL(WS-ARP-BAND-IDX)
                          "          "
                          WS-ARP-BAND-COUNT(WS-ARP-BAND-IDX)
                          "  $" WS-DSP-AMOUNT
                          DELIMITED SIZE INTO ARP-REPORT-RECORD
                   WRITE ARP-REPORT-RECORD
               END-PERFORM
               MOVE WS-ARP-STALE-TOTAL TO WS-DSP-AMOUNT
               MOVE SPACES TO ARP-REPORT-RECORD
               STRING "  STALE - REVIEW TO VOID" WS-ARP-STALE-COUNT
                      "  $" WS-DSP-AMOUNT
                      DELIMITED SIZE INTO ARP-REPORT-RECORD
               WRITE ARP-REPORT-RECORD
           END-IF.

      ******************************************************************
      * 8348 - RECORD A PAID CHECK ON THE PAID LOG
      * Called wherever a presented check against an issued-check
      * account is paid, before CHECK-ISSUE-RECORD is marked
      * cleared, so the log keeps what the issue file said at the
      * time. The caller stages account, check number and paid
      * amount, and reads CHECK-ISSUE-FILE first.
      ******************************************************************
       8348-LOG-PAID-CHECK.
           MOVE WS-ARP-ACCT-ID TO ARPP-ACCT-ID
           MOVE WS-ARP-PAY-CHECK-NUM TO ARPP-CHECK-NUM
           MOVE WS-BUSINESS-DATE TO ARPP-PAID-DATE
           MOVE WS-ARP-PAY-AMOUNT TO ARPP-PAID-AMOUNT
           IF WS-CHKISS-FILE-STATUS = "00"
               IF CHKISS-OUTSTANDING
                   SET ARPP-ISSUED TO TRUE
               ELSE
                   SET ARPP-ISSUE-CLOSED TO TRUE
               END-IF
               MOVE CHKISS-ISSUE-DATE TO ARPP-ISSUE-DATE
               MOVE CHKISS-AMOUNT TO ARPP-ISSUE-AMOUNT
               MOVE CHKISS-PAYEE TO ARPP-PAYEE
           ELSE
               SET ARPP-NOT-ISSUED TO TRUE
               MOVE SPACES TO ARPP-ISSUE-DATE
               MOVE ZEROS TO ARPP-ISSUE-AMOUNT
               MOVE SPACES TO ARPP-PAYEE
           END-IF
           WRITE ARP-PAID-LOG-RECORD.

      ******************************************************************
      * 8350 - MAINTAIN ARP ENROLLMENT
      * Enrolls a corporate account in full or paid-only
      * reconciliation, changes its stale-check age, or stops it.
      ******************************************************************
       8350-MAINTAIN-ARP-ENROLLMENT.
           DISPLAY " "
           DISPLAY "=== ACCOUNT RECONCILIATION ENROLLMENT ==="
           DISPLAY "Corporate Account ID: " WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-ARP-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8350-ARPE-EXIT
           END-IF
           IF NOT ACCT-TYPE-CORPORATE
               DISPLAY "Reconciliation service is for corporate "
                       "accounts only."
               GO TO 8350-ARPE-EXIT
           END-IF

           MOVE ACCT-ID TO ARPE-ACCT-ID
           READ ARP-ENROLL-FILE
           IF WS-ARPE-FILE-STATUS = "00"
               DISPLAY "Current: mode " ARPE-MODE
                       "  stale after " ARPE-STALE-DAYS " days"
                       "  status " ARPE-STATUS
                       "  reconciled through " ARPE-LAST-RECON-DATE
           ELSE
               MOVE SPACES TO ARP-ENROLL-RECORD
               MOVE ACCT-ID TO ARPE-ACCT-ID
               MOVE WS-ARP-DEFAULT-STALE-DAYS TO ARPE-STALE-DAYS
               MOVE ZEROS TO ARPE-LAST-RECON-DATE
               MOVE WS-BUSINESS-DATE TO ARPE-ENROLLED-DATE
               MOVE LS-CURRENT-USER TO ARPE-ENROLLED-BY
           END-IF

           DISPLAY "Mode - F=Full reconciliation, P=Paid only: "
                   WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-MODE FROM CONSOLE
           IF WS-ARP-INPUT-MODE NOT = "F"
               AND WS-ARP-INPUT-MODE NOT = "P"
               DISPLAY "Invalid mode."
               GO TO 8350-ARPE-EXIT
           END-IF
           DISPLAY "Stale after days (blank for "
                   WS-ARP-DEFAULT-STALE-DAYS "): "
                   WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-STALE FROM CONSOLE
           DISPLAY "Status - A=Active, I=Inactive: "
                   WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-STATUS FROM CONSOLE
           IF WS-ARP-INPUT-STATUS NOT = "A"
               AND WS-ARP-INPUT-STATUS NOT = "I"
               DISPLAY "Invalid status."
               GO TO 8350-ARPE-EXIT
           END-IF

           MOVE WS-ARP-INPUT-MODE TO ARPE-MODE
           MOVE WS-ARP-INPUT-STATUS TO ARPE-STATUS
           IF WS-ARP-INPUT-STALE NOT = SPACES
               COMPUTE ARPE-STALE-DAYS =
                   FUNCTION NUMVAL(WS-ARP-INPUT-STALE)
           END-IF

           IF WS-ARPE-FILE-STATUS = "00"
               REWRITE ARP-ENROLL-RECORD
           ELSE
               WRITE ARP-ENROLL-RECORD
           END-IF
           IF WS-ARPE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save enrollment, status "
                       WS-ARPE-FILE-STATUS
               GO TO 8350-ARPE-EXIT
           END-IF
           DISPLAY "Reconciliation enrollment saved."

           MOVE "ARP_ENROLLMENT" TO WS-AUDIT-ACTION
           STRING "Acct=" ARPE-ACCT-ID
                  " Mode=" ARPE-MODE
                  " Stale=" ARPE-STALE-DAYS
                  " Status=" ARPE-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8350-ARPE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8352 - INTERIM ARP RECONCILIATION
      * Same report as the statement cycle produces, for activity
      * since the last cycle, without closing the cycle.
      ******************************************************************
       8352-ARP-INTERIM-REPORT.
           DISPLAY " "
           DISPLAY "=== INTERIM ACCOUNT RECONCILIATION ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-ARP-ACCT-ID = FUNCTION NUMVAL(WS-ARP-INPUT-ACCT)
           SET WS-ARP-INTERIM TO TRUE
           PERFORM 8340-ARP-RECONCILE-ACCOUNT
               THRU 8340-ARP-EXIT
           SET WS-ARP-CYCLE-END TO TRUE
           IF WS-ARP-PRODUCED
               MOVE WS-ARP-PAID-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "Checks paid:          " WS-ARP-PAID-COUNT
                       "  $" WS-DSP-AMOUNT
               DISPLAY "Paid but not issued:  " WS-ARP-PNI-COUNT
               DISPLAY "Paid-items file:  " WS-ARP-PAID-PATH
               DISPLAY "Report:           " WS-ARP-RPT-PATH
           ELSE
               DISPLAY "Account is not actively enrolled in "
                       "reconciliation."
           END-IF.

      ******************************************************************
      * 8354 - OUTSTANDING ISSUED CHECK AGING
      * The account's outstanding checks with their age, stale
      * items flagged so the customer can void them before they
      * are presented.
      ******************************************************************
       8354-ARP-OUTSTANDING-AGING.
           DISPLAY " "
           DISPLAY "=== OUTSTANDING ISSUED CHECKS ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-ARP-ACCT-ID = FUNCTION NUMVAL(WS-ARP-INPUT-ACCT)
           MOVE WS-ARP-DEFAULT-STALE-DAYS TO WS-ARP-STALE-DAYS
           MOVE WS-ARP-ACCT-ID TO ARPE-ACCT-ID
           READ ARP-ENROLL-FILE
           IF WS-ARPE-FILE-STATUS = "00"
               AND ARPE-STALE-DAYS > ZEROS
               MOVE ARPE-STALE-DAYS TO WS-ARP-STALE-DAYS
           END-IF
           COMPUTE WS-ARP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           INITIALIZE WS-ARP-TOTALS

           DISPLAY "CHECK NUM  ISSUED     DAYS          AMOUNT  PAYEE"
           MOVE WS-ARP-ACCT-ID TO CHKISS-ACCT-ID
           MOVE ZEROS TO CHKISS-CHECK-NUM
           START CHECK-ISSUE-FILE KEY >= CHKISS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CHKISS-FILE-STATUS NOT = "00"
               READ CHECK-ISSUE-FILE NEXT RECORD
               IF WS-CHKISS-FILE-STATUS = "00"
                   IF CHKISS-ACCT-ID NOT = WS-ARP-ACCT-ID
                       MOVE "10" TO WS-CHKISS-FILE-STATUS
                   ELSE
                       IF CHKISS-OUTSTANDING
                           ADD 1 TO WS-ARP-OUTST-COUNT
                           ADD CHKISS-AMOUNT TO WS-ARP-OUTST-TOTAL
                           PERFORM 8347-ARP-AGE-CHECK
                           MOVE CHKISS-AMOUNT TO WS-DSP-AMOUNT
                           IF WS-ARP-AGE-DAYS > WS-ARP-STALE-DAYS
                               DISPLAY CHKISS-CHECK-NUM "  "
                                       CHKISS-ISSUE-DATE(1:8) "  "
                                       WS-ARP-AGE-DAYS " "
                                       WS-DSP-AMOUNT "  "
                                       CHKISS-PAYEE " STALE"
                           ELSE
                               DISPLAY CHKISS-CHECK-NUM "  "
                                       CHKISS-ISSUE-DATE(1:8) "  "
                                       WS-ARP-AGE-DAYS " "
                                       WS-DSP-AMOUNT "  "
                                       CHKISS-PAYEE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CHKISS-FILE-STATUS

           MOVE WS-ARP-OUTST-TOTAL TO WS-DSP-AMOUNT
           DISPLAY " "
           DISPLAY "Outstanding: " WS-ARP-OUTST-COUNT
                   "  $" WS-DSP-AMOUNT
           MOVE WS-ARP-STALE-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Stale (over " WS-ARP-STALE-DAYS " days): "
                   WS-ARP-STALE-COUNT "  $" WS-DSP-AMOUNT.

      ******************************************************************
      * 8356 - VOID AN ISSUED CHECK
      * The customer voids a check they issued, so positive pay
      * refuses it if it is ever presented.
      ******************************************************************
       8356-VOID-ISSUED-CHECK.
           DISPLAY " "
           DISPLAY "=== VOID ISSUED CHECK ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-ACCT FROM CONSOLE
           DISPLAY "Check Number: " WITH NO ADVANCING
           ACCEPT WS-ARP-INPUT-CHECK FROM CONSOLE
           COMPUTE CHKISS-ACCT-ID = FUNCTION NUMVAL(WS-ARP-INPUT-ACCT)
           COMPUTE CHKISS-CHECK-NUM =
               FUNCTION NUMVAL(WS-ARP-INPUT-CHECK)
           READ CHECK-ISSUE-FILE
           IF WS-CHKISS-FILE-STATUS NOT = "00"
               DISPLAY "Check not on file as issued."
               GO TO 8356-VOID-EXIT
           END-IF
           IF NOT CHKISS-OUTSTANDING
               DISPLAY "Check " CHKISS-CHECK-NUM " is not "
                       "outstanding (status " CHKISS-STATUS ")."
               GO TO 8356-VOID-EXIT
           END-IF

           MOVE CHKISS-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Void check " CHKISS-CHECK-NUM " to "
                   CHKISS-PAYEE " $" WS-DSP-AMOUNT " (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-ARP-CONFIRM FROM CONSOLE
           IF WS-ARP-CONFIRM NOT = "Y" AND WS-ARP-CONFIRM NOT = "y"
               DISPLAY "Void cancelled."
               GO TO 8356-VOID-EXIT
           END-IF

           SET CHKISS-VOIDED TO TRUE
           MOVE WS-BUSINESS-DATE TO CHKISS-STATUS-DATE
           REWRITE CHECK-ISSUE-RECORD
           DISPLAY "Check " CHKISS-CHECK-NUM " voided."

           MOVE "CHECK_ISSUE_VOIDED" TO WS-AUDIT-ACTION
           STRING "Acct=" CHKISS-ACCT-ID
                  " Check=" CHKISS-CHECK-NUM
                  " Amount=" CHKISS-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8356-VOID-EXIT.
           CONTINUE.

      ******************************************************************
      * 8400 - OPEN HOME EQUITY LINE
      * Books a revolving line secured by the borrower's home. The
      * line is carried on an LN account whose ACCT-CREDIT-LIMIT is
      * the line in force, with a HELOC-FILE row holding the draw
      * and repayment terms and the underwriting it was sized on.
      * The line may not exceed the combined LTV ceiling on the
      * property less the liens ahead of ours. The property goes on
      * COLLATERAL-FILE so the monthly review re-sizes the line when
      * a new appraisal comes in lower.
      ******************************************************************
       8400-OPEN-HELOC.
           DISPLAY " "
           DISPLAY "=== OPEN HOME EQUITY LINE ==="
           DISPLAY "Borrower Customer ID: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-OWNER FROM CONSOLE
           MOVE WS-HLC-INPUT-OWNER TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not on file."
               GO TO 8400-OPEN-EXIT
           END-IF

           DISPLAY "Line Amount: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-LINE FROM CONSOLE
           COMPUTE WS-HLC-LINE = FUNCTION NUMVAL(WS-HLC-INPUT-LINE)
           DISPLAY "Interest Rate (%): " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-RATE FROM CONSOLE
           COMPUTE WS-HLC-RATE = FUNCTION NUMVAL(WS-HLC-INPUT-RATE)
           DISPLAY "Draw Period (months) [" WS-HLC-DRAW-MONTHS-DFLT
                   "]: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-DRAW FROM CONSOLE
           IF WS-HLC-INPUT-DRAW = SPACES
               MOVE WS-HLC-DRAW-MONTHS-DFLT TO WS-HLC-DRAW-MONTHS
           ELSE
               COMPUTE WS-HLC-DRAW-MONTHS =
                   FUNCTION NUMVAL(WS-HLC-INPUT-DRAW)
           END-IF
           DISPLAY "Repayment Period (months) ["
                   WS-HLC-REPAY-MONTHS-DFLT "]: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-REPAY FROM CONSOLE
           IF WS-HLC-INPUT-REPAY = SPACES
               MOVE WS-HLC-REPAY-MONTHS-DFLT TO WS-HLC-REPAY-MONTHS
           ELSE
               COMPUTE WS-HLC-REPAY-MONTHS =
                   FUNCTION NUMVAL(WS-HLC-INPUT-REPAY)
           END-IF
           IF WS-HLC-LINE NOT > ZEROS
               OR WS-HLC-DRAW-MONTHS = ZEROS
               OR WS-HLC-REPAY-MONTHS = ZEROS
               DISPLAY "Line amount and both periods must be "
                       "greater than zero."
               GO TO 8400-OPEN-EXIT
           END-IF

           DISPLAY "Property Description: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-DESC FROM CONSOLE
           DISPLAY "Appraised Property Value: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-VALUE FROM CONSOLE
           COMPUTE WS-HLC-VALUE = FUNCTION NUMVAL(WS-HLC-INPUT-VALUE)
           DISPLAY "Senior Lien Balances (first mortgage, etc.): "
               WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-LIENS FROM CONSOLE
           COMPUTE WS-HLC-LIENS = FUNCTION NUMVAL(WS-HLC-INPUT-LIENS)
           IF WS-HLC-VALUE NOT > ZEROS
               DISPLAY "An appraised value is required."
               GO TO 8400-OPEN-EXIT
           END-IF

      * Combined LTV: our line plus the liens ahead of it may not
      * run past the ceiling on the appraised value
           COMPUTE WS-HLC-MAX-LINE ROUNDED =
               (WS-HLC-VALUE * WS-HLC-MAX-CLTV-DFLT) - WS-HLC-LIENS
           IF WS-HLC-LINE > WS-HLC-MAX-LINE
               COMPUTE WS-HLC-DSP-CLTV = WS-HLC-MAX-CLTV-DFLT * 100
               MOVE WS-HLC-MAX-LINE TO WS-DSP-AMOUNT
               DISPLAY "Line exceeds the " WS-HLC-DSP-CLTV
                       "% combined LTV ceiling - the most the "
                       "property supports is $" WS-DSP-AMOUNT
               GO TO 8400-OPEN-EXIT
           END-IF

           DISPLAY "Booking Branch Code (4 digits): "
               WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT-BRANCH FROM CONSOLE

           PERFORM 2250-GENERATE-ACCOUNT-ID
           MOVE WS-NEXT-ACCT-ID TO ACCT-ID
           MOVE WS-HLC-INPUT-OWNER TO ACCT-OWNER-ID
           MOVE "Home Equity Line" TO ACCT-NAME
           MOVE "LN" TO ACCT-TYPE
           MOVE SPACES TO ACCT-PRODUCT-CODE
           MOVE ZEROS TO ACCT-BALANCE
           MOVE ZEROS TO ACCT-AVAILABLE-BAL
           MOVE WS-HLC-LINE TO ACCT-CREDIT-LIMIT
           MOVE WS-HLC-RATE TO ACCT-INTEREST-RATE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO ACCT-OPEN-DATE
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-ACTIVE TO TRUE
           SET ACCT-OVERDRAFT-NO TO TRUE
           SET ACCT-NOT-DORMANT TO TRUE
           SET ACCT-RDI-NO-WATCH TO TRUE
           MOVE SPACES TO ACCT-CD-ROLLOVER-INSTR
           MOVE "USD" TO ACCT-CURRENCY-CODE
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           MOVE ZEROS TO ACCT-DAILY-LIMIT
           MOVE ZEROS TO ACCT-MONTHLY-LIMIT
           MOVE ZEROS TO ACCT-PIN
           MOVE WS-ACCT-INPUT-BRANCH TO ACCT-BRANCH-CODE
           PERFORM 8862-SET-ACCOUNT-ENTITY
           MOVE SPACES TO ACCT-OFFICER-ID
           MOVE ZEROS TO ACCT-LINKED-ACCOUNT
           PERFORM 8787-SEAL-ACCOUNT-PIN
           WRITE ACCOUNT-RECORD
           MOVE SPACES TO WS-JRNL-BEFORE-ACCT
           MOVE "W" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

      * Draw period ends WS-HLC-DRAW-MONTHS after opening, on the
      * same month arithmetic the rate-change dates use
           MOVE ACCT-OPEN-DATE(1:8) TO WS-LVR-BASE-DATE
           MOVE WS-HLC-DRAW-MONTHS TO WS-LVR-CHANGE-FREQ
           PERFORM 7997-ADVANCE-CHANGE-DATE

           MOVE ACCT-ID TO HLC-ACCT-ID
           MOVE WS-HLC-LINE TO HLC-LINE-AMOUNT
           SET HLC-DRAW-PERIOD TO TRUE
           MOVE WS-CD-MATURITY-NUM TO HLC-DRAW-END-DATE
           MOVE WS-HLC-REPAY-MONTHS TO HLC-REPAY-MONTHS
           MOVE ZEROS TO HLC-REPAY-PRINCIPAL
           MOVE SPACES TO HLC-MATURITY-DATE
           MOVE WS-HLC-VALUE TO HLC-PROPERTY-VALUE
           MOVE WS-HLC-LIENS TO HLC-SENIOR-LIENS
           MOVE WS-HLC-MAX-CLTV-DFLT TO HLC-MAX-CLTV
           SET HLC-LINE-OPEN TO TRUE
           MOVE WS-ACCEPT-DATE TO HLC-STATUS-DATE
           MOVE SPACES TO HLC-STATUS-REASON
           MOVE SPACES TO HLC-LAST-BILL-DATE
           MOVE ZEROS TO HLC-MIN-PAYMENT-DUE
           MOVE SPACES TO HLC-PAYMENT-DUE-DATE
           WRITE HELOC-RECORD

      * The home itself is the collateral - junior to any liens
      * already on it
           MOVE ACCT-ID TO COLL-ACCT-ID
           MOVE 1 TO COLL-SEQ
           MOVE "PROPERTY" TO COLL-TYPE
           MOVE WS-HLC-INPUT-DESC TO COLL-DESCRIPTION
           MOVE WS-HLC-VALUE TO COLL-APPRAISED-VALUE
           MOVE WS-ACCEPT-DATE TO COLL-APPRAISAL-DATE
           IF WS-HLC-LIENS > ZEROS
               MOVE 2 TO COLL-LIEN-POSITION
           ELSE
               MOVE 1 TO COLL-LIEN-POSITION
           END-IF
           MOVE SPACES TO COLL-INS-CARRIER
           MOVE SPACES TO COLL-INS-POLICY
           MOVE SPACES TO COLL-INS-EXPIRES
           SET COLL-ACTIVE TO TRUE
           WRITE COLLATERAL-RECORD

           MOVE ACCT-OWNER-ID TO XREF-OWNER-ID
           MOVE ACCT-ID TO XREF-ACCT-ID
           PERFORM 2298-ADD-OWNER-XREF

           MOVE WS-HLC-LINE TO WS-DSP-AMOUNT
           DISPLAY "Home equity line opened as account " ACCT-ID
           DISPLAY "  Line: $" WS-DSP-AMOUNT
                   "  Draw period ends " HLC-DRAW-END-DATE

           MOVE "HELOC_OPENED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Owner=" ACCT-OWNER-ID
                  " Line=" WS-HLC-INPUT-LINE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8400-OPEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8405 - HOME EQUITY LINE TELLER ADVANCE
      * Cash drawn against the line at the counter. Memo-posts like
      * any teller withdrawal; the line's open-to-draw is checked
      * by 8406 first. A draw by transfer goes through 3000, which
      * makes the same check.
      ******************************************************************
       8405-HELOC-ADVANCE.
           DISPLAY " "
           DISPLAY "=== HOME EQUITY LINE ADVANCE ==="
           DISPLAY "Line Account ID: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-HLC-INPUT-ACCT)
           PERFORM 6100-ACQUIRE-ACCT-LOCK
               THRU 6100-ACQUIRE-EXIT
           IF WS-LOCK-DENIED
               GO TO 8405-ADV-EXIT
           END-IF
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8405-ADV-EXIT
           END-IF
           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS NOT = "00"
               DISPLAY "Account " ACCT-ID " is not a home equity line."
               GO TO 8405-ADV-EXIT
           END-IF

           COMPUTE WS-HLC-AVAILABLE =
               ACCT-CREDIT-LIMIT + ACCT-AVAILABLE-BAL
           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "Line in force:   $" WS-DSP-AMOUNT
           MOVE WS-HLC-AVAILABLE TO WS-DSP-AMOUNT
           DISPLAY "Available line:  $" WS-DSP-AMOUNT

           DISPLAY "Advance Amount: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-HLC-AMOUNT =
               FUNCTION NUMVAL(WS-HLC-INPUT-AMOUNT)
           PERFORM 8406-CHECK-HELOC-DRAW
               THRU 8406-CHECK-EXIT
           IF WS-HLC-DRAW-DENIED
               GO TO 8405-ADV-EXIT
           END-IF

      * Teller work memo-posts: only the available balance moves
      * now - the ledger catches up when the nightly poster applies
      * the memo item.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-HLC-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-WITHDRAW TO TRUE
           COMPUTE TRAN-AMOUNT = WS-HLC-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Home Equity Line Advance" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-PENDING TO TRUE
           SET TRAN-IS-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           COMPUTE MEMO-AMOUNT = WS-HLC-AMOUNT * -1
           PERFORM 7080-WRITE-MEMO-POST-ITEM

           MOVE WS-HLC-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Advanced: $" WS-DSP-AMOUNT
                   " (memo-posted; ledger posts tonight)"
           COMPUTE WS-HLC-AVAILABLE =
               ACCT-CREDIT-LIMIT + ACCT-AVAILABLE-BAL
           MOVE WS-HLC-AVAILABLE TO WS-DSP-AMOUNT
           DISPLAY "Available line:  $" WS-DSP-AMOUNT

           MOVE "HELOC_ADVANCE" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" WS-HLC-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8405-ADV-EXIT.
           PERFORM 6110-RELEASE-ACCT-LOCK.

      ******************************************************************
      * 8406 - CHECK HOME EQUITY LINE DRAW
      * ACCOUNT-RECORD and HELOC-RECORD are current on entry and
      * WS-HLC-AMOUNT is the draw. A line draws only while it is in
      * its draw period and not frozen, and only up to the line in
      * force less what is already owed.
      ******************************************************************
       8406-CHECK-HELOC-DRAW.
           SET WS-HLC-DRAW-DENIED TO TRUE
           IF NOT ACCT-ACTIVE
               DISPLAY "Draw refused: the line is not active."
               GO TO 8406-CHECK-EXIT
           END-IF
           IF HLC-REPAY-PERIOD
               DISPLAY "Draw refused: the draw period ended "
                       HLC-DRAW-END-DATE " - the line is in "
                       "repayment."
               GO TO 8406-CHECK-EXIT
           END-IF
           IF HLC-LINE-FROZEN
               DISPLAY "Draw refused: line frozen " HLC-STATUS-DATE
                       " - " HLC-STATUS-REASON
               GO TO 8406-CHECK-EXIT
           END-IF
           IF WS-HLC-AMOUNT NOT > ZEROS
               DISPLAY "Draw amount must be greater than zero."
               GO TO 8406-CHECK-EXIT
           END-IF
           COMPUTE WS-HLC-AVAILABLE =
               ACCT-CREDIT-LIMIT + ACCT-AVAILABLE-BAL
           IF WS-HLC-AMOUNT > WS-HLC-AVAILABLE
               MOVE WS-HLC-AVAILABLE TO WS-DSP-AMOUNT
               DISPLAY "Draw refused: exceeds the available line "
                       "of $" WS-DSP-AMOUNT
               GO TO 8406-CHECK-EXIT
           END-IF
           SET WS-HLC-DRAW-ALLOWED TO TRUE.

       8406-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 8407 - HOME EQUITY LINE PAYMENT
      * Reached from 7950 when the loan is a line. ACCOUNT-RECORD
      * and HELOC-RECORD are current. Anything up to the balance
      * owed is accepted; a blank amount pays the billed minimum.
      ******************************************************************
       8407-HELOC-PAYMENT.
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           IF WS-HLC-OWED NOT > ZEROS
               DISPLAY "Nothing is owed on this line."
               GO TO 8407-PAY-EXIT
           END-IF
           MOVE WS-HLC-OWED TO WS-DSP-AMOUNT
           DISPLAY "Balance owed:    $" WS-DSP-AMOUNT
           MOVE HLC-MIN-PAYMENT-DUE TO WS-DSP-AMOUNT
           DISPLAY "Minimum due:     $" WS-DSP-AMOUNT
                   " by " HLC-PAYMENT-DUE-DATE
           DISPLAY "Payment Amount (blank = minimum due): "
               WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-AMOUNT FROM CONSOLE
           IF WS-HLC-INPUT-AMOUNT = SPACES
               MOVE HLC-MIN-PAYMENT-DUE TO WS-HLC-AMOUNT
           ELSE
               COMPUTE WS-HLC-AMOUNT =
                   FUNCTION NUMVAL(WS-HLC-INPUT-AMOUNT)
           END-IF
           IF WS-HLC-AMOUNT NOT > ZEROS
               DISPLAY "Payment amount must be greater than zero."
               GO TO 8407-PAY-EXIT
           END-IF
           IF WS-HLC-AMOUNT > WS-HLC-OWED
               DISPLAY "Payment exceeds the balance owed."
               GO TO 8407-PAY-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-HLC-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-HLC-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-PAYMENT TO TRUE
           MOVE WS-HLC-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Home Equity Line Payment" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-HLC-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Payment of $" WS-DSP-AMOUNT " applied."
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           MOVE WS-HLC-OWED TO WS-DSP-AMOUNT
           DISPLAY "Balance owed:    $" WS-DSP-AMOUNT

           MOVE WS-HLC-AMOUNT TO WS-DSP-AMOUNT
           MOVE "HELOC_PAYMENT" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8407-PAY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8408 - HOME EQUITY LINE INQUIRY / REINSTATEMENT
      * Shows where a line stands. A frozen or reduced line can be
      * restored to its original amount under a supervisor override
      * once a new value supports the full line again.
      ******************************************************************
       8408-HELOC-INQUIRY.
           DISPLAY " "
           DISPLAY "=== HOME EQUITY LINE INQUIRY ==="
           DISPLAY "Line Account ID: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-HLC-INPUT-ACCT)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8408-INQ-EXIT
           END-IF
           MOVE ACCT-ID TO HLC-ACCT-ID
           READ HELOC-FILE
           IF WS-HLC-FILE-STATUS NOT = "00"
               DISPLAY "Account " ACCT-ID " is not a home equity line."
               GO TO 8408-INQ-EXIT
           END-IF

           MOVE HLC-LINE-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Line granted:    $" WS-DSP-AMOUNT
           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "Line in force:   $" WS-DSP-AMOUNT
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           MOVE WS-HLC-OWED TO WS-DSP-AMOUNT
           DISPLAY "Balance owed:    $" WS-DSP-AMOUNT
           IF HLC-DRAW-PERIOD
               COMPUTE WS-HLC-AVAILABLE =
                   ACCT-CREDIT-LIMIT + ACCT-AVAILABLE-BAL
               IF HLC-LINE-FROZEN OR WS-HLC-AVAILABLE < ZEROS
                   MOVE ZEROS TO WS-HLC-AVAILABLE
               END-IF
               MOVE WS-HLC-AVAILABLE TO WS-DSP-AMOUNT
               DISPLAY "Available line:  $" WS-DSP-AMOUNT
               DISPLAY "Draw period ends " HLC-DRAW-END-DATE
                       " (interest-only billing)"
           ELSE
               MOVE HLC-REPAY-PRINCIPAL TO WS-DSP-AMOUNT
               DISPLAY "In repayment: $" WS-DSP-AMOUNT
                       " principal monthly, matures "
                       HLC-MATURITY-DATE
           END-IF
           MOVE HLC-MIN-PAYMENT-DUE TO WS-DSP-AMOUNT
           DISPLAY "Minimum due:     $" WS-DSP-AMOUNT
                   " by " HLC-PAYMENT-DUE-DATE
           EVALUATE TRUE
               WHEN HLC-LINE-FROZEN
                   DISPLAY "Line FROZEN " HLC-STATUS-DATE ": "
                           HLC-STATUS-REASON
               WHEN HLC-LINE-REDUCED
                   DISPLAY "Line REDUCED " HLC-STATUS-DATE ": "
                           HLC-STATUS-REASON
               WHEN OTHER
                   DISPLAY "Line open."
           END-EVALUATE

           IF HLC-LINE-OPEN OR HLC-REPAY-PERIOD
               GO TO 8408-INQ-EXIT
           END-IF
           DISPLAY "Reinstate the full line? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-HLC-CONFIRM FROM CONSOLE
           IF WS-HLC-CONFIRM NOT = "Y"
               GO TO 8408-INQ-EXIT
           END-IF
           DISPLAY "Current Appraised Value: " WITH NO ADVANCING
           ACCEPT WS-HLC-INPUT-VALUE FROM CONSOLE
           COMPUTE WS-HLC-VALUE = FUNCTION NUMVAL(WS-HLC-INPUT-VALUE)
           COMPUTE WS-HLC-MAX-LINE ROUNDED =
               (WS-HLC-VALUE * HLC-MAX-CLTV) - HLC-SENIOR-LIENS
           IF WS-HLC-MAX-LINE < HLC-LINE-AMOUNT
               MOVE WS-HLC-MAX-LINE TO WS-DSP-AMOUNT
               DISPLAY "That value supports only $" WS-DSP-AMOUNT
                       " - the line stays as it is."
               GO TO 8408-INQ-EXIT
           END-IF

           MOVE "HELOC_REINSTATE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               GO TO 8408-INQ-EXIT
           END-IF

           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-HLC-INPUT-ACCT)
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           MOVE HLC-LINE-AMOUNT TO ACCT-CREDIT-LIMIT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-HLC-VALUE TO HLC-PROPERTY-VALUE
           SET HLC-LINE-OPEN TO TRUE
           MOVE WS-ACCEPT-DATE TO HLC-STATUS-DATE
           MOVE "REINSTATED ON NEW VALUE" TO HLC-STATUS-REASON
           REWRITE HELOC-RECORD
           DISPLAY "Line reinstated."

           MOVE "HELOC_REINSTATED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Value=" WS-HLC-INPUT-VALUE
                  " Super=" WS-OVR-SUPER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8408-INQ-EXIT.
           CONTINUE.

      ******************************************************************
      * 8410 - HOME EQUITY LINE BILLING CYCLE (BATCH)
      * Monthly. Converts lines reaching the end of their draw period
      * to repayment, charges interest on the cycle's average daily
      * balance, sets the minimum due (interest only while drawing,
      * installment plus interest in repayment) and writes each
      * borrower a statement. The cycle window and ADB are the
      * credit card cycle's, from 7646.
      ******************************************************************
       8410-BATCH-HELOC-BILLING.
           DISPLAY " "
           DISPLAY "=== HOME EQUITY LINE BILLING CYCLE ==="

           MOVE "HELOCBIL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8410-HELB-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-HLC-TODAY
           COMPUTE WS-CC-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - WS-CC-CYCLE-DAYS
           COMPUTE WS-CC-CYCLE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-CYCLE-START-INT)
           MOVE WS-CC-CYCLE-START-NUM TO WS-CC-CYCLE-START-DATE
           MOVE ZEROS TO WS-HLC-BILL-COUNT
           MOVE ZEROS TO WS-HLC-CONVERT-COUNT

           MOVE LOW-VALUES TO HLC-ACCT-ID
           START HELOC-FILE KEY >= HLC-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HLC-FILE-STATUS NOT = "00"
               READ HELOC-FILE NEXT RECORD
               IF WS-HLC-FILE-STATUS = "00"
                   PERFORM 8412-BILL-ONE-HELOC
                       THRU 8412-BILL-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-HLC-FILE-STATUS

           DISPLAY "Lines billed:            " WS-HLC-BILL-COUNT
           DISPLAY "Converted to repayment:  " WS-HLC-CONVERT-COUNT

           MOVE "HELOCBIL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-HLC-BILL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8410-HELB-EXIT.
           CONTINUE.

      ******************************************************************
      * 8412 - BILL ONE HOME EQUITY LINE
      * HELOC-RECORD is current on entry. A line already billed this
      * month is skipped so a rerun cannot charge interest twice.
      ******************************************************************
       8412-BILL-ONE-HELOC.
           IF HLC-LAST-BILL-DATE(1:6) = WS-HLC-TODAY(1:6)
               GO TO 8412-BILL-EXIT
           END-IF
           MOVE HLC-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               GO TO 8412-BILL-EXIT
           END-IF

           IF HLC-DRAW-PERIOD
               AND HLC-DRAW-END-DATE NOT > WS-HLC-TODAY
               PERFORM 8413-CONVERT-TO-REPAYMENT
           END-IF

           PERFORM 8414-SUM-HELOC-CYCLE
           PERFORM 7646-COMPUTE-AVG-DAILY-BALANCE

      * Interest on the cycle's average amount owed
           MOVE ZEROS TO WS-HLC-INTEREST
           IF WS-CC-ADB < ZEROS
               PERFORM 7644-SET-CYCLE-PERIODIC-RATE
               COMPUTE WS-HLC-INTEREST ROUNDED =
                   FUNCTION ABS(WS-CC-ADB) * WS-CC-MONTHLY-RATE
               PERFORM 8562-CHECK-SCRA-STATUS
                   THRU 8562-SCRA-EXIT
               MOVE ACCT-INTEREST-RATE TO WS-SCRA-NOTE-RATE
               MOVE WS-HLC-INTEREST TO WS-SCRA-INTEREST
               PERFORM 8564-APPLY-SCRA-CAP
                   THRU 8564-CAP-EXIT
               MOVE WS-SCRA-INTEREST TO WS-HLC-INTEREST
           END-IF
           IF WS-HLC-INTEREST > ZEROS
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-HLC-INTEREST
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-HLC-INTEREST
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-INTEREST TO TRUE
               COMPUTE TRAN-AMOUNT = WS-HLC-INTEREST * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               MOVE "Home Equity Line Interest" TO TRAN-DESCRIPTION
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-COMPLETED TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

      * Minimum due: the interest alone while drawing; in repayment
      * the level principal installment as well, never more than
      * is owed
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           IF WS-HLC-OWED < ZEROS
               MOVE ZEROS TO WS-HLC-OWED
           END-IF
           MOVE WS-HLC-INTEREST TO WS-HLC-MIN-DUE
           IF HLC-REPAY-PERIOD
               ADD HLC-REPAY-PRINCIPAL TO WS-HLC-MIN-DUE
           END-IF
           IF WS-HLC-MIN-DUE > WS-HLC-OWED
               MOVE WS-HLC-OWED TO WS-HLC-MIN-DUE
           END-IF
           COMPUTE WS-HLC-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               + WS-CC-GRACE-DAYS
           COMPUTE WS-HLC-DUE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HLC-DUE-INT)

           MOVE WS-HLC-TODAY TO HLC-LAST-BILL-DATE
           MOVE WS-HLC-MIN-DUE TO HLC-MIN-PAYMENT-DUE
           MOVE WS-HLC-DUE-NUM TO HLC-PAYMENT-DUE-DATE
           REWRITE HELOC-RECORD

           PERFORM 8415-WRITE-HELOC-STATEMENT
           ADD 1 TO WS-HLC-BILL-COUNT

           MOVE WS-HLC-MIN-DUE TO WS-DSP-AMOUNT
           DISPLAY "  Line " ACCT-ID " minimum due $" WS-DSP-AMOUNT
                   " by " HLC-PAYMENT-DUE-DATE.

       8412-BILL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8413 - CONVERT LINE TO REPAYMENT
      * The draw period is over: the line takes no more draws and
      * what is owed amortizes in level principal installments over
      * the repayment months. ACCOUNT-RECORD and HELOC-RECORD are
      * current.
      ******************************************************************
       8413-CONVERT-TO-REPAYMENT.
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           IF WS-HLC-OWED < ZEROS
               MOVE ZEROS TO WS-HLC-OWED
           END-IF
           SET HLC-REPAY-PERIOD TO TRUE
           COMPUTE HLC-REPAY-PRINCIPAL ROUNDED =
               WS-HLC-OWED / HLC-REPAY-MONTHS
           MOVE HLC-DRAW-END-DATE TO WS-LVR-BASE-DATE
           MOVE HLC-REPAY-MONTHS TO WS-LVR-CHANGE-FREQ
           PERFORM 7997-ADVANCE-CHANGE-DATE
           MOVE WS-CD-MATURITY-NUM TO HLC-MATURITY-DATE
           REWRITE HELOC-RECORD
           ADD 1 TO WS-HLC-CONVERT-COUNT

           MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           MOVE "HLOC" TO WS-NOTIF-EVENT-TYPE
           MOVE HLC-REPAY-PRINCIPAL TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Line " ACCT-ID " draw period ended; repay $"
                  FUNCTION TRIM(WS-DSP-AMOUNT)
                  "/mo + interest to " HLC-MATURITY-DATE
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT
           MOVE WS-HLC-TODAY TO WS-ACCEPT-DATE

           MOVE WS-HLC-OWED TO WS-DSP-AMOUNT
           MOVE "HELOC_CONVERTED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Owed=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Months=" HLC-REPAY-MONTHS
                  " Matures=" HLC-MATURITY-DATE
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8414 - SUM HOME EQUITY LINE CYCLE ACTIVITY
      * Draws (debits other than interest and fees) and payments
      * (any credit) posted to the line inside the cycle window.
      ******************************************************************
       8414-SUM-HELOC-CYCLE.
           MOVE ZEROS TO WS-HLC-CYCLE-DRAWS
           MOVE ZEROS TO WS-HLC-CYCLE-PAYMENTS
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE >= WS-CC-CYCLE-START-DATE
                       IF TRAN-AMOUNT > ZEROS
                           ADD TRAN-AMOUNT TO WS-HLC-CYCLE-PAYMENTS
                       ELSE
                           IF NOT TRAN-TYPE-INTEREST
                               AND NOT TRAN-TYPE-FEE
                               SUBTRACT TRAN-AMOUNT
                                   FROM WS-HLC-CYCLE-DRAWS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 8415 - WRITE HOME EQUITY LINE STATEMENT
      * One statement per line per cycle, indexed on DOCINDEX like
      * every other customer document.
      ******************************************************************
       8415-WRITE-HELOC-STATEMENT.
           MOVE SPACES TO WS-STMT-OUTPUT-PATH
           STRING "/tmp/altoro_heloc_" ACCT-ID
                  "_" WS-HLC-TODAY ".txt"
                  DELIMITED SIZE INTO WS-STMT-OUTPUT-PATH
           OPEN OUTPUT STATEMENT-OUTPUT-FILE

           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - HOME EQUITY LINE STATEMENT"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Account:          " ACCT-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Borrower:         " ACCT-OWNER-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Statement Period: " WS-CC-CYCLE-START-NUM
                  " - " WS-HLC-TODAY
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           IF HLC-DRAW-PERIOD
               STRING "Draw period ends " HLC-DRAW-END-DATE
                      " - interest-only payments"
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           ELSE
               STRING "Repayment period - line matures "
                      HLC-MATURITY-DATE
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           END-IF
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

           COMPUTE WS-HLC-AMOUNT = WS-CC-START-BALANCE * -1
           MOVE WS-HLC-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Previous Balance:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE WS-HLC-CYCLE-DRAWS TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Draws:            +$" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE WS-HLC-CYCLE-PAYMENTS TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Payments:         -$" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE WS-HLC-INTEREST TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Interest Charged: +$" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE WS-HLC-OWED TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "New Balance:       $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Credit Line:       $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE ZEROS TO WS-HLC-AVAILABLE
           IF HLC-DRAW-PERIOD AND NOT HLC-LINE-FROZEN
               COMPUTE WS-HLC-AVAILABLE =
                   ACCT-CREDIT-LIMIT + ACCT-AVAILABLE-BAL
               IF WS-HLC-AVAILABLE < ZEROS
                   MOVE ZEROS TO WS-HLC-AVAILABLE
               END-IF
           END-IF
           MOVE WS-HLC-AVAILABLE TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Available Line:    $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           IF NOT HLC-LINE-OPEN
               MOVE SPACES TO STATEMENT-OUTPUT-RECORD
               STRING "Line status:      " HLC-LINE-STATUS
                      " since " HLC-STATUS-DATE " - "
                      HLC-STATUS-REASON
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
               WRITE STATEMENT-OUTPUT-RECORD
           END-IF
           MOVE WS-HLC-MIN-DUE TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "MINIMUM PAYMENT:   $" WS-DSP-AMOUNT
                  "  DUE " HLC-PAYMENT-DUE-DATE
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           CLOSE STATEMENT-OUTPUT-FILE

           PERFORM 9260-WRITE-DOC-INDEX.

      ******************************************************************
      * 8418 - REVIEW HOME EQUITY LINE AGAINST COLLATERAL
      * Called from the monthly collateral review with COLLATERAL-
      * RECORD and HELOC-RECORD current. When the property's value
      * has fallen below what the line was sized on, the line is
      * re-sized to the combined LTV ceiling: cut to the new figure,
      * or frozen outright when that figure no longer covers what is
      * already owed. The borrower is notified and the loan goes on
      * the officers' queue through WS-COLL-QUEUE-REASON.
      ******************************************************************
       8418-REVIEW-HELOC-LINE.
           IF NOT HLC-DRAW-PERIOD
               OR HLC-LINE-FROZEN
               OR COLL-APPRAISED-VALUE NOT < HLC-PROPERTY-VALUE
               GO TO 8418-REVIEW-EXIT
           END-IF
           MOVE HLC-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               GO TO 8418-REVIEW-EXIT
           END-IF

           COMPUTE WS-HLC-MAX-LINE ROUNDED =
               (COLL-APPRAISED-VALUE * HLC-MAX-CLTV)
               - HLC-SENIOR-LIENS
           COMPUTE WS-HLC-OWED = ACCT-BALANCE * -1
           IF WS-HLC-MAX-LINE NOT < ACCT-CREDIT-LIMIT
               MOVE COLL-APPRAISED-VALUE TO HLC-PROPERTY-VALUE
               REWRITE HELOC-RECORD
               GO TO 8418-REVIEW-EXIT
           END-IF

           MOVE COLL-APPRAISED-VALUE TO HLC-PROPERTY-VALUE
           MOVE WS-COLL-TODAY TO HLC-STATUS-DATE
           MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           MOVE "HLOC" TO WS-NOTIF-EVENT-TYPE
           MOVE SPACES TO WS-NOTIF-DETAIL
           IF WS-HLC-MAX-LINE NOT > WS-HLC-OWED
               SET HLC-LINE-FROZEN TO TRUE
               MOVE "PROPERTY VALUE DECLINE" TO HLC-STATUS-REASON
               MOVE "HELOC LINE FROZEN - VALUE DECLINE"
                   TO WS-COLL-QUEUE-REASON
               STRING "Line " ACCT-ID " frozen: property value "
                      "decline; no further draws"
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
           ELSE
               SET HLC-LINE-REDUCED TO TRUE
               MOVE "PROPERTY VALUE DECLINE" TO HLC-STATUS-REASON
               MOVE WS-HLC-MAX-LINE TO ACCT-CREDIT-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
               MOVE "HELOC LINE REDUCED - VALUE DECLINE"
                   TO WS-COLL-QUEUE-REASON
               MOVE WS-HLC-MAX-LINE TO WS-DSP-AMOUNT
               STRING "Line " ACCT-ID " reduced to $"
                      FUNCTION TRIM(WS-DSP-AMOUNT)
                      ": property value decline"
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
           END-IF
           REWRITE HELOC-RECORD
           ADD 1 TO WS-HLC-CUT-COUNT
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           IF HLC-LINE-FROZEN
               MOVE "HELOC_FROZEN" TO WS-AUDIT-ACTION
           ELSE
               MOVE "HELOC_REDUCED" TO WS-AUDIT-ACTION
           END-IF
           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
           MOVE COLL-APPRAISED-VALUE TO WS-DSP-BALANCE
           STRING "Acct=" ACCT-ID
                  " Value=" FUNCTION TRIM(WS-DSP-BALANCE)
                  " NewLimit=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8418-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8420 - CAPTURE CONSTRUCTION LOAN TERMS
      * Taken from 2450 before anything is written: the project, the
      * deposit account draws are paid into, the permanent term the
      * loan converts to, and the budget line items, which must add
      * up to the approved amount.
      ******************************************************************
       8420-CAPTURE-CONSTRUCTION-TERMS.
           MOVE "N" TO WS-CNL-TERMS-OK
           DISPLAY "Project Name: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-NAME FROM CONSOLE
           MOVE WS-CNL-INPUT-NAME TO WS-CNL-PROJECT-NAME
           DISPLAY "Project Address: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-ADDR FROM CONSOLE
           MOVE WS-CNL-INPUT-ADDR TO WS-CNL-PROJECT-ADDR

           DISPLAY "Draw Disbursement Account ID: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-DISB FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-CNL-INPUT-DISB)
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               OR ACCT-TYPE-LOAN
               DISPLAY "Draws must pay into an open deposit "
                       "account - booking cancelled."
               GO TO 8420-TERMS-EXIT
           END-IF
           MOVE ACCT-ID TO WS-CNL-DISB-ACCT-ID

           DISPLAY "Permanent Term at Conversion (months) ["
                   APPL-TERM-MONTHS "]: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-TERM FROM CONSOLE
           IF WS-CNL-INPUT-TERM = SPACES
               MOVE APPL-TERM-MONTHS TO WS-CNL-PERM-TERM
           ELSE
               COMPUTE WS-CNL-PERM-TERM =
                   FUNCTION NUMVAL(WS-CNL-INPUT-TERM)
           END-IF
           IF WS-CNL-PERM-TERM = ZEROS
               DISPLAY "Permanent term must be at least one month "
                       "- booking cancelled."
               GO TO 8420-TERMS-EXIT
           END-IF

           DISPLAY "Budget line items (blank category ends):"
           MOVE ZEROS TO WS-CNL-LINE-COUNT
           MOVE ZEROS TO WS-CNL-BUDGET-TOTAL
           MOVE "N" TO WS-CNL-ENTRY-DONE
           PERFORM UNTIL WS-CNL-ENTRY-DONE = "Y"
               COMPUTE WS-CNL-SUB = WS-CNL-LINE-COUNT + 1
               DISPLAY "  Line " WS-CNL-SUB " Category: "
                   WITH NO ADVANCING
               ACCEPT WS-CNL-INPUT-CATEGORY FROM CONSOLE
               IF WS-CNL-INPUT-CATEGORY = SPACES
                   MOVE "Y" TO WS-CNL-ENTRY-DONE
               ELSE
                   DISPLAY "  Line " WS-CNL-SUB " Budget Amount: "
                       WITH NO ADVANCING
                   ACCEPT WS-CNL-INPUT-AMOUNT FROM CONSOLE
                   COMPUTE WS-CNL-AMOUNT =
                       FUNCTION NUMVAL(WS-CNL-INPUT-AMOUNT)
                   IF WS-CNL-AMOUNT > ZEROS
                       ADD 1 TO WS-CNL-LINE-COUNT
                       MOVE WS-CNL-INPUT-CATEGORY
                           TO WS-CNL-BUD-CATEGORY(WS-CNL-LINE-COUNT)
                       MOVE WS-CNL-AMOUNT
                           TO WS-CNL-BUD-AMOUNT(WS-CNL-LINE-COUNT)
                       ADD WS-CNL-AMOUNT TO WS-CNL-BUDGET-TOTAL
                   ELSE
                       DISPLAY "  Budget amount must be greater "
                               "than zero - line not taken."
                   END-IF
                   IF WS-CNL-LINE-COUNT = 20
                       MOVE "Y" TO WS-CNL-ENTRY-DONE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CNL-LINE-COUNT = ZEROS
               DISPLAY "A construction loan needs a budget - "
                       "booking cancelled."
               GO TO 8420-TERMS-EXIT
           END-IF
           IF WS-CNL-BUDGET-TOTAL NOT = APPL-AMOUNT
               MOVE WS-CNL-BUDGET-TOTAL TO WS-DSP-AMOUNT
               MOVE APPL-AMOUNT TO WS-DSP-BALANCE
               DISPLAY "Budget totals $" WS-DSP-AMOUNT
                       " but the approved amount is $"
                       WS-DSP-BALANCE " - booking cancelled."
               GO TO 8420-TERMS-EXIT
           END-IF
           MOVE "Y" TO WS-CNL-TERMS-OK.

       8420-TERMS-EXIT.
           CONTINUE.

      ******************************************************************
      * 8422 - WRITE CONSTRUCTION LOAN BUDGET
      * Files the project and budget 8420 took against the loan just
      * booked (ACCOUNT-RECORD is the new loan).
      ******************************************************************
       8422-WRITE-CONSTRUCTION-BUDGET.
           MOVE ACCT-ID TO CNL-ACCT-ID
           MOVE WS-CNL-PROJECT-NAME TO CNL-PROJECT-NAME
           MOVE WS-CNL-PROJECT-ADDR TO CNL-PROJECT-ADDRESS
           MOVE APPL-AMOUNT TO CNL-COMMITMENT
           MOVE ZEROS TO CNL-FUNDED
           MOVE ZEROS TO CNL-DRAW-COUNT
           MOVE WS-CNL-DISB-ACCT-ID TO CNL-DISB-ACCT-ID
           MOVE WS-CNL-PERM-TERM TO CNL-PERM-TERM-MONTHS
           SET CNL-UNDER-CONSTRUCTION TO TRUE
           MOVE WS-ACCEPT-DATE TO CNL-BOOKED-DATE
           MOVE SPACES TO CNL-CONVERTED-DATE
           MOVE SPACES TO CNL-LAST-BILL-DATE
           WRITE CONSTR-LOAN-RECORD

           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                   UNTIL WS-CNL-SUB > WS-CNL-LINE-COUNT
               MOVE ACCT-ID TO CNB-ACCT-ID
               MOVE WS-CNL-SUB TO CNB-LINE-NO
               MOVE WS-CNL-BUD-CATEGORY(WS-CNL-SUB) TO CNB-CATEGORY
               MOVE WS-CNL-BUD-AMOUNT(WS-CNL-SUB) TO CNB-BUDGET-AMT
               MOVE ZEROS TO CNB-FUNDED-AMT
               MOVE ZEROS TO CNB-INSPECTED-PCT
               MOVE SPACES TO CNB-INSPECTED-DATE
               MOVE SPACES TO CNB-INSPECTOR
               WRITE CONSTR-BUDGET-RECORD
           END-PERFORM

           DISPLAY "Construction loan: nothing funded at booking; "
                   WS-CNL-LINE-COUNT " budget lines filed. Draws "
                   "pay into account " CNL-DISB-ACCT-ID ".".

      ******************************************************************
      * 8430 - CONSTRUCTION DRAW REQUEST
      * Records a draw citing budget lines, each with the amount
      * wanted and the inspector's percent complete. A line may draw
      * only what is left of its budget, and only as far as the
      * inspected work supports. The request waits for supervisor
      * approval in 8434 before anything moves.
      ******************************************************************
       8430-CONSTRUCTION-DRAW-REQUEST.
           DISPLAY " "
           DISPLAY "=== CONSTRUCTION DRAW REQUEST ==="
           DISPLAY "Construction Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-CNL-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-CNL-INPUT-ACCT)
           MOVE WS-CNL-LOAN-ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS NOT = "00"
               DISPLAY "Not a construction loan."
               GO TO 8430-REQUEST-EXIT
           END-IF
           IF NOT CNL-UNDER-CONSTRUCTION
               DISPLAY "Loan converted to permanent on "
                       CNL-CONVERTED-DATE " - no further draws."
               GO TO 8430-REQUEST-EXIT
           END-IF

           PERFORM 8432-SHOW-CONSTRUCTION-BUDGET

           DISPLAY "Inspector: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-INSPECTOR FROM CONSOLE
           IF WS-CNL-INPUT-INSPECTOR = SPACES
               DISPLAY "A draw needs the inspection it rests on."
               GO TO 8430-REQUEST-EXIT
           END-IF

           INITIALIZE CONSTR-DRAW-RECORD
           MOVE ZEROS TO CND-LINE-COUNT
           MOVE ZEROS TO CND-TOTAL-AMOUNT
           MOVE "N" TO WS-CNL-ENTRY-DONE
           PERFORM UNTIL WS-CNL-ENTRY-DONE = "Y"
               DISPLAY "Budget Line No (blank ends): "
                   WITH NO ADVANCING
               ACCEPT WS-CNL-INPUT-LINE FROM CONSOLE
               IF WS-CNL-INPUT-LINE = SPACES
                   MOVE "Y" TO WS-CNL-ENTRY-DONE
               ELSE
                   COMPUTE WS-CNL-LINE-NO =
                       FUNCTION NUMVAL(WS-CNL-INPUT-LINE)
                   DISPLAY "  Draw Amount: " WITH NO ADVANCING
                   ACCEPT WS-CNL-INPUT-AMOUNT FROM CONSOLE
                   COMPUTE WS-CNL-AMOUNT =
                       FUNCTION NUMVAL(WS-CNL-INPUT-AMOUNT)
                   DISPLAY "  Inspected Percent Complete: "
                       WITH NO ADVANCING
                   ACCEPT WS-CNL-INPUT-PCT FROM CONSOLE
                   COMPUTE WS-CNL-PCT =
                       FUNCTION NUMVAL(WS-CNL-INPUT-PCT)
                   MOVE "Y" TO WS-CNL-DRAW-OK
                   PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                           UNTIL WS-CNL-SUB > CND-LINE-COUNT
                       IF CND-LN-LINE-NO(WS-CNL-SUB) = WS-CNL-LINE-NO
                           MOVE "N" TO WS-CNL-DRAW-OK
                       END-IF
                   END-PERFORM
                   IF WS-CNL-DRAW-OK = "N"
                       DISPLAY "  Line " WS-CNL-LINE-NO
                               " is already on this draw."
                   ELSE
                       PERFORM 8433-CHECK-DRAW-LINE
                           THRU 8433-CHECK-EXIT
                   END-IF
                   IF WS-CNL-DRAW-OK = "Y"
                       ADD 1 TO CND-LINE-COUNT
                       MOVE WS-CNL-LINE-NO
                           TO CND-LN-LINE-NO(CND-LINE-COUNT)
                       MOVE WS-CNL-AMOUNT
                           TO CND-LN-AMOUNT(CND-LINE-COUNT)
                       MOVE WS-CNL-PCT
                           TO CND-LN-INSPECTED-PCT(CND-LINE-COUNT)
                       ADD WS-CNL-AMOUNT TO CND-TOTAL-AMOUNT
                       IF CND-LINE-COUNT = 5
                           MOVE "Y" TO WS-CNL-ENTRY-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF CND-LINE-COUNT = ZEROS
               DISPLAY "No budget lines cited - nothing requested."
               GO TO 8430-REQUEST-EXIT
           END-IF

           ADD 1 TO CNL-DRAW-COUNT
           REWRITE CONSTR-LOAN-RECORD

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-CNL-LOAN-ACCT-ID TO CND-ACCT-ID
           MOVE CNL-DRAW-COUNT TO CND-DRAW-NO
           MOVE WS-ACCEPT-DATE TO CND-REQUEST-DATE
           MOVE LS-CURRENT-USER TO CND-REQUESTED-BY
           SET CND-PENDING TO TRUE
           MOVE WS-CNL-INPUT-INSPECTOR TO CND-INSPECTOR
           MOVE SPACES TO CND-APPROVED-BY
           MOVE SPACES TO CND-FUNDED-DATE
           MOVE ZEROS TO CND-TRAN-ID
           MOVE SPACES TO CND-REJECT-REASON
           WRITE CONSTR-DRAW-RECORD

           MOVE CND-TOTAL-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Draw " CND-DRAW-NO " for $" WS-DSP-AMOUNT
                   " recorded - awaiting supervisor approval."

           MOVE "CONSTR_DRAW_REQUESTED" TO WS-AUDIT-ACTION
           STRING "Acct=" CND-ACCT-ID
                  " Draw=" CND-DRAW-NO
                  " Amount=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8430-REQUEST-EXIT.
           CONTINUE.

      ******************************************************************
      * 8432 - SHOW CONSTRUCTION LOAN BUDGET
      * Budget, funded and last inspection by line for the loan in
      * CONSTR-LOAN-RECORD.
      ******************************************************************
       8432-SHOW-CONSTRUCTION-BUDGET.
           MOVE CNL-COMMITMENT TO WS-DSP-AMOUNT
           MOVE CNL-FUNDED TO WS-DSP-BALANCE
           DISPLAY "Project " CNL-PROJECT-NAME
           DISPLAY "  Commitment $" WS-DSP-AMOUNT
                   "  Funded $" WS-DSP-BALANCE
           DISPLAY "  LN CATEGORY                    BUDGET"
                   "             FUNDED  INSP%"
           MOVE CNL-ACCT-ID TO CNB-ACCT-ID
           MOVE ZEROS TO CNB-LINE-NO
           START CONSTR-BUDGET-FILE KEY >= CNB-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CNB-FILE-STATUS NOT = "00"
               READ CONSTR-BUDGET-FILE NEXT RECORD
               IF WS-CNB-FILE-STATUS = "00"
                   IF CNB-ACCT-ID = CNL-ACCT-ID
                       MOVE CNB-BUDGET-AMT TO WS-CNL-DSP-BUDGET
                       MOVE CNB-FUNDED-AMT TO WS-CNL-DSP-FUNDED
                       MOVE CNB-INSPECTED-PCT TO WS-CNL-DSP-PCT
                       DISPLAY "  " CNB-LINE-NO " " CNB-CATEGORY " "
                               WS-CNL-DSP-BUDGET " "
                               WS-CNL-DSP-FUNDED "  "
                               WS-CNL-DSP-PCT
                   ELSE
                       MOVE "10" TO WS-CNB-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CNB-FILE-STATUS.

      ******************************************************************
      * 8433 - CHECK ONE DRAW LINE
      * WS-CNL-LOAN-ACCT-ID, WS-CNL-LINE-NO, WS-CNL-AMOUNT and
      * WS-CNL-PCT in; WS-CNL-DRAW-OK out. Leaves the budget line
      * current when it is found.
      ******************************************************************
       8433-CHECK-DRAW-LINE.
           MOVE "N" TO WS-CNL-DRAW-OK
           MOVE WS-CNL-LOAN-ACCT-ID TO CNB-ACCT-ID
           MOVE WS-CNL-LINE-NO TO CNB-LINE-NO
           READ CONSTR-BUDGET-FILE
           IF WS-CNB-FILE-STATUS NOT = "00"
               DISPLAY "  No budget line " WS-CNL-LINE-NO
                       " on this loan."
               GO TO 8433-CHECK-EXIT
           END-IF
           IF WS-CNL-AMOUNT NOT > ZEROS
               DISPLAY "  Line " CNB-LINE-NO
                       ": draw amount must be greater than zero."
               GO TO 8433-CHECK-EXIT
           END-IF
           IF WS-CNL-PCT > 100
               DISPLAY "  Line " CNB-LINE-NO
                       ": percent complete cannot exceed 100."
               GO TO 8433-CHECK-EXIT
           END-IF
           COMPUTE WS-CNL-REMAINING = CNB-BUDGET-AMT - CNB-FUNDED-AMT
           IF WS-CNL-AMOUNT > WS-CNL-REMAINING
               MOVE WS-CNL-REMAINING TO WS-DSP-AMOUNT
               DISPLAY "  Line " CNB-LINE-NO " " CNB-CATEGORY
                       ": only $" FUNCTION TRIM(WS-DSP-AMOUNT)
                       " remains in the budget."
               GO TO 8433-CHECK-EXIT
           END-IF
      * Fund only the work in place - never ahead of the inspection
           COMPUTE WS-CNL-INSPECTED-CAP ROUNDED =
               (CNB-BUDGET-AMT * WS-CNL-PCT / 100) - CNB-FUNDED-AMT
           IF WS-CNL-AMOUNT > WS-CNL-INSPECTED-CAP
               IF WS-CNL-INSPECTED-CAP < ZEROS
                   MOVE ZEROS TO WS-CNL-INSPECTED-CAP
               END-IF
               MOVE WS-CNL-INSPECTED-CAP TO WS-DSP-AMOUNT
               MOVE WS-CNL-PCT TO WS-CNL-DSP-PCT
               DISPLAY "  Line " CNB-LINE-NO " " CNB-CATEGORY
                       ": inspection at " WS-CNL-DSP-PCT
                       "% supports only $"
                       FUNCTION TRIM(WS-DSP-AMOUNT) " more."
               GO TO 8433-CHECK-EXIT
           END-IF
           MOVE "Y" TO WS-CNL-DRAW-OK.

       8433-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 8434 - APPROVE CONSTRUCTION DRAW
      * A pending draw is approved (and disbursed) or rejected. Each
      * line is checked again against the budget as it stands now,
      * and approval takes a supervisor override by someone other
      * than the person who requested the draw.
      ******************************************************************
       8434-APPROVE-CONSTRUCTION-DRAW.
           DISPLAY " "
           DISPLAY "=== APPROVE CONSTRUCTION DRAW ==="
           DISPLAY "Construction Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-CNL-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-CNL-INPUT-ACCT)
           DISPLAY "Draw Number: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-DRAW FROM CONSOLE
           MOVE WS-CNL-LOAN-ACCT-ID TO CND-ACCT-ID
           COMPUTE CND-DRAW-NO = FUNCTION NUMVAL(WS-CNL-INPUT-DRAW)
           READ CONSTR-DRAW-FILE
           IF WS-CND-FILE-STATUS NOT = "00"
               DISPLAY "Draw not found."
               GO TO 8434-APPROVE-EXIT
           END-IF
           IF NOT CND-PENDING
               DISPLAY "Draw is not pending (status " CND-STATUS ")."
               GO TO 8434-APPROVE-EXIT
           END-IF
           MOVE WS-CNL-LOAN-ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS NOT = "00"
               OR NOT CNL-UNDER-CONSTRUCTION
               DISPLAY "Loan is no longer under construction."
               GO TO 8434-APPROVE-EXIT
           END-IF

           DISPLAY "Requested " CND-REQUEST-DATE " by "
                   CND-REQUESTED-BY " - inspector " CND-INSPECTOR
           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                   UNTIL WS-CNL-SUB > CND-LINE-COUNT
               MOVE CND-LN-AMOUNT(WS-CNL-SUB) TO WS-DSP-AMOUNT
               MOVE CND-LN-INSPECTED-PCT(WS-CNL-SUB) TO WS-CNL-DSP-PCT
               DISPLAY "  Line " CND-LN-LINE-NO(WS-CNL-SUB)
                       " $" WS-DSP-AMOUNT
                       " inspected " WS-CNL-DSP-PCT "%"
           END-PERFORM
           MOVE CND-TOTAL-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "  Total $" WS-DSP-AMOUNT

           DISPLAY "Approve (A) or Reject (R): " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-DECISION FROM CONSOLE
           IF WS-CNL-INPUT-DECISION = "R"
               DISPLAY "Rejection Reason: " WITH NO ADVANCING
               ACCEPT WS-CNL-INPUT-REASON FROM CONSOLE
               SET CND-REJECTED TO TRUE
               MOVE WS-CNL-INPUT-REASON TO CND-REJECT-REASON
               MOVE LS-CURRENT-USER TO CND-APPROVED-BY
               REWRITE CONSTR-DRAW-RECORD
               DISPLAY "Draw " CND-DRAW-NO " rejected."
               MOVE "CONSTR_DRAW_REJECTED" TO WS-AUDIT-ACTION
               STRING "Acct=" CND-ACCT-ID
                      " Draw=" CND-DRAW-NO
                      " Reason=" WS-CNL-INPUT-REASON
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 8434-APPROVE-EXIT
           END-IF
           IF WS-CNL-INPUT-DECISION NOT = "A"
               GO TO 8434-APPROVE-EXIT
           END-IF

      * The budget may have moved since the request - check again
           MOVE "Y" TO WS-CNL-ALL-OK
           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                   UNTIL WS-CNL-SUB > CND-LINE-COUNT
               MOVE CND-LN-LINE-NO(WS-CNL-SUB) TO WS-CNL-LINE-NO
               MOVE CND-LN-AMOUNT(WS-CNL-SUB) TO WS-CNL-AMOUNT
               MOVE CND-LN-INSPECTED-PCT(WS-CNL-SUB) TO WS-CNL-PCT
               PERFORM 8433-CHECK-DRAW-LINE
                   THRU 8433-CHECK-EXIT
               IF WS-CNL-DRAW-OK = "N"
                   MOVE "N" TO WS-CNL-ALL-OK
               END-IF
           END-PERFORM
           IF WS-CNL-ALL-OK = "N"
               DISPLAY "Draw no longer fits the budget - reject it "
                       "and request again."
               GO TO 8434-APPROVE-EXIT
           END-IF

           MOVE "CONSTR_DRAW_APPROVE" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               GO TO 8434-APPROVE-EXIT
           END-IF
           IF WS-OVR-SUPER-ID = CND-REQUESTED-BY
               DISPLAY "The approving supervisor cannot be the "
                       "person who requested the draw."
               GO TO 8434-APPROVE-EXIT
           END-IF

           PERFORM 8436-DISBURSE-CONSTRUCTION-DRAW
               THRU 8436-DISB-EXIT.

       8434-APPROVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8436 - DISBURSE CONSTRUCTION DRAW
      * CONSTR-DRAW-RECORD and CONSTR-LOAN-RECORD are current and
      * approved. The loan is debited and the disbursement account
      * credited, then the funded and inspected figures roll onto
      * the budget lines and the project.
      ******************************************************************
       8436-DISBURSE-CONSTRUCTION-DRAW.
           MOVE CNL-DISB-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               DISPLAY "Disbursement account " CNL-DISB-ACCT-ID
                       " is not open - draw not funded."
               GO TO 8436-DISB-EXIT
           END-IF
           MOVE CND-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Loan account not found - draw not funded."
               GO TO 8436-DISB-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - CND-TOTAL-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - CND-TOTAL-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-TRANSFER TO TRUE
           COMPUTE TRAN-AMOUNT = CND-TOTAL-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Construction Draw " CND-DRAW-NO
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE CNL-DISB-ACCT-ID TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY
           MOVE TRAN-ID TO CND-TRAN-ID

           MOVE CNL-DISB-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + CND-TOTAL-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + CND-TOTAL-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-TRANSFER TO TRUE
           MOVE CND-TOTAL-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Construction Draw " CND-DRAW-NO " Proceeds"
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE CND-ACCT-ID TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                   UNTIL WS-CNL-SUB > CND-LINE-COUNT
               MOVE CND-ACCT-ID TO CNB-ACCT-ID
               MOVE CND-LN-LINE-NO(WS-CNL-SUB) TO CNB-LINE-NO
               READ CONSTR-BUDGET-FILE
               IF WS-CNB-FILE-STATUS = "00"
                   ADD CND-LN-AMOUNT(WS-CNL-SUB) TO CNB-FUNDED-AMT
                   MOVE CND-LN-INSPECTED-PCT(WS-CNL-SUB)
                       TO CNB-INSPECTED-PCT
                   MOVE WS-ACCEPT-DATE TO CNB-INSPECTED-DATE
                   MOVE CND-INSPECTOR TO CNB-INSPECTOR
                   REWRITE CONSTR-BUDGET-RECORD
               END-IF
           END-PERFORM

           ADD CND-TOTAL-AMOUNT TO CNL-FUNDED
           REWRITE CONSTR-LOAN-RECORD

           SET CND-FUNDED TO TRUE
           MOVE WS-OVR-SUPER-ID TO CND-APPROVED-BY
           MOVE WS-ACCEPT-DATE TO CND-FUNDED-DATE
           REWRITE CONSTR-DRAW-RECORD

           MOVE CND-TOTAL-AMOUNT TO WS-DSP-AMOUNT
           MOVE CNL-FUNDED TO WS-DSP-BALANCE
           DISPLAY "Draw " CND-DRAW-NO " funded: $" WS-DSP-AMOUNT
                   " to account " CNL-DISB-ACCT-ID
           DISPLAY "Project funded to date: $" WS-DSP-BALANCE

           MOVE "CONSTR_DRAW_FUNDED" TO WS-AUDIT-ACTION
           STRING "Acct=" CND-ACCT-ID
                  " Draw=" CND-DRAW-NO
                  " Amount=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Super=" WS-OVR-SUPER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8436-DISB-EXIT.
           CONTINUE.

      ******************************************************************
      * 8437 - CONSTRUCTION LOAN PAYMENT
      * Reached from 7950 while the loan is still under construction
      * (ACCOUNT-RECORD current). Anything up to the balance owed is
      * accepted.
      ******************************************************************
       8437-CONSTRUCTION-PAYMENT.
           COMPUTE WS-CNL-OWED = ACCT-BALANCE * -1
           IF WS-CNL-OWED NOT > ZEROS
               DISPLAY "Nothing is owed on this loan."
               GO TO 8437-PAY-EXIT
           END-IF
           MOVE WS-CNL-OWED TO WS-DSP-AMOUNT
           DISPLAY "Construction loan - balance owed $" WS-DSP-AMOUNT
           DISPLAY "Payment Amount: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-AMOUNT FROM CONSOLE
           COMPUTE WS-CNL-AMOUNT = FUNCTION NUMVAL(WS-CNL-INPUT-AMOUNT)
           IF WS-CNL-AMOUNT NOT > ZEROS
               OR WS-CNL-AMOUNT > WS-CNL-OWED
               DISPLAY "Payment must be greater than zero and no "
                       "more than the balance owed."
               GO TO 8437-PAY-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-CNL-AMOUNT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-CNL-AMOUNT
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-PAYMENT TO TRUE
           MOVE WS-CNL-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE "Construction Loan Payment" TO TRAN-DESCRIPTION
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE WS-CNL-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "Payment of $" WS-DSP-AMOUNT " applied."

           MOVE "CONSTR_PAYMENT" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Amount=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8437-PAY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8440 - CONVERT CONSTRUCTION LOAN TO PERMANENT
      * At completion the funded balance becomes an ordinary
      * amortizing loan over the permanent term, through the same
      * 2270-CREATE-LOAN-SCHEDULE every booked loan uses. Undrawn
      * commitment is cancelled and any pending draw is rejected.
      * Converting before every budget line has inspected complete
      * takes a supervisor override.
      ******************************************************************
       8440-CONVERT-CONSTRUCTION-LOAN.
           DISPLAY " "
           DISPLAY "=== CONVERT CONSTRUCTION LOAN TO PERMANENT ==="
           DISPLAY "Construction Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-CNL-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-CNL-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-CNL-INPUT-ACCT)
           MOVE WS-CNL-LOAN-ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           IF WS-CNL-FILE-STATUS NOT = "00"
               OR NOT CNL-UNDER-CONSTRUCTION
               DISPLAY "Not a construction loan under construction."
               GO TO 8440-CONVERT-EXIT
           END-IF
           MOVE WS-CNL-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               DISPLAY "A loan schedule is already on file for this "
                       "account."
               GO TO 8440-CONVERT-EXIT
           END-IF

           PERFORM 8432-SHOW-CONSTRUCTION-BUDGET

           MOVE "Y" TO WS-CNL-ALL-COMPLETE
           MOVE CNL-ACCT-ID TO CNB-ACCT-ID
           MOVE ZEROS TO CNB-LINE-NO
           START CONSTR-BUDGET-FILE KEY >= CNB-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CNB-FILE-STATUS NOT = "00"
               READ CONSTR-BUDGET-FILE NEXT RECORD
               IF WS-CNB-FILE-STATUS = "00"
                   IF CNB-ACCT-ID = CNL-ACCT-ID
                       IF CNB-INSPECTED-PCT < 100
                           MOVE "N" TO WS-CNL-ALL-COMPLETE
                       END-IF
                   ELSE
                       MOVE "10" TO WS-CNB-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CNB-FILE-STATUS

           MOVE WS-CNL-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Loan account not found."
               GO TO 8440-CONVERT-EXIT
           END-IF
           COMPUTE WS-CNL-OWED = ACCT-BALANCE * -1
           IF WS-CNL-OWED NOT > ZEROS
               DISPLAY "Nothing is owed on this loan - there is "
                       "nothing to convert."
               GO TO 8440-CONVERT-EXIT
           END-IF
           MOVE WS-CNL-OWED TO WS-DSP-AMOUNT
           DISPLAY "Balance converting: $" WS-DSP-AMOUNT
                   " over " CNL-PERM-TERM-MONTHS " months"
           DISPLAY "Convert now? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CNL-CONFIRM FROM CONSOLE
           IF WS-CNL-CONFIRM NOT = "Y"
               GO TO 8440-CONVERT-EXIT
           END-IF

           IF WS-CNL-ALL-COMPLETE = "N"
               DISPLAY "Not every budget line has inspected 100% "
                       "complete - a supervisor override is needed."
               MOVE "CONSTR_CONVERT_EARLY" TO WS-OVR-ACTION
               MOVE ZEROS TO WS-OVR-TRAN-ID
               MOVE ZEROS TO WS-OVR-HOLD-ID
               PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
                   THRU 6200-OVERRIDE-EXIT
               IF WS-OVR-NOT-APPROVED
                   GO TO 8440-CONVERT-EXIT
               END-IF
           END-IF

      * Pending draws die with the commitment
           MOVE WS-CNL-LOAN-ACCT-ID TO CND-ACCT-ID
           MOVE ZEROS TO CND-DRAW-NO
           START CONSTR-DRAW-FILE KEY >= CND-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CND-FILE-STATUS NOT = "00"
               READ CONSTR-DRAW-FILE NEXT RECORD
               IF WS-CND-FILE-STATUS = "00"
                   IF CND-ACCT-ID = WS-CNL-LOAN-ACCT-ID
                       IF CND-PENDING
                           SET CND-REJECTED TO TRUE
                           MOVE "LOAN CONVERTED TO PERMANENT"
                               TO CND-REJECT-REASON
                           REWRITE CONSTR-DRAW-RECORD
                       END-IF
                   ELSE
                       MOVE "10" TO WS-CND-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CND-FILE-STATUS

           MOVE WS-CNL-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           COMPUTE WS-CNL-OWED = ACCT-BALANCE * -1
           MOVE ZEROS TO ACCT-CREDIT-LIMIT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-CNL-OWED TO WS-LOAN-PRINCIPAL
           MOVE CNL-PERM-TERM-MONTHS TO WS-LOAN-TERM-MONTHS
           MOVE ACCT-INTEREST-RATE TO WS-LOAN-RATE
           MOVE ZEROS TO WS-LOAN-ESCROW-PMT
           PERFORM 2270-CREATE-LOAN-SCHEDULE

           MOVE WS-CNL-LOAN-ACCT-ID TO CNL-ACCT-ID
           READ CONSTR-LOAN-FILE
           SET CNL-CONVERTED TO TRUE
           MOVE WS-ACCEPT-DATE TO CNL-CONVERTED-DATE
           REWRITE CONSTR-LOAN-RECORD

           MOVE WS-CNL-OWED TO WS-DSP-AMOUNT
           DISPLAY "Converted to permanent: $" WS-DSP-AMOUNT
                   " over " LOAN-TERM-MONTHS " months."
           DISPLAY "First payment due " LOAN-NEXT-PAYMENT-DATE

           MOVE "CONSTR_CONVERTED" TO WS-AUDIT-ACTION
           STRING "Acct=" CNL-ACCT-ID
                  " Principal=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Months=" CNL-PERM-TERM-MONTHS
                  " Complete=" WS-CNL-ALL-COMPLETE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8440-CONVERT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8444 - CONSTRUCTION LOAN INTEREST BILLING (BATCH)
      * Monthly. Interest runs only on what has funded: the charge
      * is the loan's rate on the cycle's average daily balance,
      * which moves only as draws disburse and payments come in.
      * The cycle window and ADB are the credit card cycle's, from
      * 7646. A loan already billed this month is skipped.
      ******************************************************************
       8444-BATCH-CONSTRUCTION-INTEREST.
           DISPLAY " "
           DISPLAY "=== CONSTRUCTION LOAN INTEREST BILLING ==="

           MOVE "CNSTINT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8444-CNSI-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-CNL-TODAY
           COMPUTE WS-CC-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - WS-CC-CYCLE-DAYS
           COMPUTE WS-CC-CYCLE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-CYCLE-START-INT)
           MOVE WS-CC-CYCLE-START-NUM TO WS-CC-CYCLE-START-DATE
           MOVE ZEROS TO WS-CNL-BILL-COUNT

           MOVE LOW-VALUES TO CNL-ACCT-ID
           START CONSTR-LOAN-FILE KEY >= CNL-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CNL-FILE-STATUS NOT = "00"
               READ CONSTR-LOAN-FILE NEXT RECORD
               IF WS-CNL-FILE-STATUS = "00"
                   AND CNL-UNDER-CONSTRUCTION
                   AND CNL-LAST-BILL-DATE(1:6) NOT = WS-CNL-TODAY(1:6)
                   PERFORM 8445-BILL-ONE-CONSTRUCTION
                       THRU 8445-BILL-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CNL-FILE-STATUS

           DISPLAY "Construction loans billed: " WS-CNL-BILL-COUNT

           MOVE "CNSTINT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CNL-BILL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8444-CNSI-EXIT.
           CONTINUE.

      ******************************************************************
      * 8445 - BILL ONE CONSTRUCTION LOAN
      * CONSTR-LOAN-RECORD is current on entry.
      ******************************************************************
       8445-BILL-ONE-CONSTRUCTION.
           MOVE CNL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               GO TO 8445-BILL-EXIT
           END-IF

           PERFORM 7646-COMPUTE-AVG-DAILY-BALANCE
           MOVE ZEROS TO WS-CNL-INTEREST
           IF WS-CC-ADB < ZEROS
               PERFORM 7644-SET-CYCLE-PERIODIC-RATE
               COMPUTE WS-CNL-INTEREST ROUNDED =
                   FUNCTION ABS(WS-CC-ADB) * WS-CC-MONTHLY-RATE
               PERFORM 8562-CHECK-SCRA-STATUS
                   THRU 8562-SCRA-EXIT
               MOVE ACCT-INTEREST-RATE TO WS-SCRA-NOTE-RATE
               MOVE WS-CNL-INTEREST TO WS-SCRA-INTEREST
               PERFORM 8564-APPLY-SCRA-CAP
                   THRU 8564-CAP-EXIT
               MOVE WS-SCRA-INTEREST TO WS-CNL-INTEREST
           END-IF

           IF WS-CNL-INTEREST > ZEROS
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-CNL-INTEREST
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL - WS-CNL-INTEREST
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

               PERFORM 3090-GET-NEXT-TRAN-ID
               MOVE WS-NEXT-TRAN-ID TO TRAN-ID
               MOVE ACCT-ID TO TRAN-ACCOUNT-ID
               MOVE WS-BUSINESS-DATE TO TRAN-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
               SET TRAN-TYPE-INTEREST TO TRUE
               COMPUTE TRAN-AMOUNT = WS-CNL-INTEREST * -1
               MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
               MOVE "Construction Loan Interest" TO TRAN-DESCRIPTION
               MOVE LS-CURRENT-USER TO TRAN-USER-ID
               MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
               SET TRAN-COMPLETED TO TRUE
               SET TRAN-NOT-CASH TO TRUE
               MOVE ZEROS TO TRAN-TO-ACCOUNT
               WRITE TRANSACTION-RECORD
               PERFORM 3210-UPDATE-DAILY-SUMMARY
           END-IF

           MOVE WS-CNL-TODAY TO CNL-LAST-BILL-DATE
           REWRITE CONSTR-LOAN-RECORD
           ADD 1 TO WS-CNL-BILL-COUNT

           MOVE WS-CNL-INTEREST TO WS-DSP-AMOUNT
           MOVE CNL-FUNDED TO WS-DSP-BALANCE
           DISPLAY "  Loan " CNL-ACCT-ID " funded $" WS-DSP-BALANCE
                   " interest $" WS-DSP-AMOUNT.

       8445-BILL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8450 - MAINTAIN LOAN PARTICIPATIONS
      * Records a share of a loan sold to another bank, marks a loan
      * we carry as our purchased share of another bank's loan, or
      * terminates a share (bought back, or the participant sold
      * out). Participations ride on amortizing loans with a
      * schedule - that is where payments are split.
      ******************************************************************
       8450-MAINTAIN-PARTICIPATIONS.
           DISPLAY " "
           DISPLAY "=== LOAN PARTICIPATIONS ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-PTC-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-PTC-INPUT-ACCT)
           MOVE WS-PTC-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 8450-PART-EXIT
           END-IF
           MOVE WS-PTC-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Participations are carried on loans with an "
                       "amortization schedule."
               GO TO 8450-PART-EXIT
           END-IF

           PERFORM 8452-LIST-PARTICIPATIONS

           DISPLAY "Action ((S)ell share, (P)urchased share, "
                   "(T)erminate, blank to exit): " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-PTC-INPUT-ACTION
               WHEN "S"
                   PERFORM 8453-RECORD-SOLD-SHARE
                       THRU 8453-SOLD-EXIT
               WHEN "P"
                   PERFORM 8454-RECORD-PURCHASED-SHARE
                       THRU 8454-PURCH-EXIT
               WHEN "T"
                   PERFORM 8456-TERMINATE-PARTICIPATION
                       THRU 8456-TERM-EXIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       8450-PART-EXIT.
           CONTINUE.

      ******************************************************************
      * 8452 - LIST PARTICIPATIONS ON A LOAN
      * WS-PTC-LOAN-ACCT-ID in. Totals the active sold percentage,
      * notes whether a purchased share is on file and finds the
      * next free sequence.
      ******************************************************************
       8452-LIST-PARTICIPATIONS.
           MOVE ZEROS TO WS-PTC-SOLD-PCT
           MOVE 1 TO WS-PTC-NEXT-SEQ
           MOVE "N" TO WS-PTC-PURCH-FOUND
           MOVE WS-PTC-LOAN-ACCT-ID TO PTC-LOAN-ACCT-ID
           MOVE ZEROS TO PTC-SEQ
           START LOAN-PART-FILE KEY >= PTC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PTC-FILE-STATUS NOT = "00"
               READ LOAN-PART-FILE NEXT RECORD
               IF WS-PTC-FILE-STATUS = "00"
                   IF PTC-LOAN-ACCT-ID = WS-PTC-LOAN-ACCT-ID
                       COMPUTE WS-PTC-NEXT-SEQ = PTC-SEQ + 1
                       MOVE PTC-PCT TO WS-PTC-DSP-PCT
                       MOVE PTC-PRIN-BALANCE TO WS-PTC-DSP-PRIN
                       DISPLAY "  " PTC-SEQ " " PTC-TYPE " "
                               PTC-PARTICIPANT-NAME " "
                               WS-PTC-DSP-PCT "% bal "
                               WS-PTC-DSP-PRIN " " PTC-STATUS
                       IF PTC-ACTIVE AND PTC-SOLD
                           ADD PTC-PCT TO WS-PTC-SOLD-PCT
                       END-IF
                       IF PTC-ACTIVE AND PTC-PURCHASED
                           MOVE "Y" TO WS-PTC-PURCH-FOUND
                       END-IF
                   ELSE
                       MOVE "10" TO WS-PTC-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PTC-FILE-STATUS
           MOVE WS-PTC-SOLD-PCT TO WS-PTC-DSP-PCT
           DISPLAY "  Sold to participants: " WS-PTC-DSP-PCT "%".

      ******************************************************************
      * 8453 - RECORD A SHARE SOLD
      * We lead every loan we sell into, so the shares sold stay
      * under 100 percent. The participant's principal starts at its
      * share of what remains on the schedule.
      ******************************************************************
       8453-RECORD-SOLD-SHARE.
           IF NOT LOAN-ACTIVE
               DISPLAY "Loan is paid off - nothing left to sell."
               GO TO 8453-SOLD-EXIT
           END-IF
           IF WS-PTC-NEXT-SEQ > 99
               DISPLAY "No room for another participant on this "
                       "loan."
               GO TO 8453-SOLD-EXIT
           END-IF
           DISPLAY "Participant Bank Name: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-NAME FROM CONSOLE
           IF WS-PTC-INPUT-NAME = SPACES
               DISPLAY "Participant name is required."
               GO TO 8453-SOLD-EXIT
           END-IF
           DISPLAY "Share Sold (%): " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-PCT FROM CONSOLE
           COMPUTE WS-PTC-PCT = FUNCTION NUMVAL(WS-PTC-INPUT-PCT)
           IF WS-PTC-PCT NOT > ZEROS
               OR WS-PTC-SOLD-PCT + WS-PTC-PCT NOT < 100
               DISPLAY "Share must be greater than zero and leave "
                       "part of the loan with us."
               GO TO 8453-SOLD-EXIT
           END-IF
           DISPLAY "Remit by (A)CH or (W)ire: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-METHOD FROM CONSOLE
           IF WS-PTC-INPUT-METHOD NOT = "A"
               AND WS-PTC-INPUT-METHOD NOT = "W"
               DISPLAY "Remittance method must be A or W."
               GO TO 8453-SOLD-EXIT
           END-IF
           DISPLAY "Participant Routing Number (9 digits): "
               WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-ROUTING FROM CONSOLE
           DISPLAY "Participant Account Number: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-BANK-ACCT FROM CONSOLE
           IF WS-PTC-INPUT-ROUTING IS NOT NUMERIC
               OR WS-PTC-INPUT-BANK-ACCT = SPACES
               DISPLAY "Remittance routing and account are required."
               GO TO 8453-SOLD-EXIT
           END-IF

           MOVE WS-PTC-LOAN-ACCT-ID TO PTC-LOAN-ACCT-ID
           MOVE WS-PTC-NEXT-SEQ TO PTC-SEQ
           SET PTC-SOLD TO TRUE
           MOVE WS-PTC-INPUT-NAME TO PTC-PARTICIPANT-NAME
           MOVE WS-PTC-PCT TO PTC-PCT
           MOVE WS-PTC-INPUT-METHOD TO PTC-REMIT-METHOD
           MOVE WS-PTC-INPUT-ROUTING TO PTC-REMIT-ROUTING
           MOVE WS-PTC-INPUT-BANK-ACCT TO PTC-REMIT-ACCT
           SET PTC-ACTIVE TO TRUE
           COMPUTE PTC-ORIG-PRINCIPAL ROUNDED =
               LOAN-REMAINING-PRINCIPAL * WS-PTC-PCT / 100
           MOVE PTC-ORIG-PRINCIPAL TO PTC-PRIN-BALANCE
           MOVE ZEROS TO PTC-PRIN-DUE
           MOVE ZEROS TO PTC-INT-DUE
           MOVE ZEROS TO PTC-PRIN-REMITTED
           MOVE ZEROS TO PTC-INT-REMITTED
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PTC-EFFECTIVE-DATE
           MOVE SPACES TO PTC-LAST-REMIT-DATE
           MOVE LS-CURRENT-USER TO PTC-ENTERED-BY

           MOVE PTC-ORIG-PRINCIPAL TO WS-DSP-AMOUNT
           MOVE WS-PTC-PCT TO WS-PTC-DSP-PCT
           DISPLAY "Sell " WS-PTC-DSP-PCT "% ($" WS-DSP-AMOUNT
                   " principal) to " WS-PTC-INPUT-NAME
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PTC-CONFIRM FROM CONSOLE
           IF WS-PTC-CONFIRM NOT = "Y"
               GO TO 8453-SOLD-EXIT
           END-IF
           WRITE LOAN-PART-RECORD
           DISPLAY "Participation " PTC-SEQ " recorded."

           MOVE "LOAN_PART_SOLD" TO WS-AUDIT-ACTION
           STRING "Acct=" PTC-LOAN-ACCT-ID
                  " Seq=" PTC-SEQ
                  " Pct=" WS-PTC-DSP-PCT
                  " To=" WS-PTC-INPUT-NAME
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8453-SOLD-EXIT.
           CONTINUE.

      ******************************************************************
      * 8454 - RECORD A PURCHASED SHARE
      * The loan account is our piece of a loan another bank leads;
      * the lead services it, so nothing is split or remitted here.
      ******************************************************************
       8454-RECORD-PURCHASED-SHARE.
           IF WS-PTC-PURCH-FOUND = "Y"
               DISPLAY "A purchased share is already on file for "
                       "this loan."
               GO TO 8454-PURCH-EXIT
           END-IF
           IF WS-PTC-SOLD-PCT > ZEROS
               DISPLAY "Shares of this loan have been sold - it "
                       "cannot also be a purchased participation."
               GO TO 8454-PURCH-EXIT
           END-IF
           DISPLAY "Lead Bank Name: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-NAME FROM CONSOLE
           IF WS-PTC-INPUT-NAME = SPACES
               DISPLAY "Lead bank name is required."
               GO TO 8454-PURCH-EXIT
           END-IF
           DISPLAY "Our Share of the Whole Loan (%): "
               WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-PCT FROM CONSOLE
           COMPUTE WS-PTC-PCT = FUNCTION NUMVAL(WS-PTC-INPUT-PCT)
           IF WS-PTC-PCT NOT > ZEROS
               OR WS-PTC-PCT > 100
               DISPLAY "Share must be over zero and at most 100."
               GO TO 8454-PURCH-EXIT
           END-IF

           MOVE WS-PTC-LOAN-ACCT-ID TO PTC-LOAN-ACCT-ID
           MOVE WS-PTC-NEXT-SEQ TO PTC-SEQ
           SET PTC-PURCHASED TO TRUE
           MOVE WS-PTC-INPUT-NAME TO PTC-PARTICIPANT-NAME
           MOVE WS-PTC-PCT TO PTC-PCT
           MOVE SPACES TO PTC-REMIT-METHOD
           MOVE ZEROS TO PTC-REMIT-ROUTING
           MOVE SPACES TO PTC-REMIT-ACCT
           SET PTC-ACTIVE TO TRUE
           MOVE LOAN-REMAINING-PRINCIPAL TO PTC-ORIG-PRINCIPAL
           MOVE LOAN-REMAINING-PRINCIPAL TO PTC-PRIN-BALANCE
           MOVE ZEROS TO PTC-PRIN-DUE
           MOVE ZEROS TO PTC-INT-DUE
           MOVE ZEROS TO PTC-PRIN-REMITTED
           MOVE ZEROS TO PTC-INT-REMITTED
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO PTC-EFFECTIVE-DATE
           MOVE SPACES TO PTC-LAST-REMIT-DATE
           MOVE LS-CURRENT-USER TO PTC-ENTERED-BY
           WRITE LOAN-PART-RECORD
           MOVE WS-PTC-PCT TO WS-PTC-DSP-PCT
           DISPLAY "Purchased participation recorded: "
                   WS-PTC-DSP-PCT "% of a loan led by "
                   WS-PTC-INPUT-NAME

           MOVE "LOAN_PART_PURCHASED" TO WS-AUDIT-ACTION
           STRING "Acct=" PTC-LOAN-ACCT-ID
                  " Seq=" PTC-SEQ
                  " Pct=" WS-PTC-DSP-PCT
                  " Lead=" WS-PTC-INPUT-NAME
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8454-PURCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 8455 - SPLIT A PAYMENT ACROSS THE PARTICIPATIONS
      * Called from 7952 once a scheduled payment has posted. Each
      * active sold share takes its percentage of the principal and
      * interest portions (escrow stays with the servicer) into the
      * amounts due at the next remittance. WS-PTC-SOLD-PRIN/INT
      * and WS-PTC-OUR-PRIN/INT come back for the caller.
      ******************************************************************
       8455-SPLIT-PARTICIPATIONS.
           MOVE ZEROS TO WS-PTC-SOLD-PRIN
           MOVE ZEROS TO WS-PTC-SOLD-INT
           MOVE LOAN-ACCT-ID TO PTC-LOAN-ACCT-ID
           MOVE ZEROS TO PTC-SEQ
           START LOAN-PART-FILE KEY >= PTC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PTC-FILE-STATUS NOT = "00"
               READ LOAN-PART-FILE NEXT RECORD
               IF WS-PTC-FILE-STATUS = "00"
                   IF PTC-LOAN-ACCT-ID = LOAN-ACCT-ID
                       IF PTC-ACTIVE AND PTC-SOLD
                           COMPUTE WS-PTC-SHARE-PRIN ROUNDED =
                               WS-LOAN-PRINCIPAL-PORTION
                               * PTC-PCT / 100
                           COMPUTE WS-PTC-SHARE-INT ROUNDED =
                               WS-LOAN-INTEREST-PORTION
                               * PTC-PCT / 100
      * The payoff clears whatever rounding left on the share
                           IF WS-PTC-SHARE-PRIN > PTC-PRIN-BALANCE
                               OR LOAN-PAID-OFF
                               MOVE PTC-PRIN-BALANCE
                                   TO WS-PTC-SHARE-PRIN
                           END-IF
                           ADD WS-PTC-SHARE-PRIN TO PTC-PRIN-DUE
                           ADD WS-PTC-SHARE-INT TO PTC-INT-DUE
                           SUBTRACT WS-PTC-SHARE-PRIN
                               FROM PTC-PRIN-BALANCE
                           ADD WS-PTC-SHARE-PRIN TO WS-PTC-SOLD-PRIN
                           ADD WS-PTC-SHARE-INT TO WS-PTC-SOLD-INT
                           REWRITE LOAN-PART-RECORD
                       END-IF
                       IF PTC-ACTIVE AND PTC-PURCHASED
                           MOVE LOAN-REMAINING-PRINCIPAL
                               TO PTC-PRIN-BALANCE
                           REWRITE LOAN-PART-RECORD
                       END-IF
                   ELSE
                       MOVE "10" TO WS-PTC-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PTC-FILE-STATUS
           COMPUTE WS-PTC-OUR-PRIN =
               WS-LOAN-PRINCIPAL-PORTION - WS-PTC-SOLD-PRIN
           COMPUTE WS-PTC-OUR-INT =
               WS-LOAN-INTEREST-PORTION - WS-PTC-SOLD-INT.

      ******************************************************************
      * 8456 - TERMINATE A PARTICIPATION
      * A sold share with money collected but not yet remitted has
      * to be paid out first.
      ******************************************************************
       8456-TERMINATE-PARTICIPATION.
           DISPLAY "Participation Sequence: " WITH NO ADVANCING
           ACCEPT WS-PTC-INPUT-SEQ FROM CONSOLE
           MOVE WS-PTC-LOAN-ACCT-ID TO PTC-LOAN-ACCT-ID
           COMPUTE PTC-SEQ = FUNCTION NUMVAL(WS-PTC-INPUT-SEQ)
           READ LOAN-PART-FILE
           IF WS-PTC-FILE-STATUS NOT = "00"
               OR NOT PTC-ACTIVE
               DISPLAY "No active participation with that sequence."
               GO TO 8456-TERM-EXIT
           END-IF
           IF PTC-PRIN-DUE + PTC-INT-DUE > ZEROS
               COMPUTE WS-PTC-REMIT-AMOUNT = PTC-PRIN-DUE + PTC-INT-DUE
               MOVE WS-PTC-REMIT-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "$" WS-DSP-AMOUNT " collected for this "
                       "participant is still to be remitted."
               GO TO 8456-TERM-EXIT
           END-IF
           DISPLAY "Terminate participation " PTC-SEQ " with "
                   PTC-PARTICIPANT-NAME "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PTC-CONFIRM FROM CONSOLE
           IF WS-PTC-CONFIRM NOT = "Y"
               GO TO 8456-TERM-EXIT
           END-IF
           SET PTC-TERMINATED TO TRUE
           REWRITE LOAN-PART-RECORD
           DISPLAY "Participation terminated."

           MOVE "LOAN_PART_TERMINATED" TO WS-AUDIT-ACTION
           STRING "Acct=" PTC-LOAN-ACCT-ID
                  " Seq=" PTC-SEQ
                  " Participant=" PTC-PARTICIPANT-NAME
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8456-TERM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8460 - PARTICIPANT REMITTANCE RUN (BATCH)
      * Monthly. Every active sold share with principal or interest
      * collected since its last remittance is paid out: a wire
      * participant is sent a bank-funded wire on the wire log for
      * Fed reconciliation, an ACH participant's remittance is left
      * released for ACHPROC to originate. Each participant gets a
      * remittance statement.
      ******************************************************************
       8460-BATCH-PARTICIPANT-REMIT.
           DISPLAY " "
           DISPLAY "=== PARTICIPANT REMITTANCE RUN ==="

           MOVE "PARTREMT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8460-PRMT-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-PTC-TODAY
           MOVE ZEROS TO WS-PTC-REMIT-COUNT
           MOVE ZEROS TO WS-PTC-WIRE-COUNT
           MOVE ZEROS TO WS-PTC-ACH-COUNT
           MOVE ZEROS TO WS-PTC-REMIT-TOTAL

           MOVE LOW-VALUES TO PTC-KEY
           START LOAN-PART-FILE KEY >= PTC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PTC-FILE-STATUS NOT = "00"
               READ LOAN-PART-FILE NEXT RECORD
               IF WS-PTC-FILE-STATUS = "00"
                   AND PTC-ACTIVE
                   AND PTC-SOLD
                   AND PTC-PRIN-DUE + PTC-INT-DUE > ZEROS
                   PERFORM 8462-REMIT-ONE-PARTICIPANT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PTC-FILE-STATUS

           MOVE WS-PTC-REMIT-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Remittances sent: " WS-PTC-REMIT-COUNT
                   " totalling $" WS-DSP-AMOUNT
           DISPLAY "  By wire: " WS-PTC-WIRE-COUNT
                   "  Released for ACH: " WS-PTC-ACH-COUNT

           MOVE "PART_REMIT_RUN" TO WS-AUDIT-ACTION
           STRING "Remits=" WS-PTC-REMIT-COUNT
                  " Total=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Wires=" WS-PTC-WIRE-COUNT
                  " ACH=" WS-PTC-ACH-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "PARTREMT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PTC-REMIT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8460-PRMT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8462 - REMIT ONE PARTICIPANT
      * LOAN-PART-RECORD is current on entry.
      ******************************************************************
       8462-REMIT-ONE-PARTICIPANT.
           COMPUTE WS-PTC-REMIT-AMOUNT = PTC-PRIN-DUE + PTC-INT-DUE

           PERFORM 8464-GENERATE-REMIT-ID
           MOVE WS-NEXT-PRM-ID TO PRM-ID
           MOVE PTC-LOAN-ACCT-ID TO PRM-LOAN-ACCT-ID
           MOVE PTC-SEQ TO PRM-PTC-SEQ
           MOVE PTC-PARTICIPANT-NAME TO PRM-PARTICIPANT-NAME
           MOVE PTC-REMIT-METHOD TO PRM-METHOD
           MOVE PTC-REMIT-ROUTING TO PRM-ROUTING
           MOVE PTC-REMIT-ACCT TO PRM-BANK-ACCT
           MOVE PTC-PRIN-DUE TO PRM-PRINCIPAL
           MOVE PTC-INT-DUE TO PRM-INTEREST
           MOVE WS-PTC-REMIT-AMOUNT TO PRM-AMOUNT
           MOVE WS-PTC-TODAY TO PRM-CREATED-DATE

           IF PTC-REMIT-WIRE
               PERFORM 3510-GENERATE-WIRE-ID
               MOVE WS-NEXT-WIRE-ID TO WIRE-ID
               MOVE PTC-LOAN-ACCT-ID TO WIRE-ACCT-ID
               MOVE PTC-PARTICIPANT-NAME TO WIRE-BENE-NAME
               MOVE PTC-REMIT-ROUTING TO WIRE-BENE-BANK-ROUTING
               MOVE PTC-REMIT-ACCT TO WIRE-BENE-ACCT-NUM
               MOVE SPACES TO WIRE-REFERENCE
               STRING "PARTREMIT " PRM-ID
                      DELIMITED SIZE INTO WIRE-REFERENCE
               MOVE WS-PTC-REMIT-AMOUNT TO WIRE-AMOUNT
               MOVE ZEROS TO WIRE-FEE-AMOUNT
               MOVE WS-PTC-TODAY TO WIRE-ENTERED-DATE
               MOVE WS-ACCEPT-TIME(1:6) TO WIRE-ENTERED-TIME
               MOVE WS-PTC-TODAY TO WIRE-VALUE-DATE
               SET WIRE-STAT-SENT TO TRUE
               MOVE LS-CURRENT-USER TO WIRE-ENTERED-BY
               MOVE ZEROS TO WIRE-TRAN-ID
               WRITE WIRE-LOG-RECORD
               SET PRM-SENT TO TRUE
               MOVE WIRE-ID TO PRM-DISB-REF
               MOVE WS-PTC-TODAY TO PRM-SEND-DATE
               ADD 1 TO WS-PTC-WIRE-COUNT
           ELSE
               SET PRM-RELEASED TO TRUE
               MOVE ZEROS TO PRM-DISB-REF
               MOVE SPACES TO PRM-SEND-DATE
               ADD 1 TO WS-PTC-ACH-COUNT
           END-IF
           WRITE PART-REMIT-RECORD

           MOVE PTC-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           PERFORM 8466-WRITE-REMIT-STATEMENT

           ADD PTC-PRIN-DUE TO PTC-PRIN-REMITTED
           ADD PTC-INT-DUE TO PTC-INT-REMITTED
           MOVE ZEROS TO PTC-PRIN-DUE
           MOVE ZEROS TO PTC-INT-DUE
           MOVE WS-PTC-TODAY TO PTC-LAST-REMIT-DATE
           REWRITE LOAN-PART-RECORD

           ADD 1 TO WS-PTC-REMIT-COUNT
           ADD WS-PTC-REMIT-AMOUNT TO WS-PTC-REMIT-TOTAL
           MOVE WS-PTC-REMIT-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY "  Loan " PTC-LOAN-ACCT-ID " " PTC-PARTICIPANT-NAME
                   " $" WS-DSP-AMOUNT " " PRM-METHOD.

      ******************************************************************
      * 8464 - GENERATE REMITTANCE ID
      * Same next-highest-key scan idiom as 3510-GENERATE-WIRE-ID.
      ******************************************************************
       8464-GENERATE-REMIT-ID.
           MOVE 1 TO WS-NEXT-PRM-ID
           MOVE LOW-VALUES TO PRM-ID
           START PART-REMIT-FILE KEY >= PRM-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PRM-FILE-STATUS NOT = "00"
               READ PART-REMIT-FILE NEXT RECORD
               IF WS-PRM-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-PRM-ID = PRM-ID + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PRM-FILE-STATUS.

      ******************************************************************
      * 8466 - WRITE PARTICIPANT REMITTANCE STATEMENT
      * LOAN-PART-RECORD (amounts still due), PART-REMIT-RECORD and
      * ACCOUNT-RECORD (the loan) are current.
      ******************************************************************
       8466-WRITE-REMIT-STATEMENT.
           MOVE SPACES TO WS-STMT-OUTPUT-PATH
           STRING "/tmp/altoro_partremit_" PTC-LOAN-ACCT-ID
                  "_" PTC-SEQ "_" WS-PTC-TODAY ".txt"
                  DELIMITED SIZE INTO WS-STMT-OUTPUT-PATH
           OPEN OUTPUT STATEMENT-OUTPUT-FILE

           PERFORM 8863-LOAD-DOC-ENTITY
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-ENTY-DOC-NAME)
                  " - PARTICIPATION REMITTANCE"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Participant:      " PTC-PARTICIPANT-NAME
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Loan:             " PTC-LOAN-ACCT-ID
                  "  " ACCT-NAME
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE PTC-PCT TO WS-PTC-DSP-PCT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Your Share:       " WS-PTC-DSP-PCT "%"
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           IF PTC-LAST-REMIT-DATE = SPACES
               STRING "Period:           " PTC-EFFECTIVE-DATE
                      " - " WS-PTC-TODAY
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           ELSE
               STRING "Period:           " PTC-LAST-REMIT-DATE
                      " - " WS-PTC-TODAY
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           END-IF
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

           MOVE PTC-PRIN-DUE TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Principal Collected: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE PTC-INT-DUE TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Interest Collected:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE PRM-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "AMOUNT REMITTED:     $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           IF PRM-METHOD-WIRE
               STRING "Sent by wire " PRM-DISB-REF
                      " to routing " PRM-ROUTING
                      " account " PRM-BANK-ACCT
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           ELSE
               STRING "Sent by ACH credit to routing " PRM-ROUTING
                      " account " PRM-BANK-ACCT
                   DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           END-IF
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Remittance Reference: " PRM-ID
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD

           MOVE PTC-PRIN-BALANCE TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Your Principal Outstanding: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           COMPUTE WS-PTC-SHARE-PRIN = PTC-PRIN-REMITTED + PTC-PRIN-DUE
           MOVE WS-PTC-SHARE-PRIN TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Principal Remitted to Date: $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           COMPUTE WS-PTC-SHARE-INT = PTC-INT-REMITTED + PTC-INT-DUE
           MOVE WS-PTC-SHARE-INT TO WS-DSP-AMOUNT
           MOVE SPACES TO STATEMENT-OUTPUT-RECORD
           STRING "Interest Remitted to Date:  $" WS-DSP-AMOUNT
               DELIMITED SIZE INTO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD
           CLOSE STATEMENT-OUTPUT-FILE

           PERFORM 9260-WRITE-DOC-INDEX.

      ******************************************************************
      * 8470 - NONACCRUAL STATUS
      * Shows where an amortizing loan stands and lets an officer
      * place it on nonaccrual with a reason, or return a loan on
      * nonaccrual to accrual once it has made its run of payments
      * with the loan current.
      ******************************************************************
       8470-MAINTAIN-NONACCRUAL.
           DISPLAY " "
           DISPLAY "=== LOAN NONACCRUAL STATUS ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-NAC-INPUT-ACCT FROM CONSOLE
           COMPUTE ACCT-ID = FUNCTION NUMVAL(WS-NAC-INPUT-ACCT)
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 8470-NAC-EXIT
           END-IF
           MOVE ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Nonaccrual is carried on loans with an "
                       "amortization schedule."
               GO TO 8470-NAC-EXIT
           END-IF
           IF NOT LOAN-ACTIVE
               DISPLAY "This loan is already paid off."
               GO TO 8470-NAC-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-NAC-DAYS-PAST
           IF LOAN-NEXT-PAYMENT-DATE NOT = SPACES
               COMPUTE WS-NAC-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       LOAN-NEXT-PAYMENT-DATE(1:8)))
               IF WS-NAC-DAYS-PAST < ZEROS
                   MOVE ZEROS TO WS-NAC-DAYS-PAST
               END-IF
           END-IF

           MOVE ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "00"
               AND NAC-ON-NONACCRUAL
               DISPLAY "Status:          NONACCRUAL since "
                       NAC-PLACED-DATE " by " NAC-PLACED-BY
               DISPLAY "Reason:          " NAC-REASON
               MOVE NAC-REVERSED-INT TO WS-DSP-AMOUNT
               DISPLAY "Interest reversed:   $" WS-DSP-AMOUNT
               MOVE NAC-FORGONE-INT TO WS-DSP-AMOUNT
               DISPLAY "Interest forgone:    $" WS-DSP-AMOUNT
               MOVE NAC-CASH-APPLIED TO WS-DSP-AMOUNT
               DISPLAY "Cash to principal:   $" WS-DSP-AMOUNT
               DISPLAY "Payments while current: " NAC-PAYMENTS-MADE
                       " of " WS-NAC-RETURN-PAYMENTS
               DISPLAY "Days past due:   " WS-NAC-DAYS-PAST
               DISPLAY "Return to accrual (Y/N): " WITH NO ADVANCING
               ACCEPT WS-NAC-INPUT-ACTION FROM CONSOLE
               IF WS-NAC-INPUT-ACTION = "Y"
                   PERFORM 8476-RETURN-TO-ACCRUAL
                       THRU 8476-RETURN-EXIT
               END-IF
               GO TO 8470-NAC-EXIT
           END-IF

           MOVE ACCT-ACCRUED-INTEREST TO WS-DSP-AMOUNT
           DISPLAY "Status:          ACCRUING"
           DISPLAY "Accrued interest:    $" WS-DSP-AMOUNT
           DISPLAY "Days past due:   " WS-NAC-DAYS-PAST
           DISPLAY "Place on nonaccrual (Y/N): " WITH NO ADVANCING
           ACCEPT WS-NAC-INPUT-ACTION FROM CONSOLE
           IF WS-NAC-INPUT-ACTION NOT = "Y"
               GO TO 8470-NAC-EXIT
           END-IF
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a loan officer (SUPERVISOR) may place a "
                       "loan on nonaccrual."
               GO TO 8470-NAC-EXIT
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-NAC-INPUT-REASON FROM CONSOLE
           IF WS-NAC-INPUT-REASON = SPACES
               DISPLAY "A reason is required."
               GO TO 8470-NAC-EXIT
           END-IF
           MOVE "M" TO WS-NAC-PLACE-HOW
           MOVE LS-CURRENT-USER TO WS-NAC-PLACED-BY
           PERFORM 8472-PLACE-ON-NONACCRUAL.

       8470-NAC-EXIT.
           CONTINUE.

      ******************************************************************
      * 8472 - PLACE A LOAN ON NONACCRUAL
      * ACCOUNT-RECORD and LOAN-SCHEDULE-RECORD are the loan;
      * WS-NAC-PLACE-HOW, WS-NAC-PLACED-BY, WS-NAC-INPUT-REASON and
      * WS-NAC-DAYS-PAST say how and why. Whatever interest has
      * accrued and not been collected comes back out of the accrual
      * bucket, and the nightly accrual stops booking the loan.
      ******************************************************************
       8472-PLACE-ON-NONACCRUAL.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ACCT-ACCRUED-INTEREST TO WS-NAC-REVERSAL
           IF WS-NAC-REVERSAL NOT = ZEROS
               MOVE ZEROS TO ACCT-ACCRUED-INTEREST
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           END-IF

           MOVE LOAN-ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           IF WS-NAC-FILE-STATUS = "00"
               MOVE "Y" TO WS-NAC-FOUND
           ELSE
               MOVE "N" TO WS-NAC-FOUND
           END-IF
           MOVE LOAN-ACCT-ID TO NAC-LOAN-ACCT-ID
           SET NAC-ON-NONACCRUAL TO TRUE
           MOVE WS-NAC-PLACE-HOW TO NAC-PLACED-HOW
           MOVE WS-ACCEPT-DATE TO NAC-PLACED-DATE
           MOVE WS-NAC-PLACED-BY TO NAC-PLACED-BY
           MOVE WS-NAC-INPUT-REASON TO NAC-REASON
           MOVE WS-NAC-DAYS-PAST TO NAC-DAYS-PAST-DUE
           MOVE LOAN-REMAINING-PRINCIPAL TO NAC-PRIN-AT-PLACEMENT
           MOVE WS-NAC-REVERSAL TO NAC-REVERSED-INT
           MOVE ZEROS TO NAC-FORGONE-INT
           MOVE ZEROS TO NAC-CASH-APPLIED
           MOVE ZEROS TO NAC-PAYMENTS-MADE
           MOVE SPACES TO NAC-LAST-PAYMENT-DATE
           MOVE SPACES TO NAC-RETURN-DATE
           MOVE SPACES TO NAC-RETURN-APPROVED-BY
           IF WS-NAC-FOUND = "Y"
               REWRITE LOAN-NONACCRUAL-RECORD
           ELSE
               WRITE LOAN-NONACCRUAL-RECORD
           END-IF

           MOVE WS-NAC-REVERSAL TO WS-DSP-AMOUNT
           DISPLAY "  Loan " LOAN-ACCT-ID " placed on nonaccrual - "
                   "accrued interest reversed $" WS-DSP-AMOUNT

           MOVE "NONACCRUAL_PLACED" TO WS-AUDIT-ACTION
           STRING "Loan=" LOAN-ACCT-ID
                  " How=" WS-NAC-PLACE-HOW
                  " Reversed=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Reason=" FUNCTION TRIM(WS-NAC-INPUT-REASON)
                  " By=" WS-NAC-PLACED-BY
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8476 - RETURN A LOAN TO ACCRUAL
      * LOAN-NONACCRUAL-RECORD and LOAN-SCHEDULE-RECORD are current
      * and WS-NAC-DAYS-PAST is today's days past due. The loan must
      * be current with its run of payments made, and a supervisor
      * signs off. Accrual picks up again on the next nightly run.
      ******************************************************************
       8476-RETURN-TO-ACCRUAL.
           IF WS-NAC-DAYS-PAST > ZEROS
               DISPLAY "The loan must be current to return to "
                       "accrual."
               GO TO 8476-RETURN-EXIT
           END-IF
           IF NAC-PAYMENTS-MADE < WS-NAC-RETURN-PAYMENTS
               DISPLAY "Return to accrual takes "
                       WS-NAC-RETURN-PAYMENTS
                       " payments in a row with the loan current - "
                       NAC-PAYMENTS-MADE " made."
               GO TO 8476-RETURN-EXIT
           END-IF

           MOVE "NONACCRUAL_RETURN" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               GO TO 8476-RETURN-EXIT
           END-IF

           MOVE LOAN-ACCT-ID TO NAC-LOAN-ACCT-ID
           READ LOAN-NONACCRUAL-FILE
           SET NAC-RETURNED TO TRUE
           MOVE WS-ACCEPT-DATE TO NAC-RETURN-DATE
           MOVE WS-OVR-SUPER-ID TO NAC-RETURN-APPROVED-BY
           REWRITE LOAN-NONACCRUAL-RECORD
           DISPLAY "Loan " LOAN-ACCT-ID " returned to accrual."

           MOVE NAC-FORGONE-INT TO WS-DSP-AMOUNT
           MOVE "NONACCRUAL_RETURNED" TO WS-AUDIT-ACTION
           STRING "Loan=" LOAN-ACCT-ID
                  " Payments=" NAC-PAYMENTS-MADE
                  " Forgone=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " ApprovedBy=" WS-OVR-SUPER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8476-RETURN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8480 - LOAN RISK GRADE
      * Shows a loan's grade history and lets an officer assign or
      * change its grade - pass, watch, special mention, substandard
      * or doubtful - with a reason. A substandard or doubtful loan
      * can be marked individually impaired with a specific reserve,
      * which takes it out of the allowance pools.
      ******************************************************************
       8480-MAINTAIN-RISK-GRADE.
           DISPLAY " "
           DISPLAY "=== LOAN RISK GRADE ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-LGR-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-LGR-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-LGR-INPUT-ACCT)
           MOVE WS-LGR-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 8480-GRADE-EXIT
           END-IF

           PERFORM 8482-LIST-GRADE-HISTORY
           IF WS-LGR-CURRENT-GRADE = SPACES
               DISPLAY "Loan has not been graded."
           ELSE
               MOVE WS-LGR-CURRENT-GRADE TO WS-LGR-GRADE-CODE
               PERFORM 8484-NAME-RISK-GRADE
               DISPLAY "Current grade: " WS-LGR-CURRENT-GRADE " "
                       WS-LGR-GRADE-NAME
           END-IF
           MOVE WS-LGR-LOAN-ACCT-ID TO WS-COV-LOAN-ACCT-ID
           PERFORM 8520-SHOW-COVENANT-BREACHES

           DISPLAY "Change grade (Y/N): " WITH NO ADVANCING
           ACCEPT WS-LGR-INPUT-GRADE FROM CONSOLE
           IF WS-LGR-INPUT-GRADE NOT = "Y"
               GO TO 8480-GRADE-EXIT
           END-IF
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a loan officer (SUPERVISOR) may grade "
                       "a loan."
               GO TO 8480-GRADE-EXIT
           END-IF

           DISPLAY "1=Pass 2=Watch 3=Special Mention 4=Substandard "
                   "5=Doubtful"
           DISPLAY "New Grade: " WITH NO ADVANCING
           ACCEPT WS-LGR-INPUT-GRADE FROM CONSOLE
           MOVE WS-LGR-INPUT-GRADE TO LGR-GRADE
           IF NOT LGR-GRADE-VALID
               DISPLAY "Grade must be 1 through 5."
               GO TO 8480-GRADE-EXIT
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-LGR-INPUT-REASON FROM CONSOLE
           IF WS-LGR-INPUT-REASON = SPACES
               DISPLAY "A reason is required."
               GO TO 8480-GRADE-EXIT
           END-IF

           MOVE "N" TO WS-LGR-INPUT-IMPAIRED
           MOVE ZEROS TO WS-LGR-RESERVE
           IF WS-LGR-INPUT-GRADE = "4"
               OR WS-LGR-INPUT-GRADE = "5"
               DISPLAY "Individually impaired (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-LGR-INPUT-IMPAIRED FROM CONSOLE
               IF WS-LGR-INPUT-IMPAIRED = "Y"
                   DISPLAY "Specific Reserve: " WITH NO ADVANCING
                   ACCEPT WS-LGR-INPUT-RESERVE FROM CONSOLE
                   COMPUTE WS-LGR-RESERVE =
                       FUNCTION NUMVAL(WS-LGR-INPUT-RESERVE)
                   IF WS-LGR-RESERVE < ZEROS
                       DISPLAY "Reserve cannot be negative."
                       GO TO 8480-GRADE-EXIT
                   END-IF
               ELSE
                   MOVE "N" TO WS-LGR-INPUT-IMPAIRED
               END-IF
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-LGR-LOAN-ACCT-ID TO LGR-LOAN-ACCT-ID
           MOVE WS-LGR-NEXT-SEQ TO LGR-SEQ
           MOVE WS-LGR-INPUT-GRADE TO LGR-GRADE
           MOVE WS-LGR-CURRENT-GRADE TO LGR-PRIOR-GRADE
           MOVE WS-ACCEPT-DATE TO LGR-EFFECTIVE-DATE
           MOVE LS-CURRENT-USER TO LGR-CHANGED-BY
           MOVE WS-LGR-INPUT-REASON TO LGR-REASON
           MOVE WS-LGR-INPUT-IMPAIRED TO LGR-IMPAIRED
           MOVE WS-LGR-RESERVE TO LGR-SPECIFIC-RESERVE
           WRITE LOAN-GRADE-RECORD
           IF WS-LGR-FILE-STATUS NOT = "00"
               DISPLAY "Error saving grade: " WS-LGR-FILE-STATUS
               GO TO 8480-GRADE-EXIT
           END-IF

           MOVE WS-LGR-INPUT-GRADE TO WS-LGR-GRADE-CODE
           PERFORM 8484-NAME-RISK-GRADE
           DISPLAY "Loan " WS-LGR-LOAN-ACCT-ID " graded "
                   WS-LGR-INPUT-GRADE " " WS-LGR-GRADE-NAME

           MOVE WS-LGR-RESERVE TO WS-DSP-AMOUNT
           MOVE "RISK_GRADE_CHANGED" TO WS-AUDIT-ACTION
           STRING "Loan=" WS-LGR-LOAN-ACCT-ID
                  " From=" WS-LGR-CURRENT-GRADE
                  " To=" WS-LGR-INPUT-GRADE
                  " Impaired=" WS-LGR-INPUT-IMPAIRED
                  " Reserve=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Reason=" FUNCTION TRIM(WS-LGR-INPUT-REASON)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8480-GRADE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8482 - LIST A LOAN'S GRADE HISTORY
      * WS-LGR-LOAN-ACCT-ID in. Leaves the grade in force in
      * WS-LGR-CURRENT-GRADE (spaces if never graded) and the next
      * free sequence in WS-LGR-NEXT-SEQ.
      ******************************************************************
       8482-LIST-GRADE-HISTORY.
           MOVE SPACES TO WS-LGR-CURRENT-GRADE
           MOVE 1 TO WS-LGR-NEXT-SEQ
           MOVE WS-LGR-LOAN-ACCT-ID TO LGR-LOAN-ACCT-ID
           MOVE ZEROS TO LGR-SEQ
           START LOAN-GRADE-FILE KEY >= LGR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOAN-GRADE-FILE NEXT RECORD
               IF WS-LGR-FILE-STATUS = "00"
                   IF LGR-LOAN-ACCT-ID = WS-LGR-LOAN-ACCT-ID
                       MOVE LGR-GRADE TO WS-LGR-CURRENT-GRADE
                       COMPUTE WS-LGR-NEXT-SEQ = LGR-SEQ + 1
                       MOVE LGR-GRADE TO WS-LGR-GRADE-CODE
                       PERFORM 8484-NAME-RISK-GRADE
                       DISPLAY "  " LGR-EFFECTIVE-DATE " "
                               LGR-PRIOR-GRADE " -> " LGR-GRADE " "
                               WS-LGR-GRADE-NAME " " LGR-CHANGED-BY
                       IF LGR-IS-IMPAIRED
                           MOVE LGR-SPECIFIC-RESERVE TO WS-DSP-AMOUNT
                           DISPLAY "     impaired, specific reserve $"
                                   WS-DSP-AMOUNT
                       END-IF
                       DISPLAY "     " LGR-REASON
                   ELSE
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-LGR-FILE-STATUS.

      ******************************************************************
      * 8484 - NAME A RISK GRADE
      ******************************************************************
       8484-NAME-RISK-GRADE.
           EVALUATE WS-LGR-GRADE-CODE
               WHEN "1"
                   MOVE "PASS" TO WS-LGR-GRADE-NAME
               WHEN "2"
                   MOVE "WATCH" TO WS-LGR-GRADE-NAME
               WHEN "3"
                   MOVE "SPECIAL MENTION" TO WS-LGR-GRADE-NAME
               WHEN "4"
                   MOVE "SUBSTANDARD" TO WS-LGR-GRADE-NAME
               WHEN "5"
                   MOVE "DOUBTFUL" TO WS-LGR-GRADE-NAME
               WHEN OTHER
                   MOVE "UNGRADED" TO WS-LGR-GRADE-NAME
           END-EVALUATE.

      ******************************************************************
      * 8490 - BORROWER RELATIONSHIPS
      * Links customers whose debts are combined for lending limits
      * - guarantors, common ownership, spouses - under a lead
      * borrower. A customer sits in one relationship at most; the
      * lead comes off last.
      ******************************************************************
       8490-MAINTAIN-BORROWER-GROUP.
           DISPLAY " "
           DISPLAY "=== BORROWER RELATIONSHIPS ==="
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may maintain borrower "
                       "relationships."
               GO TO 8490-BRL-EXIT
           END-IF
           DISPLAY "Lead Borrower Customer ID: " WITH NO ADVANCING
           ACCEPT WS-BRL-INPUT-GROUP FROM CONSOLE
           MOVE WS-BRL-INPUT-GROUP TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 8490-BRL-EXIT
           END-IF
           MOVE WS-BRL-INPUT-GROUP TO BRL-CUST-ID
           READ BORROWER-REL-FILE
           IF WS-BRL-FILE-STATUS = "00"
               AND BRL-GROUP-ID NOT = WS-BRL-INPUT-GROUP
               DISPLAY "That customer is in relationship "
                       BRL-GROUP-ID " - maintain it there."
               GO TO 8490-BRL-EXIT
           END-IF

           PERFORM 8492-LIST-BORROWER-GROUP
           DISPLAY "Add (A) or Remove (R) a member, blank to exit: "
               WITH NO ADVANCING
           ACCEPT WS-BRL-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-BRL-INPUT-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 8494-ADD-BORROWER-MEMBER
                       THRU 8494-ADD-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 8496-REMOVE-BORROWER-MEMBER
                       THRU 8496-REMOVE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8490-BRL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8492 - LIST A BORROWER RELATIONSHIP
      * WS-BRL-INPUT-GROUP in; WS-BRL-MEMBER-COUNT out.
      ******************************************************************
       8492-LIST-BORROWER-GROUP.
           MOVE ZEROS TO WS-BRL-MEMBER-COUNT
           MOVE LOW-VALUES TO BRL-CUST-ID
           START BORROWER-REL-FILE KEY >= BRL-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BRL-FILE-STATUS NOT = "00"
               READ BORROWER-REL-FILE NEXT RECORD
               IF WS-BRL-FILE-STATUS = "00"
                   AND BRL-GROUP-ID = WS-BRL-INPUT-GROUP
                   ADD 1 TO WS-BRL-MEMBER-COUNT
                   DISPLAY "  " BRL-CUST-ID " " BRL-RELATION
                           " added " BRL-ADDED-DATE
                           " by " BRL-ADDED-BY
               END-IF
           END-PERFORM
           MOVE "00" TO WS-BRL-FILE-STATUS
           IF WS-BRL-MEMBER-COUNT = ZEROS
               DISPLAY "  No relationship on file - adding a member "
                       "starts one."
           END-IF
           DISPLAY "  (L lead, G guarantor, C common ownership, "
                   "S spouse)".

      ******************************************************************
      * 8494 - ADD A MEMBER TO A BORROWER RELATIONSHIP
      * The lead's own row is written with the first member.
      ******************************************************************
       8494-ADD-BORROWER-MEMBER.
           DISPLAY "Member Customer ID: " WITH NO ADVANCING
           ACCEPT WS-BRL-INPUT-CUST FROM CONSOLE
           IF WS-BRL-INPUT-CUST = WS-BRL-INPUT-GROUP
               DISPLAY "The lead borrower is already the "
                       "relationship."
               GO TO 8494-ADD-EXIT
           END-IF
           MOVE WS-BRL-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 8494-ADD-EXIT
           END-IF
           MOVE WS-BRL-INPUT-CUST TO BRL-CUST-ID
           READ BORROWER-REL-FILE
           IF WS-BRL-FILE-STATUS = "00"
               DISPLAY "That customer is already in relationship "
                       BRL-GROUP-ID "."
               GO TO 8494-ADD-EXIT
           END-IF
           DISPLAY "Relation (G guarantor, C common ownership, "
                   "S spouse): " WITH NO ADVANCING
           ACCEPT WS-BRL-INPUT-RELATION FROM CONSOLE
           MOVE WS-BRL-INPUT-RELATION TO BRL-RELATION
           IF NOT BRL-MEMBER-VALID
               DISPLAY "Relation must be G, C or S."
               GO TO 8494-ADD-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-BRL-MEMBER-COUNT = ZEROS
               MOVE WS-BRL-INPUT-GROUP TO BRL-CUST-ID
               MOVE WS-BRL-INPUT-GROUP TO BRL-GROUP-ID
               SET BRL-LEAD TO TRUE
               MOVE WS-ACCEPT-DATE TO BRL-ADDED-DATE
               MOVE LS-CURRENT-USER TO BRL-ADDED-BY
               WRITE BORROWER-REL-RECORD
           END-IF
           MOVE WS-BRL-INPUT-CUST TO BRL-CUST-ID
           MOVE WS-BRL-INPUT-GROUP TO BRL-GROUP-ID
           MOVE WS-BRL-INPUT-RELATION TO BRL-RELATION
           MOVE WS-ACCEPT-DATE TO BRL-ADDED-DATE
           MOVE LS-CURRENT-USER TO BRL-ADDED-BY
           WRITE BORROWER-REL-RECORD
           DISPLAY "Customer " WS-BRL-INPUT-CUST
                   " added to relationship " WS-BRL-INPUT-GROUP "."

           MOVE "BORROWER_REL_ADDED" TO WS-AUDIT-ACTION
           STRING "Group=" WS-BRL-INPUT-GROUP
                  " Cust=" WS-BRL-INPUT-CUST
                  " Relation=" WS-BRL-INPUT-RELATION
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8494-ADD-EXIT.
           CONTINUE.

      ******************************************************************
      * 8496 - REMOVE A MEMBER FROM A BORROWER RELATIONSHIP
      ******************************************************************
       8496-REMOVE-BORROWER-MEMBER.
           DISPLAY "Member Customer ID: " WITH NO ADVANCING
           ACCEPT WS-BRL-INPUT-CUST FROM CONSOLE
           MOVE WS-BRL-INPUT-CUST TO BRL-CUST-ID
           READ BORROWER-REL-FILE
           IF WS-BRL-FILE-STATUS NOT = "00"
               OR BRL-GROUP-ID NOT = WS-BRL-INPUT-GROUP
               DISPLAY "That customer is not in this relationship."
               GO TO 8496-REMOVE-EXIT
           END-IF
           IF BRL-LEAD AND WS-BRL-MEMBER-COUNT > 1
               DISPLAY "Remove the other members before the lead."
               GO TO 8496-REMOVE-EXIT
           END-IF
           DELETE BORROWER-REL-FILE RECORD
           DISPLAY "Customer " WS-BRL-INPUT-CUST
                   " removed from relationship " WS-BRL-INPUT-GROUP
                   "."

           MOVE "BORROWER_REL_REMOVED" TO WS-AUDIT-ACTION
           STRING "Group=" WS-BRL-INPUT-GROUP
                  " Cust=" WS-BRL-INPUT-CUST
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8496-REMOVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8500 - LOAN COVENANTS
      * Shows a commercial loan's covenants and reporting
      * requirements and lets its officer add one, record receipt
      * of an item with the measured value, or release one the
      * borrower is no longer bound by.
      ******************************************************************
       8500-MAINTAIN-COVENANTS.
           DISPLAY " "
           DISPLAY "=== LOAN COVENANTS ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-COV-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-COV-INPUT-ACCT)
           MOVE WS-COV-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 8500-COV-EXIT
           END-IF
           MOVE ACCT-OFFICER-ID TO WS-COV-OFFICER-ID
           IF WS-COV-OFFICER-ID = SPACES
               MOVE "UNASSIGNED" TO WS-COV-OFFICER-ID
           END-IF

           PERFORM 8502-LIST-COVENANTS
           IF WS-COV-COUNT = ZEROS
               DISPLAY "No covenants on file for this loan."
           END-IF

           DISPLAY "Add (A), Record receipt (R), Release (X), "
                   "blank to exit: " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-ACTION FROM CONSOLE
           IF WS-COV-INPUT-ACTION = SPACES
               GO TO 8500-COV-EXIT
           END-IF
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a loan officer (SUPERVISOR) may "
                       "maintain covenants."
               GO TO 8500-COV-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           EVALUATE WS-COV-INPUT-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 8504-ADD-COVENANT
                       THRU 8504-ADD-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 8506-RECORD-COVENANT-RECEIPT
                       THRU 8506-RCV-EXIT
               WHEN "X"
               WHEN "x"
                   PERFORM 8507-RELEASE-COVENANT
                       THRU 8507-REL-EXIT
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE.

       8500-COV-EXIT.
           CONTINUE.

      ******************************************************************
      * 8502 - LIST A LOAN'S COVENANTS
      * WS-COV-LOAN-ACCT-ID in. Leaves the count in WS-COV-COUNT
      * and the next free sequence in WS-COV-NEXT-SEQ.
      ******************************************************************
       8502-LIST-COVENANTS.
           MOVE ZEROS TO WS-COV-COUNT
           MOVE 1 TO WS-COV-NEXT-SEQ
           MOVE WS-COV-LOAN-ACCT-ID TO COV-LOAN-ACCT-ID
           MOVE ZEROS TO COV-SEQ
           START LOAN-COVENANT-FILE KEY >= COV-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COV-FILE-STATUS NOT = "00"
               READ LOAN-COVENANT-FILE NEXT RECORD
               IF WS-COV-FILE-STATUS = "00"
                   IF COV-LOAN-ACCT-ID = WS-COV-LOAN-ACCT-ID
                       ADD 1 TO WS-COV-COUNT
                       COMPUTE WS-COV-NEXT-SEQ = COV-SEQ + 1
                       DISPLAY "  " COV-SEQ " " COV-TYPE " "
                               COV-DESCRIPTION " due " COV-DUE-DATE
                               " freq " COV-FREQUENCY
                               " status " COV-STATUS
                       IF NOT COV-TEST-RECEIPT
                           MOVE COV-THRESHOLD TO WS-COV-DSP-VALUE
                           DISPLAY "     " COV-TEST " threshold "
                                   WS-COV-DSP-VALUE
                           IF COV-LAST-RECEIVED-DATE NOT = SPACES
                               MOVE COV-LAST-MEASURED
                                   TO WS-COV-DSP-VALUE
                               DISPLAY "     last measured "
                                       WS-COV-DSP-VALUE
                                       " on " COV-LAST-RECEIVED-DATE
                           END-IF
                       ELSE
                           IF COV-LAST-RECEIVED-DATE NOT = SPACES
                               DISPLAY "     last received "
                                       COV-LAST-RECEIVED-DATE
                           END-IF
                       END-IF
                       IF COV-IN-BREACH
                           DISPLAY "     BREACH since "
                                   COV-BREACH-DATE " "
                                   COV-BREACH-REASON
                       END-IF
                   ELSE
                       MOVE "10" TO WS-COV-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COV-FILE-STATUS
           DISPLAY "  (test N minimum, X maximum, R receipt only; "
                   "frequency M/Q/S/A)".

      ******************************************************************
      * 8504 - ADD A COVENANT
      * Tested covenants default their test from the type; a
      * document requirement is satisfied by receipt.
      ******************************************************************
       8504-ADD-COVENANT.
           IF WS-COV-NEXT-SEQ > 99
               DISPLAY "This loan has no covenant sequences left."
               GO TO 8504-ADD-EXIT
           END-IF
           DISPLAY "Type (DSCR coverage, LEVR leverage, LIQD "
                   "liquidity, FINS fin stmts,"
           DISPLAY "      INSC insurance cert, TAXR tax return, "
                   "OTHR other): " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-TYPE FROM CONSOLE
           MOVE WS-COV-INPUT-TYPE TO COV-TYPE
           IF NOT COV-TYPE-VALID
               DISPLAY "Unknown covenant type."
               GO TO 8504-ADD-EXIT
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-DESC FROM CONSOLE

           EVALUATE TRUE
               WHEN COV-TYPE-DSCR
               WHEN COV-TYPE-LIQUIDITY
                   MOVE "N" TO WS-COV-INPUT-TEST
               WHEN COV-TYPE-LEVERAGE
                   MOVE "X" TO WS-COV-INPUT-TEST
               WHEN COV-TYPE-OTHER
                   DISPLAY "Test (N minimum, X maximum, R receipt "
                           "only): " WITH NO ADVANCING
                   ACCEPT WS-COV-INPUT-TEST FROM CONSOLE
               WHEN OTHER
                   MOVE "R" TO WS-COV-INPUT-TEST
           END-EVALUATE
           MOVE WS-COV-INPUT-TEST TO COV-TEST
           IF NOT (COV-TEST-MINIMUM OR COV-TEST-MAXIMUM
               OR COV-TEST-RECEIPT)
               DISPLAY "Test must be N, X or R."
               GO TO 8504-ADD-EXIT
           END-IF
           MOVE ZEROS TO WS-COV-MEASURED
           IF NOT COV-TEST-RECEIPT
               DISPLAY "Required Threshold (e.g. 1.2500): "
                   WITH NO ADVANCING
               ACCEPT WS-COV-INPUT-VALUE FROM CONSOLE
               COMPUTE WS-COV-MEASURED =
                   FUNCTION NUMVAL(WS-COV-INPUT-VALUE)
           END-IF

           DISPLAY "Frequency (M monthly, Q quarterly, "
                   "S semiannual, A annual): " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-FREQ FROM CONSOLE
           MOVE WS-COV-INPUT-FREQ TO COV-FREQUENCY
           IF NOT COV-FREQ-VALID
               DISPLAY "Frequency must be M, Q, S or A."
               GO TO 8504-ADD-EXIT
           END-IF
           DISPLAY "First Due Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-DUE FROM CONSOLE
           IF WS-COV-INPUT-DUE IS NOT NUMERIC
               DISPLAY "Due date must be YYYYMMDD."
               GO TO 8504-ADD-EXIT
           END-IF
           MOVE WS-COV-INPUT-DUE TO WS-COV-DUE-NUM
           IF FUNCTION INTEGER-OF-DATE(WS-COV-DUE-NUM) = ZEROS
               DISPLAY "Due date is not a valid date."
               GO TO 8504-ADD-EXIT
           END-IF
           DISPLAY "Days ahead to start the tickler (blank for "
                   WS-COV-DFLT-LEAD-DAYS "): " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-LEAD FROM CONSOLE

           MOVE WS-COV-LOAN-ACCT-ID TO COV-LOAN-ACCT-ID
           MOVE WS-COV-NEXT-SEQ TO COV-SEQ
           MOVE WS-COV-INPUT-TYPE TO COV-TYPE
           MOVE WS-COV-INPUT-DESC TO COV-DESCRIPTION
           MOVE WS-COV-INPUT-TEST TO COV-TEST
           MOVE WS-COV-MEASURED TO COV-THRESHOLD
           MOVE WS-COV-INPUT-FREQ TO COV-FREQUENCY
           MOVE WS-COV-INPUT-DUE TO COV-DUE-DATE
           IF WS-COV-INPUT-LEAD = SPACES
               MOVE WS-COV-DFLT-LEAD-DAYS TO COV-LEAD-DAYS
           ELSE
               COMPUTE COV-LEAD-DAYS =
                   FUNCTION NUMVAL(WS-COV-INPUT-LEAD)
           END-IF
           SET COV-ACTIVE TO TRUE
           SET COV-NOT-YET-TESTED TO TRUE
           MOVE SPACES TO COV-BREACH-DATE
           MOVE SPACES TO COV-BREACH-REASON
           MOVE SPACES TO COV-LAST-RECEIVED-DATE
           MOVE SPACES TO COV-LAST-PERIOD-DUE
           MOVE ZEROS TO COV-LAST-MEASURED
           MOVE SPACES TO COV-RECEIVED-BY
           MOVE WS-ACCEPT-DATE TO COV-ADDED-DATE
           MOVE LS-CURRENT-USER TO COV-ADDED-BY
           WRITE LOAN-COVENANT-RECORD
           IF WS-COV-FILE-STATUS NOT = "00"
               DISPLAY "Error saving covenant: " WS-COV-FILE-STATUS
               GO TO 8504-ADD-EXIT
           END-IF
           DISPLAY "Covenant " COV-SEQ " added, first due "
                   COV-DUE-DATE "."

           MOVE COV-THRESHOLD TO WS-COV-DSP-VALUE
           MOVE "COVENANT_ADDED" TO WS-AUDIT-ACTION
           STRING "Loan=" COV-LOAN-ACCT-ID
                  " Seq=" COV-SEQ
                  " Type=" COV-TYPE
                  " Test=" COV-TEST
                  " Threshold=" FUNCTION TRIM(WS-COV-DSP-VALUE)
                  " Due=" COV-DUE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8504-ADD-EXIT.
           CONTINUE.

      ******************************************************************
      * 8506 - RECORD RECEIPT OF A COVENANT ITEM
      * Tests the measured value against the threshold, rolls the
      * due date forward a period and takes the item off the
      * officer's tickler. A failed test is a breach; a passing
      * receipt clears any breach on the covenant.
      ******************************************************************
       8506-RECORD-COVENANT-RECEIPT.
           DISPLAY "Covenant Sequence: " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-SEQ FROM CONSOLE
           MOVE WS-COV-LOAN-ACCT-ID TO COV-LOAN-ACCT-ID
           COMPUTE COV-SEQ = FUNCTION NUMVAL(WS-COV-INPUT-SEQ)
           READ LOAN-COVENANT-FILE
           IF WS-COV-FILE-STATUS NOT = "00"
               DISPLAY "Covenant not found."
               GO TO 8506-RCV-EXIT
           END-IF
           IF NOT COV-ACTIVE
               DISPLAY "That covenant has been released."
               GO TO 8506-RCV-EXIT
           END-IF

           MOVE ZEROS TO WS-COV-MEASURED
           IF NOT COV-TEST-RECEIPT
               DISPLAY "Measured Value: " WITH NO ADVANCING
               ACCEPT WS-COV-INPUT-VALUE FROM CONSOLE
               IF WS-COV-INPUT-VALUE = SPACES
                   DISPLAY "A tested covenant needs the measured "
                           "value."
                   GO TO 8506-RCV-EXIT
               END-IF
               COMPUTE WS-COV-MEASURED =
                   FUNCTION NUMVAL(WS-COV-INPUT-VALUE)
           END-IF

           MOVE WS-ACCEPT-DATE TO COV-LAST-RECEIVED-DATE
           MOVE COV-DUE-DATE TO COV-LAST-PERIOD-DUE
           MOVE WS-COV-MEASURED TO COV-LAST-MEASURED
           MOVE LS-CURRENT-USER TO COV-RECEIVED-BY
           SET COV-IN-COMPLIANCE TO TRUE
           IF COV-TEST-MINIMUM
               AND WS-COV-MEASURED < COV-THRESHOLD
               SET COV-IN-BREACH TO TRUE
               MOVE "MEASURED BELOW MINIMUM" TO COV-BREACH-REASON
           END-IF
           IF COV-TEST-MAXIMUM
               AND WS-COV-MEASURED > COV-THRESHOLD
               SET COV-IN-BREACH TO TRUE
               MOVE "MEASURED ABOVE MAXIMUM" TO COV-BREACH-REASON
           END-IF
           IF COV-IN-BREACH
               MOVE WS-ACCEPT-DATE TO COV-BREACH-DATE
           ELSE
               MOVE SPACES TO COV-BREACH-DATE
               MOVE SPACES TO COV-BREACH-REASON
           END-IF
           PERFORM 8508-ADVANCE-COVENANT-DUE
           REWRITE LOAN-COVENANT-RECORD

           MOVE WS-COV-OFFICER-ID TO OTK-OFFICER-ID
           MOVE COV-LOAN-ACCT-ID TO OTK-LOAN-ACCT-ID
           MOVE COV-SEQ TO OTK-COV-SEQ
           DELETE OFFICER-TICKLER-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           MOVE WS-COV-MEASURED TO WS-COV-DSP-VALUE
           IF COV-IN-BREACH
               DISPLAY "Received - COVENANT BREACHED ("
                       FUNCTION TRIM(COV-BREACH-REASON)
                       "). Weigh it in the risk grade review."
               MOVE "COVENANT_BREACH" TO WS-AUDIT-ACTION
           ELSE
               DISPLAY "Received - in compliance."
               MOVE "COVENANT_RECEIVED" TO WS-AUDIT-ACTION
           END-IF
           DISPLAY "Next due " COV-DUE-DATE "."
           STRING "Loan=" COV-LOAN-ACCT-ID
                  " Seq=" COV-SEQ
                  " Type=" COV-TYPE
                  " Measured=" FUNCTION TRIM(WS-COV-DSP-VALUE)
                  " Compliance=" COV-COMPLIANCE
                  " NextDue=" COV-DUE-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8506-RCV-EXIT.
           CONTINUE.

      ******************************************************************
      * 8507 - RELEASE A COVENANT
      ******************************************************************
       8507-RELEASE-COVENANT.
           DISPLAY "Covenant Sequence: " WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-SEQ FROM CONSOLE
           MOVE WS-COV-LOAN-ACCT-ID TO COV-LOAN-ACCT-ID
           COMPUTE COV-SEQ = FUNCTION NUMVAL(WS-COV-INPUT-SEQ)
           READ LOAN-COVENANT-FILE
           IF WS-COV-FILE-STATUS NOT = "00"
               DISPLAY "Covenant not found."
               GO TO 8507-REL-EXIT
           END-IF
           IF NOT COV-ACTIVE
               DISPLAY "That covenant is already released."
               GO TO 8507-REL-EXIT
           END-IF
           SET COV-RELEASED TO TRUE
           REWRITE LOAN-COVENANT-RECORD

           MOVE WS-COV-OFFICER-ID TO OTK-OFFICER-ID
           MOVE COV-LOAN-ACCT-ID TO OTK-LOAN-ACCT-ID
           MOVE COV-SEQ TO OTK-COV-SEQ
           DELETE OFFICER-TICKLER-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           DISPLAY "Covenant " COV-SEQ " released."

           MOVE "COVENANT_RELEASED" TO WS-AUDIT-ACTION
           STRING "Loan=" COV-LOAN-ACCT-ID
                  " Seq=" COV-SEQ
                  " Type=" COV-TYPE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8507-REL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8508 - ADVANCE A COVENANT'S DUE DATE ONE PERIOD
      * Borrows the rate-change date arithmetic in 7997, which
      * carries the month and clamps the day to the month's end.
      ******************************************************************
       8508-ADVANCE-COVENANT-DUE.
           EVALUATE TRUE
               WHEN COV-FREQ-MONTHLY
                   MOVE 1 TO WS-LVR-CHANGE-FREQ
               WHEN COV-FREQ-QUARTERLY
                   MOVE 3 TO WS-LVR-CHANGE-FREQ
               WHEN COV-FREQ-SEMIANNUAL
                   MOVE 6 TO WS-LVR-CHANGE-FREQ
               WHEN OTHER
                   MOVE 12 TO WS-LVR-CHANGE-FREQ
           END-EVALUATE
           MOVE COV-DUE-DATE TO WS-LVR-BASE-DATE
           PERFORM 7997-ADVANCE-CHANGE-DATE
           MOVE WS-CD-MATURITY-NUM TO COV-DUE-DATE.

      ******************************************************************
      * 8510 - OFFICER COVENANT TICKLER
      * An officer's list of covenant items coming due, overdue or
      * in breach, as the nightly tickler last queued them.
      ******************************************************************
       8510-VIEW-OFFICER-TICKLER.
           DISPLAY " "
           DISPLAY "=== OFFICER COVENANT TICKLER ==="
           DISPLAY "Officer ID (UNASSIGNED for loans with none): "
               WITH NO ADVANCING
           ACCEPT WS-COV-INPUT-OFFICER FROM CONSOLE
           MOVE ZEROS TO WS-COV-COUNT
           MOVE WS-COV-INPUT-OFFICER TO OTK-OFFICER-ID
           MOVE ZEROS TO OTK-LOAN-ACCT-ID
           MOVE ZEROS TO OTK-COV-SEQ
           START OFFICER-TICKLER-FILE KEY >= OTK-KEY
               INVALID KEY CONTINUE
           END-START
           DISPLAY "  ST DUE      DAYS   LOAN             SQ TYPE "
                   "DESCRIPTION"
           PERFORM UNTIL WS-OTK-FILE-STATUS NOT = "00"
               READ OFFICER-TICKLER-FILE NEXT RECORD
               IF WS-OTK-FILE-STATUS = "00"
                   IF OTK-OFFICER-ID = WS-COV-INPUT-OFFICER
                       ADD 1 TO WS-COV-COUNT
                       MOVE OTK-DAYS-TO-DUE TO WS-COV-DSP-DAYS
                       DISPLAY "  " OTK-STATE "  " OTK-DUE-DATE " "
                               WS-COV-DSP-DAYS " " OTK-LOAN-ACCT-ID
                               " " OTK-COV-SEQ " " OTK-COV-TYPE " "
                               OTK-DESCRIPTION
                   ELSE
                       MOVE "10" TO WS-OTK-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OTK-FILE-STATUS
           IF WS-COV-COUNT = ZEROS
               DISPLAY "  Nothing on this officer's tickler."
           ELSE
               DISPLAY "  (U upcoming, O overdue, B breached; "
                       "days negative once past due)"
           END-IF.

      ******************************************************************
      * 8512 - NIGHTLY COVENANT TICKLER (BATCH)
      * Rebuilds the officer tickler from the covenant file: every
      * active item within its lead days of coming due, past due,
      * or in breach is queued to the loan's ACCT-OFFICER-ID. An
      * item still not received WS-COV-BREACH-DAYS after it fell
      * due is marked breached.
      ******************************************************************
       8512-BATCH-COVENANT-TICKLER.
           DISPLAY " "
           DISPLAY "=== NIGHTLY COVENANT TICKLER ==="

           MOVE "COVTICKL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8512-COVT-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-COV-TODAY
           COMPUTE WS-COV-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-COV-TODAY)
           MOVE ZEROS TO WS-COV-QUEUED-COUNT
           MOVE ZEROS TO WS-COV-OVERDUE-COUNT
           MOVE ZEROS TO WS-COV-BREACH-COUNT

      * Yesterday's list is replaced wholesale
           CLOSE OFFICER-TICKLER-FILE
           OPEN OUTPUT OFFICER-TICKLER-FILE
           CLOSE OFFICER-TICKLER-FILE
           OPEN I-O OFFICER-TICKLER-FILE

           MOVE LOW-VALUES TO COV-KEY
           START LOAN-COVENANT-FILE KEY >= COV-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COV-FILE-STATUS NOT = "00"
               READ LOAN-COVENANT-FILE NEXT RECORD
               IF WS-COV-FILE-STATUS = "00"
                   AND COV-ACTIVE
                   PERFORM 8514-TICKLE-ONE-COVENANT
                       THRU 8514-TICKLE-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COV-FILE-STATUS

           DISPLAY "Items queued to officers: " WS-COV-QUEUED-COUNT
           DISPLAY "  of which overdue:       " WS-COV-OVERDUE-COUNT
           DISPLAY "Newly breached:           " WS-COV-BREACH-COUNT

           MOVE "COVTICKL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-COV-QUEUED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8512-COVT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8514 - TICKLE ONE COVENANT
      * LOAN-COVENANT-RECORD is an active covenant.
      ******************************************************************
       8514-TICKLE-ONE-COVENANT.
           IF COV-DUE-DATE IS NOT NUMERIC
               GO TO 8514-TICKLE-EXIT
           END-IF
           MOVE COV-DUE-DATE TO WS-COV-DUE-NUM
           COMPUTE WS-COV-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE(WS-COV-DUE-NUM)
               - WS-COV-TODAY-INT

           IF WS-COV-DAYS-TO-DUE + WS-COV-BREACH-DAYS < ZEROS
               AND NOT COV-IN-BREACH
               SET COV-IN-BREACH TO TRUE
               MOVE WS-COV-TODAY TO COV-BREACH-DATE
               MOVE "NOT RECEIVED BY DUE DATE" TO COV-BREACH-REASON
               REWRITE LOAN-COVENANT-RECORD
               ADD 1 TO WS-COV-BREACH-COUNT
               MOVE "COVENANT_BREACH" TO WS-AUDIT-ACTION
               STRING "Loan=" COV-LOAN-ACCT-ID
                      " Seq=" COV-SEQ
                      " Type=" COV-TYPE
                      " Due=" COV-DUE-DATE
                      " Reason=NOT RECEIVED"
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF

           IF NOT COV-IN-BREACH
               AND WS-COV-DAYS-TO-DUE > COV-LEAD-DAYS
               GO TO 8514-TICKLE-EXIT
           END-IF

           MOVE COV-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE SPACES TO OTK-OFFICER-ID
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OFFICER-ID TO OTK-OFFICER-ID
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS
           IF OTK-OFFICER-ID = SPACES
               MOVE "UNASSIGNED" TO OTK-OFFICER-ID
           END-IF
           MOVE COV-LOAN-ACCT-ID TO OTK-LOAN-ACCT-ID
           MOVE COV-SEQ TO OTK-COV-SEQ
           MOVE COV-TYPE TO OTK-COV-TYPE
           MOVE COV-DESCRIPTION TO OTK-DESCRIPTION
           MOVE COV-DUE-DATE TO OTK-DUE-DATE
           MOVE WS-COV-DAYS-TO-DUE TO OTK-DAYS-TO-DUE
           EVALUATE TRUE
               WHEN COV-IN-BREACH
                   SET OTK-BREACHED TO TRUE
               WHEN WS-COV-DAYS-TO-DUE < ZEROS
                   SET OTK-OVERDUE TO TRUE
                   ADD 1 TO WS-COV-OVERDUE-COUNT
               WHEN OTHER
                   SET OTK-UPCOMING TO TRUE
           END-EVALUATE
           MOVE WS-COV-TODAY TO OTK-QUEUED-DATE
           WRITE OFFICER-TICKLER-RECORD
           ADD 1 TO WS-COV-QUEUED-COUNT.

       8514-TICKLE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8520 - SHOW A LOAN'S COVENANT BREACHES
      * WS-COV-LOAN-ACCT-ID in - what the risk grade review has to
      * weigh.
      ******************************************************************
       8520-SHOW-COVENANT-BREACHES.
           MOVE WS-COV-LOAN-ACCT-ID TO COV-LOAN-ACCT-ID
           MOVE ZEROS TO COV-SEQ
           START LOAN-COVENANT-FILE KEY >= COV-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COV-FILE-STATUS NOT = "00"
               READ LOAN-COVENANT-FILE NEXT RECORD
               IF WS-COV-FILE-STATUS = "00"
                   IF COV-LOAN-ACCT-ID = WS-COV-LOAN-ACCT-ID
                       IF COV-ACTIVE AND COV-IN-BREACH
                           DISPLAY "  COVENANT BREACH: " COV-SEQ " "
                                   COV-TYPE " " COV-DESCRIPTION
                           DISPLAY "     since " COV-BREACH-DATE " "
                                   COV-BREACH-REASON
                       END-IF
                   ELSE
                       MOVE "10" TO WS-COV-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COV-FILE-STATUS.

      ******************************************************************
      * 8530 - CREDIT CARD LINE REVIEW (BATCH)
      * Periodic review of every active credit card. Each card is
      * recommended for an increase, a decrease or no change within
      * the WS-CLR- bands: increases are queued for a second user
      * in the pending-approval file, decreases are noticed to the
      * customer and take effect WS-CLR-NOTICE-DAYS later through
      * 8536. A card with an increase awaiting approval or a
      * decrease in its notice period is left alone.
      ******************************************************************
       8530-BATCH-CREDIT-LINE-REVIEW.
           DISPLAY " "
           DISPLAY "=== CREDIT CARD LINE REVIEW ==="

           MOVE "CLREVIEW" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8530-CLRV-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-CLR-TODAY
           MOVE ZEROS TO WS-CLR-REVIEW-COUNT
           MOVE ZEROS TO WS-CLR-INC-COUNT
           MOVE ZEROS TO WS-CLR-DEC-COUNT
           MOVE ZEROS TO WS-CLR-NOCHG-COUNT
           MOVE ZEROS TO WS-CLR-SKIP-COUNT

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   IF ACCT-TYPE-CREDIT AND ACCT-ACTIVE
                       PERFORM 8532-REVIEW-ONE-CARD
                           THRU 8532-REVIEW-EXIT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Cards reviewed:            " WS-CLR-REVIEW-COUNT
           DISPLAY "  Increases queued:        " WS-CLR-INC-COUNT
           DISPLAY "  Decreases noticed:       " WS-CLR-DEC-COUNT
           DISPLAY "  No change:               " WS-CLR-NOCHG-COUNT
           DISPLAY "Skipped (action pending):  " WS-CLR-SKIP-COUNT

           MOVE "CLREVIEW" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CLR-REVIEW-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8530-CLRV-EXIT.
           CONTINUE.

      ******************************************************************
      * 8532 - REVIEW ONE CREDIT CARD
      * ACCOUNT-RECORD is an active card. Payment behavior comes
      * from the last twelve cycles the billing cycle recorded -
      * M minimum met, L minimum missed and late fee assessed.
      ******************************************************************
       8532-REVIEW-ONE-CARD.
           MOVE "N" TO WS-CLR-FOUND-FLAG
           MOVE ACCT-ID TO CLR-ACCT-ID
           READ CREDIT-LINE-REVIEW-FILE
           IF WS-CLR-FILE-STATUS = "00"
               MOVE "Y" TO WS-CLR-FOUND-FLAG
               IF CLR-OPEN-ACTION
                   ADD 1 TO WS-CLR-SKIP-COUNT
                   GO TO 8532-REVIEW-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CLR-REVIEW-COUNT

           MOVE ZEROS TO WS-CLR-MET-COUNT
           MOVE ZEROS TO WS-CLR-LATE-COUNT
           MOVE SPACES TO WS-CLR-CYCLE-RESULT
           MOVE ACCT-ID TO CYCLE-ACCT-ID
           READ CREDIT-CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               INSPECT CYCLE-PAY-HISTORY TALLYING
                   WS-CLR-MET-COUNT FOR ALL "M"
                   WS-CLR-LATE-COUNT FOR ALL "L"
               MOVE CYCLE-PAY-HISTORY(12:1) TO WS-CLR-CYCLE-RESULT
           END-IF

      * Utilization - card debt is carried as a negative balance
           MOVE ZEROS TO WS-CLR-OWED
           IF ACCT-BALANCE < ZEROS
               COMPUTE WS-CLR-OWED = ACCT-BALANCE * -1
           END-IF
           MOVE ZEROS TO WS-CLR-UTIL-PCT
           IF ACCT-CREDIT-LIMIT > ZEROS
               COMPUTE WS-CLR-UTIL-PCT ROUNDED =
                   WS-CLR-OWED * 100 / ACCT-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CLR-UTIL-PCT
               END-COMPUTE
           ELSE
               IF WS-CLR-OWED > ZEROS
                   MOVE 999.99 TO WS-CLR-UTIL-PCT
               END-IF
           END-IF
           IF WS-CLR-UTIL-PCT > 999.99
               MOVE 999.99 TO WS-CLR-UTIL-PCT
           END-IF

           MOVE ZEROS TO WS-CLR-AGE-MONTHS
           IF ACCT-OPEN-DATE(1:8) IS NUMERIC
               MOVE ACCT-OPEN-DATE(1:8) TO WS-CLR-OPEN-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-CLR-OPEN-DATE) > ZEROS
                   COMPUTE WS-CLR-AGE-MONTHS =
                       (FUNCTION INTEGER-OF-DATE(WS-CLR-TODAY)
                        - FUNCTION INTEGER-OF-DATE(WS-CLR-OPEN-DATE))
                       / 30.4375
               END-IF
           END-IF

      * Decreases are weighed first and regardless of age; an
      * increase needs a seasoned card with a clean year of
      * minimums met and the line actually in use.
           MOVE "N" TO WS-CLR-ACTION
           MOVE "PAYMENT BEHAVIOR WITHIN BANDS" TO WS-CLR-REASON
           EVALUATE TRUE
               WHEN WS-CLR-LATE-COUNT NOT < WS-CLR-DEC-LATE-FEES
                   MOVE "D" TO WS-CLR-ACTION
                   MOVE "REPEATED LATE PAYMENTS" TO WS-CLR-REASON
               WHEN WS-CLR-CYCLE-RESULT = "L"
                   AND WS-CLR-UTIL-PCT NOT < WS-CLR-DEC-MIN-UTIL
                   MOVE "D" TO WS-CLR-ACTION
                   MOVE "DELINQUENT AND NEAR LIMIT" TO WS-CLR-REASON
               WHEN WS-CLR-AGE-MONTHS < WS-CLR-MIN-AGE-MONTHS
                   MOVE "ACCOUNT TOO NEW FOR INCREASE"
                       TO WS-CLR-REASON
               WHEN WS-CLR-LATE-COUNT > ZEROS
                   MOVE "LATE PAYMENT IN LAST 12 CYCLES"
                       TO WS-CLR-REASON
               WHEN WS-CLR-MET-COUNT < WS-CLR-INC-MIN-MET
                   MOVE "TOO FEW MINIMUMS MET" TO WS-CLR-REASON
               WHEN WS-CLR-UTIL-PCT < WS-CLR-INC-MIN-UTIL
                   MOVE "LOW UTILIZATION" TO WS-CLR-REASON
               WHEN ACCT-CREDIT-LIMIT NOT < WS-CLR-MAX-LIMIT
                   MOVE "AT MAXIMUM LINE" TO WS-CLR-REASON
               WHEN OTHER
                   MOVE "I" TO WS-CLR-ACTION
                   MOVE "MINIMUMS MET, LINE IN USE" TO WS-CLR-REASON
           END-EVALUATE

      * New lines are kept to whole hundreds of dollars
           MOVE ACCT-CREDIT-LIMIT TO WS-CLR-NEW-LIMIT
           IF WS-CLR-ACTION = "I"
               COMPUTE WS-CLR-CHANGE-AMT = FUNCTION INTEGER(
                   ACCT-CREDIT-LIMIT * WS-CLR-INC-PCT / 10000) * 100
               IF WS-CLR-CHANGE-AMT > WS-CLR-INC-MAX-AMT
                   MOVE WS-CLR-INC-MAX-AMT TO WS-CLR-CHANGE-AMT
               END-IF
               COMPUTE WS-CLR-NEW-LIMIT =
                   ACCT-CREDIT-LIMIT + WS-CLR-CHANGE-AMT
               IF WS-CLR-NEW-LIMIT > WS-CLR-MAX-LIMIT
                   MOVE WS-CLR-MAX-LIMIT TO WS-CLR-NEW-LIMIT
               END-IF
           END-IF
           IF WS-CLR-ACTION = "D"
               COMPUTE WS-CLR-NEW-LIMIT = FUNCTION INTEGER(
                   ACCT-CREDIT-LIMIT * (100 - WS-CLR-DEC-PCT)
                   / 10000) * 100
               IF WS-CLR-NEW-LIMIT < WS-CLR-MIN-LIMIT
                   MOVE WS-CLR-MIN-LIMIT TO WS-CLR-NEW-LIMIT
               END-IF
      * Never cut below what is already owed
               IF WS-CLR-NEW-LIMIT < WS-CLR-OWED
                   MOVE WS-CLR-OWED TO WS-CLR-NEW-LIMIT
               END-IF
           END-IF
           IF (WS-CLR-ACTION = "I"
               AND WS-CLR-NEW-LIMIT NOT > ACCT-CREDIT-LIMIT)
               OR (WS-CLR-ACTION = "D"
               AND WS-CLR-NEW-LIMIT NOT < ACCT-CREDIT-LIMIT)
               MOVE "N" TO WS-CLR-ACTION
               MOVE ACCT-CREDIT-LIMIT TO WS-CLR-NEW-LIMIT
           END-IF

           MOVE ACCT-ID TO CLR-ACCT-ID
           MOVE WS-CLR-TODAY TO CLR-REVIEW-DATE
           MOVE WS-CLR-ACTION TO CLR-ACTION
           MOVE ACCT-CREDIT-LIMIT TO CLR-PRIOR-LIMIT
           MOVE WS-CLR-NEW-LIMIT TO CLR-NEW-LIMIT
           MOVE WS-CLR-OWED TO CLR-BALANCE-OWED
           MOVE WS-CLR-UTIL-PCT TO CLR-UTIL-PCT
           MOVE WS-CLR-MET-COUNT TO CLR-MINS-MET
           MOVE WS-CLR-LATE-COUNT TO CLR-LATE-FEES
           MOVE WS-CLR-AGE-MONTHS TO CLR-AGE-MONTHS
           MOVE WS-CLR-REASON TO CLR-REASON
           MOVE ZEROS TO CLR-APPROVAL-ID
           MOVE SPACES TO CLR-NOTICE-DATE
           MOVE SPACES TO CLR-EFFECTIVE-DATE
           MOVE SPACES TO CLR-DECIDED-BY
           EVALUATE WS-CLR-ACTION
               WHEN "I"
                   PERFORM 8533-QUEUE-LINE-INCREASE
               WHEN "D"
                   PERFORM 8534-NOTICE-LINE-DECREASE
               WHEN OTHER
                   SET CLR-CLOSED TO TRUE
                   ADD 1 TO WS-CLR-NOCHG-COUNT
           END-EVALUATE
           IF WS-CLR-ON-FILE
               REWRITE CREDIT-LINE-REVIEW-RECORD
           ELSE
               WRITE CREDIT-LINE-REVIEW-RECORD
           END-IF

           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-BALANCE
           MOVE WS-CLR-NEW-LIMIT TO WS-DSP-AMOUNT
           MOVE WS-CLR-UTIL-PCT TO WS-CLR-DSP-UTIL
           DISPLAY "  Card " ACCT-ID " " WS-CLR-ACTION " $"
                   FUNCTION TRIM(WS-DSP-BALANCE) " -> $"
                   FUNCTION TRIM(WS-DSP-AMOUNT) " "
                   FUNCTION TRIM(WS-CLR-REASON)
           DISPLAY "    util " WS-CLR-DSP-UTIL "% met "
                   WS-CLR-MET-COUNT " late " WS-CLR-LATE-COUNT
                   " age " CLR-AGE-MONTHS " mos".

       8532-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8533 - QUEUE A CREDIT LINE INCREASE FOR APPROVAL
      * The increase posts only when a second user approves it in
      * 8000 (5170); the new limit rides in PEND-AMOUNT.
      ******************************************************************
       8533-QUEUE-LINE-INCREASE.
           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-CREDIT-LINE TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           MOVE WS-CLR-TODAY TO PEND-SUBMITTED-DATE
           MOVE ACCT-ID TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE WS-CLR-NEW-LIMIT TO PEND-AMOUNT
           MOVE ZEROS TO PEND-NEW-DAILY-LIMIT
           MOVE ZEROS TO PEND-NEW-MONTHLY-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-BALANCE
           MOVE SPACES TO PEND-MEMO
           STRING "LINE REVIEW INCREASE FROM $"
                  FUNCTION TRIM(WS-DSP-BALANCE)
                  DELIMITED SIZE INTO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD

           MOVE PEND-APPROVAL-ID TO CLR-APPROVAL-ID
           SET CLR-AWAITING-APPROVAL TO TRUE
           ADD 1 TO WS-CLR-INC-COUNT

           MOVE WS-CLR-NEW-LIMIT TO WS-DSP-AMOUNT
           MOVE "CRLINE_INC_QUEUED" TO WS-AUDIT-ACTION
           STRING "Approval=" PEND-APPROVAL-ID
                  " Acct=" ACCT-ID
                  " OldLimit=" FUNCTION TRIM(WS-DSP-BALANCE)
                  " NewLimit=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " SubmittedBy=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8534 - NOTICE A CREDIT LINE DECREASE
      * The customer hears of the cut WS-CLR-NOTICE-DAYS before it
      * takes effect; 8536 applies it on CLR-EFFECTIVE-DATE.
      ******************************************************************
       8534-NOTICE-LINE-DECREASE.
           COMPUTE WS-CLR-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLR-TODAY)
               + WS-CLR-NOTICE-DAYS
           COMPUTE WS-CLR-EFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CLR-EFF-INT)
           MOVE WS-CLR-TODAY TO CLR-NOTICE-DATE
           MOVE WS-CLR-EFF-NUM TO CLR-EFFECTIVE-DATE
           SET CLR-NOTICE-PERIOD TO TRUE
           ADD 1 TO WS-CLR-DEC-COUNT

           MOVE ACCT-CREDIT-LIMIT TO WS-DSP-BALANCE
           MOVE WS-CLR-NEW-LIMIT TO WS-DSP-AMOUNT
           MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
           MOVE "CRLN" TO WS-NOTIF-EVENT-TYPE
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Card " ACCT-ID " limit $"
                  FUNCTION TRIM(WS-DSP-BALANCE) " to $"
                  FUNCTION TRIM(WS-DSP-AMOUNT) " eff "
                  CLR-EFFECTIVE-DATE
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
               THRU 9250-QUEUE-EXIT

           MOVE "CRLINE_DEC_NOTICED" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " OldLimit=" FUNCTION TRIM(WS-DSP-BALANCE)
                  " NewLimit=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Effective=" CLR-EFFECTIVE-DATE
                  " Reason=" FUNCTION TRIM(WS-CLR-REASON)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8536 - APPLY NOTICED CREDIT LINE DECREASES (BATCH)
      * Nightly: every decrease whose notice period has run out is
      * put into effect on the card.
      ******************************************************************
       8536-BATCH-APPLY-LINE-DECREASES.
           DISPLAY " "
           DISPLAY "=== APPLY CREDIT LINE DECREASES ==="

           MOVE "CLDECR" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8536-CLDC-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-CLR-TODAY
           MOVE ZEROS TO WS-CLR-APPLIED-COUNT

           MOVE LOW-VALUES TO CLR-ACCT-ID
           START CREDIT-LINE-REVIEW-FILE KEY >= CLR-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLR-FILE-STATUS NOT = "00"
               READ CREDIT-LINE-REVIEW-FILE NEXT RECORD
               IF WS-CLR-FILE-STATUS = "00"
                   AND CLR-NOTICE-PERIOD
                   AND CLR-EFFECTIVE-DATE NOT > WS-CLR-TODAY
                   PERFORM 8538-APPLY-LINE-DECREASE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CLR-FILE-STATUS

           DISPLAY "Decreases applied: " WS-CLR-APPLIED-COUNT

           MOVE "CLDECR" TO WS-RUNCTL-JOB-NAME
           MOVE WS-CLR-APPLIED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8536-CLDC-EXIT.
           CONTINUE.

      ******************************************************************
      * 8538 - APPLY ONE CREDIT LINE DECREASE
      * CREDIT-LINE-REVIEW-RECORD is a decrease due today. A card
      * closed in the meantime just has the review closed.
      ******************************************************************
       8538-APPLY-LINE-DECREASE.
           MOVE CLR-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS = "00"
               AND ACCT-TYPE-CREDIT
               AND NOT ACCT-CLOSED
               MOVE ACCT-CREDIT-LIMIT TO WS-CLR-OLD-LIMIT
               MOVE CLR-NEW-LIMIT TO ACCT-CREDIT-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
               SET CLR-EFFECTIVE TO TRUE
               ADD 1 TO WS-CLR-APPLIED-COUNT

               MOVE WS-CLR-OLD-LIMIT TO WS-DSP-BALANCE
               MOVE ACCT-CREDIT-LIMIT TO WS-DSP-AMOUNT
               DISPLAY "  Card " ACCT-ID " limit $"
                       FUNCTION TRIM(WS-DSP-BALANCE) " -> $"
                       FUNCTION TRIM(WS-DSP-AMOUNT)
               MOVE "CREDIT_LINE_DECREASE" TO WS-AUDIT-ACTION
               STRING "Acct=" ACCT-ID
                      " OldLimit=" FUNCTION TRIM(WS-DSP-BALANCE)
                      " NewLimit=" FUNCTION TRIM(WS-DSP-AMOUNT)
                      " Noticed=" CLR-NOTICE-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               SET CLR-CLOSED TO TRUE
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS
           REWRITE CREDIT-LINE-REVIEW-RECORD.

      ******************************************************************
      * 8540 - PRIVATE MORTGAGE INSURANCE
      * Shows a mortgage's PMI and where its loan-to-value stands,
      * and lets an officer put PMI on the loan or take the
      * borrower's request to cancel it.
      ******************************************************************
       8540-MAINTAIN-PMI.
           DISPLAY " "
           DISPLAY "=== PRIVATE MORTGAGE INSURANCE ==="
           DISPLAY "Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-ACCT FROM CONSOLE
           COMPUTE WS-PMI-LOAN-ACCT-ID =
               FUNCTION NUMVAL(WS-PMI-INPUT-ACCT)
           MOVE WS-PMI-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-LOAN
               DISPLAY "Not a loan account."
               GO TO 8540-PMI-EXIT
           END-IF
           MOVE WS-PMI-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedule on file for that account."
               GO TO 8540-PMI-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-PMI-TODAY

           MOVE WS-PMI-LOAN-ACCT-ID TO PMI-LOAN-ACCT-ID
           READ LOAN-PMI-FILE
           IF WS-PMI-FILE-STATUS NOT = "00"
               DISPLAY "No PMI on this loan."
               DISPLAY "Set up PMI (Y/N): " WITH NO ADVANCING
               ACCEPT WS-PMI-INPUT-ACTION FROM CONSOLE
               IF WS-PMI-INPUT-ACTION = "Y"
                   OR WS-PMI-INPUT-ACTION = "y"
                   PERFORM 8542-SETUP-PMI
                       THRU 8542-SETUP-EXIT
               END-IF
               GO TO 8540-PMI-EXIT
           END-IF

           PERFORM 8546-COMPUTE-PMI-LTV
           MOVE PMI-MONTHLY-PREMIUM TO WS-PMI-DSP-PREMIUM
           DISPLAY "Insurer:        " PMI-INSURER-CODE " "
                   PMI-INSURER-NAME
           DISPLAY "Certificate:    " PMI-CERT-NUMBER
           DISPLAY "Premium:        $" WS-PMI-DSP-PREMIUM " monthly"
           MOVE PMI-ORIGINAL-VALUE TO WS-DSP-AMOUNT
           DISPLAY "Original Value: $" FUNCTION TRIM(WS-DSP-AMOUNT)
           MOVE WS-PMI-SCHED-LTV TO WS-PMI-DSP-LTV
           DISPLAY "LTV on original schedule: " WS-PMI-DSP-LTV "%"
           MOVE WS-PMI-ACTUAL-LTV TO WS-PMI-DSP-LTV
           DISPLAY "LTV on actual balance:    " WS-PMI-DSP-LTV "%"
           IF NOT PMI-ACTIVE
               DISPLAY "PMI ended " PMI-CANCEL-DATE " - "
                       PMI-CANCEL-REASON
               GO TO 8540-PMI-EXIT
           END-IF
           IF PMI-ELIGIBLE-DATE NOT = SPACES
               DISPLAY "Eligible for cancellation on request since "
                       PMI-ELIGIBLE-DATE
           END-IF

           DISPLAY "Borrower cancellation request (C), blank to "
                   "exit: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-ACTION FROM CONSOLE
           IF WS-PMI-INPUT-ACTION = "C"
               OR WS-PMI-INPUT-ACTION = "c"
               PERFORM 8544-BORROWER-PMI-CANCEL
                   THRU 8544-CANCEL-EXIT
           END-IF.

       8540-PMI-EXIT.
           CONTINUE.

      ******************************************************************
      * 8542 - PUT PMI ON A LOAN
      * LOAN-SCHEDULE-RECORD is current. The premium is added to
      * the escrow collected with each payment.
      ******************************************************************
       8542-SETUP-PMI.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a loan officer (SUPERVISOR) may set up "
                       "PMI."
               GO TO 8542-SETUP-EXIT
           END-IF
           IF NOT LOAN-ACTIVE
               DISPLAY "The loan is not active."
               GO TO 8542-SETUP-EXIT
           END-IF
           DISPLAY "Insurer Code: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-INSURER FROM CONSOLE
           DISPLAY "Insurer Name: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-NAME FROM CONSOLE
           DISPLAY "Certificate Number: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-CERT FROM CONSOLE
           IF WS-PMI-INPUT-INSURER = SPACES
               OR WS-PMI-INPUT-CERT = SPACES
               DISPLAY "Insurer and certificate are required."
               GO TO 8542-SETUP-EXIT
           END-IF
           DISPLAY "Monthly Premium: " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-PREMIUM FROM CONSOLE
           COMPUTE WS-PMI-PREMIUM =
               FUNCTION NUMVAL(WS-PMI-INPUT-PREMIUM)
           DISPLAY "Original Property Value (lesser of price and "
                   "appraisal): " WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-VALUE FROM CONSOLE
           COMPUTE WS-PMI-VALUE =
               FUNCTION NUMVAL(WS-PMI-INPUT-VALUE)
           IF WS-PMI-PREMIUM NOT > ZEROS
               OR WS-PMI-VALUE NOT > ZEROS
               DISPLAY "Premium and value must be greater than zero."
               GO TO 8542-SETUP-EXIT
           END-IF

           MOVE WS-PMI-LOAN-ACCT-ID TO PMI-LOAN-ACCT-ID
           MOVE WS-PMI-INPUT-INSURER TO PMI-INSURER-CODE
           MOVE WS-PMI-INPUT-NAME TO PMI-INSURER-NAME
           MOVE WS-PMI-INPUT-CERT TO PMI-CERT-NUMBER
           MOVE WS-PMI-PREMIUM TO PMI-MONTHLY-PREMIUM
           MOVE WS-PMI-VALUE TO PMI-ORIGINAL-VALUE
           MOVE LOAN-ORIGINAL-PRINCIPAL TO PMI-ORIG-PRINCIPAL
           MOVE LOAN-TERM-MONTHS TO PMI-ORIG-TERM
           SET PMI-ACTIVE TO TRUE
           MOVE SPACES TO PMI-ELIGIBLE-DATE
           MOVE SPACES TO PMI-CANCEL-DATE
           MOVE SPACES TO PMI-CANCEL-REASON
           MOVE ZEROS TO PMI-CANCEL-LTV
           MOVE SPACES TO PMI-CANCEL-BY
           MOVE SPACES TO PMI-LAST-DISCLOSURE
           MOVE WS-PMI-TODAY TO PMI-ADDED-DATE
           MOVE LS-CURRENT-USER TO PMI-ADDED-BY
           WRITE LOAN-PMI-RECORD
           IF WS-PMI-FILE-STATUS NOT = "00"
               DISPLAY "Error saving PMI: " WS-PMI-FILE-STATUS
               GO TO 8542-SETUP-EXIT
           END-IF

           ADD WS-PMI-PREMIUM TO LOAN-ESCROW-PAYMENT
           REWRITE LOAN-SCHEDULE-RECORD
           MOVE LOAN-ESCROW-PAYMENT TO WS-DSP-AMOUNT
           DISPLAY "PMI recorded. Monthly escrow payment now $"
                   FUNCTION TRIM(WS-DSP-AMOUNT)

           MOVE WS-PMI-PREMIUM TO WS-PMI-DSP-PREMIUM
           MOVE WS-PMI-VALUE TO WS-DSP-BALANCE
           MOVE "PMI_ADDED" TO WS-AUDIT-ACTION
           STRING "Loan=" PMI-LOAN-ACCT-ID
                  " Insurer=" PMI-INSURER-CODE
                  " Cert=" FUNCTION TRIM(PMI-CERT-NUMBER)
                  " Premium=" FUNCTION TRIM(WS-PMI-DSP-PREMIUM)
                  " Value=" FUNCTION TRIM(WS-DSP-BALANCE)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8542-SETUP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8544 - CANCEL PMI ON THE BORROWER'S REQUEST
      * The loan must be current and at or under WS-PMI-REQUEST-LTV
      * on the original schedule or on what has actually been paid.
      ******************************************************************
       8544-BORROWER-PMI-CANCEL.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a loan officer (SUPERVISOR) may cancel "
                       "PMI."
               GO TO 8544-CANCEL-EXIT
           END-IF
           IF LOAN-DELINQ-BUCKET NOT = SPACES
               DISPLAY "The loan is past due - PMI cannot be "
                       "cancelled until it is current."
               GO TO 8544-CANCEL-EXIT
           END-IF
           IF WS-PMI-SCHED-LTV > WS-PMI-REQUEST-LTV
               AND WS-PMI-ACTUAL-LTV > WS-PMI-REQUEST-LTV
               DISPLAY "The loan is not yet at " WS-PMI-REQUEST-LTV
                       "% of the original value."
               GO TO 8544-CANCEL-EXIT
           END-IF
           DISPLAY "Cancel PMI on this loan (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-PMI-INPUT-CONFIRM FROM CONSOLE
           IF WS-PMI-INPUT-CONFIRM NOT = "Y"
               AND WS-PMI-INPUT-CONFIRM NOT = "y"
               DISPLAY "No action taken."
               GO TO 8544-CANCEL-EXIT
           END-IF

           MOVE "B" TO WS-PMI-CANCEL-TYPE
           MOVE "BORROWER REQUEST" TO WS-PMI-CANCEL-REASON
           IF WS-PMI-SCHED-LTV < WS-PMI-ACTUAL-LTV
               MOVE WS-PMI-SCHED-LTV TO WS-PMI-CANCEL-LTV
           ELSE
               MOVE WS-PMI-ACTUAL-LTV TO WS-PMI-CANCEL-LTV
           END-IF
           PERFORM 8548-CANCEL-PMI.

       8544-CANCEL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8546 - COMPUTE PMI LOAN-TO-VALUE
      * LOAN-SCHEDULE-RECORD and LOAN-PMI-RECORD are current and
      * WS-PMI-TODAY is set. The scheduled balance is where the
      * original amortization says the loan should be by now.
      ******************************************************************
       8546-COMPUTE-PMI-LTV.
           MOVE ZEROS TO WS-PMI-MONTHS
           IF LOAN-ORIGINATION-DATE(1:8) IS NUMERIC
               COMPUTE WS-PMI-MONTHS =
                   (FUNCTION NUMVAL(WS-PMI-TODAY(1:4)) * 12
                    + FUNCTION NUMVAL(WS-PMI-TODAY(5:2)))
                 - (FUNCTION NUMVAL(LOAN-ORIGINATION-DATE(1:4)) * 12
                    + FUNCTION NUMVAL(LOAN-ORIGINATION-DATE(5:2)))
           END-IF
           IF WS-PMI-MONTHS < ZEROS
               MOVE ZEROS TO WS-PMI-MONTHS
           END-IF

           MOVE ZEROS TO WS-PMI-MONTHLY-PRIN
           MOVE PMI-ORIG-PRINCIPAL TO WS-PMI-SCHED-BAL
           IF PMI-ORIG-TERM > ZEROS
               COMPUTE WS-PMI-MONTHLY-PRIN ROUNDED =
                   PMI-ORIG-PRINCIPAL / PMI-ORIG-TERM
               COMPUTE WS-PMI-SCHED-BAL =
                   PMI-ORIG-PRINCIPAL
                   - (WS-PMI-MONTHLY-PRIN * WS-PMI-MONTHS)
           END-IF
           IF WS-PMI-SCHED-BAL < ZEROS
               MOVE ZEROS TO WS-PMI-SCHED-BAL
           END-IF

           MOVE 999.99 TO WS-PMI-SCHED-LTV
           MOVE 999.99 TO WS-PMI-ACTUAL-LTV
           IF PMI-ORIGINAL-VALUE > ZEROS
               COMPUTE WS-PMI-SCHED-LTV ROUNDED =
                   WS-PMI-SCHED-BAL * 100 / PMI-ORIGINAL-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PMI-SCHED-LTV
               END-COMPUTE
               COMPUTE WS-PMI-ACTUAL-LTV ROUNDED =
                   LOAN-REMAINING-PRINCIPAL * 100 / PMI-ORIGINAL-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PMI-ACTUAL-LTV
               END-COMPUTE
           END-IF.

      ******************************************************************
      * 8547 - PMI MILESTONE DATE
      * The date the original schedule brings the loan down to
      * WS-PMI-TARGET-PCT of the original value, in
      * WS-PMI-MILESTONE-DATE. LOAN-SCHEDULE-RECORD, LOAN-PMI-RECORD
      * and WS-PMI-MONTHLY-PRIN (from 8546) are current.
      ******************************************************************
       8547-PMI-MILESTONE-DATE.
           MOVE SPACES TO WS-PMI-MILESTONE-DATE
           IF WS-PMI-MONTHLY-PRIN NOT > ZEROS
               OR LOAN-ORIGINATION-DATE(1:8) IS NOT NUMERIC
               GO TO 8547-MILESTONE-EXIT
           END-IF
           COMPUTE WS-PMI-TARGET-BAL ROUNDED =
               PMI-ORIGINAL-VALUE * WS-PMI-TARGET-PCT / 100
           MOVE ZEROS TO WS-PMI-PMTS-NEEDED
           IF PMI-ORIG-PRINCIPAL > WS-PMI-TARGET-BAL
               COMPUTE WS-PMI-PMTS-NEEDED =
                   0 - FUNCTION INTEGER(0 -
                   (PMI-ORIG-PRINCIPAL - WS-PMI-TARGET-BAL)
                   / WS-PMI-MONTHLY-PRIN)
           END-IF
           IF WS-PMI-PMTS-NEEDED > 999
               GO TO 8547-MILESTONE-EXIT
           END-IF
           MOVE LOAN-ORIGINATION-DATE(1:8) TO WS-LVR-BASE-DATE
           MOVE WS-PMI-PMTS-NEEDED TO WS-LVR-CHANGE-FREQ
           PERFORM 7997-ADVANCE-CHANGE-DATE
           MOVE WS-CD-MATURITY-NUM TO WS-PMI-MILESTONE-DATE.

       8547-MILESTONE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8548 - CANCEL PMI
      * LOAN-PMI-RECORD and LOAN-SCHEDULE-RECORD are current and
      * WS-PMI-CANCEL-TYPE/-REASON/-LTV set. Ends the coverage,
      * takes the premium out of the escrow payment, tells the
      * insurer through PMI-CANCEL-FILE and the borrower through
      * the notification queue.
      ******************************************************************
       8548-CANCEL-PMI.
           IF WS-PMI-CANCEL-TYPE = "B"
               SET PMI-CANCELLED TO TRUE
           ELSE
               SET PMI-TERMINATED TO TRUE
           END-IF
           MOVE WS-PMI-TODAY TO PMI-CANCEL-DATE
           MOVE WS-PMI-CANCEL-REASON TO PMI-CANCEL-REASON
           IF WS-PMI-CANCEL-LTV > 999.99
               MOVE 999.99 TO PMI-CANCEL-LTV
           ELSE
               MOVE WS-PMI-CANCEL-LTV TO PMI-CANCEL-LTV
           END-IF
           MOVE LS-CURRENT-USER TO PMI-CANCEL-BY
           REWRITE LOAN-PMI-RECORD

           SUBTRACT PMI-MONTHLY-PREMIUM FROM LOAN-ESCROW-PAYMENT
           IF LOAN-ESCROW-PAYMENT < ZEROS
               MOVE ZEROS TO LOAN-ESCROW-PAYMENT
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD

           OPEN EXTEND PMI-CANCEL-FILE
           IF WS-PMIX-FILE-STATUS = "35"
               OPEN OUTPUT PMI-CANCEL-FILE
           END-IF
           MOVE PMI-INSURER-CODE TO PMIX-INSURER-CODE
           MOVE PMI-CERT-NUMBER TO PMIX-CERT-NUMBER
           MOVE PMI-LOAN-ACCT-ID TO PMIX-LOAN-ACCT-ID
           MOVE PMI-CANCEL-DATE TO PMIX-CANCEL-DATE
           MOVE WS-PMI-CANCEL-TYPE TO PMIX-CANCEL-TYPE
           MOVE PMI-CANCEL-LTV TO PMIX-LTV
           MOVE LOAN-REMAINING-PRINCIPAL TO PMIX-PRINCIPAL
           MOVE PMI-ORIGINAL-VALUE TO PMIX-ORIGINAL-VALUE
           WRITE PMI-CANCEL-RECORD
           CLOSE PMI-CANCEL-FILE

           MOVE PMI-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
               MOVE "PMIC" TO WS-NOTIF-EVENT-TYPE
               MOVE PMI-MONTHLY-PREMIUM TO WS-PMI-DSP-PREMIUM
               MOVE SPACES TO WS-NOTIF-DETAIL
               STRING "Loan " PMI-LOAN-ACCT-ID " PMI ended "
                      PMI-CANCEL-DATE "; premium $"
                      FUNCTION TRIM(WS-PMI-DSP-PREMIUM)
                      " no longer charged"
                      DELIMITED SIZE INTO WS-NOTIF-DETAIL
               PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                   THRU 9250-QUEUE-EXIT
           END-IF
           MOVE "00" TO WS-ACCT-FILE-STATUS

           MOVE LOAN-ESCROW-PAYMENT TO WS-DSP-AMOUNT
           DISPLAY "  PMI on loan " PMI-LOAN-ACCT-ID " ended ("
                   FUNCTION TRIM(PMI-CANCEL-REASON)
                   "). Escrow payment now $"
                   FUNCTION TRIM(WS-DSP-AMOUNT)

           MOVE PMI-CANCEL-LTV TO WS-PMI-DSP-LTV
           MOVE "PMI_CANCELLED" TO WS-AUDIT-ACTION
           STRING "Loan=" PMI-LOAN-ACCT-ID
                  " Cert=" FUNCTION TRIM(PMI-CERT-NUMBER)
                  " Type=" WS-PMI-CANCEL-TYPE
                  " LTV=" FUNCTION TRIM(WS-PMI-DSP-LTV)
                  " Reason=" FUNCTION TRIM(PMI-CANCEL-REASON)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8550 - MONTHLY PMI REVIEW (BATCH)
      * Ends the coverage on every current loan that the original
      * schedule has brought to WS-PMI-AUTO-LTV, or to the midpoint
      * of its term, and on loans paid off; tells borrowers whose
      * loan has first reached WS-PMI-REQUEST-LTV that they may ask
      * for cancellation.
      ******************************************************************
       8550-BATCH-PMI-REVIEW.
           DISPLAY " "
           DISPLAY "=== MONTHLY PMI REVIEW ==="

           MOVE "PMIREVW" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8550-PMIR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-PMI-TODAY
           MOVE ZEROS TO WS-PMI-REVIEW-COUNT
           MOVE ZEROS TO WS-PMI-ELIGIBLE-COUNT
           MOVE ZEROS TO WS-PMI-AUTO-COUNT
           MOVE ZEROS TO WS-PMI-HELD-COUNT

           MOVE LOW-VALUES TO PMI-LOAN-ACCT-ID
           START LOAN-PMI-FILE KEY >= PMI-LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PMI-FILE-STATUS NOT = "00"
               READ LOAN-PMI-FILE NEXT RECORD
               IF WS-PMI-FILE-STATUS = "00"
                   AND PMI-ACTIVE
                   PERFORM 8552-REVIEW-ONE-PMI
                       THRU 8552-REVIEW-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PMI-FILE-STATUS

           DISPLAY "PMI loans reviewed:         " WS-PMI-REVIEW-COUNT
           DISPLAY "  Ended automatically:      " WS-PMI-AUTO-COUNT
           DISPLAY "  Newly eligible on request:" WS-PMI-ELIGIBLE-COUNT
           DISPLAY "  At 78% but not current:   " WS-PMI-HELD-COUNT

           MOVE "PMIREVW" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PMI-REVIEW-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8550-PMIR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8552 - REVIEW ONE LOAN'S PMI
      * LOAN-PMI-RECORD is active coverage.
      ******************************************************************
       8552-REVIEW-ONE-PMI.
           MOVE PMI-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-LOAN-FILE-STATUS
               GO TO 8552-REVIEW-EXIT
           END-IF
           ADD 1 TO WS-PMI-REVIEW-COUNT
           PERFORM 8546-COMPUTE-PMI-LTV

           IF LOAN-PAID-OFF
               MOVE "P" TO WS-PMI-CANCEL-TYPE
               MOVE "LOAN PAID OFF" TO WS-PMI-CANCEL-REASON
               MOVE ZEROS TO WS-PMI-CANCEL-LTV
               PERFORM 8548-CANCEL-PMI
               ADD 1 TO WS-PMI-AUTO-COUNT
               GO TO 8552-REVIEW-EXIT
           END-IF

      * Automatic termination waits for the loan to be current
           IF WS-PMI-SCHED-LTV NOT > WS-PMI-AUTO-LTV
               OR WS-PMI-MONTHS * 2 NOT < PMI-ORIG-TERM
               IF LOAN-DELINQ-BUCKET NOT = SPACES
                   ADD 1 TO WS-PMI-HELD-COUNT
                   DISPLAY "  Loan " PMI-LOAN-ACCT-ID " at the "
                           "termination point but past due - PMI "
                           "held"
               ELSE
                   IF WS-PMI-SCHED-LTV NOT > WS-PMI-AUTO-LTV
                       MOVE "A" TO WS-PMI-CANCEL-TYPE
                       MOVE "AUTOMATIC AT 78 LTV"
                           TO WS-PMI-CANCEL-REASON
                   ELSE
                       MOVE "M" TO WS-PMI-CANCEL-TYPE
                       MOVE "MIDPOINT OF TERM"
                           TO WS-PMI-CANCEL-REASON
                   END-IF
                   MOVE WS-PMI-SCHED-LTV TO WS-PMI-CANCEL-LTV
                   PERFORM 8548-CANCEL-PMI
                   ADD 1 TO WS-PMI-AUTO-COUNT
                   GO TO 8552-REVIEW-EXIT
               END-IF
           END-IF

      * First time the loan reaches the request threshold
           IF PMI-ELIGIBLE-DATE = SPACES
               AND (WS-PMI-SCHED-LTV NOT > WS-PMI-REQUEST-LTV
                    OR WS-PMI-ACTUAL-LTV NOT > WS-PMI-REQUEST-LTV)
               MOVE WS-PMI-TODAY TO PMI-ELIGIBLE-DATE
               REWRITE LOAN-PMI-RECORD
               ADD 1 TO WS-PMI-ELIGIBLE-COUNT
               MOVE PMI-LOAN-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-OWNER-ID TO WS-NOTIF-CUST-ID
                   MOVE "PMIC" TO WS-NOTIF-EVENT-TYPE
                   MOVE SPACES TO WS-NOTIF-DETAIL
                   STRING "Loan " PMI-LOAN-ACCT-ID " has reached 80"
                          "% of original value - you may ask us to "
                          "cancel PMI"
                          DELIMITED SIZE INTO WS-NOTIF-DETAIL
                   PERFORM 9250-QUEUE-CUSTOMER-NOTIFICATION
                       THRU 9250-QUEUE-EXIT
               END-IF
               MOVE "00" TO WS-ACCT-FILE-STATUS
               DISPLAY "  Loan " PMI-LOAN-ACCT-ID " eligible for "
                       "cancellation on request"
           END-IF.

       8552-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8556 - ANNUAL PMI DISCLOSURE (BATCH)
      * Writes the yearly statement to every borrower still paying
      * PMI: the premium, the original value, and the dates the
      * original schedule reaches the request and automatic
      * termination points.
      ******************************************************************
       8556-BATCH-PMI-DISCLOSURE.
           DISPLAY " "
           DISPLAY "=== ANNUAL PMI DISCLOSURE ==="

           MOVE "PMIDISCL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8556-PMID-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-PMI-TODAY
           MOVE ZEROS TO WS-PMI-DISC-COUNT

           STRING "/tmp/altoro_pmidisc_" WS-ACCEPT-DATE ".txt"
               DELIMITED SIZE INTO WS-PMI-DISC-PATH
           OPEN OUTPUT PMI-DISCLOSURE-FILE
           MOVE "ALTORO MUTUAL BANK - ANNUAL PRIVATE MORTGAGE "
               & "INSURANCE DISCLOSURE"
               TO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD

           MOVE LOW-VALUES TO PMI-LOAN-ACCT-ID
           START LOAN-PMI-FILE KEY >= PMI-LOAN-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PMI-FILE-STATUS NOT = "00"
               READ LOAN-PMI-FILE NEXT RECORD
               IF WS-PMI-FILE-STATUS = "00"
                   AND PMI-ACTIVE
                   PERFORM 8558-DISCLOSE-ONE-PMI
                       THRU 8558-DISCLOSE-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PMI-FILE-STATUS
           CLOSE PMI-DISCLOSURE-FILE

           DISPLAY "Disclosures written: " WS-PMI-DISC-COUNT
           DISPLAY "Disclosure file: " WS-PMI-DISC-PATH

           MOVE "PMIDISCL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PMI-DISC-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8556-PMID-EXIT.
           CONTINUE.

      ******************************************************************
      * 8558 - DISCLOSE ONE LOAN'S PMI
      ******************************************************************
       8558-DISCLOSE-ONE-PMI.
           MOVE PMI-LOAN-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-SCHEDULE-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-LOAN-FILE-STATUS
               GO TO 8558-DISCLOSE-EXIT
           END-IF
           MOVE PMI-LOAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-ACCT-FILE-STATUS
               GO TO 8558-DISCLOSE-EXIT
           END-IF
           PERFORM 8546-COMPUTE-PMI-LTV
           MOVE WS-PMI-REQUEST-LTV TO WS-PMI-TARGET-PCT
           PERFORM 8547-PMI-MILESTONE-DATE
               THRU 8547-MILESTONE-EXIT
           MOVE WS-PMI-MILESTONE-DATE TO WS-PMI-REQUEST-DATE
           MOVE WS-PMI-AUTO-LTV TO WS-PMI-TARGET-PCT
           PERFORM 8547-PMI-MILESTONE-DATE
               THRU 8547-MILESTONE-EXIT
           MOVE WS-PMI-MILESTONE-DATE TO WS-PMI-AUTO-DATE

           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           PERFORM 8863-LOAD-DOC-ENTITY
           STRING "ISSUED BY " WS-ENTY-DOC-NAME
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "LOAN " PMI-LOAN-ACCT-ID
                  "  BORROWER " ACCT-OWNER-ID
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "  INSURER " PMI-INSURER-NAME
                  " CERTIFICATE " PMI-CERT-NUMBER
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE PMI-MONTHLY-PREMIUM TO WS-PMI-DSP-PREMIUM
           MOVE PMI-ORIGINAL-VALUE TO WS-DSP-AMOUNT
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "  MONTHLY PREMIUM $"
                  FUNCTION TRIM(WS-PMI-DSP-PREMIUM)
                  "  ORIGINAL VALUE $" FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE WS-PMI-SCHED-LTV TO WS-PMI-DSP-LTV
           MOVE LOAN-REMAINING-PRINCIPAL TO WS-DSP-AMOUNT
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "  PRINCIPAL $" FUNCTION TRIM(WS-DSP-AMOUNT)
                  "  SCHEDULED LTV " FUNCTION TRIM(WS-PMI-DSP-LTV) "%"
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "  YOU MAY REQUEST CANCELLATION AT 80% LTV, ON "
                  "SCHEDULE " WS-PMI-REQUEST-DATE
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD
           MOVE SPACES TO PMI-DISCLOSURE-RECORD
           STRING "  PMI ENDS AUTOMATICALLY AT 78% LTV, ON SCHEDULE "
                  WS-PMI-AUTO-DATE ", IF YOUR LOAN IS CURRENT"
                  DELIMITED SIZE INTO PMI-DISCLOSURE-RECORD
           WRITE PMI-DISCLOSURE-RECORD

           MOVE WS-PMI-TODAY TO PMI-LAST-DISCLOSURE
           REWRITE LOAN-PMI-RECORD
           ADD 1 TO WS-PMI-DISC-COUNT.

       8558-DISCLOSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8562 - CHECK SCRA PROTECTION
      * ACCOUNT-RECORD is current and WS-ACCEPT-DATE is today. Sets
      * WS-SCRA-PROTECTED when the owner is on active duty or within
      * the post-service tail, and WS-SCRA-CAP-APPLIES when the
      * account was also opened before duty began. Leaves the
      * owner's MILITARY-STATUS-RECORD current for 8564 and 8566.
      ******************************************************************
       8562-CHECK-SCRA-STATUS.
           MOVE "N" TO WS-SCRA-PROTECT-FLAG
           MOVE "N" TO WS-SCRA-CAP-FLAG
           MOVE WS-ACCEPT-DATE TO WS-SCRA-TODAY
           MOVE ACCT-OWNER-ID TO MIL-CUST-ID
           READ MILITARY-STATUS-FILE
           IF WS-MIL-FILE-STATUS NOT = "00"
               GO TO 8562-SCRA-EXIT
           END-IF
           IF MIL-NOT-ON-DUTY
               OR MIL-VERIFY-SOURCE = SPACES
               OR MIL-DUTY-START = SPACES
               OR MIL-DUTY-START > WS-SCRA-TODAY
               GO TO 8562-SCRA-EXIT
           END-IF
           IF MIL-PROTECT-END NOT = SPACES
               AND MIL-PROTECT-END < WS-SCRA-TODAY
               GO TO 8562-SCRA-EXIT
           END-IF
           MOVE "Y" TO WS-SCRA-PROTECT-FLAG
           IF ACCT-OPEN-DATE(1:8) < MIL-DUTY-START
               MOVE "Y" TO WS-SCRA-CAP-FLAG
           END-IF.

       8562-SCRA-EXIT.
           CONTINUE.

      ******************************************************************
      * 8564 - APPLY THE SCRA INTEREST CAP
      * WS-SCRA-INTEREST is the charge at WS-SCRA-NOTE-RATE; when
      * the cap applies it comes back at the cap rate and the
      * difference is forgiven - tallied on the military status
      * record, never billed later. 8562 has run for the account.
      ******************************************************************
       8564-APPLY-SCRA-CAP.
           MOVE ZEROS TO WS-SCRA-FORGIVEN
           IF NOT WS-SCRA-CAP-APPLIES
               OR WS-SCRA-NOTE-RATE NOT > WS-SCRA-CAP-RATE
               OR WS-SCRA-INTEREST NOT > ZEROS
               GO TO 8564-CAP-EXIT
           END-IF
           COMPUTE WS-SCRA-CAPPED ROUNDED =
               WS-SCRA-INTEREST * WS-SCRA-CAP-RATE / WS-SCRA-NOTE-RATE
           COMPUTE WS-SCRA-FORGIVEN =
               WS-SCRA-INTEREST - WS-SCRA-CAPPED
           MOVE WS-SCRA-CAPPED TO WS-SCRA-INTEREST
           ADD WS-SCRA-FORGIVEN TO MIL-INT-FORGIVEN
           MOVE WS-SCRA-TODAY TO MIL-LAST-FORGIVEN-DATE
           REWRITE MILITARY-STATUS-RECORD
           ADD WS-SCRA-FORGIVEN TO WS-SCRA-RUN-FORGIVEN.

       8564-CAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8566 - HOLD AN ACTION FOR A PROTECTED SERVICEMEMBER
      * WS-SCRA-HELD-WHAT is F (late fee), O (charge-off) or C
      * (collections queueing). ACCOUNT-RECORD is the account and
      * the owner's MILITARY-STATUS-RECORD is current from 8562.
      ******************************************************************
       8566-HOLD-FOR-SCRA.
           EVALUATE WS-SCRA-HELD-WHAT
               WHEN "F"
                   ADD 1 TO MIL-FEES-HELD
               WHEN "O"
                   ADD 1 TO MIL-CHGO-HELD
               WHEN OTHER
                   ADD 1 TO MIL-COLL-HELD
           END-EVALUATE
           REWRITE MILITARY-STATUS-RECORD

           MOVE "SCRA_ACTION_HELD" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Cust=" ACCT-OWNER-ID
                  " Held=" WS-SCRA-HELD-WHAT
                  " DutyStart=" MIL-DUTY-START
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8568 - SET THE LAST DAY OF PROTECTION
      * Duty end plus the post-service tail; spaces while serving.
      * MILITARY-STATUS-RECORD is current.
      ******************************************************************
       8568-SET-PROTECT-END.
           MOVE SPACES TO MIL-PROTECT-END
           IF MIL-DUTY-END NOT = SPACES
               AND MIL-DUTY-END IS NUMERIC
               COMPUTE WS-SCRA-END-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(MIL-DUTY-END))
                   + WS-SCRA-TAIL-DAYS
               COMPUTE WS-SCRA-END-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-SCRA-END-INT)
               MOVE WS-SCRA-END-NUM TO MIL-PROTECT-END
           END-IF.

      ******************************************************************
      * 8570 - MILITARY STATUS (SCRA)
      * Records a customer's active duty from the orders they sent
      * us, or the end of it, and shows where their protection
      * stands. Changes are an officer's.
      ******************************************************************
       8570-MAINTAIN-MILITARY-STATUS.
           DISPLAY " "
           DISPLAY "=== MILITARY STATUS (SCRA) ==="
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-CUST FROM CONSOLE
           MOVE WS-SCRA-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 8570-MIL-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-SCRA-TODAY

           MOVE "N" TO WS-SCRA-NEW-FLAG
           MOVE WS-SCRA-INPUT-CUST TO MIL-CUST-ID
           READ MILITARY-STATUS-FILE
           IF WS-MIL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SCRA-NEW-FLAG
               DISPLAY "No military status on file."
           ELSE
               DISPLAY "Status:         " MIL-STATUS
                       "  Branch: " MIL-BRANCH
               DISPLAY "Active Duty:    " MIL-DUTY-START " to "
                       MIL-DUTY-END
               DISPLAY "Protected Thru: " MIL-PROTECT-END
               DISPLAY "Orders:         " MIL-ORDERS-ON-FILE " "
                       MIL-ORDERS-REF " received "
                       MIL-ORDERS-RECEIVED
               DISPLAY "Verified By:    " MIL-VERIFY-SOURCE
                       "  DMDC: " MIL-DMDC-RESULT " on "
                       MIL-LAST-VERIFIED
               MOVE MIL-INT-FORGIVEN TO WS-DSP-AMOUNT
               DISPLAY "Interest Forgiven: $"
                       FUNCTION TRIM(WS-DSP-AMOUNT)
               DISPLAY "Held - Fees: " MIL-FEES-HELD
                       "  Charge-offs: " MIL-CHGO-HELD
                       "  Collections: " MIL-COLL-HELD
           END-IF

           DISPLAY "S=Record active duty (orders), E=Record end of "
                   "duty, blank to exit: " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-ACTION FROM CONSOLE
           IF WS-SCRA-INPUT-ACTION = SPACES
               GO TO 8570-MIL-EXIT
           END-IF
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only an officer (SUPERVISOR) may change "
                       "military status."
               GO TO 8570-MIL-EXIT
           END-IF

           EVALUATE WS-SCRA-INPUT-ACTION
               WHEN "S"
               WHEN "s"
                   PERFORM 8571-RECORD-ACTIVE-DUTY
                       THRU 8571-DUTY-EXIT
               WHEN "E"
               WHEN "e"
                   IF WS-SCRA-NEW-FLAG = "Y"
                       DISPLAY "No active duty on file to end."
                   ELSE
                       PERFORM 8572-RECORD-DUTY-END
                           THRU 8572-END-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-EVALUATE.

       8570-MIL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8571 - RECORD ACTIVE DUTY FROM ORDERS
      ******************************************************************
       8571-RECORD-ACTIVE-DUTY.
           DISPLAY "Branch of Service: " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-BRANCH FROM CONSOLE
           DISPLAY "Orders Reference: " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-ORDERS FROM CONSOLE
           IF WS-SCRA-INPUT-ORDERS = SPACES
               DISPLAY "A copy of the orders is required."
               GO TO 8571-DUTY-EXIT
           END-IF
           DISPLAY "Active Duty Start (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-DATE FROM CONSOLE
           IF WS-SCRA-INPUT-DATE(1:8) IS NOT NUMERIC
               DISPLAY "Invalid start date."
               GO TO 8571-DUTY-EXIT
           END-IF

           IF WS-SCRA-NEW-FLAG = "Y"
               INITIALIZE MILITARY-STATUS-RECORD
               MOVE WS-SCRA-INPUT-CUST TO MIL-CUST-ID
           END-IF
           MOVE WS-SCRA-INPUT-DATE(1:8) TO MIL-DUTY-START
           MOVE WS-SCRA-INPUT-BRANCH TO MIL-BRANCH

           DISPLAY "Active Duty End (YYYYMMDD, blank if serving): "
               WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-DATE FROM CONSOLE
           MOVE SPACES TO MIL-DUTY-END
           IF WS-SCRA-INPUT-DATE NOT = SPACES
               IF WS-SCRA-INPUT-DATE(1:8) IS NOT NUMERIC
                   OR WS-SCRA-INPUT-DATE(1:8) < MIL-DUTY-START
                   DISPLAY "Invalid end date."
                   GO TO 8571-DUTY-EXIT
               END-IF
               MOVE WS-SCRA-INPUT-DATE(1:8) TO MIL-DUTY-END
           END-IF

           IF MIL-DUTY-END NOT = SPACES
               AND MIL-DUTY-END < WS-SCRA-TODAY
               SET MIL-RELEASED TO TRUE
           ELSE
               SET MIL-ACTIVE-DUTY TO TRUE
           END-IF
           PERFORM 8568-SET-PROTECT-END
           MOVE "Y" TO MIL-ORDERS-ON-FILE
           MOVE WS-SCRA-INPUT-ORDERS TO MIL-ORDERS-REF
           MOVE WS-SCRA-TODAY TO MIL-ORDERS-RECEIVED
           SET MIL-VERIFIED-ORDERS TO TRUE
           MOVE WS-SCRA-TODAY TO MIL-UPDATED-DATE
           MOVE LS-CURRENT-USER TO MIL-UPDATED-BY
           IF WS-SCRA-NEW-FLAG = "Y"
               WRITE MILITARY-STATUS-RECORD
           ELSE
               REWRITE MILITARY-STATUS-RECORD
           END-IF
           IF WS-MIL-FILE-STATUS NOT = "00"
               DISPLAY "Error saving military status: "
                       WS-MIL-FILE-STATUS
               GO TO 8571-DUTY-EXIT
           END-IF
           DISPLAY "Active duty recorded. Protected from "
                   MIL-DUTY-START
           IF MIL-PROTECT-END NOT = SPACES
               DISPLAY "  through " MIL-PROTECT-END
           END-IF

           MOVE "SCRA_DUTY_RECORDED" TO WS-AUDIT-ACTION
           STRING "Cust=" MIL-CUST-ID
                  " Start=" MIL-DUTY-START
                  " End=" MIL-DUTY-END
                  " Orders=" FUNCTION TRIM(MIL-ORDERS-REF)
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8571-DUTY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8572 - RECORD THE END OF ACTIVE DUTY
      * Protection runs on through the post-service tail.
      ******************************************************************
       8572-RECORD-DUTY-END.
           DISPLAY "Active Duty End (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SCRA-INPUT-DATE FROM CONSOLE
           IF WS-SCRA-INPUT-DATE(1:8) IS NOT NUMERIC
               OR WS-SCRA-INPUT-DATE(1:8) < MIL-DUTY-START
               DISPLAY "Invalid end date."
               GO TO 8572-END-EXIT
           END-IF
           MOVE WS-SCRA-INPUT-DATE(1:8) TO MIL-DUTY-END
           SET MIL-RELEASED TO TRUE
           PERFORM 8568-SET-PROTECT-END
           MOVE WS-SCRA-TODAY TO MIL-UPDATED-DATE
           MOVE LS-CURRENT-USER TO MIL-UPDATED-BY
           REWRITE MILITARY-STATUS-RECORD
           DISPLAY "End of duty recorded. Protected through "
                   MIL-PROTECT-END

           MOVE "SCRA_DUTY_ENDED" TO WS-AUDIT-ACTION
           STRING "Cust=" MIL-CUST-ID
                  " End=" MIL-DUTY-END
                  " ProtectEnd=" MIL-PROTECT-END
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8572-END-EXIT.
           CONTINUE.

      ******************************************************************
      * 8574 - DMDC ACTIVE-DUTY VERIFICATION (BATCH)
      * Reads the Defense Manpower Data Center's response to our
      * status request. A customer DMDC reports on active duty is
      * protected from the reported start whether or not we have
      * orders; a reported end of duty starts the post-service tail.
      * When DMDC does not show active duty for a customer we hold
      * orders for, the record is left alone and listed for review.
      ******************************************************************
       8574-BATCH-DMDC-VERIFY.
           DISPLAY " "
           DISPLAY "=== DMDC ACTIVE-DUTY VERIFICATION ==="

           MOVE "SCRAVRFY" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8574-SCRV-EXIT
           END-IF

           DISPLAY "DMDC response file path: " WITH NO ADVANCING
           ACCEPT WS-DMDC-PATH FROM CONSOLE
           OPEN INPUT DMDC-RESPONSE-FILE
           IF WS-DMDC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DMDC response file, status "
                       WS-DMDC-FILE-STATUS
               MOVE "SCRAVRFY" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8574-SCRV-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-SCRA-TODAY
           MOVE ZEROS TO WS-DMDC-READ-COUNT
           MOVE ZEROS TO WS-DMDC-ACTIVE-COUNT
           MOVE ZEROS TO WS-DMDC-RELEASED-COUNT
           MOVE ZEROS TO WS-DMDC-CONFLICT-COUNT
           MOVE ZEROS TO WS-DMDC-NOMATCH-COUNT

           PERFORM UNTIL WS-DMDC-FILE-STATUS NOT = "00"
               READ DMDC-RESPONSE-FILE
               IF WS-DMDC-FILE-STATUS = "00"
                   ADD 1 TO WS-DMDC-READ-COUNT
                   PERFORM 8576-APPLY-DMDC-RESPONSE
                       THRU 8576-APPLY-EXIT
               END-IF
           END-PERFORM
           CLOSE DMDC-RESPONSE-FILE

           DISPLAY "Responses read:            " WS-DMDC-READ-COUNT
           DISPLAY "  On active duty:          " WS-DMDC-ACTIVE-COUNT
           DISPLAY "  Duty ended:              " WS-DMDC-RELEASED-COUNT
           DISPLAY "  Conflicts with orders:   " WS-DMDC-CONFLICT-COUNT
           DISPLAY "  No match:                " WS-DMDC-NOMATCH-COUNT

           MOVE "SCRAVRFY" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DMDC-READ-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8574-SCRV-EXIT.
           CONTINUE.

      ******************************************************************
      * 8576 - APPLY ONE DMDC RESPONSE
      ******************************************************************
       8576-APPLY-DMDC-RESPONSE.
           MOVE "N" TO WS-SCRA-NEW-FLAG
           MOVE DMDC-CUST-ID TO MIL-CUST-ID
           READ MILITARY-STATUS-FILE
           IF WS-MIL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SCRA-NEW-FLAG
           END-IF

      * Nothing to record for a stranger DMDC could not place
           IF NOT DMDC-MATCHED
               ADD 1 TO WS-DMDC-NOMATCH-COUNT
               IF WS-SCRA-NEW-FLAG = "Y"
                   GO TO 8576-APPLY-EXIT
               END-IF
               SET MIL-DMDC-NO-MATCH TO TRUE
               MOVE WS-SCRA-TODAY TO MIL-LAST-VERIFIED
               REWRITE MILITARY-STATUS-RECORD
               GO TO 8576-APPLY-EXIT
           END-IF

           IF NOT DMDC-ON-ACTIVE-DUTY
               AND DMDC-DUTY-END = SPACES
               IF WS-SCRA-NEW-FLAG = "Y"
                   GO TO 8576-APPLY-EXIT
               END-IF
               SET MIL-DMDC-NOT-ACTIVE TO TRUE
               MOVE WS-SCRA-TODAY TO MIL-LAST-VERIFIED
               IF MIL-ACTIVE-DUTY
                   AND MIL-HAS-ORDERS
                   ADD 1 TO WS-DMDC-CONFLICT-COUNT
                   DISPLAY "  Customer " MIL-CUST-ID
                           " - DMDC shows no active duty but orders "
                           "are on file; review"
               END-IF
               IF MIL-ACTIVE-DUTY
                   AND NOT MIL-HAS-ORDERS
                   SET MIL-NOT-ON-DUTY TO TRUE
               END-IF
               REWRITE MILITARY-STATUS-RECORD
               GO TO 8576-APPLY-EXIT
           END-IF

           IF WS-SCRA-NEW-FLAG = "Y"
               INITIALIZE MILITARY-STATUS-RECORD
               MOVE DMDC-CUST-ID TO MIL-CUST-ID
               MOVE "N" TO MIL-ORDERS-ON-FILE
           END-IF
           IF MIL-DUTY-START = SPACES
               OR (DMDC-DUTY-START NOT = SPACES
                   AND DMDC-DUTY-START < MIL-DUTY-START)
               MOVE DMDC-DUTY-START TO MIL-DUTY-START
           END-IF
           IF DMDC-BRANCH NOT = SPACES
               MOVE DMDC-BRANCH TO MIL-BRANCH
           END-IF
           MOVE DMDC-DUTY-END TO MIL-DUTY-END
           IF MIL-DUTY-END NOT = SPACES
               AND MIL-DUTY-END < WS-SCRA-TODAY
               SET MIL-RELEASED TO TRUE
               ADD 1 TO WS-DMDC-RELEASED-COUNT
           ELSE
               SET MIL-ACTIVE-DUTY TO TRUE
               ADD 1 TO WS-DMDC-ACTIVE-COUNT
           END-IF
           PERFORM 8568-SET-PROTECT-END
           IF NOT MIL-HAS-ORDERS
               SET MIL-VERIFIED-DMDC TO TRUE
           END-IF
           IF DMDC-ON-ACTIVE-DUTY
               SET MIL-DMDC-ACTIVE TO TRUE
           ELSE
               SET MIL-DMDC-NOT-ACTIVE TO TRUE
           END-IF
           MOVE WS-SCRA-TODAY TO MIL-LAST-VERIFIED
           MOVE WS-SCRA-TODAY TO MIL-UPDATED-DATE
           MOVE "SCRAVRFY" TO MIL-UPDATED-BY
           IF WS-SCRA-NEW-FLAG = "Y"
               WRITE MILITARY-STATUS-RECORD
               DISPLAY "  Customer " MIL-CUST-ID
                       " on active duty from " MIL-DUTY-START
                       " per DMDC"
           ELSE
               REWRITE MILITARY-STATUS-RECORD
           END-IF

           MOVE "SCRA_DMDC_VERIFIED" TO WS-AUDIT-ACTION
           STRING "Cust=" MIL-CUST-ID
                  " Status=" MIL-STATUS
                  " Start=" MIL-DUTY-START
                  " End=" MIL-DUTY-END
                  " ProtectEnd=" MIL-PROTECT-END
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8576-APPLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8580 - BANKRUPTCY CASE
      * Records the notice of a customer's bankruptcy filing - which
      * puts the automatic stay on their accounts at once - and the
      * court's later dismissal or discharge. Changes are an
      * officer's.
      ******************************************************************
       8580-MAINTAIN-BANKRUPTCY.
           DISPLAY " "
           DISPLAY "=== BANKRUPTCY CASE ==="
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-CUST FROM CONSOLE
           MOVE WS-BKR-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 8580-BKR-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-BKR-TODAY

           MOVE "N" TO WS-BKR-NEW-FLAG
           MOVE WS-BKR-INPUT-CUST TO BKR-CUST-ID
           READ BANKRUPTCY-CASE-FILE
           IF WS-BKR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-BKR-NEW-FLAG
               DISPLAY "No bankruptcy case on file."
           ELSE
               DISPLAY "Chapter:        " BKR-CHAPTER
                       "  Case: " BKR-CASE-NUMBER
               DISPLAY "Court:          " BKR-COURT
               DISPLAY "Filed:          " BKR-FILING-DATE
                       "  Notice received: " BKR-NOTICE-DATE
               DISPLAY "Status:         " BKR-STATUS
                       "  (F=Filed, X=Dismissed, D=Discharged) "
                       BKR-STATUS-DATE
               MOVE BKR-CHGO-AMOUNT TO WS-DSP-AMOUNT
               DISPLAY "Charged Off:    " BKR-CHGO-COUNT
                       " account(s) $" FUNCTION TRIM(WS-DSP-AMOUNT)
                       " " BKR-CHGO-DATE
               DISPLAY "Held - Draws: " BKR-DRAWS-HELD
                       "  Fees: " BKR-FEES-HELD
                       "  Collections: " BKR-COLL-HELD
           END-IF

           DISPLAY "F=Record filing, X=Record dismissal, "
                   "D=Record discharge, blank to exit: "
                   WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-ACTION FROM CONSOLE
           IF WS-BKR-INPUT-ACTION = SPACES
               GO TO 8580-BKR-EXIT
           END-IF
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only an officer (SUPERVISOR) may change "
                       "a bankruptcy case."
               GO TO 8580-BKR-EXIT
           END-IF

           EVALUATE WS-BKR-INPUT-ACTION
               WHEN "F"
               WHEN "f"
                   PERFORM 8581-RECORD-FILING
                       THRU 8581-FILE-EXIT
               WHEN "X"
               WHEN "x"
               WHEN "D"
               WHEN "d"
                   IF WS-BKR-NEW-FLAG = "Y"
                       OR NOT BKR-FILED
                       DISPLAY "No open case to close."
                   ELSE
                       PERFORM 8582-RECORD-CASE-CLOSE
                           THRU 8582-CLOSE-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-EVALUATE.

       8580-BKR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8581 - RECORD A BANKRUPTCY FILING
      * The stay runs from the petition, so the customer's open
      * collections queue entries are stayed as soon as we know.
      * A new petition replaces a dismissed or discharged case.
      ******************************************************************
       8581-RECORD-FILING.
           IF WS-BKR-NEW-FLAG = "N" AND BKR-FILED
               DISPLAY "A case is already open for this customer."
               GO TO 8581-FILE-EXIT
           END-IF
           INITIALIZE BANKRUPTCY-CASE-RECORD
           MOVE WS-BKR-INPUT-CUST TO BKR-CUST-ID

           DISPLAY "Chapter (7/11/12/13): " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-CHAPTER FROM CONSOLE
           COMPUTE BKR-CHAPTER = FUNCTION NUMVAL(WS-BKR-INPUT-CHAPTER)
           IF NOT BKR-CHAPTER-VALID
               DISPLAY "Invalid chapter."
               GO TO 8581-FILE-EXIT
           END-IF
           DISPLAY "Case Number: " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-CASE FROM CONSOLE
           IF WS-BKR-INPUT-CASE = SPACES
               DISPLAY "The case number is required."
               GO TO 8581-FILE-EXIT
           END-IF
           MOVE WS-BKR-INPUT-CASE TO BKR-CASE-NUMBER
           DISPLAY "Court / District: " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-COURT FROM CONSOLE
           MOVE WS-BKR-INPUT-COURT TO BKR-COURT
           DISPLAY "Petition Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-DATE FROM CONSOLE
           IF WS-BKR-INPUT-DATE(1:8) IS NOT NUMERIC
               OR WS-BKR-INPUT-DATE(1:8) > WS-BKR-TODAY
               DISPLAY "Invalid petition date."
               GO TO 8581-FILE-EXIT
           END-IF
           MOVE WS-BKR-INPUT-DATE(1:8) TO BKR-FILING-DATE
           MOVE WS-BKR-TODAY TO BKR-NOTICE-DATE
           SET BKR-FILED TO TRUE
           MOVE SPACES TO BKR-STATUS-DATE

      * Stay whatever the collectors have open for the customer
           MOVE "S" TO WS-BKR-QUEUE-MODE
           PERFORM 8584-SET-QUEUE-STAY
           ADD WS-BKR-QUEUE-COUNT TO BKR-COLL-HELD

           MOVE WS-BKR-TODAY TO BKR-UPDATED-DATE
           MOVE LS-CURRENT-USER TO BKR-UPDATED-BY
           IF WS-BKR-NEW-FLAG = "Y"
               WRITE BANKRUPTCY-CASE-RECORD
           ELSE
               REWRITE BANKRUPTCY-CASE-RECORD
           END-IF
           IF WS-BKR-FILE-STATUS NOT = "00"
               DISPLAY "Error saving bankruptcy case: "
                       WS-BKR-FILE-STATUS
               GO TO 8581-FILE-EXIT
           END-IF
           DISPLAY "Filing recorded - automatic stay in force. "
                   WS-BKR-QUEUE-COUNT " collections entr(ies) stayed."

           MOVE "BKR_FILED" TO WS-AUDIT-ACTION
           STRING "Cust=" BKR-CUST-ID
                  " Chapter=" BKR-CHAPTER
                  " Case=" FUNCTION TRIM(BKR-CASE-NUMBER)
                  " Filed=" BKR-FILING-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8581-FILE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8582 - RECORD A DISMISSAL OR DISCHARGE
      * A dismissal lifts the stay and hands the stayed queue entries
      * back to the collectors. A discharge keeps everything stopped
      * and leaves the discharged balances for the next charge-off
      * run.
      ******************************************************************
       8582-RECORD-CASE-CLOSE.
           DISPLAY "Order Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-BKR-INPUT-DATE FROM CONSOLE
           IF WS-BKR-INPUT-DATE(1:8) IS NOT NUMERIC
               OR WS-BKR-INPUT-DATE(1:8) < BKR-FILING-DATE
               OR WS-BKR-INPUT-DATE(1:8) > WS-BKR-TODAY
               DISPLAY "Invalid order date."
               GO TO 8582-CLOSE-EXIT
           END-IF
           MOVE WS-BKR-INPUT-DATE(1:8) TO BKR-STATUS-DATE

           IF WS-BKR-INPUT-ACTION = "X" OR WS-BKR-INPUT-ACTION = "x"
               SET BKR-DISMISSED TO TRUE
               MOVE "R" TO WS-BKR-QUEUE-MODE
               PERFORM 8584-SET-QUEUE-STAY
               MOVE "BKR_DISMISSED" TO WS-AUDIT-ACTION
           ELSE
               SET BKR-DISCHARGED TO TRUE
               MOVE "BKR_DISCHARGED" TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-BKR-TODAY TO BKR-UPDATED-DATE
           MOVE LS-CURRENT-USER TO BKR-UPDATED-BY
           REWRITE BANKRUPTCY-CASE-RECORD
           IF WS-BKR-FILE-STATUS NOT = "00"
               DISPLAY "Error saving bankruptcy case: "
                       WS-BKR-FILE-STATUS
               GO TO 8582-CLOSE-EXIT
           END-IF
           IF BKR-DISMISSED
               DISPLAY "Dismissal recorded - stay lifted. "
                       WS-BKR-QUEUE-COUNT
                       " collections entr(ies) reopened."
           ELSE
               DISPLAY "Discharge recorded - the discharged "
                       "balances go to the next charge-off run."
           END-IF

           STRING "Cust=" BKR-CUST-ID
                  " Case=" FUNCTION TRIM(BKR-CASE-NUMBER)
                  " Order=" BKR-STATUS-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8582-CLOSE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8584 - STAY OR RELEASE THE CUSTOMER'S COLLECTIONS ENTRIES
      * WS-BKR-QUEUE-MODE S stays every open or promised entry on an
      * account the BKR-CUST-ID customer owns; R reopens the stayed
      * ones. WS-BKR-QUEUE-COUNT comes back with how many moved.
      ******************************************************************
       8584-SET-QUEUE-STAY.
           MOVE ZEROS TO WS-BKR-QUEUE-COUNT
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-OWNER-ID = BKR-CUST-ID
                   MOVE ACCT-ID TO COLQ-ACCT-ID
                   READ COLLECTION-QUEUE-FILE
                   IF WS-COLQ-FILE-STATUS = "00"
                       IF WS-BKR-QUEUE-MODE = "S"
                           AND (COLQ-STAT-OPEN OR COLQ-STAT-PROMISED)
                           SET COLQ-STAT-STAYED TO TRUE
                           REWRITE COLLECTION-QUEUE-RECORD
                           ADD 1 TO WS-BKR-QUEUE-COUNT
                       END-IF
                       IF WS-BKR-QUEUE-MODE = "R"
                           AND COLQ-STAT-STAYED
                           SET COLQ-STAT-OPEN TO TRUE
                           REWRITE COLLECTION-QUEUE-RECORD
                           ADD 1 TO WS-BKR-QUEUE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS.

      ******************************************************************
      * 8586 - CHECK THE OWNER FOR A BANKRUPTCY STAY
      * ACCOUNT-RECORD is current. Sets WS-BKR-STAYED when the owner
      * has a case filed or discharged and leaves the owner's
      * BANKRUPTCY-CASE-RECORD current for 8588.
      ******************************************************************
       8586-CHECK-BANKRUPTCY-STAY.
           MOVE "N" TO WS-BKR-STAY-FLAG
           MOVE ACCT-OWNER-ID TO BKR-CUST-ID
           READ BANKRUPTCY-CASE-FILE
           IF WS-BKR-FILE-STATUS NOT = "00"
               GO TO 8586-STAY-EXIT
           END-IF
           IF BKR-FILED OR BKR-DISCHARGED
               MOVE "Y" TO WS-BKR-STAY-FLAG
           END-IF.

       8586-STAY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8588 - HOLD AN ACTION FOR A BANKRUPTCY STAY
      * WS-BKR-HELD-WHAT is D (autopay draw), F (late fee) or C
      * (collections). ACCOUNT-RECORD is the account and the owner's
      * BANKRUPTCY-CASE-RECORD is current from 8586.
      ******************************************************************
       8588-HOLD-FOR-BANKRUPTCY.
           EVALUATE WS-BKR-HELD-WHAT
               WHEN "D"
                   ADD 1 TO BKR-DRAWS-HELD
               WHEN "F"
                   ADD 1 TO BKR-FEES-HELD
               WHEN OTHER
                   ADD 1 TO BKR-COLL-HELD
           END-EVALUATE
           REWRITE BANKRUPTCY-CASE-RECORD

           MOVE "BKR_ACTION_HELD" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Cust=" ACCT-OWNER-ID
                  " Held=" WS-BKR-HELD-WHAT
                  " Case=" FUNCTION TRIM(BKR-CASE-NUMBER)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 8589 - TALLY A DISCHARGED BALANCE WRITTEN OFF
      * Called from the charge-off run with ACCOUNT-RECORD the account
      * just charged off. A discharged loan leaves the schedule as
      * charged off so nothing further accrues, draws or ages on it.
      ******************************************************************
       8589-RECORD-DISCHARGE-CHGO.
           MOVE ACCT-OWNER-ID TO BKR-CUST-ID
           READ BANKRUPTCY-CASE-FILE
           IF WS-BKR-FILE-STATUS = "00"
               ADD 1 TO BKR-CHGO-COUNT
               ADD WS-CHG-LOSS-AMOUNT TO BKR-CHGO-AMOUNT
               MOVE WS-ACCEPT-DATE TO BKR-CHGO-DATE
               REWRITE BANKRUPTCY-CASE-RECORD
           END-IF
           IF ACCT-TYPE-LOAN
               MOVE ACCT-ID TO LOAN-ACCT-ID
               READ LOAN-SCHEDULE-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   SET LOAN-CHARGED-OFF TO TRUE
                   REWRITE LOAN-SCHEDULE-RECORD
               END-IF
           END-IF

           MOVE "BKR_CHARGE_OFF" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Cust=" ACCT-OWNER-ID
                  " Amount=" WS-CHG-LOSS-AMOUNT
                  " Case=" FUNCTION TRIM(BKR-CASE-NUMBER)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.
      ******************************************************************
      * 8590 - CASH STRUCTURING MONITOR (BATCH)
      * 7800's CTR report only sees a single day over the line. This
      * rolls each customer's cash up across all of their accounts
      * (through the owner cross-reference) over a rolling window
      * and looks for the ways people keep under it: near-threshold
      * cash day after day, one day's cash split across branches,
      * and several different people feeding cash into one account.
      * A customer who trips any of them gets a SAR case - the open
      * case is added to if there is one, so Compliance works it
      * with everything else in Customer Management.
      ******************************************************************
       8590-BATCH-STRUCTURING-MONITOR.
           DISPLAY " "
           DISPLAY "=== CASH STRUCTURING MONITOR ==="

           MOVE "STRUCMON" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8590-STRC-EXIT
           END-IF

           DISPLAY "Rolling window in days (blank for 10): "
               WITH NO ADVANCING
           ACCEPT WS-STR-INPUT FROM CONSOLE
           IF WS-STR-INPUT NOT = SPACES
               COMPUTE WS-STR-WINDOW-DAYS =
                   FUNCTION NUMVAL(WS-STR-INPUT)
           END-IF
           IF WS-STR-WINDOW-DAYS < 1 OR WS-STR-WINDOW-DAYS > 31
               DISPLAY "Window must be 1 to 31 days - using 10."
               MOVE 10 TO WS-STR-WINDOW-DAYS
           END-IF

           DISPLAY "Near-threshold band floor (blank for 8000.00): "
               WITH NO ADVANCING
           ACCEPT WS-STR-INPUT FROM CONSOLE
           IF WS-STR-INPUT NOT = SPACES
               COMPUTE WS-STR-BAND-FLOOR =
                   FUNCTION NUMVAL(WS-STR-INPUT)
           END-IF
           IF WS-STR-BAND-FLOOR NOT > ZEROS
               OR WS-STR-BAND-FLOOR NOT < WS-STR-CTR-AMT
               DISPLAY "Band floor must be under the CTR line - "
                       "using 8000.00."
               MOVE 8000.00 TO WS-STR-BAND-FLOOR
           END-IF

           DISPLAY "Near-threshold days to flag (blank for 2): "
               WITH NO ADVANCING
           ACCEPT WS-STR-INPUT FROM CONSOLE
           IF WS-STR-INPUT NOT = SPACES
               COMPUTE WS-STR-REPEAT-MIN =
                   FUNCTION NUMVAL(WS-STR-INPUT)
           END-IF
           IF WS-STR-REPEAT-MIN < 2
               MOVE 2 TO WS-STR-REPEAT-MIN
           END-IF

           DISPLAY "Distinct depositors to flag (blank for 3): "
               WITH NO ADVANCING
           ACCEPT WS-STR-INPUT FROM CONSOLE
           IF WS-STR-INPUT NOT = SPACES
               COMPUTE WS-STR-CONDUCTOR-MIN =
                   FUNCTION NUMVAL(WS-STR-INPUT)
           END-IF
           IF WS-STR-CONDUCTOR-MIN < 2
               MOVE 2 TO WS-STR-CONDUCTOR-MIN
           END-IF

      * Day 1 of the window is the business day being closed
           COMPUTE WS-STR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-WINDOW-DAYS
               COMPUTE WS-STR-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-STR-TODAY-INT - WS-STR-IDX + 1)
               MOVE WS-STR-DATE-NUM TO WS-STR-DAY-DATE(WS-STR-IDX)
           END-PERFORM
           MOVE WS-STR-DAY-DATE(WS-STR-WINDOW-DAYS)
               TO WS-STR-WINDOW-START

           MOVE 1 TO WS-NEXT-SAR-ID
           MOVE LOW-VALUES TO SAR-CASE-ID
           START SAR-CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SAR-FILE-STATUS NOT = "00"
               READ SAR-CASE-FILE NEXT RECORD
               IF WS-SAR-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-SAR-ID = SAR-CASE-ID + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SAR-FILE-STATUS

           MOVE ZEROS TO WS-STR-CUST-COUNT
           MOVE ZEROS TO WS-STR-FLAGGED-COUNT
           MOVE ZEROS TO WS-STR-OPENED-COUNT
           MOVE ZEROS TO WS-STR-ADDED-COUNT
           MOVE SPACES TO WS-STR-CUR-OWNER
           PERFORM 8591-STR-RESET-CUSTOMER

           MOVE LOW-VALUES TO XREF-KEY
           START OWNER-XREF-FILE KEY >= XREF-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = "00"
               READ OWNER-XREF-FILE NEXT RECORD
               IF WS-XREF-FILE-STATUS = "00" AND XREF-ACTIVE
                   IF XREF-OWNER-ID NOT = WS-STR-CUR-OWNER
                       IF WS-STR-CUR-OWNER NOT = SPACES
                           PERFORM 8594-STR-EVALUATE-CUSTOMER
                               THRU 8594-EVAL-EXIT
                       END-IF
                       PERFORM 8591-STR-RESET-CUSTOMER
                       MOVE XREF-OWNER-ID TO WS-STR-CUR-OWNER
                   END-IF
                   PERFORM 8592-STR-ACCUMULATE-ACCOUNT
                       THRU 8592-ACCUM-EXIT
               END-IF
           END-PERFORM
           IF WS-STR-CUR-OWNER NOT = SPACES
               PERFORM 8594-STR-EVALUATE-CUSTOMER
                   THRU 8594-EVAL-EXIT
           END-IF
           MOVE "00" TO WS-XREF-FILE-STATUS

           DISPLAY "Window:                    " WS-STR-WINDOW-START
                   " to " WS-STR-DAY-DATE(1)
           DISPLAY "Customers reviewed:        " WS-STR-CUST-COUNT
           DISPLAY "  Flagged:                 " WS-STR-FLAGGED-COUNT
           DISPLAY "  SAR cases opened:        " WS-STR-OPENED-COUNT
           DISPLAY "  Added to open cases:     " WS-STR-ADDED-COUNT

           MOVE "STRUCMON" TO WS-RUNCTL-JOB-NAME
           MOVE WS-STR-CUST-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8590-STRC-EXIT.
           CONTINUE.

      ******************************************************************
      * 8591 - CLEAR THE CUSTOMER ROLL-UP
      ******************************************************************
       8591-STR-RESET-CUSTOMER.
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > 31
               MOVE ZEROS TO WS-STR-DAY-CASH(WS-STR-IDX)
               MOVE ZEROS TO WS-STR-DAY-BR-COUNT(WS-STR-IDX)
           END-PERFORM
           MOVE ZEROS TO WS-STR-TRAN-COUNT
           MOVE "N" TO WS-STR-FLAG-REPEAT
           MOVE "N" TO WS-STR-FLAG-BRANCH
           MOVE "N" TO WS-STR-FLAG-CONDUCTOR
           MOVE ZEROS TO WS-STR-CND-ACCT-ID
           MOVE ZEROS TO WS-STR-CND-HIT-COUNT.

      ******************************************************************
      * 8592 - ADD ONE ACCOUNT'S CASH TO THE CUSTOMER
      * Day totals come from the daily summary. Only an account that
      * saw cash in the window has its postings walked for the
      * branches and the people behind them.
      ******************************************************************
       8592-STR-ACCUMULATE-ACCOUNT.
           MOVE "N" TO WS-STR-ACCT-CASH-FLAG
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-WINDOW-DAYS
               MOVE XREF-ACCT-ID TO SUMM-ACCT-ID
               MOVE WS-STR-DAY-DATE(WS-STR-IDX) TO SUMM-DATE
               READ TRAN-SUMMARY-FILE
               IF WS-SUMM-FILE-STATUS = "00"
                   AND SUMM-CASH-COUNT > ZEROS
                   ADD SUMM-CASH-TOTAL
                       TO WS-STR-DAY-CASH(WS-STR-IDX)
                   MOVE "Y" TO WS-STR-ACCT-CASH-FLAG
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SUMM-FILE-STATUS
           IF WS-STR-ACCT-CASH-FLAG = "N"
               GO TO 8592-ACCUM-EXIT
           END-IF

           MOVE ZEROS TO WS-STR-CND-COUNT
           MOVE ZEROS TO WS-STR-ACCT-DEP-TOTAL
           MOVE "N" TO WS-STR-ACCT-DEP-TODAY
           MOVE XREF-ACCT-ID TO TXR-ACCT-ID
           MOVE WS-STR-WINDOW-START TO TXR-DATE
           MOVE ZEROS TO TXR-TRAN-ID
           START TRAN-XREF-FILE KEY >= TXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
               READ TRAN-XREF-FILE NEXT RECORD
               IF WS-TXR-FILE-STATUS = "00"
                   IF TXR-ACCT-ID NOT = XREF-ACCT-ID
                       OR TXR-DATE > WS-STR-DAY-DATE(1)
                       MOVE "10" TO WS-TXR-FILE-STATUS
                   ELSE
                       MOVE TXR-TRAN-ID TO TRAN-ID
                       READ TRANSACTION-FILE
                       IF WS-TRAN-FILE-STATUS = "00"
                           AND TRAN-IS-CASH
                           AND NOT TRAN-REVERSED
                           AND NOT TRAN-FAILED
                           PERFORM 8593-STR-NOTE-CASH-TRAN
                               THRU 8593-NOTE-EXIT
                       END-IF
                       MOVE "00" TO WS-TRAN-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TXR-FILE-STATUS

      * Several people bringing cash into the one account
           IF WS-STR-CND-COUNT NOT < WS-STR-CONDUCTOR-MIN
               AND WS-STR-ACCT-DEP-TOTAL NOT < WS-STR-BAND-FLOOR
               AND WS-STR-ACCT-DEP-TODAY = "Y"
               SET WS-STR-CONDUCTOR-HIT TO TRUE
               IF WS-STR-CND-COUNT > WS-STR-CND-HIT-COUNT
                   MOVE XREF-ACCT-ID TO WS-STR-CND-ACCT-ID
                   MOVE WS-STR-CND-COUNT TO WS-STR-CND-HIT-COUNT
               END-IF
           END-IF.

       8592-ACCUM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8593 - NOTE ONE CASH POSTING
      * The branch is the posting terminal's. The person behind a
      * teller cash deposit is the presenter 7000 recorded on it;
      * any other cash deposit is taken as the owner's own.
      ******************************************************************
       8593-STR-NOTE-CASH-TRAN.
           COMPUTE WS-STR-DAY-IDX = WS-STR-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TXR-DATE))
               + 1
           IF WS-STR-DAY-IDX < 1
               OR WS-STR-DAY-IDX > WS-STR-WINDOW-DAYS
               GO TO 8593-NOTE-EXIT
           END-IF
           MOVE WS-STR-DAY-IDX TO WS-STR-IDX

           MOVE TRAN-TERMINAL-ID TO TERM-ID
           READ TERMINAL-FILE
           IF WS-TERM-FILE-STATUS = "00"
               MOVE TERM-BRANCH TO WS-STR-BRANCH
               MOVE "N" TO WS-STR-FOUND-FLAG
               PERFORM VARYING WS-STR-IDX2 FROM 1 BY 1
                   UNTIL WS-STR-IDX2 > WS-STR-DAY-BR-COUNT(WS-STR-IDX)
                   IF WS-STR-DAY-BRANCH(WS-STR-IDX, WS-STR-IDX2)
                       = WS-STR-BRANCH
                       MOVE "Y" TO WS-STR-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-STR-FOUND-FLAG = "N"
                   AND WS-STR-DAY-BR-COUNT(WS-STR-IDX) < 10
                   ADD 1 TO WS-STR-DAY-BR-COUNT(WS-STR-IDX)
                   MOVE WS-STR-BRANCH TO WS-STR-DAY-BRANCH(WS-STR-IDX,
                       WS-STR-DAY-BR-COUNT(WS-STR-IDX))
               END-IF
           END-IF
           MOVE "00" TO WS-TERM-FILE-STATUS

           IF WS-STR-IDX = 1 AND WS-STR-TRAN-COUNT < 5
               ADD 1 TO WS-STR-TRAN-COUNT
               MOVE TRAN-ID TO WS-STR-TRAN-ID(WS-STR-TRAN-COUNT)
           END-IF

           IF TRAN-AMOUNT NOT > ZEROS
               GO TO 8593-NOTE-EXIT
           END-IF
           ADD TRAN-AMOUNT TO WS-STR-ACCT-DEP-TOTAL
           IF WS-STR-IDX = 1
               MOVE "Y" TO WS-STR-ACCT-DEP-TODAY
           END-IF
           IF TRAN-DESCRIPTION = "Cash Deposit"
               AND TRAN-REF-NUMBER NOT = SPACES
               MOVE TRAN-REF-NUMBER TO WS-STR-CONDUCTOR
           ELSE
               MOVE XREF-OWNER-ID TO WS-STR-CONDUCTOR
           END-IF
           MOVE "N" TO WS-STR-FOUND-FLAG
           PERFORM VARYING WS-STR-IDX2 FROM 1 BY 1
               UNTIL WS-STR-IDX2 > WS-STR-CND-COUNT
               IF WS-STR-CND-ID(WS-STR-IDX2) = WS-STR-CONDUCTOR
                   MOVE "Y" TO WS-STR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-STR-FOUND-FLAG = "N" AND WS-STR-CND-COUNT < 10
               ADD 1 TO WS-STR-CND-COUNT
               MOVE WS-STR-CONDUCTOR
                   TO WS-STR-CND-ID(WS-STR-CND-COUNT)
           END-IF.

       8593-NOTE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8594 - EVALUATE ONE CUSTOMER
      * Repeated: today's cash sits in the band and the window holds
      * enough other days like it. Split: today's cash reaches the
      * band floor across more than one branch. Conductors: set by
      * 8592 for the account with the most distinct depositors.
      ******************************************************************
       8594-STR-EVALUATE-CUSTOMER.
           ADD 1 TO WS-STR-CUST-COUNT
           MOVE ZEROS TO WS-STR-NEAR-DAYS
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-WINDOW-DAYS
               IF WS-STR-DAY-CASH(WS-STR-IDX) NOT < WS-STR-BAND-FLOOR
                   AND WS-STR-DAY-CASH(WS-STR-IDX) < WS-STR-CTR-AMT
                   ADD 1 TO WS-STR-NEAR-DAYS
               END-IF
           END-PERFORM
           IF WS-STR-DAY-CASH(1) NOT < WS-STR-BAND-FLOOR
               AND WS-STR-DAY-CASH(1) < WS-STR-CTR-AMT
               AND WS-STR-NEAR-DAYS NOT < WS-STR-REPEAT-MIN
               SET WS-STR-REPEAT-HIT TO TRUE
           END-IF
           IF WS-STR-DAY-BR-COUNT(1) NOT < WS-STR-BRANCH-MIN
               AND WS-STR-DAY-CASH(1) NOT < WS-STR-BAND-FLOOR
               SET WS-STR-BRANCH-HIT TO TRUE
           END-IF
           IF NOT WS-STR-REPEAT-HIT
               AND NOT WS-STR-BRANCH-HIT
               AND NOT WS-STR-CONDUCTOR-HIT
               GO TO 8594-EVAL-EXIT
           END-IF

           ADD 1 TO WS-STR-FLAGGED-COUNT
           MOVE WS-STR-DAY-CASH(1) TO WS-DSP-BALANCE
           MOVE SPACES TO WS-STR-FINDING
           MOVE 1 TO WS-STR-PTR
           STRING "cash $" FUNCTION TRIM(WS-DSP-BALANCE)
                  " on " WS-STR-DAY-DATE(1)
                  DELIMITED SIZE INTO WS-STR-FINDING
                  WITH POINTER WS-STR-PTR
           IF WS-STR-REPEAT-HIT
               STRING ", near threshold " WS-STR-NEAR-DAYS
                      " of " WS-STR-WINDOW-DAYS " days"
                      DELIMITED SIZE INTO WS-STR-FINDING
                      WITH POINTER WS-STR-PTR
           END-IF
           IF WS-STR-BRANCH-HIT
               STRING ", split over " WS-STR-DAY-BR-COUNT(1)
                      " branches"
                      DELIMITED SIZE INTO WS-STR-FINDING
                      WITH POINTER WS-STR-PTR
           END-IF
           IF WS-STR-CONDUCTOR-HIT
               STRING ", " WS-STR-CND-HIT-COUNT
                      " depositors into acct " WS-STR-CND-ACCT-ID
                      DELIMITED SIZE INTO WS-STR-FINDING
                      WITH POINTER WS-STR-PTR
           END-IF

           PERFORM 8596-STR-RECORD-SAR

           DISPLAY "  " WS-STR-CUR-OWNER " SAR " SAR-CASE-ID
                   " - " FUNCTION TRIM(WS-STR-FINDING)

           MOVE "STRUCTURING_FLAGGED" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "Cust=" WS-STR-CUR-OWNER
                  " Case=" SAR-CASE-ID
                  " " WS-STR-FINDING
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8594-EVAL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8596 - OPEN OR ADD TO THE CUSTOMER'S SAR CASE
      * An open case on the customer gets today's finding appended
      * and today's cash postings in its empty related slots;
      * otherwise a new case is opened with the 30-day deadline.
      ******************************************************************
       8596-STR-RECORD-SAR.
           MOVE "N" TO WS-STR-FOUND-FLAG
           MOVE LOW-VALUES TO SAR-CASE-ID
           START SAR-CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SAR-FILE-STATUS NOT = "00"
               READ SAR-CASE-FILE NEXT RECORD
               IF WS-SAR-FILE-STATUS = "00"
                   AND SAR-STAT-OPEN
                   AND SAR-SUBJECT-CUST = WS-STR-CUR-OWNER
                   MOVE "Y" TO WS-STR-FOUND-FLAG
                   MOVE "10" TO WS-SAR-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SAR-FILE-STATUS
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           IF WS-STR-FOUND-FLAG = "Y"
               COMPUTE WS-STR-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(SAR-NARRATIVE TRAILING)) + 1
               STRING "; " FUNCTION TRIM(WS-STR-FINDING TRAILING)
                      DELIMITED SIZE INTO SAR-NARRATIVE
                      WITH POINTER WS-STR-PTR
                   ON OVERFLOW
                      CONTINUE
               END-STRING
               PERFORM 8597-STR-ADD-RELATED-TRANS
               MOVE WS-ACCEPT-DATE TO SAR-NOTE-DATE
               REWRITE SAR-CASE-RECORD
               ADD 1 TO WS-STR-ADDED-COUNT
           ELSE
               MOVE WS-NEXT-SAR-ID TO SAR-CASE-ID
               ADD 1 TO WS-NEXT-SAR-ID
               SET SAR-SRC-STRUCTURING TO TRUE
               MOVE ZEROS TO SAR-REFERRAL-ID
               MOVE WS-STR-CUR-OWNER TO SAR-SUBJECT-CUST
               MOVE LS-CURRENT-USER TO SAR-INVESTIGATOR
               MOVE WS-ACCEPT-DATE TO SAR-OPENED-DATE
               COMPUTE WS-STR-DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) + 30
               COMPUTE WS-STR-DEADLINE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-STR-DEADLINE-INT)
               MOVE WS-STR-DEADLINE-NUM TO SAR-DEADLINE-DATE
               SET SAR-STAT-OPEN TO TRUE
               MOVE SPACES TO SAR-FILED-DATE
               PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 5
                   MOVE ZEROS TO SAR-RELATED-TRAN(WS-STR-IDX)
               END-PERFORM
               PERFORM 8597-STR-ADD-RELATED-TRANS
               MOVE SPACES TO SAR-NARRATIVE
               STRING "Possible cash structuring below the CTR "
                      "threshold - " WS-STR-FINDING
                      DELIMITED SIZE INTO SAR-NARRATIVE
               MOVE WS-ACCEPT-DATE TO SAR-NOTE-DATE
               WRITE SAR-CASE-RECORD
               ADD 1 TO WS-STR-OPENED-COUNT
           END-IF.

      ******************************************************************
      * 8597 - PUT TODAY'S CASH POSTINGS ON THE CASE
      ******************************************************************
       8597-STR-ADD-RELATED-TRANS.
           PERFORM VARYING WS-STR-IDX2 FROM 1 BY 1
               UNTIL WS-STR-IDX2 > WS-STR-TRAN-COUNT
               MOVE "N" TO WS-STR-ACCT-CASH-FLAG
               PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 5
                   IF SAR-RELATED-TRAN(WS-STR-IDX)
                       = WS-STR-TRAN-ID(WS-STR-IDX2)
                       MOVE "Y" TO WS-STR-ACCT-CASH-FLAG
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 5
                   OR WS-STR-ACCT-CASH-FLAG = "Y"
                   IF SAR-RELATED-TRAN(WS-STR-IDX) = ZEROS
                       MOVE WS-STR-TRAN-ID(WS-STR-IDX2)
                           TO SAR-RELATED-TRAN(WS-STR-IDX)
                       MOVE "Y" TO WS-STR-ACCT-CASH-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 8600 - CHECK KITING SUSPECT SCAN (BATCH)
      * Daily. Scores every active checking and corporate account on
      * the float it has been living on over the look-back window:
      * repeated checks from the same outside drawer account, debits
      * paid out of uncollected funds, round-hundred checks, and an
      * average balance climbing while the collected balance stays
      * thin. The report lists every account at or over the
      * threshold; each goes on the approval queue as a KT item for
      * a supervisor to decide in 8000 (8607).
      ******************************************************************
       8600-BATCH-KITE-SCAN.
           DISPLAY " "
           DISPLAY "=== CHECK KITING SUSPECT REPORT ==="

           MOVE "KITESCAN" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8600-KITE-EXIT
           END-IF

           DISPLAY "Look-back window in days (blank for 10): "
               WITH NO ADVANCING
           ACCEPT WS-KITE-INPUT FROM CONSOLE
           IF WS-KITE-INPUT NOT = SPACES
               COMPUTE WS-KITE-WINDOW-DAYS =
                   FUNCTION NUMVAL(WS-KITE-INPUT)
           END-IF
           IF WS-KITE-WINDOW-DAYS < 2 OR WS-KITE-WINDOW-DAYS > 31
               DISPLAY "Window must be 2 to 31 days - using 10."
               MOVE 10 TO WS-KITE-WINDOW-DAYS
           END-IF

           DISPLAY "Score threshold (blank for 50): "
               WITH NO ADVANCING
           ACCEPT WS-KITE-INPUT FROM CONSOLE
           IF WS-KITE-INPUT NOT = SPACES
               COMPUTE WS-KITE-THRESHOLD =
                   FUNCTION NUMVAL(WS-KITE-INPUT)
           END-IF
           IF WS-KITE-THRESHOLD = ZEROS
               MOVE 50 TO WS-KITE-THRESHOLD
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-KITE-TODAY
           COMPUTE WS-KITE-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-KITE-START-INT =
               WS-KITE-TODAY-INT - WS-KITE-WINDOW-DAYS + 1
           COMPUTE WS-KITE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-KITE-START-INT)
           MOVE WS-KITE-DATE-NUM TO WS-KITE-WINDOW-START
           COMPUTE WS-KITE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-KITE-START-INT - WS-KITE-HOLD-LEAD-DAYS)
           MOVE WS-KITE-DATE-NUM TO WS-KITE-HOLD-FROM

           PERFORM 8601-KITE-LOAD-ITEMS
           PERFORM 8603-KITE-LOAD-HOLDS

           MOVE ZEROS TO WS-KITE-ACCT-COUNT
           MOVE ZEROS TO WS-KITE-SUSPECT-COUNT
           MOVE ZEROS TO WS-KITE-QUEUED-COUNT
           DISPLAY "Window " WS-KITE-WINDOW-START " to "
                   WS-KITE-TODAY "  threshold " WS-KITE-THRESHOLD
           DISPLAY "  " WS-SEPARATOR

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT RECORD
               IF WS-ACCT-FILE-STATUS = "00"
                   AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-CORPORATE)
                   AND ACCT-ACTIVE
                   ADD 1 TO WS-KITE-ACCT-COUNT
                   PERFORM 8604-KITE-SCORE-ACCOUNT
                       THRU 8604-SCORE-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS

           DISPLAY "  " WS-SEPARATOR
           DISPLAY "Accounts scored:           " WS-KITE-ACCT-COUNT
           DISPLAY "  Kite suspects:           " WS-KITE-SUSPECT-COUNT
           DISPLAY "  Queued for review:       " WS-KITE-QUEUED-COUNT

           MOVE "KITESCAN" TO WS-RUNCTL-JOB-NAME
           MOVE WS-KITE-ACCT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8600-KITE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8601 - LOAD THE WINDOW'S DEPOSITED CHECKS
      * Outside checks captured for the cash letter in the window,
      * grouped by depositing account, drawee and drawer account.
      * Checks drawn on us never leave the building and are not
      * float.
      ******************************************************************
       8601-KITE-LOAD-ITEMS.
           MOVE ZEROS TO WS-KITE-ITEM-COUNT
           MOVE "N" TO WS-KITE-ITEM-FULL
           MOVE LOW-VALUES TO CLI-KEY
           START CASH-LETTER-ITEM-FILE KEY >= CLI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLI-FILE-STATUS NOT = "00"
               READ CASH-LETTER-ITEM-FILE NEXT RECORD
               IF WS-CLI-FILE-STATUS = "00"
                   AND NOT CLI-ON-US
                   AND CLI-CAPTURE-DATE NOT < WS-KITE-WINDOW-START
                   AND CLI-CAPTURE-DATE NOT > WS-KITE-TODAY
                   PERFORM 8602-KITE-ADD-ITEM
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CLI-FILE-STATUS
           IF WS-KITE-ITEM-FULL = "Y"
               DISPLAY "WARNING: over 500 drawer groups in the "
                       "window - the excess were not scored."
           END-IF.

       8602-KITE-ADD-ITEM.
           MOVE ZEROS TO WS-KITE-IDX2
           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > WS-KITE-ITEM-COUNT
               OR WS-KITE-IDX2 > ZEROS
               IF WS-KITE-ITEM-ACCT(WS-KITE-IDX) = CLI-ACCT-ID
                   AND WS-KITE-ITEM-ROUTING(WS-KITE-IDX) = CLI-ROUTING
                   AND WS-KITE-ITEM-DRAWER(WS-KITE-IDX)
                       = CLI-DRAWER-ACCT
                   MOVE WS-KITE-IDX TO WS-KITE-IDX2
               END-IF
           END-PERFORM
           IF WS-KITE-IDX2 = ZEROS
               IF WS-KITE-ITEM-COUNT < 500
                   ADD 1 TO WS-KITE-ITEM-COUNT
                   MOVE WS-KITE-ITEM-COUNT TO WS-KITE-IDX2
                   MOVE CLI-ACCT-ID TO WS-KITE-ITEM-ACCT(WS-KITE-IDX2)
                   MOVE CLI-ROUTING
                       TO WS-KITE-ITEM-ROUTING(WS-KITE-IDX2)
                   MOVE CLI-DRAWER-ACCT
                       TO WS-KITE-ITEM-DRAWER(WS-KITE-IDX2)
                   MOVE ZEROS TO WS-KITE-ITEM-CHECKS(WS-KITE-IDX2)
                   MOVE ZEROS TO WS-KITE-ITEM-ROUND(WS-KITE-IDX2)
                   MOVE ZEROS TO WS-KITE-ITEM-AMOUNT(WS-KITE-IDX2)
               ELSE
                   MOVE "Y" TO WS-KITE-ITEM-FULL
               END-IF
           END-IF
           IF WS-KITE-IDX2 > ZEROS
               ADD 1 TO WS-KITE-ITEM-CHECKS(WS-KITE-IDX2)
               ADD CLI-AMOUNT TO WS-KITE-ITEM-AMOUNT(WS-KITE-IDX2)
               IF CLI-AMOUNT NOT < WS-KITE-ROUND-FLOOR
                   AND FUNCTION REM(CLI-AMOUNT, 100) = ZEROS
                   ADD 1 TO WS-KITE-ITEM-ROUND(WS-KITE-IDX2)
               END-IF
           END-IF.

      ******************************************************************
      * 8603 - LOAD THE CHECK HOLDS THAT COVER THE WINDOW
      * A stopped hold was cancelled by a chargeback and never held
      * anything back.
      ******************************************************************
       8603-KITE-LOAD-HOLDS.
           MOVE ZEROS TO WS-KITE-HOLD-COUNT
           MOVE "N" TO WS-KITE-HOLD-FULL
           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   AND HOLD-TYPE-CHECK
                   AND NOT HOLD-STOPPED
                   AND HOLD-PLACED-DATE(1:8) NOT < WS-KITE-HOLD-FROM
                   AND HOLD-RELEASE-DATE(1:8) > WS-KITE-WINDOW-START
                   IF WS-KITE-HOLD-COUNT < 500
                       ADD 1 TO WS-KITE-HOLD-COUNT
                       MOVE HOLD-ACCT-ID
                           TO WS-KITE-HOLD-ACCT(WS-KITE-HOLD-COUNT)
                       MOVE HOLD-PLACED-DATE(1:8)
                           TO WS-KITE-HOLD-PLACED(WS-KITE-HOLD-COUNT)
                       MOVE HOLD-RELEASE-DATE(1:8)
                           TO WS-KITE-HOLD-RELEASE(WS-KITE-HOLD-COUNT)
                       MOVE HOLD-AMOUNT
                           TO WS-KITE-HOLD-AMOUNT(WS-KITE-HOLD-COUNT)
                   ELSE
                       MOVE "Y" TO WS-KITE-HOLD-FULL
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-HOLD-FILE-STATUS
           IF WS-KITE-HOLD-FULL = "Y"
               DISPLAY "WARNING: over 500 check holds in the "
                       "window - the excess were not used."
           END-IF.

      ******************************************************************
      * 8604 - SCORE ONE ACCOUNT
      * Day-end ledger balances are rebuilt from the account's
      * postings in the window (carried forward over quiet days) to
      * compare the first half's average with the second half's.
      ******************************************************************
       8604-KITE-SCORE-ACCOUNT.
           MOVE ZEROS TO WS-KITE-SCORE
           MOVE ZEROS TO WS-KITE-SAME-MAX
           MOVE ZEROS TO WS-KITE-CHECK-COUNT
           MOVE ZEROS TO WS-KITE-ROUND-COUNT
           MOVE ZEROS TO WS-KITE-CHECK-TOTAL
           MOVE ZEROS TO WS-KITE-UNCOL-COUNT
           MOVE "N" TO WS-KITE-RISING-FLAG

           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > WS-KITE-ITEM-COUNT
               IF WS-KITE-ITEM-ACCT(WS-KITE-IDX) = ACCT-ID
                   ADD WS-KITE-ITEM-CHECKS(WS-KITE-IDX)
                       TO WS-KITE-CHECK-COUNT
                   ADD WS-KITE-ITEM-ROUND(WS-KITE-IDX)
                       TO WS-KITE-ROUND-COUNT
                   ADD WS-KITE-ITEM-AMOUNT(WS-KITE-IDX)
                       TO WS-KITE-CHECK-TOTAL
                   IF WS-KITE-ITEM-DRAWER(WS-KITE-IDX) NOT = SPACES
                       AND WS-KITE-ITEM-CHECKS(WS-KITE-IDX)
                           > WS-KITE-SAME-MAX
                       MOVE WS-KITE-ITEM-CHECKS(WS-KITE-IDX)
                           TO WS-KITE-SAME-MAX
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > 31
               MOVE ZEROS TO WS-KITE-DAY-BAL(WS-KITE-IDX)
               MOVE "N" TO WS-KITE-DAY-SET(WS-KITE-IDX)
           END-PERFORM
           MOVE "N" TO WS-KITE-OPEN-SET
           MOVE ACCT-BALANCE TO WS-KITE-RUN-BAL

           MOVE ACCT-ID TO TXR-ACCT-ID
           MOVE WS-KITE-WINDOW-START TO TXR-DATE
           MOVE ZEROS TO TXR-TRAN-ID
           START TRAN-XREF-FILE KEY >= TXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
               READ TRAN-XREF-FILE NEXT RECORD
               IF WS-TXR-FILE-STATUS = "00"
                   IF TXR-ACCT-ID NOT = ACCT-ID
                       OR TXR-DATE > WS-KITE-TODAY
                       MOVE "10" TO WS-TXR-FILE-STATUS
                   ELSE
                       MOVE TXR-TRAN-ID TO TRAN-ID
                       READ TRANSACTION-FILE
                       IF WS-TRAN-FILE-STATUS = "00"
                           AND NOT TRAN-REVERSED
                           AND NOT TRAN-FAILED
                           PERFORM 8605-KITE-NOTE-TRAN
                               THRU 8605-NOTE-EXIT
                       END-IF
                       MOVE "00" TO WS-TRAN-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TXR-FILE-STATUS

           MOVE ZEROS TO WS-KITE-AVG-EARLY
           MOVE ZEROS TO WS-KITE-AVG-LATE
           COMPUTE WS-KITE-HALF = WS-KITE-WINDOW-DAYS / 2
           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > WS-KITE-WINDOW-DAYS
               IF WS-KITE-DAY-SET(WS-KITE-IDX) = "Y"
                   MOVE WS-KITE-DAY-BAL(WS-KITE-IDX)
                       TO WS-KITE-RUN-BAL
               ELSE
                   MOVE WS-KITE-RUN-BAL
                       TO WS-KITE-DAY-BAL(WS-KITE-IDX)
               END-IF
               IF WS-KITE-IDX > WS-KITE-HALF
                   ADD WS-KITE-DAY-BAL(WS-KITE-IDX)
                       TO WS-KITE-AVG-LATE
               ELSE
                   ADD WS-KITE-DAY-BAL(WS-KITE-IDX)
                       TO WS-KITE-AVG-EARLY
               END-IF
           END-PERFORM
           COMPUTE WS-KITE-AVG-EARLY ROUNDED =
               WS-KITE-AVG-EARLY / WS-KITE-HALF
           COMPUTE WS-KITE-AVG-LATE ROUNDED =
               WS-KITE-AVG-LATE / (WS-KITE-WINDOW-DAYS - WS-KITE-HALF)
           IF WS-KITE-AVG-LATE > ZEROS
               AND WS-KITE-AVG-LATE * 100 >
                   WS-KITE-AVG-EARLY * (100 + WS-KITE-RISE-PCT)
               AND ACCT-BALANCE > ZEROS
               AND ACCT-AVAILABLE-BAL * 100 <
                   ACCT-BALANCE * WS-KITE-COLL-PCT
               SET WS-KITE-RISING TO TRUE
           END-IF

           IF WS-KITE-SAME-MAX NOT < WS-KITE-SAME-MIN
               ADD WS-KITE-PTS-SAME TO WS-KITE-SCORE
           END-IF
           IF WS-KITE-UNCOL-COUNT NOT < WS-KITE-UNCOL-MIN
               ADD WS-KITE-PTS-UNCOL TO WS-KITE-SCORE
           END-IF
           IF WS-KITE-ROUND-COUNT NOT < WS-KITE-ROUND-MIN
               AND WS-KITE-ROUND-COUNT * 2 NOT < WS-KITE-CHECK-COUNT
               ADD WS-KITE-PTS-ROUND TO WS-KITE-SCORE
           END-IF
           IF WS-KITE-RISING
               ADD WS-KITE-PTS-RISE TO WS-KITE-SCORE
           END-IF
           IF WS-KITE-SCORE < WS-KITE-THRESHOLD
               GO TO 8604-SCORE-EXIT
           END-IF

           ADD 1 TO WS-KITE-SUSPECT-COUNT
           MOVE SPACES TO WS-KITE-MEMO
           MOVE 1 TO WS-KITE-PTR
           STRING "KITE SCORE " WS-KITE-SCORE ":"
                  DELIMITED SIZE INTO WS-KITE-MEMO
                  WITH POINTER WS-KITE-PTR
           IF WS-KITE-SAME-MAX NOT < WS-KITE-SAME-MIN
               STRING " DRAWER X" WS-KITE-SAME-MAX
                      DELIMITED SIZE INTO WS-KITE-MEMO
                      WITH POINTER WS-KITE-PTR
           END-IF
           IF WS-KITE-UNCOL-COUNT NOT < WS-KITE-UNCOL-MIN
               STRING " UNCOLL X" WS-KITE-UNCOL-COUNT
                      DELIMITED SIZE INTO WS-KITE-MEMO
                      WITH POINTER WS-KITE-PTR
           END-IF
           IF WS-KITE-ROUND-COUNT NOT < WS-KITE-ROUND-MIN
               AND WS-KITE-ROUND-COUNT * 2 NOT < WS-KITE-CHECK-COUNT
               STRING " ROUND " WS-KITE-ROUND-COUNT "/"
                      WS-KITE-CHECK-COUNT
                      DELIMITED SIZE INTO WS-KITE-MEMO
                      WITH POINTER WS-KITE-PTR
           END-IF
           IF WS-KITE-RISING
               STRING " RISING"
                      DELIMITED SIZE INTO WS-KITE-MEMO
                      WITH POINTER WS-KITE-PTR
           END-IF

           MOVE WS-KITE-CHECK-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "  " ACCT-ID " " ACCT-OWNER-ID
                   " checks $" FUNCTION TRIM(WS-DSP-AMOUNT)
           DISPLAY "    " WS-KITE-MEMO

           PERFORM 8606-KITE-QUEUE-SUSPECT
               THRU 8606-QUEUE-EXIT.

       8604-SCORE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8605 - NOTE ONE POSTING FOR THE SCORE
      * A debit that left the ledger under the check holds still
      * outstanding that day was paid from uncollected funds.
      ******************************************************************
       8605-KITE-NOTE-TRAN.
           COMPUTE WS-KITE-DAY-IDX =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TXR-DATE))
               - WS-KITE-START-INT + 1
           IF WS-KITE-DAY-IDX < 1
               OR WS-KITE-DAY-IDX > WS-KITE-WINDOW-DAYS
               GO TO 8605-NOTE-EXIT
           END-IF
           IF WS-KITE-OPEN-SET = "N"
               COMPUTE WS-KITE-RUN-BAL =
                   TRAN-BALANCE-AFTER - TRAN-AMOUNT
               MOVE "Y" TO WS-KITE-OPEN-SET
           END-IF
           MOVE TRAN-BALANCE-AFTER TO WS-KITE-DAY-BAL(WS-KITE-DAY-IDX)
           MOVE "Y" TO WS-KITE-DAY-SET(WS-KITE-DAY-IDX)

           IF TRAN-AMOUNT NOT < ZEROS
               GO TO 8605-NOTE-EXIT
           END-IF
           MOVE ZEROS TO WS-KITE-UNCOLLECTED
           MOVE TXR-DATE TO WS-KITE-TRAN-DATE
           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > WS-KITE-HOLD-COUNT
               IF WS-KITE-HOLD-ACCT(WS-KITE-IDX) = ACCT-ID
                   AND WS-KITE-HOLD-PLACED(WS-KITE-IDX)
                       NOT > WS-KITE-TRAN-DATE
                   AND WS-KITE-HOLD-RELEASE(WS-KITE-IDX)
                       > WS-KITE-TRAN-DATE
                   ADD WS-KITE-HOLD-AMOUNT(WS-KITE-IDX)
                       TO WS-KITE-UNCOLLECTED
               END-IF
           END-PERFORM
           IF WS-KITE-UNCOLLECTED > ZEROS
               AND TRAN-BALANCE-AFTER < WS-KITE-UNCOLLECTED
               ADD 1 TO WS-KITE-UNCOL-COUNT
           END-IF.

       8605-NOTE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8606 - QUEUE A KITE SUSPECT FOR SUPERVISOR REVIEW
      * One open KT item per account - a suspect already waiting is
      * not queued again.
      ******************************************************************
       8606-KITE-QUEUE-SUSPECT.
           MOVE "N" TO WS-KITE-PENDING-FLAG
           MOVE LOW-VALUES TO PEND-APPROVAL-ID
           START PENDING-APPROVAL-FILE KEY >= PEND-APPROVAL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PEND-FILE-STATUS NOT = "00"
               READ PENDING-APPROVAL-FILE NEXT RECORD
               IF WS-PEND-FILE-STATUS = "00"
                   AND PEND-STATUS-PENDING
                   AND PEND-TYPE-KITE
                   AND PEND-FROM-ACCT-ID = ACCT-ID
                   MOVE "Y" TO WS-KITE-PENDING-FLAG
                   MOVE "10" TO WS-PEND-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PEND-FILE-STATUS
           IF WS-KITE-PENDING-FLAG = "Y"
               DISPLAY "    already queued as item " PEND-APPROVAL-ID
               GO TO 8606-QUEUE-EXIT
           END-IF

           PERFORM 3055-GENERATE-APPROVAL-ID
           MOVE WS-NEXT-APPROVAL-ID TO PEND-APPROVAL-ID
           SET PEND-TYPE-KITE TO TRUE
           MOVE LS-CURRENT-USER TO PEND-SUBMITTED-BY
           MOVE WS-KITE-TODAY TO PEND-SUBMITTED-DATE
           MOVE ACCT-ID TO PEND-FROM-ACCT-ID
           MOVE ZEROS TO PEND-TO-ACCT-ID
           MOVE WS-KITE-CHECK-TOTAL TO PEND-AMOUNT
           MOVE WS-KITE-SCORE TO PEND-NEW-DAILY-LIMIT
           MOVE ZEROS TO PEND-NEW-MONTHLY-LIMIT
           MOVE WS-KITE-MEMO TO PEND-MEMO
           SET PEND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE PENDING-APPROVAL-RECORD
           ADD 1 TO WS-KITE-QUEUED-COUNT
           DISPLAY "    queued as item " PEND-APPROVAL-ID

           MOVE "KITE_SUSPECT" TO WS-AUDIT-ACTION
           STRING "Approval=" PEND-APPROVAL-ID
                  " Acct=" ACCT-ID
                  " " WS-KITE-MEMO
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8606-QUEUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8607 - DECIDE A KITE SUSPECT
      * Reached from 8000 for a KT item. A supervisor extends the
      * account's outstanding check holds, restricts (freezes) the
      * account, does both, or clears the item as not a kite.
      ******************************************************************
       8607-DECIDE-KITE-SUSPECT.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
                   OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Kite suspects are decided by a supervisor."
               GO TO 8607-KITE-EXIT
           END-IF

           MOVE PEND-FROM-ACCT-ID TO WS-KITE-ACCT-ID
           MOVE PEND-AMOUNT TO WS-DSP-AMOUNT
           DISPLAY " "
           DISPLAY "Type:          KITE SUSPECT"
           DISPLAY "Account:       " PEND-FROM-ACCT-ID
           DISPLAY "Checks in window: $" FUNCTION TRIM(WS-DSP-AMOUNT)
           DISPLAY "Scored On:     " PEND-SUBMITTED-DATE
           DISPLAY "Findings:      " PEND-MEMO
           DISPLAY "Extend holds (E), Restrict account (X), "
                   "Both (B), or Clear (C)? " WITH NO ADVANCING
           ACCEPT WS-KITE-CHOICE FROM CONSOLE
           MOVE ZEROS TO WS-KITE-EXTEND-COUNT

           EVALUATE WS-KITE-CHOICE
               WHEN "E"
               WHEN "e"
                   PERFORM 8608-EXTEND-KITE-HOLDS
               WHEN "X"
               WHEN "x"
                   PERFORM 8609-RESTRICT-KITE-ACCOUNT
               WHEN "B"
               WHEN "b"
                   PERFORM 8608-EXTEND-KITE-HOLDS
                   PERFORM 8609-RESTRICT-KITE-ACCOUNT
               WHEN "C"
               WHEN "c"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No action taken."
                   GO TO 8607-KITE-EXIT
           END-EVALUATE

           IF WS-KITE-CHOICE = "C" OR WS-KITE-CHOICE = "c"
               SET PEND-STATUS-REJECTED TO TRUE
           ELSE
               SET PEND-STATUS-APPROVED TO TRUE
           END-IF
           MOVE LS-CURRENT-USER TO PEND-APPROVED-BY
           REWRITE PENDING-APPROVAL-RECORD
           DISPLAY "Kite review " PEND-APPROVAL-ID " closed."

           MOVE "KITE_REVIEWED" TO WS-AUDIT-ACTION
           STRING "Approval=" PEND-APPROVAL-ID
                  " Acct=" WS-KITE-ACCT-ID
                  " Action=" WS-KITE-CHOICE
                  " HoldsExtended=" WS-KITE-EXTEND-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8607-KITE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8608 - EXTEND THE SUSPECT'S OUTSTANDING CHECK HOLDS
      * Each active check hold's release date moves out by the days
      * given, onto a business day as 7050 places them.
      ******************************************************************
       8608-EXTEND-KITE-HOLDS.
           DISPLAY "Additional days on the outstanding check holds "
                   "(blank for 5): " WITH NO ADVANCING
           ACCEPT WS-KITE-INPUT FROM CONSOLE
           MOVE 5 TO WS-KITE-EXTEND-DAYS
           IF WS-KITE-INPUT NOT = SPACES
               COMPUTE WS-KITE-EXTEND-DAYS =
                   FUNCTION NUMVAL(WS-KITE-INPUT)
           END-IF
           IF WS-KITE-EXTEND-DAYS = ZEROS
               MOVE 5 TO WS-KITE-EXTEND-DAYS
           END-IF

           MOVE LOW-VALUES TO HOLD-ID
           START ACCOUNT-HOLD-FILE KEY >= HOLD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
               READ ACCOUNT-HOLD-FILE NEXT RECORD
               IF WS-HOLD-FILE-STATUS = "00"
                   AND HOLD-ACCT-ID = WS-KITE-ACCT-ID
                   AND HOLD-TYPE-CHECK
                   AND HOLD-ACTIVE
                   COMPUTE WS-KITE-NEW-RELEASE-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(HOLD-RELEASE-DATE(1:8)))
                       + WS-KITE-EXTEND-DAYS
                   COMPUTE WS-KITE-NEW-RELEASE =
                       FUNCTION DATE-OF-INTEGER(WS-KITE-NEW-RELEASE-INT)
                   MOVE WS-KITE-NEW-RELEASE TO WS-CAL-DATE-IN
                   PERFORM 2350-NEXT-BUSINESS-DAY
                   MOVE WS-CAL-DATE-OUT TO HOLD-RELEASE-DATE
                   REWRITE ACCOUNT-HOLD-RECORD
                   ADD 1 TO WS-KITE-EXTEND-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-HOLD-FILE-STATUS
           DISPLAY WS-KITE-EXTEND-COUNT " check hold(s) extended.".

      ******************************************************************
      * 8609 - RESTRICT THE SUSPECT ACCOUNT
      * Places a post-no-debits fraud restriction, so deposits can
      * still come in while nothing goes out; a SUPERVISOR lifts it
      * through option 148 once the float has been collected.
      ******************************************************************
       8609-RESTRICT-KITE-ACCOUNT.
           MOVE WS-KITE-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-ID TO WS-RST-NEW-ACCT
               MOVE "PND" TO WS-RST-NEW-CODE
               MOVE "FR" TO WS-RST-NEW-REASON
               MOVE "Suspected check kiting" TO WS-RST-NEW-TEXT
               MOVE WS-BUSINESS-DATE TO WS-RST-NEW-EFFECTIVE
               MOVE SPACES TO WS-RST-NEW-EXPIRY
               MOVE "S" TO WS-RST-NEW-AUTH
               MOVE SPACES TO WS-RST-NEW-SOURCE
               PERFORM 8769-WRITE-RESTRICTION
               IF WS-RST-FILE-STATUS = "00"
                   DISPLAY "Post-no-debits restriction placed on "
                           "account " ACCT-ID "."
               ELSE
                   DISPLAY "Unable to place restriction, status "
                           WS-RST-FILE-STATUS
                   MOVE "00" TO WS-RST-FILE-STATUS
               END-IF
           ELSE
               DISPLAY "Account not found."
           END-IF.

      ******************************************************************
      * 8610 - ORDER CHECKS
      * Places a checkbook order for a checking account with the
      * check printer, shipped to the owner's address as it stands
      * today - the address is copied onto the order. Inside the
      * cooling-off window after a contact change the order needs a
      * supervisor, since new checks sent to a new address is how
      * a takeover turns into forged checks.
      ******************************************************************
       8610-ORDER-CHECKBOOK.
           DISPLAY " "
           DISPLAY "=== ORDER CHECKS ==="
           DISPLAY " "
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-CHKO-INPUT-ACCT FROM CONSOLE
           MOVE WS-CHKO-INPUT-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8610-CHKO-EXIT
           END-IF
           IF NOT ACCT-TYPE-CHECKING
               DISPLAY "Checks can only be ordered on a checking "
                       "account."
               GO TO 8610-CHKO-EXIT
           END-IF
           IF NOT ACCT-ACTIVE
               DISPLAY "Account is not active (status " ACCT-STATUS
                       ")."
               GO TO 8610-CHKO-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "N" TO WS-RST-CHECK-DEBIT
           MOVE "K" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               DISPLAY "Checks not ordered - " WS-RST-DECLINE-MSG
               GO TO 8610-CHKO-EXIT
           END-IF

           MOVE ACCT-OWNER-ID TO WS-CCH-CHECK-CUST
           MOVE "CHECKBOOK_ORDER" TO WS-OVR-ACTION
           PERFORM 8615-CHECK-CONTACT-COOLING-OFF
               THRU 8615-COOL-EXIT
           IF WS-CCH-BLOCKED
               GO TO 8610-CHKO-EXIT
           END-IF

           MOVE ACCT-OWNER-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Account owner not on file."
               GO TO 8610-CHKO-EXIT
           END-IF

           DISPLAY "Starting Check Number: " WITH NO ADVANCING
           ACCEPT WS-CHKO-INPUT-START FROM CONSOLE
           IF WS-CHKO-INPUT-START = SPACES
               OR FUNCTION NUMVAL(WS-CHKO-INPUT-START) < 1
               DISPLAY "A starting check number is required."
               GO TO 8610-CHKO-EXIT
           END-IF
           DISPLAY "Number of Books (1-"
                   WS-CHKO-MAX-BOOKS "): " WITH NO ADVANCING
           ACCEPT WS-CHKO-INPUT-BOOKS FROM CONSOLE
           COMPUTE WS-CHKO-BOOKS =
               FUNCTION NUMVAL(WS-CHKO-INPUT-BOOKS)
           IF WS-CHKO-BOOKS < 1 OR WS-CHKO-BOOKS > WS-CHKO-MAX-BOOKS
               DISPLAY "Number of books must be 1 to "
                       WS-CHKO-MAX-BOOKS "."
               GO TO 8610-CHKO-EXIT
           END-IF

           MOVE 1 TO WS-NEXT-CHKO-ID
           MOVE LOW-VALUES TO CHKO-ORDER-ID
           START CHECKBOOK-ORDER-FILE KEY >= CHKO-ORDER-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CHKO-FILE-STATUS NOT = "00"
               READ CHECKBOOK-ORDER-FILE NEXT RECORD
               IF WS-CHKO-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-CHKO-ID = CHKO-ORDER-ID + 1
               END-IF
           END-PERFORM

           INITIALIZE CHECKBOOK-ORDER-RECORD
           MOVE WS-NEXT-CHKO-ID TO CHKO-ORDER-ID
           MOVE ACCT-ID TO CHKO-ACCT-ID
           MOVE ACCT-OWNER-ID TO CHKO-CUST-ID
           COMPUTE CHKO-START-NUM =
               FUNCTION NUMVAL(WS-CHKO-INPUT-START)
           MOVE WS-CHKO-BOOKS TO CHKO-BOOK-COUNT
           MOVE CUST-FIRST-NAME TO CHKO-SHIP-FIRST-NAME
           MOVE CUST-LAST-NAME TO CHKO-SHIP-LAST-NAME
           MOVE CUST-ADDRESS TO CHKO-SHIP-ADDRESS
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO CHKO-ORDER-DATE
           MOVE LS-CURRENT-USER TO CHKO-ORDERED-BY
           SET CHKO-ORDERED TO TRUE
           WRITE CHECKBOOK-ORDER-RECORD
           IF WS-CHKO-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save checkbook order, status "
                       WS-CHKO-FILE-STATUS
               GO TO 8610-CHKO-EXIT
           END-IF

           DISPLAY "Order " CHKO-ORDER-ID " placed - "
                   CHKO-BOOK-COUNT " book(s) starting at check "
                   CHKO-START-NUM "."
           DISPLAY "Ships to: " CUST-STREET
           DISPLAY "          " CUST-CITY " " CUST-STATE " "
                   CUST-ZIP

           MOVE "CHECKBOOK_ORDER" TO WS-AUDIT-ACTION
           STRING "Order=" CHKO-ORDER-ID
                  " Acct=" CHKO-ACCT-ID
                  " Start=" CHKO-START-NUM
                  " Books=" CHKO-BOOK-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8610-CHKO-EXIT.
           CONTINUE.

      ******************************************************************
      * 8615 - CONTACT CHANGE COOLING-OFF CHECK
      * Finds the latest contact change on the customer's history
      * (see CCHGREC). Inside WS-CCH-COOLING-DAYS of it the action
      * the caller names in WS-OVR-ACTION needs a supervisor
      * override; refused, WS-CCH-BLOCKED tells the caller to stop.
      * The override reads CUSTOMER-FILE, so callers read the
      * customer after this, not before.
      ******************************************************************
       8615-CHECK-CONTACT-COOLING-OFF.
           SET WS-CCH-CLEAR TO TRUE
           MOVE SPACES TO WS-CCH-LAST-DATE
           MOVE WS-CCH-CHECK-CUST TO CCH-CUST-ID
           MOVE LOW-VALUES TO CCH-CHANGE-DATE
           MOVE LOW-VALUES TO CCH-CHANGE-TIME
           START CONTACT-CHANGE-FILE KEY >= CCH-KEY
               INVALID KEY GO TO 8615-COOL-EXIT
           END-START
           PERFORM UNTIL WS-CCH-FILE-STATUS NOT = "00"
               READ CONTACT-CHANGE-FILE NEXT RECORD
               IF WS-CCH-FILE-STATUS = "00"
                   IF CCH-CUST-ID = WS-CCH-CHECK-CUST
                       MOVE CCH-CHANGE-DATE TO WS-CCH-LAST-DATE
                   ELSE
                       MOVE "10" TO WS-CCH-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CCH-FILE-STATUS
           IF WS-CCH-LAST-DATE = SPACES
               GO TO 8615-COOL-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-CCH-LAST-DATE TO WS-CCH-DATE-NUM
           COMPUTE WS-CCH-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-CCH-DATE-NUM)
           IF WS-CCH-AGE-DAYS NOT < WS-CCH-COOLING-DAYS
               GO TO 8615-COOL-EXIT
           END-IF

           DISPLAY "Contact details for " WS-CCH-CHECK-CUST
                   " changed on " WS-CCH-LAST-DATE "."
           DISPLAY "Inside the " WS-CCH-COOLING-DAYS
                   "-day cooling-off window - a supervisor must "
                   "approve."
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-APPROVED
               GO TO 8615-COOL-EXIT
           END-IF

           SET WS-CCH-BLOCKED TO TRUE
           DISPLAY "Not done - try again after the window passes."
           MOVE "COOLOFF_BLOCKED" TO WS-AUDIT-ACTION
           STRING "Cust=" WS-CCH-CHECK-CUST
                  " Action=" WS-OVR-ACTION
                  " Changed=" WS-CCH-LAST-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8615-COOL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8620 - EMPLOYEE SELF-DEALING MONITOR (BATCH)
      * Nightly compliance sweep of the business day. Every posting
      * an active employee keyed to an account of their own (their
      * EMPL-LINKED-CUST-ID profile) or of a declared relative (see
      * EMPRREC) is flagged, and so is every supervisor override -
      * NSF fee waivers, early hold releases and the rest - where
      * either the teller or the approving supervisor is tied to
      * the account the override worked on. Closes with the review
      * report of every flag still open, entry-time refusals and
      * coworker lookups included, for compliance to work in 8635.
      ******************************************************************
       8620-BATCH-SELF-DEALING-MONITOR.
           DISPLAY " "
           DISPLAY "=== EMPLOYEE SELF-DEALING MONITOR ==="

           MOVE "SELFDEAL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8620-COIM-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-COI-TODAY
           MOVE "M" TO WS-COI-SOURCE
           MOVE ZEROS TO WS-COI-EMPL-COUNT
           MOVE ZEROS TO WS-COI-TRAN-COUNT
           MOVE ZEROS TO WS-COI-OVR-COUNT
           MOVE ZEROS TO WS-COI-NEW-COUNT
           DISPLAY "Business date " WS-COI-TODAY

      * The day's postings, employee by employee
           MOVE LOW-VALUES TO EMPL-ID
           START EMPLOYEE-FILE KEY >= EMPL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-EMPL-FILE-STATUS NOT = "00"
               READ EMPLOYEE-FILE NEXT RECORD
               IF WS-EMPL-FILE-STATUS = "00"
                   AND EMPL-ACTIVE
                   ADD 1 TO WS-COI-EMPL-COUNT
                   PERFORM 8621-COI-SCAN-EMPLOYEE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-EMPL-FILE-STATUS

      * The day's overrides, both pairs of hands
           MOVE LOW-VALUES TO OVR-ID
           START OVERRIDE-LOG-FILE KEY >= OVR-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OVR-FILE-STATUS NOT = "00"
               READ OVERRIDE-LOG-FILE NEXT RECORD
               IF WS-OVR-FILE-STATUS = "00"
                   AND OVR-DATE(1:8) = WS-COI-TODAY
                   PERFORM 8624-COI-CHECK-OVERRIDE
                       THRU 8624-OVR-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OVR-FILE-STATUS

           DISPLAY "Employees checked:         " WS-COI-EMPL-COUNT
           DISPLAY "  Own/relative postings:   " WS-COI-TRAN-COUNT
           DISPLAY "  Overrides checked:       " WS-COI-OVR-COUNT
           DISPLAY "  New flags this run:      " WS-COI-NEW-COUNT

           PERFORM 8631-COI-REVIEW-REPORT

           MOVE "SELFDEAL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-COI-EMPL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8620-COIM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8621 - SCAN ONE EMPLOYEE
      * The employee's own profile first, then each relative still
      * on file.
      ******************************************************************
       8621-COI-SCAN-EMPLOYEE.
           MOVE EMPL-ID TO WS-COI-SCAN-EMPL
           IF EMPL-LINKED-CUST-ID NOT = SPACES
               MOVE EMPL-LINKED-CUST-ID TO WS-COI-SCAN-CUST
               MOVE "S" TO WS-COI-SCAN-REL
               MOVE SPACES TO WS-COI-SCAN-TYPE
               PERFORM 8622-COI-SCAN-CUSTOMER
           END-IF

           MOVE WS-COI-SCAN-EMPL TO EMPR-EMPL-ID
           MOVE LOW-VALUES TO EMPR-CUST-ID
           START EMPLOYEE-RELATION-FILE KEY >= EMPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-EMPR-FILE-STATUS NOT = "00"
               READ EMPLOYEE-RELATION-FILE NEXT RECORD
               IF WS-EMPR-FILE-STATUS = "00"
                   IF EMPR-EMPL-ID NOT = WS-COI-SCAN-EMPL
                       MOVE "10" TO WS-EMPR-FILE-STATUS
                   ELSE
                       IF EMPR-ACTIVE
                           MOVE EMPR-CUST-ID TO WS-COI-SCAN-CUST
                           MOVE "F" TO WS-COI-SCAN-REL
                           MOVE EMPR-RELATION TO WS-COI-SCAN-TYPE
                           PERFORM 8622-COI-SCAN-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-EMPR-FILE-STATUS.

      ******************************************************************
      * 8622 - SCAN ONE CUSTOMER'S ACCOUNTS
      * Every account WS-COI-SCAN-CUST owns, alone or jointly.
      ******************************************************************
       8622-COI-SCAN-CUSTOMER.
           MOVE WS-COI-SCAN-CUST TO XREF-OWNER-ID
           MOVE ZEROS TO XREF-ACCT-ID
           START OWNER-XREF-FILE KEY >= XREF-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = "00"
               READ OWNER-XREF-FILE NEXT RECORD
               IF WS-XREF-FILE-STATUS = "00"
                   IF XREF-OWNER-ID NOT = WS-COI-SCAN-CUST
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   ELSE
                       IF XREF-ACTIVE
                           PERFORM 8623-COI-SCAN-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-XREF-FILE-STATUS.

      ******************************************************************
      * 8623 - SCAN ONE ACCOUNT'S POSTINGS FOR THE DAY
      * Only postings the employee keyed themselves are flagged.
      ******************************************************************
       8623-COI-SCAN-ACCOUNT.
           MOVE XREF-ACCT-ID TO TXR-ACCT-ID
           MOVE WS-COI-TODAY TO TXR-DATE
           MOVE ZEROS TO TXR-TRAN-ID
           START TRAN-XREF-FILE KEY >= TXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
               READ TRAN-XREF-FILE NEXT RECORD
               IF WS-TXR-FILE-STATUS = "00"
                   IF TXR-ACCT-ID NOT = XREF-ACCT-ID
                       OR TXR-DATE NOT = WS-COI-TODAY
                       MOVE "10" TO WS-TXR-FILE-STATUS
                   ELSE
                       MOVE TXR-TRAN-ID TO TRAN-ID
                       READ TRANSACTION-FILE
                       IF WS-TRAN-FILE-STATUS = "00"
                           AND TRAN-USER-ID = WS-COI-SCAN-EMPL
                           AND NOT TRAN-FAILED
                           ADD 1 TO WS-COI-TRAN-COUNT
                           PERFORM 8633-COI-FLAG-POSTING
                       END-IF
                       MOVE "00" TO WS-TRAN-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TXR-FILE-STATUS.

       8633-COI-FLAG-POSTING.
           MOVE WS-COI-SCAN-EMPL TO WS-COI-CHECK-EMPL
           MOVE TRAN-ACCOUNT-ID TO WS-COI-CHECK-ACCT
           MOVE WS-COI-SCAN-CUST TO WS-COI-MATCH-CUST
           MOVE WS-COI-SCAN-REL TO WS-COI-RESULT
           MOVE WS-COI-SCAN-TYPE TO WS-COI-MATCH-TYPE
           MOVE "T" TO WS-COI-CATEGORY
           MOVE "N" TO WS-COI-BLOCKED-FLAG
           MOVE TRAN-ID TO WS-COI-TRAN-ID
           MOVE ZEROS TO WS-COI-OVR-ID
           MOVE TRAN-AMOUNT TO WS-COI-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-COI-DETAIL
           PERFORM 8628-WRITE-CONFLICT-FLAG.

      ******************************************************************
      * 8624 - CHECK ONE OVERRIDE
      * The account comes from the hold or transaction the override
      * was tied to; an override tied to neither has no account to
      * test.
      ******************************************************************
       8624-COI-CHECK-OVERRIDE.
           ADD 1 TO WS-COI-OVR-COUNT
           MOVE ZEROS TO WS-COI-OVR-ACCT
           IF OVR-HOLD-ID > ZEROS
               MOVE OVR-HOLD-ID TO HOLD-ID
               READ ACCOUNT-HOLD-FILE
               IF WS-HOLD-FILE-STATUS = "00"
                   MOVE HOLD-ACCT-ID TO WS-COI-OVR-ACCT
               END-IF
               MOVE "00" TO WS-HOLD-FILE-STATUS
           ELSE
               IF OVR-TRAN-ID > ZEROS
                   MOVE OVR-TRAN-ID TO TRAN-ID
                   READ TRANSACTION-FILE
                   IF WS-TRAN-FILE-STATUS = "00"
                       MOVE TRAN-ACCOUNT-ID TO WS-COI-OVR-ACCT
                   END-IF
                   MOVE "00" TO WS-TRAN-FILE-STATUS
               END-IF
           END-IF
           IF WS-COI-OVR-ACCT = ZEROS
               GO TO 8624-OVR-EXIT
           END-IF

           MOVE OVR-ACTION TO WS-COI-ACTION
           PERFORM 8632-SET-OVERRIDE-CATEGORY
           MOVE WS-COI-OVR-ACCT TO WS-COI-CHECK-ACCT
           MOVE SPACES TO WS-COI-CHECK-OWNER
           MOVE "N" TO WS-COI-COWORKER-SCAN
           MOVE OVR-TELLER TO WS-COI-CHECK-EMPL
           PERFORM 8634-COI-FLAG-OVERRIDE
           MOVE OVR-SUPERVISOR TO WS-COI-CHECK-EMPL
           PERFORM 8634-COI-FLAG-OVERRIDE.

       8624-OVR-EXIT.
           CONTINUE.

       8634-COI-FLAG-OVERRIDE.
           PERFORM 8625-CHECK-SELF-DEALING
               THRU 8625-CHECK-EXIT
           IF WS-COI-SELF OR WS-COI-FAMILY
               MOVE "N" TO WS-COI-BLOCKED-FLAG
               MOVE OVR-TRAN-ID TO WS-COI-TRAN-ID
               MOVE OVR-ID TO WS-COI-OVR-ID
               MOVE ZEROS TO WS-COI-AMOUNT
               MOVE SPACES TO WS-COI-DETAIL
               STRING FUNCTION TRIM(OVR-ACTION)
                      " teller " FUNCTION TRIM(OVR-TELLER)
                      " supv " FUNCTION TRIM(OVR-SUPERVISOR)
                      DELIMITED SIZE INTO WS-COI-DETAIL
               PERFORM 8628-WRITE-CONFLICT-FLAG
           END-IF.

      ******************************************************************
      * 8625 - CHECK AN OPERATOR AGAINST AN ACCOUNT
      * Is WS-COI-CHECK-EMPL, as an active employee, tied to account
      * WS-COI-CHECK-ACCT? The caller passes the primary owner in
      * WS-COI-CHECK-OWNER when the account is already in the
      * buffer; left blank, the account is read here, which
      * replaces whatever ACCOUNT-RECORD the caller held. Joint
      * owners come from ACCOUNT-OWNER-FILE. Sets WS-COI-SELF when
      * an owner is the employee's own profile, else WS-COI-FAMILY
      * for a declared relative, else - only when the caller sets
      * WS-COI-SCAN-COWORKERS - WS-COI-COWORKER when an owner is
      * another employee's profile. Anyone not on the employee
      * master is WS-COI-NONE.
      ******************************************************************
       8625-CHECK-SELF-DEALING.
           SET WS-COI-NONE TO TRUE
           MOVE SPACES TO WS-COI-MATCH-CUST
           MOVE SPACES TO WS-COI-MATCH-TYPE
           MOVE SPACES TO WS-COI-MATCH-EMPL
           MOVE WS-COI-CHECK-EMPL TO EMPL-ID
           READ EMPLOYEE-FILE
           IF WS-EMPL-FILE-STATUS NOT = "00"
               OR NOT EMPL-ACTIVE
               GO TO 8625-CHECK-EXIT
           END-IF
           MOVE EMPL-LINKED-CUST-ID TO WS-COI-LINKED-CUST

           IF WS-COI-CHECK-OWNER = SPACES
               MOVE WS-COI-CHECK-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   GO TO 8625-CHECK-EXIT
               END-IF
               MOVE ACCT-OWNER-ID TO WS-COI-CHECK-OWNER
           END-IF
           MOVE WS-COI-CHECK-OWNER TO WS-COI-OWNER-CUST
           PERFORM 8626-TEST-ONE-OWNER
               THRU 8626-TEST-EXIT

           MOVE WS-COI-CHECK-ACCT TO OWNER-ACCT-ID
           MOVE ZEROS TO OWNER-SEQ-NUM
           START ACCOUNT-OWNER-FILE KEY >= OWNER-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-OWNER-FILE-STATUS NOT = "00"
               OR WS-COI-SELF
               READ ACCOUNT-OWNER-FILE NEXT RECORD
               IF WS-OWNER-FILE-STATUS = "00"
                   IF OWNER-ACCT-ID NOT = WS-COI-CHECK-ACCT
                       MOVE "10" TO WS-OWNER-FILE-STATUS
                   ELSE
                       IF OWNER-ACTIVE
                           MOVE OWNER-CUST-ID TO WS-COI-OWNER-CUST
                           PERFORM 8626-TEST-ONE-OWNER
                               THRU 8626-TEST-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-OWNER-FILE-STATUS.

       8625-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 8626 - TEST ONE OWNER
      * Self outranks family, and family outranks coworker.
      ******************************************************************
       8626-TEST-ONE-OWNER.
           IF WS-COI-OWNER-CUST = SPACES
               GO TO 8626-TEST-EXIT
           END-IF
           IF WS-COI-OWNER-CUST = WS-COI-CHECK-EMPL
               OR (WS-COI-LINKED-CUST NOT = SPACES
                   AND WS-COI-OWNER-CUST = WS-COI-LINKED-CUST)
               SET WS-COI-SELF TO TRUE
               MOVE WS-COI-OWNER-CUST TO WS-COI-MATCH-CUST
               MOVE SPACES TO WS-COI-MATCH-TYPE
               MOVE SPACES TO WS-COI-MATCH-EMPL
               GO TO 8626-TEST-EXIT
           END-IF
           IF WS-COI-FAMILY
               GO TO 8626-TEST-EXIT
           END-IF

           MOVE WS-COI-CHECK-EMPL TO EMPR-EMPL-ID
           MOVE WS-COI-OWNER-CUST TO EMPR-CUST-ID
           READ EMPLOYEE-RELATION-FILE
           IF WS-EMPR-FILE-STATUS = "00"
               AND EMPR-ACTIVE
               SET WS-COI-FAMILY TO TRUE
               MOVE WS-COI-OWNER-CUST TO WS-COI-MATCH-CUST
               MOVE EMPR-RELATION TO WS-COI-MATCH-TYPE
               MOVE SPACES TO WS-COI-MATCH-EMPL
               GO TO 8626-TEST-EXIT
           END-IF
           MOVE "00" TO WS-EMPR-FILE-STATUS

           IF WS-COI-SCAN-COWORKERS AND WS-COI-NONE
               MOVE LOW-VALUES TO EMPL-ID
               START EMPLOYEE-FILE KEY >= EMPL-ID
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-EMPL-FILE-STATUS NOT = "00"
                   OR WS-COI-COWORKER
                   READ EMPLOYEE-FILE NEXT RECORD
                   IF WS-EMPL-FILE-STATUS = "00"
                       AND EMPL-ACTIVE
                       AND EMPL-ID NOT = WS-COI-CHECK-EMPL
                       AND (EMPL-LINKED-CUST-ID = WS-COI-OWNER-CUST
                           OR EMPL-ID = WS-COI-OWNER-CUST)
                       SET WS-COI-COWORKER TO TRUE
                       MOVE WS-COI-OWNER-CUST TO WS-COI-MATCH-CUST
                       MOVE EMPL-ID TO WS-COI-MATCH-EMPL
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-EMPL-FILE-STATUS
           END-IF.

       8626-TEST-EXIT.
           CONTINUE.

      ******************************************************************
      * 8627 - REFUSE WORK ON THE OPERATOR'S OWN ACCOUNT
      * Entry-time gate. The caller loads WS-COI-CHECK-EMPL, -ACCT
      * and -OWNER (see 8625), WS-COI-CATEGORY, WS-COI-AMOUNT and
      * WS-COI-DETAIL. An operator who owns the account is refused
      * and the attempt goes to compliance as a blocked flag; the
      * caller abandons the work when WS-COI-SELF comes back set.
      * A relative's account is let through - the nightly monitor
      * picks it up from the posting or override - except where
      * the caller sets WS-COI-FLAG-FAMILY for work that leaves no
      * posting behind, which is flagged here.
      ******************************************************************
       8627-CHECK-OPERATOR-CONFLICT.
           MOVE "N" TO WS-COI-COWORKER-SCAN
           PERFORM 8625-CHECK-SELF-DEALING
               THRU 8625-CHECK-EXIT
           MOVE "E" TO WS-COI-SOURCE
           MOVE ZEROS TO WS-COI-TRAN-ID
           MOVE ZEROS TO WS-COI-OVR-ID
           IF WS-COI-SELF
               DISPLAY "Refused: " FUNCTION TRIM(WS-COI-CHECK-EMPL)
                       " is an owner of account " WS-COI-CHECK-ACCT
                       "."
               DISPLAY "Staff may not work their own accounts - "
                       "the attempt is referred to compliance."
               MOVE "Y" TO WS-COI-BLOCKED-FLAG
               PERFORM 8628-WRITE-CONFLICT-FLAG
           ELSE
               IF WS-COI-FAMILY
                   AND WS-COI-FLAG-FAMILY = "Y"
                   MOVE "N" TO WS-COI-BLOCKED-FLAG
                   PERFORM 8628-WRITE-CONFLICT-FLAG
               END-IF
           END-IF
           MOVE "N" TO WS-COI-FLAG-FAMILY.

      ******************************************************************
      * 8628 - WRITE ONE CONFLICT FLAG
      ******************************************************************
       8628-WRITE-CONFLICT-FLAG.
           PERFORM 8629-GENERATE-COI-ID
           MOVE WS-NEXT-COI-ID TO COI-ID
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO COI-FLAG-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO COI-FLAG-TIME
           MOVE WS-COI-SOURCE TO COI-SOURCE
           MOVE WS-COI-CATEGORY TO COI-CATEGORY
           MOVE WS-COI-CHECK-EMPL TO COI-EMPL-ID
           MOVE WS-COI-CHECK-ACCT TO COI-ACCT-ID
           MOVE WS-COI-MATCH-CUST TO COI-OWNER-ID
           MOVE WS-COI-RESULT TO COI-RELATION
           MOVE WS-COI-MATCH-TYPE TO COI-FAMILY-TYPE
           MOVE WS-COI-TRAN-ID TO COI-TRAN-ID
           MOVE WS-COI-OVR-ID TO COI-OVR-ID
           MOVE WS-COI-AMOUNT TO COI-AMOUNT
           MOVE WS-COI-BLOCKED-FLAG TO COI-BLOCKED-FLAG
           MOVE WS-COI-DETAIL TO COI-DETAIL
           SET COI-OPEN TO TRUE
           MOVE SPACES TO COI-REVIEWED-BY
           MOVE SPACES TO COI-REVIEWED-DATE
           MOVE SPACES TO COI-REVIEW-NOTE
           WRITE CONFLICT-FLAG-RECORD
           IF WS-COI-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: conflict flag not written, status "
                       WS-COI-FILE-STATUS
           END-IF
           ADD 1 TO WS-COI-NEW-COUNT

           MOVE "WARN" TO WS-AUDIT-SEVERITY
           MOVE "CONFLICT_FLAG" TO WS-AUDIT-ACTION
           STRING "Flag=" COI-ID
                  " Cat=" COI-CATEGORY
                  " Rel=" COI-RELATION
                  " Empl=" COI-EMPL-ID
                  " Acct=" COI-ACCT-ID
                  " Blocked=" COI-BLOCKED-FLAG
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8629-GENERATE-COI-ID.
           MOVE 1 TO WS-NEXT-COI-ID
           MOVE LOW-VALUES TO COI-ID
           START CONFLICT-FLAG-FILE KEY >= COI-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COI-FILE-STATUS NOT = "00"
               READ CONFLICT-FLAG-FILE NEXT RECORD
               IF WS-COI-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-COI-ID = COI-ID + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COI-FILE-STATUS.

      ******************************************************************
      * 8630 - CHECK AN APPROVER AGAINST A PENDING ITEM
      * Reached from 8000 when the reviewer keys A. An approver who
      * owns an account the item moves money on or changes is
      * refused and the item stays pending for someone else.
      ******************************************************************
       8630-CHECK-APPROVER-CONFLICT.
           MOVE LS-CURRENT-USER TO WS-COI-CHECK-EMPL
           MOVE PEND-FROM-ACCT-ID TO WS-COI-CHECK-ACCT
           MOVE SPACES TO WS-COI-CHECK-OWNER
           MOVE PEND-AMOUNT TO WS-COI-AMOUNT
           MOVE SPACES TO WS-COI-DETAIL
           STRING "Approval of pending item " PEND-APPROVAL-ID
                  " type " PEND-REQUEST-TYPE
                  DELIMITED SIZE INTO WS-COI-DETAIL
           IF PEND-TYPE-LIMIT
               MOVE "L" TO WS-COI-CATEGORY
               MOVE "Y" TO WS-COI-FLAG-FAMILY
           ELSE
               MOVE "T" TO WS-COI-CATEGORY
           END-IF
           PERFORM 8627-CHECK-OPERATOR-CONFLICT
           IF NOT WS-COI-SELF
               AND PEND-TO-ACCT-ID > ZEROS
               MOVE PEND-TO-ACCT-ID TO WS-COI-CHECK-ACCT
               MOVE SPACES TO WS-COI-CHECK-OWNER
               PERFORM 8627-CHECK-OPERATOR-CONFLICT
           END-IF
           IF WS-COI-SELF
               DISPLAY "Item " PEND-APPROVAL-ID
                       " stays pending for another approver."
               MOVE SPACES TO WS-PEND-APPROVE-CHOICE
           END-IF.

      ******************************************************************
      * 8631 - CONFLICT-OF-INTEREST REVIEW REPORT
      * Every flag compliance has not yet closed, oldest first.
      ******************************************************************
       8631-COI-REVIEW-REPORT.
           DISPLAY " "
           DISPLAY "  OPEN CONFLICT-OF-INTEREST FLAGS - COMPLIANCE "
                   "REVIEW"
           DISPLAY "  Cat: T posting  W fee waiver  H hold release  "
                   "L limit  O override  V lookup"
           DISPLAY "  Rel: S own account  F relative (type)  "
                   "C coworker      B = refused at entry"
           DISPLAY "  " WS-SEPARATOR
           MOVE ZEROS TO WS-COI-OPEN-COUNT
           MOVE ZEROS TO WS-COI-BLOCK-COUNT
           MOVE LOW-VALUES TO COI-ID
           START CONFLICT-FLAG-FILE KEY >= COI-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-COI-FILE-STATUS NOT = "00"
               READ CONFLICT-FLAG-FILE NEXT RECORD
               IF WS-COI-FILE-STATUS = "00"
                   AND COI-OPEN
                   ADD 1 TO WS-COI-OPEN-COUNT
                   IF COI-BLOCKED
                       ADD 1 TO WS-COI-BLOCK-COUNT
                   END-IF
                   MOVE COI-AMOUNT TO WS-DSP-BALANCE
                   DISPLAY "  " COI-ID " " COI-FLAG-DATE
                           " " COI-CATEGORY
                           " " COI-RELATION COI-FAMILY-TYPE
                           " " COI-EMPL-ID
                           " " COI-ACCT-ID
                           " B=" COI-BLOCKED-FLAG
                   DISPLAY "      Owner " COI-OWNER-ID
                           " Tran " COI-TRAN-ID
                           " Ovr " COI-OVR-ID
                           " $" WS-DSP-BALANCE
                   DISPLAY "      " COI-DETAIL
               END-IF
           END-PERFORM
           MOVE "00" TO WS-COI-FILE-STATUS
           DISPLAY "  " WS-SEPARATOR
           DISPLAY "Open flags:                " WS-COI-OPEN-COUNT
           DISPLAY "  Refused at entry:        " WS-COI-BLOCK-COUNT.

       8632-SET-OVERRIDE-CATEGORY.
           EVALUATE WS-COI-ACTION
               WHEN "NSF_FEE_WAIVER"
                   MOVE "W" TO WS-COI-CATEGORY
               WHEN "HOLD_EARLY_RELEASE"
                   MOVE "H" TO WS-COI-CATEGORY
               WHEN OTHER
                   MOVE "O" TO WS-COI-CATEGORY
           END-EVALUATE.

      ******************************************************************
      * 8635 - CLOSE A CONFLICT-OF-INTEREST FLAG
      * Compliance works the review report: each flag is closed
      * with a note of what was found. Nobody closes a flag raised
      * on themselves.
      ******************************************************************
       8635-REVIEW-CONFLICT-FLAG.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Conflict-of-interest review is restricted "
                       "to SUPERVISOR."
               GO TO 8635-REVIEW-EXIT
           END-IF

           PERFORM 8631-COI-REVIEW-REPORT
           IF WS-COI-OPEN-COUNT = ZEROS
               GO TO 8635-REVIEW-EXIT
           END-IF

           DISPLAY "Flag ID to close (blank = done): "
               WITH NO ADVANCING
           ACCEPT WS-COI-INPUT-ID FROM CONSOLE
           IF WS-COI-INPUT-ID = SPACES
               GO TO 8635-REVIEW-EXIT
           END-IF
           COMPUTE COI-ID = FUNCTION NUMVAL(WS-COI-INPUT-ID)
           READ CONFLICT-FLAG-FILE
           IF WS-COI-FILE-STATUS NOT = "00" OR NOT COI-OPEN
               DISPLAY "No open flag with that ID."
               GO TO 8635-REVIEW-EXIT
           END-IF
           IF COI-EMPL-ID = LS-CURRENT-USER
               DISPLAY "A flag raised on you must be closed by "
                       "someone else."
               GO TO 8635-REVIEW-EXIT
           END-IF

           DISPLAY "Review note: " WITH NO ADVANCING
           ACCEPT WS-COI-INPUT-NOTE FROM CONSOLE
           IF WS-COI-INPUT-NOTE = SPACES
               DISPLAY "A review note is required."
               GO TO 8635-REVIEW-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           SET COI-REVIEWED TO TRUE
           MOVE LS-CURRENT-USER TO COI-REVIEWED-BY
           MOVE WS-ACCEPT-DATE TO COI-REVIEWED-DATE
           MOVE WS-COI-INPUT-NOTE TO COI-REVIEW-NOTE
           REWRITE CONFLICT-FLAG-RECORD
           IF WS-COI-FILE-STATUS NOT = "00"
               DISPLAY "Unable to close flag, status "
                       WS-COI-FILE-STATUS
               GO TO 8635-REVIEW-EXIT
           END-IF
           DISPLAY "Flag " COI-ID " closed."

           MOVE "CONFLICT_REVIEWED" TO WS-AUDIT-ACTION
           STRING "Flag=" COI-ID
                  " Empl=" COI-EMPL-ID
                  " Acct=" COI-ACCT-ID
                  " Note=" WS-COI-INPUT-NOTE
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8635-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8700 - MAINTAIN IOLTA DESIGNATION
      * SUPERVISOR-only. Designates a corporate or checking account
      * as a lawyer's pooled client trust account (IOLTA) with the
      * attorney's bar number and the bar foundation the interest
      * is remitted to, or removes the designation. Interest posted
      * but not yet remitted stays owed to the foundation after a
      * removal and goes out on the next remittance run.
      ******************************************************************
       8700-MAINTAIN-IOLTA-DESIGNATION.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "IOLTA designation is restricted to "
                       "SUPERVISOR."
               GO TO 8700-IOLTA-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "=== IOLTA TRUST ACCOUNT DESIGNATION ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-IOL-INPUT-ACCT FROM CONSOLE
           MOVE WS-IOL-INPUT-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8700-IOLTA-EXIT
           END-IF
           IF NOT (ACCT-TYPE-CORPORATE OR ACCT-TYPE-CHECKING)
               DISPLAY "IOLTA designation is for corporate and "
                       "checking accounts."
               GO TO 8700-IOLTA-EXIT
           END-IF

           MOVE ACCT-ID TO IOL-ACCT-ID
           READ IOLTA-FILE
           IF WS-IOL-FILE-STATUS = "00"
               DISPLAY "Status " IOL-STATUS "  Bar " IOL-BAR-STATE
                       " " IOL-BAR-NUMBER
               DISPLAY "Foundation " IOL-FOUNDATION-ID " "
                       FUNCTION TRIM(IOL-FOUNDATION-NAME)
               MOVE IOL-UNREMITTED TO WS-DSP-AMOUNT
               DISPLAY "Designated " IOL-EFFECTIVE-DATE
                       "  ended " IOL-ENDED-DATE
                       "  unremitted $" FUNCTION TRIM(WS-DSP-AMOUNT)
           ELSE
               DISPLAY "Account is not designated IOLTA."
           END-IF

           DISPLAY "Action (S=Set designation, R=Remove): "
               WITH NO ADVANCING
           ACCEPT WS-IOL-INPUT-ACTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-IOL-INPUT-ACTION)
               TO WS-IOL-INPUT-ACTION
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

           EVALUATE WS-IOL-INPUT-ACTION
               WHEN "S"
                   IF NOT ACCT-ACTIVE
                       DISPLAY "Account is not open."
                       GO TO 8700-IOLTA-EXIT
                   END-IF
                   DISPLAY "Attorney Bar Number: " WITH NO ADVANCING
                   ACCEPT WS-IOL-INPUT-BAR-NUM FROM CONSOLE
                   DISPLAY "Bar State (2 letters): "
                       WITH NO ADVANCING
                   ACCEPT WS-IOL-INPUT-BAR-STATE FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-IOL-INPUT-BAR-STATE)
                       TO WS-IOL-INPUT-BAR-STATE
                   DISPLAY "Foundation ID: " WITH NO ADVANCING
                   ACCEPT WS-IOL-INPUT-FND-ID FROM CONSOLE
                   DISPLAY "Foundation Name: " WITH NO ADVANCING
                   ACCEPT WS-IOL-INPUT-FND-NAME FROM CONSOLE
                   IF WS-IOL-INPUT-BAR-NUM = SPACES
                       OR WS-IOL-INPUT-BAR-STATE IS NOT ALPHABETIC
                       OR WS-IOL-INPUT-BAR-STATE(2:1) = SPACE
                       OR WS-IOL-INPUT-FND-ID = SPACES
                       DISPLAY "Bar number, bar state and foundation "
                               "are required."
                       GO TO 8700-IOLTA-EXIT
                   END-IF
                   IF WS-IOL-FILE-STATUS NOT = "00"
                       MOVE SPACES TO IOLTA-RECORD
                       MOVE ACCT-ID TO IOL-ACCT-ID
                       MOVE ZEROS TO IOL-UNREMITTED
                       MOVE ZEROS TO IOL-LAST-REMIT-AMT
                       MOVE ZEROS TO IOL-TOTAL-REMITTED
                       MOVE ZEROS TO IOL-NOTICE-COUNT
                   END-IF
      * A new designation - or one restored after a removal -
      * starts its 1099-INT exclusion today
                   IF WS-IOL-FILE-STATUS NOT = "00"
                       OR NOT IOL-ACTIVE
                       MOVE WS-ACCEPT-DATE TO IOL-EFFECTIVE-DATE
                       MOVE SPACES TO IOL-ENDED-DATE
                   END-IF
                   MOVE WS-IOL-INPUT-BAR-NUM TO IOL-BAR-NUMBER
                   MOVE WS-IOL-INPUT-BAR-STATE TO IOL-BAR-STATE
                   MOVE WS-IOL-INPUT-FND-ID TO IOL-FOUNDATION-ID
                   MOVE WS-IOL-INPUT-FND-NAME TO IOL-FOUNDATION-NAME
                   SET IOL-ACTIVE TO TRUE
                   MOVE "IOLTA_DESIGNATED" TO WS-AUDIT-ACTION
               WHEN "R"
                   IF WS-IOL-FILE-STATUS NOT = "00"
                       OR NOT IOL-ACTIVE
                       DISPLAY "No designation in force to remove."
                       GO TO 8700-IOLTA-EXIT
                   END-IF
                   SET IOL-REMOVED TO TRUE
                   MOVE WS-ACCEPT-DATE TO IOL-ENDED-DATE
                   MOVE "IOLTA_REMOVED" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "Invalid action."
                   GO TO 8700-IOLTA-EXIT
           END-EVALUATE

           MOVE LS-CURRENT-USER TO IOL-SET-BY
           IF WS-IOL-FILE-STATUS = "00"
               REWRITE IOLTA-RECORD
           ELSE
               WRITE IOLTA-RECORD
           END-IF
           IF WS-IOL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save designation, status "
                       WS-IOL-FILE-STATUS
               GO TO 8700-IOLTA-EXIT
           END-IF
           DISPLAY "IOLTA designation saved."

           STRING "Acct=" IOL-ACCT-ID
                  " Bar=" IOL-BAR-STATE "/" IOL-BAR-NUMBER
                  " Fnd=" IOL-FOUNDATION-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8700-IOLTA-EXIT.
           CONTINUE.

      ******************************************************************
      * 8705 - IS THE CURRENT ACCOUNT AN IOLTA TRUST ACCOUNT
      * Sets WS-IOL-DESIGNATED when ACCOUNT-RECORD carries a
      * designation in force, leaving IOLTA-RECORD current.
      ******************************************************************
       8705-CHECK-IOLTA-ACCOUNT.
           SET WS-IOL-NOT-DESIGNATED TO TRUE
           IF ACCT-TYPE-CORPORATE OR ACCT-TYPE-CHECKING
               MOVE ACCT-ID TO IOL-ACCT-ID
               READ IOLTA-FILE
               IF WS-IOL-FILE-STATUS = "00"
                   AND IOL-ACTIVE
                   SET WS-IOL-DESIGNATED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 8706 - NOTE IOLTA INTEREST OWED TO THE FOUNDATION
      * Called by 7350 after the IN credit posted. Interest on a
      * designated account belongs to the bar foundation; it stays
      * in the account until the monthly remittance run sweeps it.
      ******************************************************************
       8706-NOTE-IOLTA-INTEREST.
           PERFORM 8705-CHECK-IOLTA-ACCOUNT
           IF WS-IOL-DESIGNATED
               AND WS-WHLD-NET-INTEREST > ZEROS
               ADD WS-WHLD-NET-INTEREST TO IOL-UNREMITTED
               REWRITE IOLTA-RECORD
           END-IF.

      ******************************************************************
      * 8710 - IOLTA INTEREST REMITTANCE (BATCH, MONTHLY)
      * Runs after the month-end interest posting. Sweeps each
      * trust account's unremitted interest out of the account and
      * writes the remittance report each bar foundation requires,
      * grouped by foundation, for the month just ended; treasury
      * pays each foundation its subtotal from the file. An
      * account without the available funds to cover the sweep is
      * carried to next month and flagged.
      ******************************************************************
       8710-BATCH-IOLTA-REMITTANCE.
           DISPLAY " "
           DISPLAY "=== IOLTA INTEREST REMITTANCE ==="

           MOVE "IOLTARMT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8710-IOLR-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:4) TO WS-IOL-PERIOD-YEAR
           MOVE WS-ACCEPT-DATE(5:2) TO WS-IOL-PERIOD-MONTH
           IF WS-IOL-PERIOD-MONTH = 01
               SUBTRACT 1 FROM WS-IOL-PERIOD-YEAR
               MOVE 12 TO WS-IOL-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-IOL-PERIOD-MONTH
           END-IF
           MOVE WS-IOL-PERIOD-YEAR TO WS-IOL-PERIOD(1:4)
           MOVE WS-IOL-PERIOD-MONTH TO WS-IOL-PERIOD(5:2)

           MOVE SPACES TO WS-IOL-RMT-PATH
           STRING "/tmp/altoro_iolta_remit_" WS-ACCEPT-DATE ".txt"
                  DELIMITED SIZE INTO WS-IOL-RMT-PATH
           OPEN OUTPUT IOLTA-REMIT-FILE
           IF WS-IOL-RMT-STATUS NOT = "00"
               DISPLAY "Unable to open remittance file, status "
                       WS-IOL-RMT-STATUS
               MOVE "IOLTARMT" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8710-IOLR-EXIT
           END-IF
           MOVE WS-ACCEPT-DATE TO WS-IOLH-FILE-DATE
           MOVE WS-IOL-PERIOD TO WS-IOLH-PERIOD
           WRITE IOLTA-REMIT-RECORD FROM WS-IOL-RMT-HDR

           MOVE ZEROS TO WS-IOL-REMIT-COUNT
           MOVE ZEROS TO WS-IOL-REMIT-TOTAL
           MOVE ZEROS TO WS-IOL-HELD-COUNT

      * First pass: the foundations with interest owed
           MOVE ZEROS TO WS-IOL-FND-MAX
           MOVE LOW-VALUES TO IOL-ACCT-ID
           START IOLTA-FILE KEY >= IOL-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IOL-FILE-STATUS NOT = "00"
               READ IOLTA-FILE NEXT RECORD
               IF WS-IOL-FILE-STATUS = "00"
                   AND IOL-UNREMITTED > ZEROS
                   PERFORM 8711-NOTE-FOUNDATION
               END-IF
           END-PERFORM

      * Second pass per foundation: sweep and report its accounts
           PERFORM VARYING WS-IOL-FND-IDX FROM 1 BY 1
                   UNTIL WS-IOL-FND-IDX > WS-IOL-FND-MAX
               MOVE WS-IOL-FND-ID(WS-IOL-FND-IDX)
                   TO WS-IOLF-FOUNDATION-ID
               MOVE WS-IOL-FND-NAME(WS-IOL-FND-IDX)
                   TO WS-IOLF-FOUNDATION-NAME
               WRITE IOLTA-REMIT-RECORD FROM WS-IOL-RMT-FND
               MOVE ZEROS TO WS-IOL-FND-COUNT
               MOVE ZEROS TO WS-IOL-FND-TOTAL
               MOVE LOW-VALUES TO IOL-ACCT-ID
               START IOLTA-FILE KEY >= IOL-ACCT-ID
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-IOL-FILE-STATUS NOT = "00"
                   READ IOLTA-FILE NEXT RECORD
                   IF WS-IOL-FILE-STATUS = "00"
                       AND IOL-UNREMITTED > ZEROS
                       AND IOL-FOUNDATION-ID =
                           WS-IOL-FND-ID(WS-IOL-FND-IDX)
                       PERFORM 8712-REMIT-ONE-IOLTA-ACCOUNT
                           THRU 8712-REMIT-EXIT
                       MOVE "00" TO WS-IOL-FILE-STATUS
                   END-IF
               END-PERFORM
               MOVE WS-IOL-FND-ID(WS-IOL-FND-IDX)
                   TO WS-IOLS-FOUNDATION-ID
               MOVE WS-IOL-FND-COUNT TO WS-IOLS-ACCT-COUNT
               MOVE WS-IOL-FND-TOTAL TO WS-IOLS-TOTAL
               WRITE IOLTA-REMIT-RECORD FROM WS-IOL-RMT-SUB
               MOVE WS-IOL-FND-TOTAL TO WS-DSP-AMOUNT
               DISPLAY "  Foundation " WS-IOL-FND-ID(WS-IOL-FND-IDX)
                       " accounts " WS-IOL-FND-COUNT
                       " remitted $" FUNCTION TRIM(WS-DSP-AMOUNT)
           END-PERFORM
           MOVE "00" TO WS-IOL-FILE-STATUS

           MOVE WS-IOL-FND-MAX TO WS-IOLT-FND-COUNT
           MOVE WS-IOL-REMIT-COUNT TO WS-IOLT-ACCT-COUNT
           MOVE WS-IOL-REMIT-TOTAL TO WS-IOLT-TOTAL
           WRITE IOLTA-REMIT-RECORD FROM WS-IOL-RMT-TRL
           CLOSE IOLTA-REMIT-FILE

           MOVE WS-IOL-REMIT-TOTAL TO WS-DSP-AMOUNT
           DISPLAY " "
           DISPLAY "Period:             " WS-IOL-PERIOD
           DISPLAY "Accounts remitted:  " WS-IOL-REMIT-COUNT
           DISPLAY "Total remitted:    $" WS-DSP-AMOUNT
           DISPLAY "Accounts held over: " WS-IOL-HELD-COUNT
           DISPLAY "Remittance file: " FUNCTION TRIM(WS-IOL-RMT-PATH)

           MOVE "IOLTA_REMIT_RUN" TO WS-AUDIT-ACTION
           STRING "Period=" WS-IOL-PERIOD
                  " Accts=" WS-IOL-REMIT-COUNT
                  " Total=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  " Held=" WS-IOL-HELD-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "IOLTARMT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-IOL-REMIT-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-IOL-HELD-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8710-IOLR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8711 - NOTE ONE FOUNDATION FOR THE REMITTANCE RUN
      * Adds the current IOLTA-RECORD's foundation to the table if
      * it is not already there.
      ******************************************************************
       8711-NOTE-FOUNDATION.
           MOVE "N" TO WS-IOL-FND-FOUND
           PERFORM VARYING WS-IOL-FND-IDX FROM 1 BY 1
                   UNTIL WS-IOL-FND-IDX > WS-IOL-FND-MAX
               IF WS-IOL-FND-ID(WS-IOL-FND-IDX) = IOL-FOUNDATION-ID
                   MOVE "Y" TO WS-IOL-FND-FOUND
               END-IF
           END-PERFORM
           IF WS-IOL-FND-FOUND = "N"
               IF WS-IOL-FND-MAX < 50
                   ADD 1 TO WS-IOL-FND-MAX
                   MOVE IOL-FOUNDATION-ID
                       TO WS-IOL-FND-ID(WS-IOL-FND-MAX)
                   MOVE IOL-FOUNDATION-NAME
                       TO WS-IOL-FND-NAME(WS-IOL-FND-MAX)
               ELSE
                   DISPLAY "  WARNING: foundation table full - "
                           IOL-FOUNDATION-ID " held to next run"
               END-IF
           END-IF.

      ******************************************************************
      * 8712 - REMIT ONE IOLTA ACCOUNT
      * IOLTA-RECORD is current with interest owed. Debits the
      * trust account for it, writes the foundation's report line
      * and clears what is owed.
      ******************************************************************
       8712-REMIT-ONE-IOLTA-ACCOUNT.
           MOVE IOL-UNREMITTED TO WS-IOL-REMIT-AMT
           MOVE IOL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Acct " IOL-ACCT-ID " not on file - held"
               ADD 1 TO WS-IOL-HELD-COUNT
               GO TO 8712-REMIT-EXIT
           END-IF
           IF ACCT-AVAILABLE-BAL < WS-IOL-REMIT-AMT
               ADD 1 TO WS-IOL-HELD-COUNT
               DISPLAY "  Acct " ACCT-ID " available funds short of "
                       "the interest owed - held"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "IOLTA_REMIT_HELD" TO WS-AUDIT-ACTION
               STRING "Acct=" ACCT-ID
                      " Owed=" WS-IOL-REMIT-AMT
                      " Avail=" ACCT-AVAILABLE-BAL
                      " Fnd=" IOL-FOUNDATION-ID
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               GO TO 8712-REMIT-EXIT
           END-IF

      * The month-end balance goes on the report before the sweep
           MOVE ACCT-BALANCE TO WS-IOLD-END-BALANCE
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-IOL-REMIT-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-IOL-REMIT-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-PAYMENT TO TRUE
           COMPUTE TRAN-AMOUNT = WS-IOL-REMIT-AMT * -1
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           STRING "IOLTA interest remitted - "
                  IOL-FOUNDATION-ID
                  DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE IOL-FOUNDATION-ID TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE IOL-FOUNDATION-ID TO WS-IOLD-FOUNDATION-ID
           MOVE ACCT-ID TO WS-IOLD-ACCT-ID
           MOVE IOL-BAR-STATE TO WS-IOLD-BAR-STATE
           MOVE IOL-BAR-NUMBER TO WS-IOLD-BAR-NUMBER
           MOVE ACCT-NAME TO WS-IOLD-ACCT-NAME
           MOVE WS-IOL-PERIOD TO WS-IOLD-PERIOD
           MOVE ACCT-INTEREST-RATE TO WS-IOLD-RATE
           MOVE WS-IOL-REMIT-AMT TO WS-IOLD-INTEREST
           MOVE ZEROS TO WS-IOLD-SERVICE-CHG
           MOVE WS-IOL-REMIT-AMT TO WS-IOLD-NET-REMITTED
           WRITE IOLTA-REMIT-RECORD FROM WS-IOL-RMT-DTL

           MOVE ZEROS TO IOL-UNREMITTED
           MOVE WS-ACCEPT-DATE TO IOL-LAST-REMIT-DATE
           MOVE WS-IOL-REMIT-AMT TO IOL-LAST-REMIT-AMT
           ADD WS-IOL-REMIT-AMT TO IOL-TOTAL-REMITTED
           REWRITE IOLTA-RECORD

           ADD 1 TO WS-IOL-FND-COUNT
           ADD WS-IOL-REMIT-AMT TO WS-IOL-FND-TOTAL
           ADD 1 TO WS-IOL-REMIT-COUNT
           ADD WS-IOL-REMIT-AMT TO WS-IOL-REMIT-TOTAL.

       8712-REMIT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8720 - QUEUE AN IOLTA OVERDRAFT NOTICE
      * Called with ACCOUNT-RECORD current after an item has been
      * paid into overdraft, returned or dishonored. The caller
      * moves the event (O, R or D), the item amount and its
      * reference into WS-IOLN-EVENT-IN, WS-IOLN-AMOUNT-IN and
      * WS-IOLN-REF-IN. Does nothing unless the account is a
      * designated trust account; the notice itself goes to the
      * disciplinary authority on the nightly run (8730), whether
      * or not the item was honored.
      ******************************************************************
       8720-QUEUE-IOLTA-NOTICE.
           PERFORM 8705-CHECK-IOLTA-ACCOUNT
           IF WS-IOL-NOT-DESIGNATED
               GO TO 8720-QUEUE-EXIT
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
      * Two events on the account inside the same second
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

           DISPLAY "IOLTA trust account - notice to the "
                   IOL-BAR-STATE " disciplinary authority queued."
           MOVE "WARN" TO WS-AUDIT-SEVERITY
           MOVE "IOLTA_OD_NOTICE" TO WS-AUDIT-ACTION
           STRING "Acct=" ACCT-ID
                  " Event=" WS-IOLN-EVENT-IN
                  " Amount=" WS-IOLN-AMOUNT-IN
                  " Bar=" IOL-BAR-STATE "/" IOL-BAR-NUMBER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8720-QUEUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8730 - IOLTA OVERDRAFT NOTICES (BATCH, NIGHTLY)
      * Drains the IOLTA notice queue - ACCTMGMT's and ACHPROC's
      * events alike - into the dated notice file for the
      * disciplinary authorities, one line per event carrying the
      * attorney's bar state and number, and marks each sent.
      ******************************************************************
       8730-BATCH-IOLTA-OD-NOTICES.
           DISPLAY " "
           DISPLAY "=== IOLTA OVERDRAFT NOTICES ==="

           MOVE "IOLTAODN" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8730-IODN-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-IOLN-OUT-PATH
           STRING "/tmp/altoro_iolta_od_notice_" WS-ACCEPT-DATE
                  ".txt"
                  DELIMITED SIZE INTO WS-IOLN-OUT-PATH
           OPEN OUTPUT IOLTA-NOTICE-OUT-FILE
           IF WS-IOLN-OUT-STATUS NOT = "00"
               DISPLAY "Unable to open notice file, status "
                       WS-IOLN-OUT-STATUS
               MOVE "IOLTAODN" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8730-IODN-EXIT
           END-IF
           MOVE WS-ACCEPT-DATE TO WS-IOLNH-FILE-DATE
           WRITE IOLTA-NOTICE-OUT-RECORD FROM WS-IOLN-OUT-HDR

           MOVE ZEROS TO WS-IOLN-SENT-COUNT
           MOVE LOW-VALUES TO IOLN-KEY
           START IOLTA-NOTICE-FILE KEY >= IOLN-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-IOLN-FILE-STATUS NOT = "00"
               READ IOLTA-NOTICE-FILE NEXT RECORD
               IF WS-IOLN-FILE-STATUS = "00"
                   AND IOLN-QUEUED
                   PERFORM 8732-SEND-ONE-IOLTA-NOTICE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-IOLN-FILE-STATUS

           MOVE WS-IOLN-SENT-COUNT TO WS-IOLNT-COUNT
           WRITE IOLTA-NOTICE-OUT-RECORD FROM WS-IOLN-OUT-TRL
           CLOSE IOLTA-NOTICE-OUT-FILE

           DISPLAY "Notices sent: " WS-IOLN-SENT-COUNT
           DISPLAY "Notice file: " FUNCTION TRIM(WS-IOLN-OUT-PATH)

           MOVE "IOLTA_NOTICE_RUN" TO WS-AUDIT-ACTION
           STRING "Sent=" WS-IOLN-SENT-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "IOLTAODN" TO WS-RUNCTL-JOB-NAME
           MOVE WS-IOLN-SENT-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8730-IODN-EXIT.
           CONTINUE.

      ******************************************************************
      * 8732 - SEND ONE IOLTA NOTICE
      * IOLTA-NOTICE-RECORD is current and queued.
      ******************************************************************
       8732-SEND-ONE-IOLTA-NOTICE.
           MOVE SPACES TO WS-IOLND-ACCT-NAME
           MOVE IOLN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE ACCT-NAME TO WS-IOLND-ACCT-NAME
           END-IF
           MOVE IOLN-BAR-STATE TO WS-IOLND-BAR-STATE
           MOVE IOLN-BAR-NUMBER TO WS-IOLND-BAR-NUMBER
           MOVE IOLN-ACCT-ID TO WS-IOLND-ACCT-ID
           MOVE IOLN-EVENT TO WS-IOLND-EVENT
           MOVE IOLN-DATE TO WS-IOLND-EVENT-DATE
           MOVE IOLN-ITEM-AMOUNT TO WS-IOLND-ITEM-AMOUNT
           MOVE IOLN-BALANCE TO WS-IOLND-BALANCE
           MOVE IOLN-ITEM-REF TO WS-IOLND-ITEM-REF
           WRITE IOLTA-NOTICE-OUT-RECORD FROM WS-IOLN-OUT-DTL

           SET IOLN-SENT TO TRUE
           MOVE WS-ACCEPT-DATE TO IOLN-SENT-DATE
           REWRITE IOLTA-NOTICE-RECORD
           ADD 1 TO WS-IOLN-SENT-COUNT
           DISPLAY "  " IOLN-BAR-STATE " " IOLN-BAR-NUMBER
                   " Acct " IOLN-ACCT-ID " event " IOLN-EVENT
                   " " IOLN-DATE.

      ******************************************************************
      * 8740 - DUE-FROM STATEMENT RECONCILIATION (BATCH)
      * Takes in the Fed master account statement or a
      * correspondent's statement, proves it - the entries agree to
      * the trailer and the opening balance rolls to the closing -
      * and matches each settlement entry to what our own records
      * say settled through the account on the statement date: for
      * the Fed account the ACH files received and originated, the
      * ATM network settlement files, the wires sent and received
      * and the instant payment settlement position; for a
      * correspondent the cash letter presented and the items
      * returned against it. A break either way goes to the
      * due-from open item file, unless it clears an open item an
      * earlier statement left; the due-from report lists what is
      * still open for the account with its aging.
      ******************************************************************
       8740-BATCH-DUE-FROM-RECON.
           DISPLAY " "
           DISPLAY "=== DUE-FROM STATEMENT RECONCILIATION ==="

      * The Fed and each correspondent can reconcile on the same
      * business date, so it is the file registry, not the run
      * control, that keeps one statement from going through twice
           MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
           SET WS-RERUN-TOLERANT TO TRUE
           PERFORM 9100-WRITE-RUNCTL-START
           SET WS-RERUN-GUARDED TO TRUE

           DISPLAY "Statement file path: " WITH NO ADVANCING
           ACCEPT WS-DFS-PATH FROM CONSOLE
           OPEN INPUT DUE-FROM-STMT-FILE
           IF WS-DFS-STATUS NOT = "00"
               DISPLAY "Unable to open statement file, status "
                       WS-DFS-STATUS
               MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8740-DFRC-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE "N" TO WS-DFO-HDR-SEEN
           MOVE "N" TO WS-DFO-TRL-SEEN
           MOVE "N" TO WS-DFO-REPLAY-FLAG
           MOVE SPACES TO WS-DFO-STMT-ACCT
           MOVE SPACES TO WS-DFO-STMT-DATE
           MOVE ZEROS TO WS-DFO-OPEN-BAL
           MOVE ZEROS TO WS-DFO-CLOSE-BAL
           MOVE ZEROS TO WS-DFO-BAD-LINES
           MOVE ZEROS TO WS-DFO-BODY-COUNT
           MOVE ZEROS TO WS-DFO-BODY-DEBITS
           MOVE ZEROS TO WS-DFO-BODY-CREDITS
           MOVE ZEROS TO WS-DFO-DEBIT-COUNT
           MOVE ZEROS TO WS-DFO-CREDIT-COUNT
           MOVE ZEROS TO WS-DFO-TRL-COUNT
           MOVE ZEROS TO WS-DFO-TRL-DEBITS
           MOVE ZEROS TO WS-DFO-TRL-CREDITS
           MOVE ZEROS TO WS-DFO-MATCH-COUNT
           MOVE ZEROS TO WS-DFO-MATCH-TOTAL
           MOVE ZEROS TO WS-DFO-CLEARED-COUNT
           MOVE ZEROS TO WS-DFO-NEW-STMT-COUNT
           MOVE ZEROS TO WS-DFO-NEW-BOOK-COUNT

      * Pass 1 - take the header, check the registry and prove the
      * statement before anything is matched or carried forward
           PERFORM UNTIL WS-DFS-STATUS NOT = "00"
               READ DUE-FROM-STMT-FILE
               IF WS-DFS-STATUS = "00"
                   MOVE DUE-FROM-STMT-RECORD TO WS-DFS-LINE
                   EVALUATE WS-DFS-REC-TYPE
                       WHEN "H"
                           MOVE "Y" TO WS-DFO-HDR-SEEN
                           MOVE WS-DFSH-SETTLE-ACCT
                               TO WS-DFO-STMT-ACCT
                           MOVE WS-DFSH-STMT-DATE TO WS-DFO-STMT-DATE
                           MOVE WS-DFSH-OPEN-BAL TO WS-DFO-OPEN-BAL
                           PERFORM 8741-CHECK-STMT-REPLAY
                           IF WS-DFO-REPLAY-FLAG = "Y"
                               MOVE "10" TO WS-DFS-STATUS
                           END-IF
                       WHEN "D"
                           ADD 1 TO WS-DFO-BODY-COUNT
                           EVALUATE TRUE
                               WHEN WS-DFSD-AMOUNT NOT NUMERIC
                                   ADD 1 TO WS-DFO-BAD-LINES
                               WHEN WS-DFSD-DIRECTION = "D"
                                   ADD 1 TO WS-DFO-DEBIT-COUNT
                                   ADD WS-DFSD-AMOUNT
                                       TO WS-DFO-BODY-DEBITS
                               WHEN WS-DFSD-DIRECTION = "C"
                                   ADD 1 TO WS-DFO-CREDIT-COUNT
                                   ADD WS-DFSD-AMOUNT
                                       TO WS-DFO-BODY-CREDITS
                               WHEN OTHER
                                   ADD 1 TO WS-DFO-BAD-LINES
                           END-EVALUATE
                       WHEN "T"
                           MOVE "Y" TO WS-DFO-TRL-SEEN
                           MOVE WS-DFST-COUNT TO WS-DFO-TRL-COUNT
                           MOVE WS-DFST-DEBIT-TOTAL
                               TO WS-DFO-TRL-DEBITS
                           MOVE WS-DFST-CREDIT-TOTAL
                               TO WS-DFO-TRL-CREDITS
                           MOVE WS-DFST-CLOSE-BAL TO WS-DFO-CLOSE-BAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE DUE-FROM-STMT-FILE

           IF WS-DFO-REPLAY-FLAG = "Y"
               MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8740-DFRC-EXIT
           END-IF
           IF WS-DFO-HDR-SEEN = "N" OR WS-DFO-TRL-SEEN = "N"
               OR WS-DFO-STMT-ACCT = SPACES
               OR WS-DFO-STMT-DATE IS NOT NUMERIC
               DISPLAY "*** STATEMENT REFUSED - a statement must "
                       "carry its header and trailer ***"
               MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8740-DFRC-EXIT
           END-IF
           COMPUTE WS-DFO-ROLLED-BAL = WS-DFO-OPEN-BAL
               + WS-DFO-BODY-CREDITS - WS-DFO-BODY-DEBITS
           IF WS-DFO-BAD-LINES > ZEROS
               OR WS-DFO-BODY-COUNT NOT = WS-DFO-TRL-COUNT
               OR WS-DFO-BODY-DEBITS NOT = WS-DFO-TRL-DEBITS
               OR WS-DFO-BODY-CREDITS NOT = WS-DFO-TRL-CREDITS
               OR WS-DFO-ROLLED-BAL NOT = WS-DFO-CLOSE-BAL
               DISPLAY "*** STATEMENT REFUSED - CONTROL MISMATCH: "
                       "trailer " WS-DFO-TRL-COUNT " entries, "
                       "body " WS-DFO-BODY-COUNT
                       " (" WS-DFO-BAD-LINES " unreadable) ***"
               MOVE WS-DFO-ROLLED-BAL TO WS-DSP-AMOUNT
               DISPLAY "    Opening rolled forward $" WS-DSP-AMOUNT
               MOVE WS-DFO-CLOSE-BAL TO WS-DSP-AMOUNT
               DISPLAY "    Closing per statement  $" WS-DSP-AMOUNT
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_CTL_MISMATCH" TO WS-AUDIT-ACTION
               STRING "File=FR" WS-DFO-STMT-ACCT WS-DFO-STMT-DATE
                      " Entries=" WS-DFO-BODY-COUNT
                      " Trailer=" WS-DFO-TRL-COUNT
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8740-DFRC-EXIT
           END-IF

      * Our side of the day for the account
           MOVE ZEROS TO WS-DFB-MAX
           MOVE "N" TO WS-DFB-OVERFLOW
           IF WS-DFO-STMT-ACCT = WS-DFO-FED-ACCT
               PERFORM 8742-LOAD-FED-BOOK-ITEMS
           ELSE
               PERFORM 8743-LOAD-CORR-BOOK-ITEMS
           END-IF
           IF WS-DFB-OVERFLOW = "Y"
               DISPLAY "*** RECONCILIATION STOPPED - more than 500 "
                       "settlements of ours on " WS-DFO-STMT-DATE
                       " ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "DUEFROM_OVERFLOW" TO WS-AUDIT-ACTION
               STRING "Acct=" WS-DFO-STMT-ACCT
                      " Date=" WS-DFO-STMT-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
               MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8740-DFRC-EXIT
           END-IF
           PERFORM 8753-GENERATE-DFO-ID

      * Pass 2 - each statement entry against our side
           OPEN INPUT DUE-FROM-STMT-FILE
           PERFORM UNTIL WS-DFS-STATUS NOT = "00"
               READ DUE-FROM-STMT-FILE
               IF WS-DFS-STATUS = "00"
                   MOVE DUE-FROM-STMT-RECORD TO WS-DFS-LINE
                   IF WS-DFS-REC-TYPE = "D"
                       PERFORM 8745-MATCH-STMT-ENTRY
                           THRU 8745-MATCH-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DUE-FROM-STMT-FILE

      * Then whatever of ours the statement did not carry
           PERFORM VARYING WS-DFB-IDX FROM 1 BY 1
               UNTIL WS-DFB-IDX > WS-DFB-MAX
               IF WS-DFB-MATCHED(WS-DFB-IDX) = "N"
                   PERFORM 8746-BREAK-BOOK-ITEM
               END-IF
           END-PERFORM

           MOVE SPACES TO PCF-FILE-ID
           STRING "FR" WS-DFO-STMT-ACCT WS-DFO-STMT-DATE
               DELIMITED SIZE INTO PCF-FILE-ID
           MOVE "DUEFROM" TO PCF-SOURCE
           MOVE WS-DFO-STMT-DATE TO PCF-CREATED-DATE
           MOVE ZEROS TO PCF-SEQUENCE
           MOVE WS-DFO-BODY-COUNT TO PCF-ITEM-COUNT
           COMPUTE PCF-DOLLAR-TOTAL =
               WS-DFO-BODY-CREDITS - WS-DFO-BODY-DEBITS
           MOVE WS-ACCEPT-DATE TO PCF-PROCESSED-DATE
           WRITE PROC-FILE-RECORD

           PERFORM 8751-DUE-FROM-REPORT

           DISPLAY "Statement entries:      " WS-DFO-BODY-COUNT
           DISPLAY "Matched to our records: " WS-DFO-MATCH-COUNT
           DISPLAY "Open items cleared:     " WS-DFO-CLEARED-COUNT
           DISPLAY "New breaks - statement: " WS-DFO-NEW-STMT-COUNT
                   "  ours: " WS-DFO-NEW-BOOK-COUNT
           MOVE WS-DFO-OPEN-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Open items now:         " WS-DFO-OPEN-COUNT
                   "  $" WS-DSP-AMOUNT
           DISPLAY "Due-from report: " FUNCTION TRIM(WS-DFR-PATH)

           MOVE "DUEFROM_RECON" TO WS-AUDIT-ACTION
           STRING "Acct=" WS-DFO-STMT-ACCT
                  " Date=" WS-DFO-STMT-DATE
                  " Matched=" WS-DFO-MATCH-COUNT
                  " Cleared=" WS-DFO-CLEARED-COUNT
                  " NewS=" WS-DFO-NEW-STMT-COUNT
                  " NewB=" WS-DFO-NEW-BOOK-COUNT
                  " Open=" WS-DFO-OPEN-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "DUEFROM" TO WS-RUNCTL-JOB-NAME
           MOVE WS-DFO-BODY-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-DFO-OPEN-COUNT > ZEROS
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8740-DFRC-EXIT.
           CONTINUE.

      ******************************************************************
      * 8741 - CHECK THE STATEMENT AGAINST THE REGISTRY
      ******************************************************************
       8741-CHECK-STMT-REPLAY.
           MOVE "N" TO WS-DFO-REPLAY-FLAG
           MOVE SPACES TO PCF-FILE-ID
           STRING "FR" WS-DFO-STMT-ACCT WS-DFO-STMT-DATE
               DELIMITED SIZE INTO PCF-FILE-ID
           READ PROC-FILE-REGISTRY
           IF WS-PCF-FILE-STATUS = "00"
               MOVE "Y" TO WS-DFO-REPLAY-FLAG
               DISPLAY "*** STATEMENT REFUSED: " WS-DFO-STMT-ACCT
                       " " WS-DFO-STMT-DATE
                       " was already reconciled on "
                       PCF-PROCESSED-DATE " ***"
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "FILE_REPLAY_REFUSED" TO WS-AUDIT-ACTION
               STRING "File=" PCF-FILE-ID
                      " FirstRun=" PCF-PROCESSED-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 8742 - LOAD OUR FED SETTLEMENTS FOR THE STATEMENT DATE
      * ACH files received and originated and ATM network files as
      * the file registry recorded them that day, the wires sent
      * with that value date, the wires received that day - posted
      * or parked for repair - and repairs sent back that day, and
      * the instant payment network's settlement position. A wire
      * released from repair posts on a later day but settled on
      * the day it came in, so it is taken from the repair queue
      * and not from its posting.
      ******************************************************************
       8742-LOAD-FED-BOOK-ITEMS.
           MOVE LOW-VALUES TO PCF-FILE-ID
           START PROC-FILE-REGISTRY KEY >= PCF-FILE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PCF-FILE-STATUS NOT = "00"
               READ PROC-FILE-REGISTRY NEXT RECORD
               IF WS-PCF-FILE-STATUS = "00"
                   AND PCF-PROCESSED-DATE(1:8) = WS-DFO-STMT-DATE
                   AND PCF-DOLLAR-TOTAL NOT = ZEROS
                   MOVE SPACES TO WS-DFC-SOURCE
                   MOVE SPACES TO WS-DFC-DIRECTION
                   COMPUTE WS-DFC-AMOUNT =
                       FUNCTION ABS(PCF-DOLLAR-TOTAL)
                   MOVE PCF-FILE-ID TO WS-DFC-REFERENCE
                   EVALUATE PCF-SOURCE
                       WHEN "ACHIN"
                           MOVE "ACH" TO WS-DFC-SOURCE
                           MOVE "ACH file received"
                               TO WS-DFC-DESCRIPTION
                       WHEN "ACHORIG"
                           MOVE "ACH" TO WS-DFC-SOURCE
                           IF PCF-DOLLAR-TOTAL < ZEROS
                               MOVE "D" TO WS-DFC-DIRECTION
                           ELSE
                               MOVE "C" TO WS-DFC-DIRECTION
                           END-IF
                           MOVE "ACH file originated"
                               TO WS-DFC-DESCRIPTION
                       WHEN "ATMSETTL"
                           MOVE "ATM" TO WS-DFC-SOURCE
                           MOVE "ATM network settlement"
                               TO WS-DFC-DESCRIPTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-DFC-SOURCE NOT = SPACES
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PCF-FILE-STATUS

           MOVE LOW-VALUES TO WIRE-ID
           START WIRE-LOG-FILE KEY >= WIRE-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WIRE-FILE-STATUS NOT = "00"
               READ WIRE-LOG-FILE NEXT RECORD
               IF WS-WIRE-FILE-STATUS = "00"
                   AND WIRE-STAT-SENT
                   AND WIRE-VALUE-DATE(1:8) = WS-DFO-STMT-DATE
                   MOVE "WIR" TO WS-DFC-SOURCE
                   MOVE "D" TO WS-DFC-DIRECTION
                   COMPUTE WS-DFC-AMOUNT = FUNCTION ABS(WIRE-AMOUNT)
                   MOVE WIRE-REFERENCE TO WS-DFC-REFERENCE
                   MOVE WIRE-BENE-NAME TO WS-DFC-DESCRIPTION
                   PERFORM 8744-ADD-BOOK-ITEM
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WIRE-FILE-STATUS

           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRAN-FILE-STATUS = "00"
                   AND TRAN-TYPE-WIRE
                   AND TRAN-AMOUNT > ZEROS
                   AND TRAN-DATE(1:8) = WS-DFO-STMT-DATE
                   AND TRAN-DESCRIPTION(1:10) = "Wire from "
                   PERFORM 8749-CHECK-WIRE-REPAIRED
                   IF WS-DFO-WREP-FOUND = "N"
                       MOVE "WIR" TO WS-DFC-SOURCE
                       MOVE "C" TO WS-DFC-DIRECTION
                       MOVE TRAN-AMOUNT TO WS-DFC-AMOUNT
                       MOVE TRAN-REF-NUMBER TO WS-DFC-REFERENCE
                       MOVE TRAN-DESCRIPTION TO WS-DFC-DESCRIPTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TRAN-FILE-STATUS

           MOVE LOW-VALUES TO WREP-ID
           START WIRE-REPAIR-FILE KEY >= WREP-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WREP-FILE-STATUS NOT = "00"
               READ WIRE-REPAIR-FILE NEXT RECORD
               IF WS-WREP-FILE-STATUS = "00"
                   MOVE "WIR" TO WS-DFC-SOURCE
                   COMPUTE WS-DFC-AMOUNT = FUNCTION ABS(WREP-AMOUNT)
                   MOVE WREP-REFERENCE TO WS-DFC-REFERENCE
                   MOVE WREP-ORIG-NAME TO WS-DFC-DESCRIPTION
                   IF WREP-RECEIVED-DATE(1:8) = WS-DFO-STMT-DATE
                       MOVE "C" TO WS-DFC-DIRECTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
                   IF WREP-STAT-RETURNED
                       AND WREP-WORKED-DATE(1:8) = WS-DFO-STMT-DATE
                       MOVE "D" TO WS-DFC-DIRECTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WREP-FILE-STATUS

           OPEN INPUT IP-SETTLE-FILE
           IF WS-IPS-FILE-STATUS = "00"
               MOVE WS-DFO-STMT-DATE TO IPS-BUS-DATE
               READ IP-SETTLE-FILE
               IF WS-IPS-FILE-STATUS = "00"
                   MOVE "IPN" TO WS-DFC-SOURCE
                   MOVE SPACES TO WS-DFC-REFERENCE
                   IF IPS-IN-TOTAL NOT = ZEROS
                       MOVE "C" TO WS-DFC-DIRECTION
                       COMPUTE WS-DFC-AMOUNT =
                           FUNCTION ABS(IPS-IN-TOTAL)
                       MOVE "Instant payments received"
                           TO WS-DFC-DESCRIPTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
                   IF IPS-OUT-TOTAL NOT = ZEROS
                       MOVE "D" TO WS-DFC-DIRECTION
                       COMPUTE WS-DFC-AMOUNT =
                           FUNCTION ABS(IPS-OUT-TOTAL)
                       MOVE "Instant payments sent"
                           TO WS-DFC-DESCRIPTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
               END-IF
               CLOSE IP-SETTLE-FILE
           END-IF.

      ******************************************************************
      * 8743 - LOAD OUR CORRESPONDENT SETTLEMENTS FOR THE DATE
      * The cash letter presented on the statement date - every
      * item that went out on it, returned since or not - settles
      * as one credit; each item charged back that day, one debit.
      ******************************************************************
       8743-LOAD-CORR-BOOK-ITEMS.
           MOVE ZEROS TO WS-DFO-CL-COUNT
           MOVE ZEROS TO WS-DFO-CL-TOTAL
           MOVE LOW-VALUES TO CLI-KEY
           START CASH-LETTER-ITEM-FILE KEY >= CLI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLI-FILE-STATUS NOT = "00"
               READ CASH-LETTER-ITEM-FILE NEXT RECORD
               IF WS-CLI-FILE-STATUS = "00"
                   IF (CLI-SENT OR CLI-RETURNED)
                       AND CLI-LETTER-ID = WS-DFO-STMT-DATE-N
                       ADD 1 TO WS-DFO-CL-COUNT
                       ADD CLI-AMOUNT TO WS-DFO-CL-TOTAL
                   END-IF
                   IF CLI-RETURNED
                       AND CLI-RETURN-DATE = WS-DFO-STMT-DATE
                       AND CLI-LETTER-ID NOT = ZEROS
                       MOVE "CLT" TO WS-DFC-SOURCE
                       MOVE "D" TO WS-DFC-DIRECTION
                       COMPUTE WS-DFC-AMOUNT =
                           FUNCTION ABS(CLI-AMOUNT)
                       MOVE CLI-CHECK-NUM TO WS-DFC-REFERENCE
                       MOVE SPACES TO WS-DFC-DESCRIPTION
                       STRING "Returned item " CLI-ROUTING
                              DELIMITED SIZE INTO WS-DFC-DESCRIPTION
                       PERFORM 8744-ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CLI-FILE-STATUS

           IF WS-DFO-CL-COUNT > ZEROS
               MOVE "CLT" TO WS-DFC-SOURCE
               MOVE "C" TO WS-DFC-DIRECTION
               COMPUTE WS-DFC-AMOUNT = FUNCTION ABS(WS-DFO-CL-TOTAL)
               MOVE WS-DFO-STMT-DATE TO WS-DFC-REFERENCE
               MOVE "Cash letter presented" TO WS-DFC-DESCRIPTION
               PERFORM 8744-ADD-BOOK-ITEM
           END-IF.

      ******************************************************************
      * 8744 - ADD ONE ITEM TO THE BOOK-SIDE TABLE
      ******************************************************************
       8744-ADD-BOOK-ITEM.
           IF WS-DFB-MAX >= 500
               MOVE "Y" TO WS-DFB-OVERFLOW
           ELSE
               ADD 1 TO WS-DFB-MAX
               MOVE WS-DFC-SOURCE TO WS-DFB-SOURCE(WS-DFB-MAX)
               MOVE WS-DFC-DIRECTION TO WS-DFB-DIRECTION(WS-DFB-MAX)
               MOVE WS-DFC-AMOUNT TO WS-DFB-AMOUNT(WS-DFB-MAX)
               MOVE WS-DFC-REFERENCE TO WS-DFB-REFERENCE(WS-DFB-MAX)
               MOVE WS-DFC-DESCRIPTION
                   TO WS-DFB-DESCRIPTION(WS-DFB-MAX)
               MOVE "N" TO WS-DFB-MATCHED(WS-DFB-MAX)
           END-IF.

      ******************************************************************
      * 8745 - MATCH ONE STATEMENT ENTRY
      * An entry matches an unmatched item of ours from the same
      * source for the same amount, in the same direction unless
      * ours settles either way, and under the same reference
      * unless either side carries none. No match today may still
      * clear an item of ours an earlier statement was missing;
      * otherwise the entry is a new statement-only break.
      ******************************************************************
       8745-MATCH-STMT-ENTRY.
           MOVE "N" TO WS-DFO-FOUND
           PERFORM VARYING WS-DFB-IDX FROM 1 BY 1
               UNTIL WS-DFB-IDX > WS-DFB-MAX
               OR WS-DFO-FOUND = "Y"
               IF WS-DFB-MATCHED(WS-DFB-IDX) = "N"
                   AND WS-DFB-SOURCE(WS-DFB-IDX) = WS-DFSD-SOURCE
                   AND WS-DFB-AMOUNT(WS-DFB-IDX) = WS-DFSD-AMOUNT
                   AND (WS-DFB-DIRECTION(WS-DFB-IDX) = SPACE
                       OR WS-DFB-DIRECTION(WS-DFB-IDX)
                           = WS-DFSD-DIRECTION)
                   AND (WS-DFB-REFERENCE(WS-DFB-IDX) = SPACES
                       OR WS-DFSD-OUR-REF = SPACES
                       OR WS-DFB-REFERENCE(WS-DFB-IDX)
                           = WS-DFSD-OUR-REF)
                   MOVE "Y" TO WS-DFB-MATCHED(WS-DFB-IDX)
                   MOVE "Y" TO WS-DFO-FOUND
               END-IF
           END-PERFORM
           IF WS-DFO-FOUND = "Y"
               ADD 1 TO WS-DFO-MATCH-COUNT
               ADD WS-DFSD-AMOUNT TO WS-DFO-MATCH-TOTAL
               GO TO 8745-MATCH-EXIT
           END-IF

           MOVE WS-DFSD-SOURCE TO WS-DFC-SOURCE
           MOVE WS-DFSD-DIRECTION TO WS-DFC-DIRECTION
           MOVE WS-DFSD-AMOUNT TO WS-DFC-AMOUNT
           MOVE WS-DFSD-OUR-REF TO WS-DFC-REFERENCE
           MOVE WS-DFSD-STMT-REF TO WS-DFC-STMT-REF
           MOVE WS-DFSD-DESCRIPTION TO WS-DFC-DESCRIPTION
           MOVE "B" TO WS-DFC-SEEK-SIDE
           PERFORM 8747-CLEAR-OPEN-ITEM
           IF WS-DFO-FOUND = "Y"
               GO TO 8745-MATCH-EXIT
           END-IF
           MOVE "S" TO WS-DFC-NEW-SIDE
           PERFORM 8748-WRITE-OPEN-ITEM
           ADD 1 TO WS-DFO-NEW-STMT-COUNT.

       8745-MATCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 8746 - BREAK ONE ITEM OF OURS THE STATEMENT DID NOT CARRY
      * It may be the other half of a statement entry an earlier
      * statement carried first; otherwise it is a new books-only
      * break.
      ******************************************************************
       8746-BREAK-BOOK-ITEM.
           MOVE WS-DFB-SOURCE(WS-DFB-IDX) TO WS-DFC-SOURCE
           MOVE WS-DFB-DIRECTION(WS-DFB-IDX) TO WS-DFC-DIRECTION
           MOVE WS-DFB-AMOUNT(WS-DFB-IDX) TO WS-DFC-AMOUNT
           MOVE WS-DFB-REFERENCE(WS-DFB-IDX) TO WS-DFC-REFERENCE
           MOVE SPACES TO WS-DFC-STMT-REF
           MOVE WS-DFB-DESCRIPTION(WS-DFB-IDX) TO WS-DFC-DESCRIPTION
           MOVE "S" TO WS-DFC-SEEK-SIDE
           PERFORM 8747-CLEAR-OPEN-ITEM
           IF WS-DFO-FOUND = "N"
               MOVE "B" TO WS-DFC-NEW-SIDE
               PERFORM 8748-WRITE-OPEN-ITEM
               ADD 1 TO WS-DFO-NEW-BOOK-COUNT
           END-IF.

      ******************************************************************
      * 8747 - CLEAR AN OPEN ITEM AGAINST THE CURRENT ITEM
      * Looks for an open item on the account, on the side named in
      * WS-DFC-SEEK-SIDE and from an earlier statement date, that
      * the current item answers under the same rules as 8745, and
      * clears the first one found as matched.
      ******************************************************************
       8747-CLEAR-OPEN-ITEM.
           MOVE "N" TO WS-DFO-FOUND
           MOVE LOW-VALUES TO DFO-ID
           START DUE-FROM-OPEN-FILE KEY >= DFO-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DFO-FILE-STATUS NOT = "00"
               OR WS-DFO-FOUND = "Y"
               READ DUE-FROM-OPEN-FILE NEXT RECORD
               IF WS-DFO-FILE-STATUS = "00"
                   AND DFO-OPEN
                   AND DFO-SETTLE-ACCT = WS-DFO-STMT-ACCT
                   AND DFO-SIDE = WS-DFC-SEEK-SIDE
                   AND DFO-BREAK-DATE < WS-DFO-STMT-DATE
                   AND DFO-SOURCE = WS-DFC-SOURCE
                   AND DFO-AMOUNT = WS-DFC-AMOUNT
                   AND (DFO-DIRECTION = SPACE
                       OR WS-DFC-DIRECTION = SPACE
                       OR DFO-DIRECTION = WS-DFC-DIRECTION)
                   AND (DFO-REFERENCE = SPACES
                       OR WS-DFC-REFERENCE = SPACES
                       OR DFO-REFERENCE = WS-DFC-REFERENCE)
                   MOVE "Y" TO WS-DFO-FOUND
                   SET DFO-CLEARED TO TRUE
                   SET DFO-CLEARED-MATCHED TO TRUE
                   MOVE WS-BUSINESS-DATE TO DFO-CLEARED-DATE
                   MOVE LS-CURRENT-USER TO DFO-CLEARED-BY
                   MOVE SPACES TO DFO-CLEARED-NOTE
                   STRING "Matched on statement of "
                          WS-DFO-STMT-DATE
                          DELIMITED SIZE INTO DFO-CLEARED-NOTE
                   REWRITE DUE-FROM-OPEN-RECORD
                   ADD 1 TO WS-DFO-CLEARED-COUNT
                   MOVE "DUEFROM_MATCHED" TO WS-AUDIT-ACTION
                   STRING "Item=" DFO-ID
                          " Acct=" DFO-SETTLE-ACCT
                          " Side=" DFO-SIDE
                          " Amount=" DFO-AMOUNT
                          " Break=" DFO-BREAK-DATE
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DFO-FILE-STATUS.

      ******************************************************************
      * 8748 - CARRY THE CURRENT ITEM FORWARD AS AN OPEN ITEM
      ******************************************************************
       8748-WRITE-OPEN-ITEM.
           MOVE SPACES TO DUE-FROM-OPEN-RECORD
           MOVE WS-DFO-NEXT-ID TO DFO-ID
           ADD 1 TO WS-DFO-NEXT-ID
           MOVE WS-DFO-STMT-ACCT TO DFO-SETTLE-ACCT
           MOVE WS-DFC-NEW-SIDE TO DFO-SIDE
           MOVE WS-DFC-SOURCE TO DFO-SOURCE
           MOVE WS-DFC-DIRECTION TO DFO-DIRECTION
           MOVE WS-DFC-AMOUNT TO DFO-AMOUNT
           MOVE WS-DFC-REFERENCE TO DFO-REFERENCE
           MOVE WS-DFC-STMT-REF TO DFO-STMT-REF
           MOVE WS-DFC-DESCRIPTION TO DFO-DESCRIPTION
           MOVE WS-DFO-STMT-DATE TO DFO-BREAK-DATE
           SET DFO-OPEN TO TRUE
           WRITE DUE-FROM-OPEN-RECORD
           IF WS-DFO-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: open item not written, status "
                       WS-DFO-FILE-STATUS
           END-IF.

      ******************************************************************
      * 8749 - WAS THIS RECEIVED WIRE RELEASED FROM REPAIR
      * TRANSACTION-RECORD is the posted "Wire from" credit.
      ******************************************************************
       8749-CHECK-WIRE-REPAIRED.
           MOVE "N" TO WS-DFO-WREP-FOUND
           MOVE LOW-VALUES TO WREP-ID
           START WIRE-REPAIR-FILE KEY >= WREP-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WREP-FILE-STATUS NOT = "00"
               OR WS-DFO-WREP-FOUND = "Y"
               READ WIRE-REPAIR-FILE NEXT RECORD
               IF WS-WREP-FILE-STATUS = "00"
                   AND WREP-STAT-RELEASED
                   AND WREP-REFERENCE = TRAN-REF-NUMBER
                   AND WREP-AMOUNT = TRAN-AMOUNT
                   MOVE "Y" TO WS-DFO-WREP-FOUND
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WREP-FILE-STATUS.

      ******************************************************************
      * 8750 - WORK DUE-FROM OPEN ITEMS (SUPERVISOR)
      * Lists a settlement account's open items and clears one the
      * back office has worked - an adjustment booked, a charge
      * disputed with the correspondent, a Fed entry researched -
      * with a note saying how. Timing breaks clear themselves
      * through 8740 when the other side turns up.
      ******************************************************************
       8750-WORK-DUE-FROM-ITEMS.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Due-from item clearing is restricted to "
                       "SUPERVISOR."
               GO TO 8750-DFCL-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== DUE-FROM OPEN ITEMS ==="
           DISPLAY "Settlement account (blank = Fed "
                   FUNCTION TRIM(WS-DFO-FED-ACCT) "): "
               WITH NO ADVANCING
           ACCEPT WS-DFO-INPUT-ACCT FROM CONSOLE
           IF WS-DFO-INPUT-ACCT = SPACES
               MOVE WS-DFO-FED-ACCT TO WS-DFO-INPUT-ACCT
           END-IF

           MOVE ZEROS TO WS-DFO-DSP-COUNT
           MOVE LOW-VALUES TO DFO-ID
           START DUE-FROM-OPEN-FILE KEY >= DFO-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DFO-FILE-STATUS NOT = "00"
               READ DUE-FROM-OPEN-FILE NEXT RECORD
               IF WS-DFO-FILE-STATUS = "00"
                   AND DFO-OPEN
                   AND DFO-SETTLE-ACCT = WS-DFO-INPUT-ACCT
                   ADD 1 TO WS-DFO-DSP-COUNT
                   MOVE DFO-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " DFO-ID " " DFO-SIDE " "
                           DFO-SOURCE " " DFO-DIRECTION
                           " $" WS-DSP-AMOUNT
                           " " DFO-BREAK-DATE
                           " " DFO-REFERENCE
                           " " DFO-DESCRIPTION
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DFO-FILE-STATUS
           IF WS-DFO-DSP-COUNT = ZEROS
               DISPLAY "  (no open items)"
               GO TO 8750-DFCL-EXIT
           END-IF
           DISPLAY "  (side S = on the statement only, "
                   "B = on our books only)"

           DISPLAY " "
           DISPLAY "Item ID to clear (blank to exit): "
               WITH NO ADVANCING
           ACCEPT WS-DFO-INPUT-ID FROM CONSOLE
           IF WS-DFO-INPUT-ID = SPACES
               GO TO 8750-DFCL-EXIT
           END-IF
           COMPUTE DFO-ID = FUNCTION NUMVAL(WS-DFO-INPUT-ID)
           READ DUE-FROM-OPEN-FILE
           IF WS-DFO-FILE-STATUS NOT = "00"
               OR DFO-SETTLE-ACCT NOT = WS-DFO-INPUT-ACCT
               DISPLAY "Open item not found."
               GO TO 8750-DFCL-EXIT
           END-IF
           IF NOT DFO-OPEN
               DISPLAY "Item already cleared on " DFO-CLEARED-DATE
                       "."
               GO TO 8750-DFCL-EXIT
           END-IF

           DISPLAY "How was it resolved: " WITH NO ADVANCING
           ACCEPT WS-DFO-INPUT-NOTE FROM CONSOLE
           IF WS-DFO-INPUT-NOTE = SPACES
               DISPLAY "A note is required to clear an item."
               GO TO 8750-DFCL-EXIT
           END-IF

           SET DFO-CLEARED TO TRUE
           SET DFO-CLEARED-WORKED TO TRUE
           MOVE WS-BUSINESS-DATE TO DFO-CLEARED-DATE
           MOVE LS-CURRENT-USER TO DFO-CLEARED-BY
           MOVE WS-DFO-INPUT-NOTE TO DFO-CLEARED-NOTE
           REWRITE DUE-FROM-OPEN-RECORD
           IF WS-DFO-FILE-STATUS NOT = "00"
               DISPLAY "Unable to clear item, status "
                       WS-DFO-FILE-STATUS
               GO TO 8750-DFCL-EXIT
           END-IF
           DISPLAY "Open item cleared."

           MOVE "DUEFROM_CLEARED" TO WS-AUDIT-ACTION
           STRING "Item=" DFO-ID
                  " Acct=" DFO-SETTLE-ACCT
                  " Side=" DFO-SIDE
                  " Amount=" DFO-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8750-DFCL-EXIT.
           CONTINUE.

      ******************************************************************
      * 8751 - DUE-FROM RECONCILIATION REPORT
      * The statement's proof, what matched and cleared this run,
      * and every item still open on the account aged from the date
      * the break arose to the statement date.
      ******************************************************************
       8751-DUE-FROM-REPORT.
           MOVE SPACES TO WS-DFR-PATH
           STRING "/tmp/altoro_duefrom_" DELIMITED SIZE
                  WS-DFO-STMT-ACCT DELIMITED SPACE
                  "_" WS-DFO-STMT-DATE ".txt" DELIMITED SIZE
                  INTO WS-DFR-PATH
           OPEN OUTPUT DUE-FROM-RPT-FILE
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "DUE-FROM RECONCILIATION - ACCOUNT "
                  WS-DFO-STMT-ACCT
                  "  STATEMENT DATE " WS-DFO-STMT-DATE
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD

           MOVE WS-DFO-OPEN-BAL TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "STATEMENT OPENING BALANCE          $"
                  WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-BODY-CREDITS TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  + CREDITS              " WS-DFO-CREDIT-COUNT
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-BODY-DEBITS TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  - DEBITS               " WS-DFO-DEBIT-COUNT
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-CLOSE-BAL TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "STATEMENT CLOSING BALANCE          $"
                  WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD

           MOVE WS-DFO-MATCH-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "ENTRIES MATCHED TO OUR RECORDS " WS-DFO-MATCH-COUNT
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "OPEN ITEMS CLEARED THIS RUN    "
                  WS-DFO-CLEARED-COUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "NEW BREAKS - STATEMENT ONLY    "
                  WS-DFO-NEW-STMT-COUNT
                  "    OUR BOOKS ONLY " WS-DFO-NEW-BOOK-COUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD

           MOVE "OPEN ITEMS" TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE "ITEM ID    SIDE       SRC D           AMOUNT"
               TO DUE-FROM-RPT-RECORD
           MOVE "REFERENCE            BREAK     AGE DESCRIPTION"
               TO DUE-FROM-RPT-RECORD(46:)
           WRITE DUE-FROM-RPT-RECORD

           MOVE ZEROS TO WS-DFO-OPEN-COUNT
           MOVE ZEROS TO WS-DFO-OPEN-TOTAL
           INITIALIZE WS-DFO-AGING
           MOVE LOW-VALUES TO DFO-ID
           START DUE-FROM-OPEN-FILE KEY >= DFO-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DFO-FILE-STATUS NOT = "00"
               READ DUE-FROM-OPEN-FILE NEXT RECORD
               IF WS-DFO-FILE-STATUS = "00"
                   AND DFO-OPEN
                   AND DFO-SETTLE-ACCT = WS-DFO-STMT-ACCT
                   PERFORM 8752-REPORT-ONE-OPEN-ITEM
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DFO-FILE-STATUS
           IF WS-DFO-OPEN-COUNT = ZEROS
               MOVE "  (none - due-from account reconciled)"
                   TO DUE-FROM-RPT-RECORD
               WRITE DUE-FROM-RPT-RECORD
           END-IF
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD

           MOVE "AGING OF OPEN ITEMS" TO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-AGE-TOTAL(1) TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  0-2 DAYS               " WS-DFO-AGE-COUNT(1)
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-AGE-TOTAL(2) TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  3-7 DAYS               " WS-DFO-AGE-COUNT(2)
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-AGE-TOTAL(3) TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  8-30 DAYS              " WS-DFO-AGE-COUNT(3)
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-AGE-TOTAL(4) TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "  OVER 30 DAYS           " WS-DFO-AGE-COUNT(4)
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           MOVE WS-DFO-OPEN-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO DUE-FROM-RPT-RECORD
           STRING "TOTAL OPEN               " WS-DFO-OPEN-COUNT
                  "    $" WS-DSP-AMOUNT
                  DELIMITED SIZE INTO DUE-FROM-RPT-RECORD
           WRITE DUE-FROM-RPT-RECORD
           CLOSE DUE-FROM-RPT-FILE.

      ******************************************************************
      * 8752 - REPORT ONE OPEN ITEM
      * DUE-FROM-OPEN-RECORD is current, open and on the account.
      ******************************************************************
       8752-REPORT-ONE-OPEN-ITEM.
           MOVE ZEROS TO WS-DFO-AGE-DAYS
           IF DFO-BREAK-DATE IS NUMERIC
               MOVE DFO-BREAK-DATE TO WS-DFO-BREAK-DATE-N
               COMPUTE WS-DFO-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DFO-STMT-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-DFO-BREAK-DATE-N)
           END-IF
           EVALUATE TRUE
               WHEN WS-DFO-AGE-DAYS <= 2
                   MOVE 1 TO WS-DFO-AGE-IDX
               WHEN WS-DFO-AGE-DAYS <= 7
                   MOVE 2 TO WS-DFO-AGE-IDX
               WHEN WS-DFO-AGE-DAYS <= 30
                   MOVE 3 TO WS-DFO-AGE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-DFO-AGE-IDX
           END-EVALUATE
           ADD 1 TO WS-DFO-AGE-COUNT(WS-DFO-AGE-IDX)
           ADD DFO-AMOUNT TO WS-DFO-AGE-TOTAL(WS-DFO-AGE-IDX)
           ADD 1 TO WS-DFO-OPEN-COUNT
           ADD DFO-AMOUNT TO WS-DFO-OPEN-TOTAL

           MOVE DFO-ID TO WS-DFRD-ID
           IF DFO-STATEMENT-ONLY
               MOVE "STMT ONLY" TO WS-DFRD-SIDE
           ELSE
               MOVE "BOOKS ONLY" TO WS-DFRD-SIDE
           END-IF
           MOVE DFO-SOURCE TO WS-DFRD-SOURCE
           MOVE DFO-DIRECTION TO WS-DFRD-DIRECTION
           MOVE DFO-AMOUNT TO WS-DFRD-AMOUNT
           IF DFO-REFERENCE = SPACES
               MOVE DFO-STMT-REF TO WS-DFRD-REFERENCE
           ELSE
               MOVE DFO-REFERENCE TO WS-DFRD-REFERENCE
           END-IF
           MOVE DFO-BREAK-DATE TO WS-DFRD-BREAK-DATE
           MOVE WS-DFO-AGE-DAYS TO WS-DFRD-AGE
           MOVE DFO-DESCRIPTION TO WS-DFRD-DESCRIPTION
           WRITE DUE-FROM-RPT-RECORD FROM WS-DFR-DTL.

      ******************************************************************
      * 8753 - NEXT DUE-FROM OPEN ITEM ID
      ******************************************************************
       8753-GENERATE-DFO-ID.
           MOVE 1 TO WS-DFO-NEXT-ID
           MOVE LOW-VALUES TO DFO-ID
           START DUE-FROM-OPEN-FILE KEY >= DFO-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DFO-FILE-STATUS NOT = "00"
               READ DUE-FROM-OPEN-FILE NEXT RECORD
               IF WS-DFO-FILE-STATUS = "00"
                   COMPUTE WS-DFO-NEXT-ID = DFO-ID + 1
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DFO-FILE-STATUS.

      ******************************************************************
      * 8760 - CHECK ACCOUNT RESTRICTIONS
      * Reads every restriction on WS-RST-CHECK-ACCT and sets
      * WS-RST-BLOCKED, with the code and a message for the caller
      * to show, when one in force refuses what is being done.
      * Restrictions not yet effective, expired, or removed are
      * passed over. Every refusal is audited.
      ******************************************************************
       8760-CHECK-ACCOUNT-RESTRICTIONS.
           SET WS-RST-CLEAR TO TRUE
           MOVE SPACES TO WS-RST-DECLINE-CODE
           MOVE SPACES TO WS-RST-DECLINE-MSG
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
                       PERFORM 8761-TEST-RESTRICTION-IN-FORCE
                       IF WS-RST-IN-FORCE
                           PERFORM 8763-TEST-RESTRICTION-BLOCKS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS.

      ******************************************************************
      * 8761 - IS THE CURRENT RESTRICTION IN FORCE TODAY
      ******************************************************************
       8761-TEST-RESTRICTION-IN-FORCE.
           MOVE "N" TO WS-RST-IN-FORCE-FLAG
           IF RST-ACTIVE
               AND RST-EFFECTIVE-DATE NOT > WS-RST-TODAY
               AND (RST-EXPIRY-DATE = SPACES
                    OR RST-EXPIRY-DATE NOT < WS-RST-TODAY)
               MOVE "Y" TO WS-RST-IN-FORCE-FLAG
           END-IF.

      ******************************************************************
      * 8762 - NO-NEW-PAYEES CHECK FOR A CUSTOMER
      * A new payee is set up against the customer, not an account,
      * so an NPY restriction on any account the customer owns
      * refuses it. Walks the whole restriction file - the NPY rows
      * are few - and reads each NPY account's owner.
      ******************************************************************
       8762-CHECK-CUSTOMER-PAYEE-BLOCK.
           SET WS-RST-CLEAR TO TRUE
           MOVE SPACES TO WS-RST-DECLINE-CODE
           MOVE SPACES TO WS-RST-DECLINE-MSG
           MOVE WS-BUSINESS-DATE TO WS-RST-TODAY
           MOVE "P" TO WS-RST-CHECK-CHANNEL
           MOVE "N" TO WS-RST-CHECK-DEBIT
           MOVE LOW-VALUES TO RST-KEY
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               OR WS-RST-BLOCKED
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   AND RST-NO-NEW-PAYEES
                   PERFORM 8761-TEST-RESTRICTION-IN-FORCE
                   IF WS-RST-IN-FORCE
                       MOVE RST-ACCT-ID TO ACCT-ID
                       READ ACCOUNT-FILE
                       IF WS-ACCT-FILE-STATUS = "00"
                           AND ACCT-OWNER-ID = WS-RST-CHECK-CUST
                           MOVE RST-ACCT-ID TO WS-RST-CHECK-ACCT
                           PERFORM 8763-TEST-RESTRICTION-BLOCKS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS
           MOVE "00" TO WS-ACCT-FILE-STATUS.

      ******************************************************************
      * 8763 - DOES THE CURRENT RESTRICTION REFUSE THIS ITEM
      * PND refuses any debit. DPO refuses a debit unless it was
      * authorised before - a standing order, autopay draw or
      * settling ACH entry (channel S). The rest refuse their own
      * channel whatever the direction.
      ******************************************************************
       8763-TEST-RESTRICTION-BLOCKS.
           EVALUATE TRUE
               WHEN RST-POST-NO-DEBITS
                   AND WS-RST-CHECK-DEBIT = "Y"
                   SET WS-RST-BLOCKED TO TRUE
               WHEN RST-DEPOSIT-ONLY
                   AND WS-RST-CHECK-DEBIT = "Y"
                   AND NOT WS-RST-CHANNEL-SCHEDULED
                   SET WS-RST-BLOCKED TO TRUE
               WHEN RST-NO-CARD AND WS-RST-CHANNEL-CARD
                   SET WS-RST-BLOCKED TO TRUE
               WHEN RST-NO-ONLINE AND WS-RST-CHANNEL-ONLINE
                   SET WS-RST-BLOCKED TO TRUE
               WHEN RST-NO-CHECKS AND WS-RST-CHANNEL-CHECK
                   SET WS-RST-BLOCKED TO TRUE
               WHEN RST-NO-NEW-PAYEES AND WS-RST-CHANNEL-PAYEE
                   SET WS-RST-BLOCKED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RST-BLOCKED
               PERFORM 8764-DESCRIBE-RESTRICTION
               MOVE RST-CODE TO WS-RST-DECLINE-CODE
               MOVE SPACES TO WS-RST-DECLINE-MSG
               STRING "Restricted: "
                      FUNCTION TRIM(WS-RST-CODE-DESC)
                      " - " FUNCTION TRIM(WS-RST-REASON-DESC)
                      DELIMITED SIZE INTO WS-RST-DECLINE-MSG
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

      ******************************************************************
      * 8764 - DESCRIBE THE CURRENT RESTRICTION
      ******************************************************************
       8764-DESCRIBE-RESTRICTION.
           EVALUATE TRUE
               WHEN RST-POST-NO-DEBITS
                   MOVE "post no debits" TO WS-RST-CODE-DESC
               WHEN RST-DEPOSIT-ONLY
                   MOVE "deposit only" TO WS-RST-CODE-DESC
               WHEN RST-NO-CARD
                   MOVE "no ATM or card" TO WS-RST-CODE-DESC
               WHEN RST-NO-ONLINE
                   MOVE "no online access" TO WS-RST-CODE-DESC
               WHEN RST-NO-CHECKS
                   MOVE "no checks" TO WS-RST-CODE-DESC
               WHEN RST-NO-NEW-PAYEES
                   MOVE "no new payees" TO WS-RST-CODE-DESC
               WHEN OTHER
                   MOVE RST-CODE TO WS-RST-CODE-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN RST-RSN-LEGAL-ORDER
                   MOVE "legal order" TO WS-RST-REASON-DESC
               WHEN RST-RSN-DECEASED
                   MOVE "deceased" TO WS-RST-REASON-DESC
               WHEN RST-RSN-FRAUD
                   MOVE "fraud hold" TO WS-RST-REASON-DESC
               WHEN RST-RSN-RETURNED-MAIL
                   MOVE "returned mail" TO WS-RST-REASON-DESC
               WHEN OTHER
                   MOVE "other" TO WS-RST-REASON-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN RST-REMOVE-ADMIN
                   MOVE "ADMIN" TO WS-RST-AUTH-DESC
               WHEN RST-REMOVE-SUPV
                   MOVE "SUPERVISOR" TO WS-RST-AUTH-DESC
               WHEN OTHER
                   MOVE "TELLER" TO WS-RST-AUTH-DESC
           END-EVALUATE.

      ******************************************************************
      * 8765 - MAINTAIN ACCOUNT RESTRICTIONS
      * Lists an account's restrictions and places or removes one.
      * Any staff role may place a restriction; removing one needs
      * at least the role it was placed with authority for.
      ******************************************************************
       8765-MAINTAIN-RESTRICTIONS.
           IF NOT (LS-CURRENT-ROLE = "TELLER"
               OR LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Account restrictions are maintained by "
                       "branch staff."
               GO TO 8765-RSTM-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== ACCOUNT RESTRICTIONS ==="
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-ACCT FROM CONSOLE
           MOVE WS-RST-INPUT-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 8765-RSTM-EXIT
           END-IF
           MOVE ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE WS-BUSINESS-DATE TO WS-RST-TODAY
           PERFORM 8766-LIST-ACCT-RESTRICTIONS

           DISPLAY " "
           DISPLAY "P=Place a restriction, R=Remove one, "
                   "blank to exit: " WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-RST-INPUT-ACTION
               WHEN "P"
               WHEN "p"
                   PERFORM 8767-PLACE-RESTRICTION
                       THRU 8767-PLACE-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 8768-REMOVE-RESTRICTION
                       THRU 8768-REMOVE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8765-RSTM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8766 - LIST RESTRICTIONS ON WS-RST-CHECK-ACCT
      ******************************************************************
       8766-LIST-ACCT-RESTRICTIONS.
           MOVE ZEROS TO WS-RST-DSP-COUNT
           MOVE WS-RST-CHECK-ACCT TO RST-ACCT-ID
           MOVE ZEROS TO RST-SEQ
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   IF RST-ACCT-ID NOT = WS-RST-CHECK-ACCT
                       MOVE "10" TO WS-RST-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-RST-DSP-COUNT
                       PERFORM 8764-DESCRIBE-RESTRICTION
                       DISPLAY "  " RST-SEQ " " RST-CODE " "
                               WS-RST-CODE-DESC " "
                               WS-RST-REASON-DESC " " RST-STATUS
                               " " RST-EFFECTIVE-DATE
                               "-" RST-EXPIRY-DATE
                       DISPLAY "      " RST-REASON-TEXT
                               " by " RST-PLACED-BY
                               " remove: " WS-RST-AUTH-DESC
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS
           IF WS-RST-DSP-COUNT = ZEROS
               DISPLAY "  (no restrictions on file)"
           ELSE
               DISPLAY "  (status A = active, R = removed, "
                       "E = expired)"
           END-IF.

      ******************************************************************
      * 8767 - PLACE A RESTRICTION FROM THE BRANCH
      * The removal authority defaults by reason - a legal order,
      * death or fraud needs a SUPERVISOR to take it off, returned
      * mail or another reason a TELLER - and may be raised.
      ******************************************************************
       8767-PLACE-RESTRICTION.
           DISPLAY "Code (PND post no debits, DPO deposit only, "
                   "NCD no card, NOL no online,"
           DISPLAY "      NCK no checks, NPY no new payees): "
               WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-CODE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RST-INPUT-CODE) TO RST-CODE
           IF NOT RST-CODE-VALID
               DISPLAY "Unknown restriction code."
               GO TO 8767-PLACE-EXIT
           END-IF

           DISPLAY "Reason (LO legal order, DC deceased, FR fraud, "
                   "RM returned mail, OT other): "
               WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-REASON FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RST-INPUT-REASON)
               TO RST-REASON
           IF NOT RST-RSN-VALID
               DISPLAY "Unknown reason code."
               GO TO 8767-PLACE-EXIT
           END-IF

           DISPLAY "Detail: " WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-TEXT FROM CONSOLE
           IF WS-RST-INPUT-TEXT = SPACES
               DISPLAY "A detail line is required."
               GO TO 8767-PLACE-EXIT
           END-IF

           DISPLAY "Effective date YYYYMMDD (blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-EFFECTIVE FROM CONSOLE
           IF WS-RST-INPUT-EFFECTIVE = SPACES
               MOVE WS-RST-TODAY TO WS-RST-INPUT-EFFECTIVE
           END-IF
           IF WS-RST-INPUT-EFFECTIVE NOT NUMERIC
               DISPLAY "Effective date must be YYYYMMDD."
               GO TO 8767-PLACE-EXIT
           END-IF
           MOVE WS-RST-INPUT-EFFECTIVE TO WS-RST-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RST-DATE-N) NOT = 0
               DISPLAY "Effective date is not a valid date."
               GO TO 8767-PLACE-EXIT
           END-IF

           DISPLAY "Expiry date YYYYMMDD (blank = until removed): "
               WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-EXPIRY FROM CONSOLE
           IF WS-RST-INPUT-EXPIRY NOT = SPACES
               IF WS-RST-INPUT-EXPIRY NOT NUMERIC
                   DISPLAY "Expiry date must be YYYYMMDD."
                   GO TO 8767-PLACE-EXIT
               END-IF
               MOVE WS-RST-INPUT-EXPIRY TO WS-RST-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RST-DATE-N) NOT = 0
                   DISPLAY "Expiry date is not a valid date."
                   GO TO 8767-PLACE-EXIT
               END-IF
               IF WS-RST-INPUT-EXPIRY < WS-RST-INPUT-EFFECTIVE
                   DISPLAY "Expiry date is before the effective "
                           "date."
                   GO TO 8767-PLACE-EXIT
               END-IF
           END-IF

           IF RST-RSN-LEGAL-ORDER OR RST-RSN-DECEASED
               OR RST-RSN-FRAUD
               MOVE "S" TO WS-RST-DEFAULT-AUTH
           ELSE
               MOVE "T" TO WS-RST-DEFAULT-AUTH
           END-IF
           DISPLAY "Lowest role to remove it (T=Teller, "
                   "S=Supervisor, A=Admin, blank = "
                   WS-RST-DEFAULT-AUTH "): " WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-AUTH FROM CONSOLE
           IF WS-RST-INPUT-AUTH = SPACES
               MOVE WS-RST-DEFAULT-AUTH TO WS-RST-INPUT-AUTH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RST-INPUT-AUTH)
               TO RST-REMOVE-AUTH
           IF NOT RST-REMOVE-AUTH-VALID
               DISPLAY "Removal authority must be T, S or A."
               GO TO 8767-PLACE-EXIT
           END-IF
           IF WS-RST-DEFAULT-AUTH = "S" AND RST-REMOVE-TELLER
               DISPLAY "That reason needs at least a SUPERVISOR "
                       "to remove it."
               GO TO 8767-PLACE-EXIT
           END-IF

           MOVE WS-RST-CHECK-ACCT TO WS-RST-NEW-ACCT
           MOVE RST-CODE TO WS-RST-NEW-CODE
           MOVE RST-REASON TO WS-RST-NEW-REASON
           MOVE RST-REMOVE-AUTH TO WS-RST-NEW-AUTH
           MOVE WS-RST-INPUT-TEXT TO WS-RST-NEW-TEXT
           MOVE WS-RST-INPUT-EFFECTIVE TO WS-RST-NEW-EFFECTIVE
           MOVE WS-RST-INPUT-EXPIRY TO WS-RST-NEW-EXPIRY
           MOVE SPACES TO WS-RST-NEW-SOURCE
           PERFORM 8769-WRITE-RESTRICTION
           IF WS-RST-FILE-STATUS = "00"
               DISPLAY "Restriction " WS-RST-NEXT-SEQ " placed."
           ELSE
               DISPLAY "Unable to place restriction, status "
                       WS-RST-FILE-STATUS
               MOVE "00" TO WS-RST-FILE-STATUS
           END-IF.

       8767-PLACE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8768 - REMOVE A RESTRICTION
      ******************************************************************
       8768-REMOVE-RESTRICTION.
           DISPLAY "Sequence number to remove: " WITH NO ADVANCING
           ACCEPT WS-RST-INPUT-SEQ FROM CONSOLE
           IF WS-RST-INPUT-SEQ = SPACES
               GO TO 8768-REMOVE-EXIT
           END-IF
           MOVE WS-RST-CHECK-ACCT TO RST-ACCT-ID
           COMPUTE RST-SEQ = FUNCTION NUMVAL(WS-RST-INPUT-SEQ)
           READ ACCT-RESTRICT-FILE
           IF WS-RST-FILE-STATUS NOT = "00"
               DISPLAY "Restriction not found."
               MOVE "00" TO WS-RST-FILE-STATUS
               GO TO 8768-REMOVE-EXIT
           END-IF
           IF NOT RST-ACTIVE
               DISPLAY "Restriction is no longer active."
               GO TO 8768-REMOVE-EXIT
           END-IF

           EVALUATE LS-CURRENT-ROLE
               WHEN "ADMIN"
                   MOVE 3 TO WS-RST-ROLE-RANK
               WHEN "SUPERVISOR"
                   MOVE 2 TO WS-RST-ROLE-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RST-ROLE-RANK
           END-EVALUATE
           EVALUATE TRUE
               WHEN RST-REMOVE-ADMIN
                   MOVE 3 TO WS-RST-AUTH-RANK
               WHEN RST-REMOVE-SUPV
                   MOVE 2 TO WS-RST-AUTH-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RST-AUTH-RANK
           END-EVALUATE
           IF WS-RST-ROLE-RANK < WS-RST-AUTH-RANK
               PERFORM 8764-DESCRIBE-RESTRICTION
               DISPLAY "Removing this restriction needs "
                       FUNCTION TRIM(WS-RST-AUTH-DESC) "."
               GO TO 8768-REMOVE-EXIT
           END-IF

           SET RST-REMOVED TO TRUE
           MOVE LS-CURRENT-USER TO RST-REMOVED-BY
           MOVE WS-BUSINESS-DATE TO RST-REMOVED-DATE
           REWRITE ACCT-RESTRICT-RECORD
           IF WS-RST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to remove restriction, status "
                       WS-RST-FILE-STATUS
               MOVE "00" TO WS-RST-FILE-STATUS
               GO TO 8768-REMOVE-EXIT
           END-IF
           DISPLAY "Restriction removed."

           MOVE "RESTRICT_REMOVED" TO WS-AUDIT-ACTION
           STRING "Acct=" RST-ACCT-ID
                  " Seq=" RST-SEQ
                  " Code=" RST-CODE
                  " Reason=" RST-REASON
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8768-REMOVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8769 - WRITE A RESTRICTION
      * From WS-RST-NEW-*, under the next sequence number on the
      * account; the caller checks WS-RST-FILE-STATUS.
      ******************************************************************
       8769-WRITE-RESTRICTION.
           PERFORM 8770-SCAN-RESTRICT-SEQUENCE
           INITIALIZE ACCT-RESTRICT-RECORD
           MOVE WS-RST-NEW-ACCT TO RST-ACCT-ID
           MOVE WS-RST-NEXT-SEQ TO RST-SEQ
           MOVE WS-RST-NEW-CODE TO RST-CODE
           MOVE WS-RST-NEW-REASON TO RST-REASON
           MOVE WS-RST-NEW-TEXT TO RST-REASON-TEXT
           MOVE LS-CURRENT-USER TO RST-PLACED-BY
           MOVE WS-BUSINESS-DATE TO RST-PLACED-DATE
           MOVE WS-RST-NEW-EFFECTIVE TO RST-EFFECTIVE-DATE
           MOVE WS-RST-NEW-EXPIRY TO RST-EXPIRY-DATE
           MOVE WS-RST-NEW-AUTH TO RST-REMOVE-AUTH
           MOVE WS-RST-NEW-SOURCE TO RST-SOURCE-REF
           SET RST-ACTIVE TO TRUE
           WRITE ACCT-RESTRICT-RECORD
           IF WS-RST-FILE-STATUS = "00"
               MOVE "RESTRICT_PLACED" TO WS-AUDIT-ACTION
               STRING "Acct=" RST-ACCT-ID
                      " Seq=" RST-SEQ
                      " Code=" RST-CODE
                      " Reason=" RST-REASON
                      " From=" RST-EFFECTIVE-DATE
                      " To=" RST-EXPIRY-DATE
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 8770 - NEXT RESTRICTION SEQUENCE ON WS-RST-NEW-ACCT
      ******************************************************************
       8770-SCAN-RESTRICT-SEQUENCE.
           MOVE 1 TO WS-RST-NEXT-SEQ
           MOVE WS-RST-NEW-ACCT TO RST-ACCT-ID
           MOVE ZEROS TO RST-SEQ
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   IF RST-ACCT-ID NOT = WS-RST-NEW-ACCT
                       MOVE "10" TO WS-RST-FILE-STATUS
                   ELSE
                       COMPUTE WS-RST-NEXT-SEQ = RST-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS.

      ******************************************************************
      * 8771 - LIFT RESTRICTIONS PLACED BY A SOURCE
      * Removes the active restrictions on WS-RST-CHECK-ACCT whose
      * source reference is WS-RST-NEW-SOURCE - a legal order being
      * released - and counts them in WS-RST-LIFT-COUNT.
      ******************************************************************
       8771-LIFT-SOURCE-RESTRICTIONS.
           MOVE ZEROS TO WS-RST-LIFT-COUNT
           MOVE WS-RST-CHECK-ACCT TO RST-ACCT-ID
           MOVE ZEROS TO RST-SEQ
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   IF RST-ACCT-ID NOT = WS-RST-CHECK-ACCT
                       MOVE "10" TO WS-RST-FILE-STATUS
                   ELSE
                       IF RST-ACTIVE
                           AND RST-SOURCE-REF = WS-RST-NEW-SOURCE
                           SET RST-REMOVED TO TRUE
                           MOVE LS-CURRENT-USER TO RST-REMOVED-BY
                           MOVE WS-BUSINESS-DATE TO RST-REMOVED-DATE
                           REWRITE ACCT-RESTRICT-RECORD
                           ADD 1 TO WS-RST-LIFT-COUNT
                           MOVE "RESTRICT_LIFTED" TO WS-AUDIT-ACTION
                           STRING "Acct=" RST-ACCT-ID
                                  " Seq=" RST-SEQ
                                  " Code=" RST-CODE
                                  " Source=" RST-SOURCE-REF
                                  " By=" LS-CURRENT-USER
                                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
                           PERFORM 9200-WRITE-AUDIT-LOG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS.

      ******************************************************************
      * 8772 - RESTRICTION INVENTORY (BATCH, DAILY)
      * Expires restrictions past their expiry date, then lists
      * every one still active with the days it has been in force,
      * counted by code, so operations can see what is outstanding
      * and chase the ones that should have come off.
      ******************************************************************
       8772-BATCH-RESTRICTION-INVENTORY.
           DISPLAY " "
           DISPLAY "=== ACCOUNT RESTRICTION INVENTORY ==="

           MOVE "RSTRINV" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8772-RSTI-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-RST-TODAY
           MOVE SPACES TO WS-RSTR-PATH
           STRING "/tmp/altoro_restrictions_" WS-RST-TODAY ".txt"
                  DELIMITED SIZE INTO WS-RSTR-PATH
           OPEN OUTPUT RESTRICT-RPT-FILE
           IF WS-RSTR-STATUS NOT = "00"
               DISPLAY "Unable to open restriction report, status "
                       WS-RSTR-STATUS
               MOVE "RSTRINV" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8772-RSTI-EXIT
           END-IF
           MOVE SPACES TO RESTRICT-RPT-RECORD
           STRING "ACCOUNT RESTRICTION INVENTORY - BUSINESS DATE "
                  WS-RST-TODAY
                  DELIMITED SIZE INTO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           MOVE SPACES TO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           MOVE "ACCOUNT          SEQ COD REASON        PLACED BY"
               TO RESTRICT-RPT-RECORD
           MOVE "PLACED   FROM     EXPIRY   REMOVE BY   DAYS DETAIL"
               TO RESTRICT-RPT-RECORD(61:)
           WRITE RESTRICT-RPT-RECORD

           INITIALIZE WS-RST-CODE-COUNTS
           MOVE ZEROS TO WS-RST-ACTIVE-COUNT
           MOVE ZEROS TO WS-RST-PENDING-COUNT
           MOVE ZEROS TO WS-RST-EXPIRED-COUNT
           MOVE LOW-VALUES TO RST-KEY
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   AND RST-ACTIVE
                   PERFORM 8773-INVENTORY-ONE-RESTRICTION
                   MOVE "00" TO WS-RST-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS

           IF WS-RST-ACTIVE-COUNT = ZEROS
               MOVE "  (no active restrictions)"
                   TO RESTRICT-RPT-RECORD
               WRITE RESTRICT-RPT-RECORD
           END-IF
           MOVE SPACES TO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           MOVE "ACTIVE RESTRICTIONS BY CODE" TO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           PERFORM VARYING WS-RST-CODE-IDX FROM 1 BY 1
               UNTIL WS-RST-CODE-IDX > 6
               MOVE SPACES TO RESTRICT-RPT-RECORD
               STRING "  " WS-RST-CODE-ENTRY(WS-RST-CODE-IDX)
                      "                   "
                      WS-RST-CODE-COUNT(WS-RST-CODE-IDX)
                      DELIMITED SIZE INTO RESTRICT-RPT-RECORD
               WRITE RESTRICT-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO RESTRICT-RPT-RECORD
           STRING "TOTAL ACTIVE           " WS-RST-ACTIVE-COUNT
                  DELIMITED SIZE INTO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           MOVE SPACES TO RESTRICT-RPT-RECORD
           STRING "  NOT YET IN FORCE     " WS-RST-PENDING-COUNT
                  DELIMITED SIZE INTO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           MOVE SPACES TO RESTRICT-RPT-RECORD
           STRING "EXPIRED THIS RUN       " WS-RST-EXPIRED-COUNT
                  DELIMITED SIZE INTO RESTRICT-RPT-RECORD
           WRITE RESTRICT-RPT-RECORD
           CLOSE RESTRICT-RPT-FILE

           DISPLAY "Active restrictions:  " WS-RST-ACTIVE-COUNT
           DISPLAY "Not yet in force:     " WS-RST-PENDING-COUNT
           DISPLAY "Expired this run:     " WS-RST-EXPIRED-COUNT
           DISPLAY "Report: " FUNCTION TRIM(WS-RSTR-PATH)

           MOVE "RESTRICT_INVENTORY" TO WS-AUDIT-ACTION
           STRING "Active=" WS-RST-ACTIVE-COUNT
                  " Pending=" WS-RST-PENDING-COUNT
                  " Expired=" WS-RST-EXPIRED-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "RSTRINV" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RST-ACTIVE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8772-RSTI-EXIT.
           CONTINUE.

      ******************************************************************
      * 8773 - INVENTORY ONE RESTRICTION
      * ACCT-RESTRICT-RECORD is current and active.
      ******************************************************************
       8773-INVENTORY-ONE-RESTRICTION.
           IF RST-EXPIRY-DATE NOT = SPACES
               AND RST-EXPIRY-DATE < WS-RST-TODAY
               SET RST-EXPIRED TO TRUE
               MOVE LS-CURRENT-USER TO RST-REMOVED-BY
               MOVE WS-BUSINESS-DATE TO RST-REMOVED-DATE
               REWRITE ACCT-RESTRICT-RECORD
               ADD 1 TO WS-RST-EXPIRED-COUNT
               MOVE "RESTRICT_EXPIRED" TO WS-AUDIT-ACTION
               STRING "Acct=" RST-ACCT-ID
                      " Seq=" RST-SEQ
                      " Code=" RST-CODE
                      " Expiry=" RST-EXPIRY-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               ADD 1 TO WS-RST-ACTIVE-COUNT
               PERFORM VARYING WS-RST-CODE-IDX FROM 1 BY 1
                   UNTIL WS-RST-CODE-IDX > 6
                   IF WS-RST-CODE-ENTRY(WS-RST-CODE-IDX) = RST-CODE
                       ADD 1 TO WS-RST-CODE-COUNT(WS-RST-CODE-IDX)
                   END-IF
               END-PERFORM
               MOVE ZEROS TO WS-RST-DAYS
               IF RST-EFFECTIVE-DATE > WS-RST-TODAY
                   ADD 1 TO WS-RST-PENDING-COUNT
               ELSE
                   IF RST-EFFECTIVE-DATE IS NUMERIC
                       MOVE RST-EFFECTIVE-DATE TO WS-RST-DATE-N
                       COMPUTE WS-RST-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-RST-DATE-N)
                   END-IF
               END-IF
               PERFORM 8764-DESCRIBE-RESTRICTION
               MOVE RST-ACCT-ID TO WS-RSTRD-ACCT
               MOVE RST-SEQ TO WS-RSTRD-SEQ
               MOVE RST-CODE TO WS-RSTRD-CODE
               MOVE WS-RST-REASON-DESC TO WS-RSTRD-REASON
               MOVE RST-PLACED-BY TO WS-RSTRD-PLACED-BY
               MOVE RST-PLACED-DATE TO WS-RSTRD-PLACED-DATE
               MOVE RST-EFFECTIVE-DATE TO WS-RSTRD-EFFECTIVE
               MOVE RST-EXPIRY-DATE TO WS-RSTRD-EXPIRY
               MOVE WS-RST-AUTH-DESC TO WS-RSTRD-AUTH
               MOVE WS-RST-DAYS TO WS-RSTRD-DAYS
               MOVE RST-REASON-TEXT TO WS-RSTRD-TEXT
               WRITE RESTRICT-RPT-RECORD FROM WS-RSTR-DTL
           END-IF.

      ******************************************************************
      * 8775 - SHOW WARNING NOTES
      * For a staff login, walks the notes on WS-WNT-CHECK-ACCT and
      * on its owner WS-WNT-CHECK-CUST. Each high-severity note in
      * force is shown and must be acknowledged; a refusal sets
      * WS-WNT-NOT-ACKED and the caller goes no further. Other
      * notes in force are counted and pointed to.
      ******************************************************************
       8775-SHOW-WARNING-NOTES.
           SET WS-WNT-ACKED TO TRUE
           IF NOT (LS-CURRENT-ROLE = "TELLER"
               OR LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               GO TO 8775-NOTES-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-WNT-TODAY
           MOVE ZEROS TO WS-WNT-OTHER-COUNT

           MOVE "A" TO WS-WNT-SCAN-TYPE
           MOVE WS-WNT-CHECK-ACCT TO WS-WNT-SCAN-ID
           PERFORM 8777-SCAN-SUBJECT-NOTES
           IF WS-WNT-NOT-ACKED
               GO TO 8775-NOTES-EXIT
           END-IF
           IF WS-WNT-CHECK-CUST NOT = SPACES
               MOVE "C" TO WS-WNT-SCAN-TYPE
               MOVE WS-WNT-CHECK-CUST TO WS-WNT-SCAN-ID
               PERFORM 8777-SCAN-SUBJECT-NOTES
           END-IF
           IF WS-WNT-NOT-ACKED
               GO TO 8775-NOTES-EXIT
           END-IF

           IF WS-WNT-OTHER-COUNT > ZEROS
               DISPLAY "NOTE: " WS-WNT-OTHER-COUNT
                       " other note(s) on file - see option 149."
           END-IF.

       8775-NOTES-EXIT.
           CONTINUE.

      ******************************************************************
      * 8776 - ACKNOWLEDGE ONE HIGH-SEVERITY NOTE
      * WARN-NOTE-RECORD is current, high severity and in force.
      ******************************************************************
       8776-ACK-ONE-NOTE.
           PERFORM 8779-DESCRIBE-NOTE
           DISPLAY " "
           IF WNT-ON-ACCOUNT
               DISPLAY "*** " FUNCTION TRIM(WS-WNT-CAT-DESC)
                       " NOTE ON ACCOUNT "
                       FUNCTION TRIM(WNT-SUBJECT-ID) " ***"
           ELSE
               DISPLAY "*** " FUNCTION TRIM(WS-WNT-CAT-DESC)
                       " NOTE ON CUSTOMER "
                       FUNCTION TRIM(WNT-SUBJECT-ID) " ***"
           END-IF
           DISPLAY "  " WNT-TEXT
           DISPLAY "  Entered by " FUNCTION TRIM(WNT-AUTHOR)
                   " on " WNT-CREATED-DATE
           IF WNT-EXPIRY-DATE NOT = SPACES
               DISPLAY "  Stands until " WNT-EXPIRY-DATE
           END-IF
           DISPLAY "Acknowledge this note to continue (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-WNT-ACK-CHOICE FROM CONSOLE
           IF WS-WNT-ACK-CHOICE = "Y" OR WS-WNT-ACK-CHOICE = "y"
               ADD 1 TO WNT-ACK-COUNT
               MOVE LS-CURRENT-USER TO WNT-LAST-ACK-BY
               MOVE WS-BUSINESS-DATE TO WNT-LAST-ACK-DATE
               REWRITE WARN-NOTE-RECORD
               MOVE "NOTE_ACK" TO WS-AUDIT-ACTION
               STRING "Subject=" WNT-SUBJECT-TYPE "/"
                      FUNCTION TRIM(WNT-SUBJECT-ID)
                      " Seq=" WNT-SEQ
                      " Cat=" WNT-CATEGORY
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               SET WS-WNT-NOT-ACKED TO TRUE
               DISPLAY "Note not acknowledged - nothing further "
                       "is done."
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "NOTE_NOT_ACKED" TO WS-AUDIT-ACTION
               STRING "Subject=" WNT-SUBJECT-TYPE "/"
                      FUNCTION TRIM(WNT-SUBJECT-ID)
                      " Seq=" WNT-SEQ
                      " Cat=" WNT-CATEGORY
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 8777 - SCAN ONE SUBJECT'S NOTES
      * Key range WS-WNT-SCAN-TYPE / WS-WNT-SCAN-ID; stops at the
      * first note the teller will not acknowledge.
      ******************************************************************
       8777-SCAN-SUBJECT-NOTES.
           MOVE WS-WNT-SCAN-TYPE TO WNT-SUBJECT-TYPE
           MOVE WS-WNT-SCAN-ID TO WNT-SUBJECT-ID
           MOVE ZEROS TO WNT-SEQ
           START WARN-NOTE-FILE KEY >= WNT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WNT-FILE-STATUS NOT = "00"
               OR WS-WNT-NOT-ACKED
               READ WARN-NOTE-FILE NEXT RECORD
               IF WS-WNT-FILE-STATUS = "00"
                   IF WNT-SUBJECT-TYPE NOT = WS-WNT-SCAN-TYPE
                       OR WNT-SUBJECT-ID NOT = WS-WNT-SCAN-ID
                       MOVE "10" TO WS-WNT-FILE-STATUS
                   ELSE
                       PERFORM 8778-TEST-NOTE-IN-FORCE
                       IF WS-WNT-IN-FORCE
                           IF WNT-SEV-HIGH
                               PERFORM 8776-ACK-ONE-NOTE
                           ELSE
                               ADD 1 TO WS-WNT-OTHER-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WNT-FILE-STATUS.

      ******************************************************************
      * 8778 - IS THE CURRENT NOTE IN FORCE TODAY
      ******************************************************************
       8778-TEST-NOTE-IN-FORCE.
           MOVE "N" TO WS-WNT-IN-FORCE-FLAG
           IF WNT-ACTIVE
               AND (WNT-EXPIRY-DATE = SPACES
                    OR WNT-EXPIRY-DATE NOT < WS-WNT-TODAY)
               MOVE "Y" TO WS-WNT-IN-FORCE-FLAG
           END-IF.

      ******************************************************************
      * 8779 - DESCRIBE THE CURRENT NOTE
      ******************************************************************
       8779-DESCRIBE-NOTE.
           EVALUATE TRUE
               WHEN WNT-CAT-WARNING
                   MOVE "WARNING" TO WS-WNT-CAT-DESC
               WHEN WNT-CAT-SERVICE
                   MOVE "SERVICE" TO WS-WNT-CAT-DESC
               WHEN WNT-CAT-LEGAL
                   MOVE "LEGAL" TO WS-WNT-CAT-DESC
               WHEN OTHER
                   MOVE "INFORMATIONAL" TO WS-WNT-CAT-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN WNT-SEV-HIGH
                   MOVE "HIGH" TO WS-WNT-SEV-DESC
               WHEN WNT-SEV-MEDIUM
                   MOVE "MEDIUM" TO WS-WNT-SEV-DESC
               WHEN OTHER
                   MOVE "LOW" TO WS-WNT-SEV-DESC
           END-EVALUATE.

      ******************************************************************
      * 8780 - MAINTAIN WARNING NOTES
      * Lists the notes on an account or customer and adds or
      * removes one. Any staff role may add a note; a note is
      * removed by its author or by a SUPERVISOR.
      ******************************************************************
       8780-MAINTAIN-WARNING-NOTES.
           IF NOT (LS-CURRENT-ROLE = "TELLER"
               OR LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Warning notes are kept by branch staff."
               GO TO 8780-NOTM-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== WARNING NOTES ==="
           DISPLAY "Note on (A)ccount or (C)ustomer: "
               WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-TYPE FROM CONSOLE
           EVALUATE WS-WNT-INPUT-TYPE
               WHEN "A"
               WHEN "a"
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT WS-WNT-INPUT-ACCT FROM CONSOLE
                   MOVE WS-WNT-INPUT-ACCT TO ACCT-ID
                   READ ACCOUNT-FILE
                   IF WS-ACCT-FILE-STATUS NOT = "00"
                       DISPLAY "Account not found."
                       GO TO 8780-NOTM-EXIT
                   END-IF
                   MOVE "A" TO WS-WNT-SCAN-TYPE
                   MOVE ACCT-ID TO WS-WNT-SCAN-ID
               WHEN "C"
               WHEN "c"
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-WNT-INPUT-ID FROM CONSOLE
                   MOVE WS-WNT-INPUT-ID TO CUST-USER-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-FILE-STATUS NOT = "00"
                       DISPLAY "Customer not found."
                       GO TO 8780-NOTM-EXIT
                   END-IF
                   MOVE "C" TO WS-WNT-SCAN-TYPE
                   MOVE CUST-USER-ID TO WS-WNT-SCAN-ID
               WHEN OTHER
                   DISPLAY "Enter A or C."
                   GO TO 8780-NOTM-EXIT
           END-EVALUATE
           MOVE WS-BUSINESS-DATE TO WS-WNT-TODAY

           MOVE ZEROS TO WS-WNT-DSP-COUNT
           MOVE WS-WNT-SCAN-TYPE TO WNT-SUBJECT-TYPE
           MOVE WS-WNT-SCAN-ID TO WNT-SUBJECT-ID
           MOVE ZEROS TO WNT-SEQ
           START WARN-NOTE-FILE KEY >= WNT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WNT-FILE-STATUS NOT = "00"
               READ WARN-NOTE-FILE NEXT RECORD
               IF WS-WNT-FILE-STATUS = "00"
                   IF WNT-SUBJECT-TYPE NOT = WS-WNT-SCAN-TYPE
                       OR WNT-SUBJECT-ID NOT = WS-WNT-SCAN-ID
                       MOVE "10" TO WS-WNT-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-WNT-DSP-COUNT
                       PERFORM 8779-DESCRIBE-NOTE
                       DISPLAY "  " WNT-SEQ " " WS-WNT-CAT-DESC " "
                               WS-WNT-SEV-DESC " " WNT-STATUS
                               " by " WNT-AUTHOR
                               " until " WNT-EXPIRY-DATE
                       DISPLAY "      " WNT-TEXT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WNT-FILE-STATUS
           IF WS-WNT-DSP-COUNT = ZEROS
               DISPLAY "  (no notes on file)"
           ELSE
               DISPLAY "  (status A = active, R = removed, "
                       "E = expired)"
           END-IF

           DISPLAY " "
           DISPLAY "A=Add a note, R=Remove one, blank to exit: "
               WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-WNT-INPUT-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 8781-ADD-WARNING-NOTE
                       THRU 8781-ADD-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 8782-REMOVE-WARNING-NOTE
                       THRU 8782-REMOVE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8780-NOTM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8781 - ADD A WARNING NOTE
      ******************************************************************
       8781-ADD-WARNING-NOTE.
           DISPLAY "Category (W=Warning, S=Service, L=Legal, "
                   "I=Informational): " WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-CAT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WNT-INPUT-CAT)
               TO WS-WNT-INPUT-CAT
           DISPLAY "Severity (H=High - teller must acknowledge, "
                   "M=Medium, L=Low): " WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-SEV FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WNT-INPUT-SEV)
               TO WS-WNT-INPUT-SEV
           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-TEXT FROM CONSOLE
           DISPLAY "Expiry date YYYYMMDD (blank = until removed): "
               WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-EXPIRY FROM CONSOLE

           IF WS-WNT-INPUT-TEXT = SPACES
               DISPLAY "The note text is required."
               GO TO 8781-ADD-EXIT
           END-IF
           IF WS-WNT-INPUT-EXPIRY NOT = SPACES
               IF WS-WNT-INPUT-EXPIRY NOT NUMERIC
                   DISPLAY "Expiry date must be YYYYMMDD."
                   GO TO 8781-ADD-EXIT
               END-IF
               MOVE WS-WNT-INPUT-EXPIRY TO WS-WNT-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WNT-DATE-N) NOT = 0
                   DISPLAY "Expiry date is not a valid date."
                   GO TO 8781-ADD-EXIT
               END-IF
               IF WS-WNT-INPUT-EXPIRY < WS-WNT-TODAY
                   DISPLAY "Expiry date is already past."
                   GO TO 8781-ADD-EXIT
               END-IF
           END-IF

      * Next sequence on the subject
           MOVE 1 TO WS-WNT-NEXT-SEQ
           MOVE WS-WNT-SCAN-TYPE TO WNT-SUBJECT-TYPE
           MOVE WS-WNT-SCAN-ID TO WNT-SUBJECT-ID
           MOVE ZEROS TO WNT-SEQ
           START WARN-NOTE-FILE KEY >= WNT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WNT-FILE-STATUS NOT = "00"
               READ WARN-NOTE-FILE NEXT RECORD
               IF WS-WNT-FILE-STATUS = "00"
                   IF WNT-SUBJECT-TYPE NOT = WS-WNT-SCAN-TYPE
                       OR WNT-SUBJECT-ID NOT = WS-WNT-SCAN-ID
                       MOVE "10" TO WS-WNT-FILE-STATUS
                   ELSE
                       COMPUTE WS-WNT-NEXT-SEQ = WNT-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WNT-FILE-STATUS

           INITIALIZE WARN-NOTE-RECORD
           MOVE WS-WNT-SCAN-TYPE TO WNT-SUBJECT-TYPE
           MOVE WS-WNT-SCAN-ID TO WNT-SUBJECT-ID
           MOVE WS-WNT-NEXT-SEQ TO WNT-SEQ
           MOVE WS-WNT-INPUT-CAT TO WNT-CATEGORY
           MOVE WS-WNT-INPUT-SEV TO WNT-SEVERITY
           IF NOT WNT-CATEGORY-VALID
               DISPLAY "Category must be W, S, L or I."
               GO TO 8781-ADD-EXIT
           END-IF
           IF NOT WNT-SEVERITY-VALID
               DISPLAY "Severity must be H, M or L."
               GO TO 8781-ADD-EXIT
           END-IF
           MOVE WS-WNT-INPUT-TEXT TO WNT-TEXT
           MOVE LS-CURRENT-USER TO WNT-AUTHOR
           MOVE WS-BUSINESS-DATE TO WNT-CREATED-DATE
           MOVE WS-WNT-INPUT-EXPIRY TO WNT-EXPIRY-DATE
           SET WNT-ACTIVE TO TRUE
           WRITE WARN-NOTE-RECORD
           IF WS-WNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save note, status "
                       WS-WNT-FILE-STATUS
               MOVE "00" TO WS-WNT-FILE-STATUS
               GO TO 8781-ADD-EXIT
           END-IF
           DISPLAY "Note " WNT-SEQ " saved."

           MOVE "NOTE_ADDED" TO WS-AUDIT-ACTION
           STRING "Subject=" WNT-SUBJECT-TYPE "/"
                  FUNCTION TRIM(WNT-SUBJECT-ID)
                  " Seq=" WNT-SEQ
                  " Cat=" WNT-CATEGORY
                  " Sev=" WNT-SEVERITY
                  " Expiry=" WNT-EXPIRY-DATE
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8781-ADD-EXIT.
           CONTINUE.

      ******************************************************************
      * 8782 - REMOVE A WARNING NOTE
      ******************************************************************
       8782-REMOVE-WARNING-NOTE.
           DISPLAY "Note number to remove: " WITH NO ADVANCING
           ACCEPT WS-WNT-INPUT-SEQ FROM CONSOLE
           IF WS-WNT-INPUT-SEQ = SPACES
               GO TO 8782-REMOVE-EXIT
           END-IF
           MOVE WS-WNT-SCAN-TYPE TO WNT-SUBJECT-TYPE
           MOVE WS-WNT-SCAN-ID TO WNT-SUBJECT-ID
           COMPUTE WNT-SEQ = FUNCTION NUMVAL(WS-WNT-INPUT-SEQ)
           READ WARN-NOTE-FILE
           IF WS-WNT-FILE-STATUS NOT = "00"
               DISPLAY "Note not found."
               MOVE "00" TO WS-WNT-FILE-STATUS
               GO TO 8782-REMOVE-EXIT
           END-IF
           IF NOT WNT-ACTIVE
               DISPLAY "Note is no longer active."
               GO TO 8782-REMOVE-EXIT
           END-IF
           IF WNT-AUTHOR NOT = LS-CURRENT-USER
               AND NOT (LS-CURRENT-ROLE = "SUPERVISOR"
                   OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only the author or a SUPERVISOR may remove "
                       "this note."
               GO TO 8782-REMOVE-EXIT
           END-IF

           SET WNT-REMOVED TO TRUE
           MOVE LS-CURRENT-USER TO WNT-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO WNT-CLOSED-DATE
           REWRITE WARN-NOTE-RECORD
           IF WS-WNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to remove note, status "
                       WS-WNT-FILE-STATUS
               MOVE "00" TO WS-WNT-FILE-STATUS
               GO TO 8782-REMOVE-EXIT
           END-IF
           DISPLAY "Note removed."

           MOVE "NOTE_REMOVED" TO WS-AUDIT-ACTION
           STRING "Subject=" WNT-SUBJECT-TYPE "/"
                  FUNCTION TRIM(WNT-SUBJECT-ID)
                  " Seq=" WNT-SEQ
                  " Author=" WNT-AUTHOR
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8782-REMOVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8783 - EXPIRING NOTES REVIEW (BATCH, DAILY)
      * Expires notes past their expiry date and lists them with
      * every note due to expire within WS-WNT-REVIEW-DAYS, by the
      * branch of the account or customer, so branch managers can
      * renew what still matters before it drops off the screen.
      ******************************************************************
       8783-BATCH-NOTE-REVIEW.
           DISPLAY " "
           DISPLAY "=== EXPIRING NOTES REVIEW ==="

           MOVE "NOTEREV" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8783-NOTR-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-WNT-TODAY
           MOVE SPACES TO WS-WNR-PATH
           STRING "/tmp/altoro_note_review_" WS-WNT-TODAY ".txt"
                  DELIMITED SIZE INTO WS-WNR-PATH
           OPEN OUTPUT NOTE-REVIEW-RPT-FILE
           IF WS-WNR-STATUS NOT = "00"
               DISPLAY "Unable to open note review report, status "
                       WS-WNR-STATUS
               MOVE "NOTEREV" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8783-NOTR-EXIT
           END-IF
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           STRING "EXPIRING WARNING NOTES - BUSINESS DATE "
                  WS-WNT-TODAY "  WINDOW " WS-WNT-REVIEW-DAYS
                  " DAYS"
                  DELIMITED SIZE INTO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           MOVE "BRCH T SUBJECT              SEQ"
               TO NOTE-REVIEW-RPT-RECORD
           MOVE "CATEGORY      SEV    AUTHOR"
               TO NOTE-REVIEW-RPT-RECORD(33:)
           MOVE "EXPIRY   DUE IN  NOTE"
               TO NOTE-REVIEW-RPT-RECORD(67:)
           WRITE NOTE-REVIEW-RPT-RECORD

           MOVE ZEROS TO WS-WNT-DUE-COUNT
           MOVE ZEROS TO WS-WNT-EXPIRED-COUNT
           MOVE ZEROS TO WS-WNT-ACTIVE-COUNT
           MOVE LOW-VALUES TO WNT-KEY
           START WARN-NOTE-FILE KEY >= WNT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WNT-FILE-STATUS NOT = "00"
               READ WARN-NOTE-FILE NEXT RECORD
               IF WS-WNT-FILE-STATUS = "00"
                   AND WNT-ACTIVE
                   PERFORM 8784-REVIEW-ONE-NOTE
                       THRU 8784-REVIEW-EXIT
                   MOVE "00" TO WS-WNT-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WNT-FILE-STATUS

           IF WS-WNT-DUE-COUNT = ZEROS
               AND WS-WNT-EXPIRED-COUNT = ZEROS
               MOVE "  (no notes expiring in the window)"
                   TO NOTE-REVIEW-RPT-RECORD
               WRITE NOTE-REVIEW-RPT-RECORD
           END-IF
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           STRING "NOTES STILL ACTIVE       " WS-WNT-ACTIVE-COUNT
                  DELIMITED SIZE INTO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           STRING "  EXPIRING IN THE WINDOW " WS-WNT-DUE-COUNT
                  DELIMITED SIZE INTO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           MOVE SPACES TO NOTE-REVIEW-RPT-RECORD
           STRING "EXPIRED THIS RUN         " WS-WNT-EXPIRED-COUNT
                  DELIMITED SIZE INTO NOTE-REVIEW-RPT-RECORD
           WRITE NOTE-REVIEW-RPT-RECORD
           CLOSE NOTE-REVIEW-RPT-FILE

           DISPLAY "Notes still active:   " WS-WNT-ACTIVE-COUNT
           DISPLAY "Expiring in window:   " WS-WNT-DUE-COUNT
           DISPLAY "Expired this run:     " WS-WNT-EXPIRED-COUNT
           DISPLAY "Report: " FUNCTION TRIM(WS-WNR-PATH)

           MOVE "NOTE_REVIEW" TO WS-AUDIT-ACTION
           STRING "Active=" WS-WNT-ACTIVE-COUNT
                  " Due=" WS-WNT-DUE-COUNT
                  " Expired=" WS-WNT-EXPIRED-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "NOTEREV" TO WS-RUNCTL-JOB-NAME
           MOVE WS-WNT-ACTIVE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8783-NOTR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8784 - REVIEW ONE NOTE
      * WARN-NOTE-RECORD is current and active. A note past its
      * expiry is expired and listed; one expiring inside the window
      * is listed with the days it has left; the rest only counted.
      ******************************************************************
       8784-REVIEW-ONE-NOTE.
           IF WNT-EXPIRY-DATE = SPACES
               OR WNT-EXPIRY-DATE IS NOT NUMERIC
               ADD 1 TO WS-WNT-ACTIVE-COUNT
               GO TO 8784-REVIEW-EXIT
           END-IF
           MOVE WNT-EXPIRY-DATE TO WS-WNT-DATE-N
           COMPUTE WS-WNT-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-WNT-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           IF WS-WNT-DAYS-LEFT > WS-WNT-REVIEW-DAYS
               ADD 1 TO WS-WNT-ACTIVE-COUNT
               GO TO 8784-REVIEW-EXIT
           END-IF

      * Branch of the account or customer the note is about
           MOVE SPACES TO WS-WNT-BRANCH
           IF WNT-ON-ACCOUNT
               MOVE WNT-SUBJECT-ID(1:16) TO ACCT-ID
               READ ACCOUNT-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-BRANCH-CODE TO WS-WNT-BRANCH
               END-IF
           ELSE
               MOVE WNT-SUBJECT-ID TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = "00"
                   MOVE CUST-BRANCH-CODE TO WS-WNT-BRANCH
               END-IF
           END-IF

           IF WS-WNT-DAYS-LEFT < ZEROS
               SET WNT-EXPIRED TO TRUE
               MOVE "NOTEREV" TO WNT-CLOSED-BY
               MOVE WS-BUSINESS-DATE TO WNT-CLOSED-DATE
               REWRITE WARN-NOTE-RECORD
               ADD 1 TO WS-WNT-EXPIRED-COUNT
               MOVE "EXPIRED" TO WS-WNRD-DUE
               MOVE "NOTE_EXPIRED" TO WS-AUDIT-ACTION
               STRING "Subject=" WNT-SUBJECT-TYPE "/"
                      FUNCTION TRIM(WNT-SUBJECT-ID)
                      " Seq=" WNT-SEQ
                      " Expiry=" WNT-EXPIRY-DATE
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               ADD 1 TO WS-WNT-ACTIVE-COUNT
               ADD 1 TO WS-WNT-DUE-COUNT
               MOVE WS-WNT-DAYS-LEFT TO WS-WNT-DSP-DAYS
               MOVE SPACES TO WS-WNRD-DUE
               STRING WS-WNT-DSP-DAYS " DY"
                      DELIMITED SIZE INTO WS-WNRD-DUE
           END-IF

           PERFORM 8779-DESCRIBE-NOTE
           MOVE WS-WNT-BRANCH TO WS-WNRD-BRANCH
           MOVE WNT-SUBJECT-TYPE TO WS-WNRD-TYPE
           MOVE WNT-SUBJECT-ID TO WS-WNRD-SUBJECT
           MOVE WNT-SEQ TO WS-WNRD-SEQ
           MOVE WS-WNT-CAT-DESC TO WS-WNRD-CATEGORY
           MOVE WS-WNT-SEV-DESC TO WS-WNRD-SEVERITY
           MOVE WNT-AUTHOR TO WS-WNRD-AUTHOR
           MOVE WNT-EXPIRY-DATE TO WS-WNRD-EXPIRY
           MOVE WNT-TEXT TO WS-WNRD-TEXT
           WRITE NOTE-REVIEW-RPT-RECORD FROM WS-WNR-DTL.

       8784-REVIEW-EXIT.
           CONTINUE.

      ******************************************************************
      * 8785 - SEAL CUSTOMER PII
      * Encrypts CUST-SSN and CUST-SECURITY-ANSWER in the buffer
      * under WS-PII-SEAL-VER (zero for the active key) and records
      * the version used; the caller REWRITEs the record. Both
      * fields must be in the clear. Same as CUSTMGMT's 8540.
      ******************************************************************
       8785-SEAL-CUSTOMER-PII.
           SET PCR-ENCRYPT TO TRUE
           MOVE WS-PII-SEAL-VER TO PCR-KEY-VERSION
           MOVE CUST-USER-ID TO PCR-TWEAK
           SET PCR-FLD-SSN TO TRUE
           MOVE 11 TO PCR-DATA-LEN
           MOVE CUST-SSN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:11) TO CUST-SSN
           SET PCR-FLD-SEC-ANSWER TO TRUE
           MOVE 40 TO PCR-DATA-LEN
           MOVE CUST-SECURITY-ANSWER TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:40) TO CUST-SECURITY-ANSWER
           MOVE PCR-KEY-VERSION TO CUST-PII-KEY-VER.

      ******************************************************************
      * 8786 - OPEN CUSTOMER PII
      * Decrypts the current customer's SSN and security answer into
      * WS-PII-SSN and WS-PII-SEC-ANSWER; the buffer stays sealed.
      * PCR-NO-KEY afterwards means the record's key version is not
      * in the key store and the values are still sealed.
      ******************************************************************
       8786-OPEN-CUSTOMER-PII.
           MOVE "00" TO PCR-RETURN-CODE
           MOVE CUST-SSN TO WS-PII-SSN
           MOVE CUST-SECURITY-ANSWER TO WS-PII-SEC-ANSWER
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
                   SET PCR-FLD-SEC-ANSWER TO TRUE
                   MOVE 40 TO PCR-DATA-LEN
                   MOVE CUST-SECURITY-ANSWER TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:40) TO WS-PII-SEC-ANSWER
               END-IF
           END-IF.

      ******************************************************************
      * 8787 - SEAL ACCOUNT PIN
      * ACCT-PIN must be in the clear and ACCT-ID set - it is the
      * tweak.
      ******************************************************************
       8787-SEAL-ACCOUNT-PIN.
           SET PCR-ENCRYPT TO TRUE
           MOVE WS-PII-SEAL-VER TO PCR-KEY-VERSION
           MOVE ACCT-ID TO PCR-TWEAK
           SET PCR-FLD-ACCT-PIN TO TRUE
           MOVE 6 TO PCR-DATA-LEN
           MOVE ACCT-PIN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:6) TO ACCT-PIN
           MOVE PCR-KEY-VERSION TO ACCT-PIN-KEY-VER.

      ******************************************************************
      * 8788 - OPEN ACCOUNT PIN
      * Decrypts ACCT-PIN into WS-PII-PIN.
      ******************************************************************
       8788-OPEN-ACCOUNT-PIN.
           MOVE "00" TO PCR-RETURN-CODE
           MOVE ACCT-PIN TO WS-PII-PIN
           IF ACCT-PIN-KEY-VER IS NUMERIC
               IF ACCT-PIN-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE ACCT-PIN-KEY-VER TO PCR-KEY-VERSION
                   MOVE ACCT-ID TO PCR-TWEAK
                   SET PCR-FLD-ACCT-PIN TO TRUE
                   MOVE 6 TO PCR-DATA-LEN
                   MOVE ACCT-PIN TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:6) TO WS-PII-PIN
               END-IF
           END-IF.

      ******************************************************************
      * 8789 - SEAL CARD PIN
      * CARD-PIN must be in the clear and CARD-NUMBER set - it is
      * the tweak.
      ******************************************************************
       8789-SEAL-CARD-PIN.
           SET PCR-ENCRYPT TO TRUE
           MOVE WS-PII-SEAL-VER TO PCR-KEY-VERSION
           MOVE CARD-NUMBER TO PCR-TWEAK
           SET PCR-FLD-CARD-PIN TO TRUE
           MOVE 6 TO PCR-DATA-LEN
           MOVE CARD-PIN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:6) TO CARD-PIN
           MOVE PCR-KEY-VERSION TO CARD-PIN-KEY-VER.

      ******************************************************************
      * 8790 - OPEN CARD PIN
      * Decrypts CARD-PIN into WS-PII-PIN.
      ******************************************************************
       8790-OPEN-CARD-PIN.
           MOVE "00" TO PCR-RETURN-CODE
           MOVE CARD-PIN TO WS-PII-PIN
           IF CARD-PIN-KEY-VER IS NUMERIC
               IF CARD-PIN-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE CARD-PIN-KEY-VER TO PCR-KEY-VERSION
                   MOVE CARD-NUMBER TO PCR-TWEAK
                   SET PCR-FLD-CARD-PIN TO TRUE
                   MOVE 6 TO PCR-DATA-LEN
                   MOVE CARD-PIN TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:6) TO WS-PII-PIN
               END-IF
           END-IF.

      ******************************************************************
      * 8791 - PII KEY ROTATION (BATCH)
      * Re-encrypts the sealed fields on CUSTFILE, ACCTFILE and
      * CARDFILE under the key security administration has staged
      * as pending in PIIKEYS, then promotes that key to active and
      * retires the old one (kept, so backups and journal images
      * written under it still open). A record already at the new
      * version is passed over and one still in the clear is sealed
      * for the first time, so the first run doubles as the initial
      * encryption and a rerun after an abend does no harm. The
      * checkpoint carries the file (phase) and the last key done;
      * a restart picks up after it.
      ******************************************************************
       8791-BATCH-PII-KEY-ROTATION.
           DISPLAY " "
           DISPLAY "=== PII KEY ROTATION ==="

           MOVE "PIIKEYRT" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8791-PKR-EXIT
           END-IF

           SET PCR-PENDING-VERSION TO TRUE
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           IF PCR-KEY-VERSION = ZEROS
               DISPLAY "No pending key in PIIKEYS - nothing to "
                       "rotate."
               MOVE "PIIKEYRT" TO WS-RUNCTL-JOB-NAME
               MOVE ZEROS TO WS-RUNCTL-RECORDS-DONE
               MOVE 4 TO WS-RUNCTL-RETURN-CODE
               PERFORM 9110-WRITE-RUNCTL-COMPLETE
               GO TO 8791-PKR-EXIT
           END-IF
           MOVE PCR-KEY-VERSION TO WS-PKR-TARGET-VER
           MOVE WS-PKR-TARGET-VER TO WS-PII-SEAL-VER
           DISPLAY "Re-encrypting under key version "
                   WS-PKR-TARGET-VER

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-PKR-READ-COUNT
           MOVE ZEROS TO WS-PKR-DONE-COUNT
           MOVE ZEROS TO WS-PKR-ERROR-COUNT
           PERFORM 7310-OPEN-CHECKPOINT-FILE
           PERFORM 8795-LOAD-PKR-CHECKPOINT

           IF WS-PKR-PHASE-CUST
               PERFORM 8792-ROTATE-CUSTOMERS
               SET WS-PKR-PHASE-ACCT TO TRUE
               SET WS-CKPT-NOT-RESUMING TO TRUE
           END-IF
           IF WS-PKR-PHASE-ACCT
               PERFORM 8793-ROTATE-ACCOUNTS
               SET WS-PKR-PHASE-CARD TO TRUE
               SET WS-CKPT-NOT-RESUMING TO TRUE
           END-IF
           PERFORM 8794-ROTATE-CARDS

      * Every record is under the new key - only now may it become
      * the active one
           SET PCR-PROMOTE-PENDING TO TRUE
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE ZEROS TO WS-PII-SEAL-VER
           IF NOT PCR-OK
               DISPLAY "Key version " WS-PKR-TARGET-VER
                       " could not be made active - rerun the "
                       "rotation once PIIKEYS is writable."
               ADD 1 TO WS-PKR-ERROR-COUNT
           END-IF
           PERFORM 8797-COMPLETE-PKR-CHECKPOINT

           DISPLAY "Records read:        " WS-PKR-READ-COUNT
           DISPLAY "Records re-encrypted: " WS-PKR-DONE-COUNT
           DISPLAY "Records in error:    " WS-PKR-ERROR-COUNT

           MOVE "PII_KEY_ROTATE" TO WS-AUDIT-ACTION
           STRING "Version=" WS-PKR-TARGET-VER
                  " Read=" WS-PKR-READ-COUNT
                  " Resealed=" WS-PKR-DONE-COUNT
                  " Errors=" WS-PKR-ERROR-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "PIIKEYRT" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PKR-DONE-COUNT TO WS-RUNCTL-RECORDS-DONE
           IF WS-PKR-ERROR-COUNT > ZEROS
               MOVE 8 TO WS-RUNCTL-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           END-IF
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8791-PKR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8792 - ROTATE CUSTOMERS
      * A record whose key version is missing from the key store
      * cannot be opened; it is left as it is and counted in error.
      ******************************************************************
       8792-ROTATE-CUSTOMERS.
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming customers after " WS-PKR-RESUME-KEY
               MOVE WS-PKR-RESUME-KEY TO CUST-USER-ID
               START CUSTOMER-FILE KEY > CUST-USER-ID
                   INVALID KEY CONTINUE
               END-START
           ELSE
               MOVE LOW-VALUES TO CUST-USER-ID
               START CUSTOMER-FILE KEY >= CUST-USER-ID
                   INVALID KEY CONTINUE
               END-START
           END-IF

           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   ADD 1 TO WS-PKR-READ-COUNT
                   MOVE ZEROS TO WS-PKR-REC-VER
                   IF CUST-PII-KEY-VER IS NUMERIC
                       MOVE CUST-PII-KEY-VER TO WS-PKR-REC-VER
                   END-IF
                   IF WS-PKR-REC-VER NOT = WS-PKR-TARGET-VER
                       PERFORM 8786-OPEN-CUSTOMER-PII
                       IF PCR-NO-KEY
                           DISPLAY "  No key version " WS-PKR-REC-VER
                                   " for customer " CUST-USER-ID
                           ADD 1 TO WS-PKR-ERROR-COUNT
                       ELSE
                           MOVE WS-PII-SSN TO CUST-SSN
                           MOVE WS-PII-SEC-ANSWER
                               TO CUST-SECURITY-ANSWER
                           PERFORM 8785-SEAL-CUSTOMER-PII
                           REWRITE CUSTOMER-RECORD
                           IF WS-CUST-FILE-STATUS = "00"
                               ADD 1 TO WS-PKR-DONE-COUNT
                           ELSE
                               ADD 1 TO WS-PKR-ERROR-COUNT
                           END-IF
                           MOVE "00" TO WS-CUST-FILE-STATUS
                       END-IF
                   END-IF
                   MOVE CUST-USER-ID TO WS-PKR-RESUME-KEY
                   IF FUNCTION MOD(WS-PKR-READ-COUNT,
                           WS-CKPT-CHECKPOINT-EVERY) = 0
                       PERFORM 8796-WRITE-PKR-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS.

      ******************************************************************
      * 8793 - ROTATE ACCOUNTS
      * Journaled like any other account rewrite, so a forward
      * recovery over an older backup lands the resealed PIN.
      ******************************************************************
       8793-ROTATE-ACCOUNTS.
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming accounts after " WS-PKR-RESUME-ID
               MOVE WS-PKR-RESUME-ID TO ACCT-ID
               START ACCOUNT-FILE KEY > ACCT-ID
                   INVALID KEY CONTINUE
               END-START
           ELSE
               MOVE ZEROS TO ACCT-ID
               START ACCOUNT-FILE KEY >= ACCT-ID
                   INVALID KEY CONTINUE
               END-START
           END-IF

           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   ADD 1 TO WS-PKR-READ-COUNT
                   MOVE ZEROS TO WS-PKR-REC-VER
                   IF ACCT-PIN-KEY-VER IS NUMERIC
                       MOVE ACCT-PIN-KEY-VER TO WS-PKR-REC-VER
                   END-IF
                   IF WS-PKR-REC-VER NOT = WS-PKR-TARGET-VER
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
                       PERFORM 8788-OPEN-ACCOUNT-PIN
                       IF PCR-NO-KEY
                           DISPLAY "  No key version " WS-PKR-REC-VER
                                   " for account " ACCT-ID
                           ADD 1 TO WS-PKR-ERROR-COUNT
                       ELSE
                           MOVE WS-PII-PIN TO ACCT-PIN
                           PERFORM 8787-SEAL-ACCOUNT-PIN
                           REWRITE ACCOUNT-RECORD
                           IF WS-ACCT-FILE-STATUS = "00"
                               ADD 1 TO WS-PKR-DONE-COUNT
                               MOVE "R" TO WS-JRNL-OPERATION
                               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
                           ELSE
                               ADD 1 TO WS-PKR-ERROR-COUNT
                           END-IF
                           MOVE "00" TO WS-ACCT-FILE-STATUS
                       END-IF
                   END-IF
                   MOVE ACCT-ID TO WS-PKR-RESUME-ID
                   IF FUNCTION MOD(WS-PKR-READ-COUNT,
                           WS-CKPT-CHECKPOINT-EVERY) = 0
                       PERFORM 8796-WRITE-PKR-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS.

      ******************************************************************
      * 8794 - ROTATE CARDS
      ******************************************************************
       8794-ROTATE-CARDS.
           IF WS-CKPT-RESUMING
               DISPLAY "Resuming cards after " WS-PKR-RESUME-ID
               MOVE WS-PKR-RESUME-ID TO CARD-NUMBER
               START CARD-FILE KEY > CARD-NUMBER
                   INVALID KEY CONTINUE
               END-START
           ELSE
               MOVE LOW-VALUES TO CARD-NUMBER
               START CARD-FILE KEY >= CARD-NUMBER
                   INVALID KEY CONTINUE
               END-START
           END-IF

           PERFORM UNTIL WS-CARD-FILE-STATUS NOT = "00"
               READ CARD-FILE NEXT RECORD
               IF WS-CARD-FILE-STATUS = "00"
                   ADD 1 TO WS-PKR-READ-COUNT
                   MOVE ZEROS TO WS-PKR-REC-VER
                   IF CARD-PIN-KEY-VER IS NUMERIC
                       MOVE CARD-PIN-KEY-VER TO WS-PKR-REC-VER
                   END-IF
                   IF WS-PKR-REC-VER NOT = WS-PKR-TARGET-VER
                       PERFORM 8790-OPEN-CARD-PIN
                       IF PCR-NO-KEY
                           DISPLAY "  No key version " WS-PKR-REC-VER
                                   " for card " CARD-NUMBER
                           ADD 1 TO WS-PKR-ERROR-COUNT
                       ELSE
                           MOVE WS-PII-PIN TO CARD-PIN
                           PERFORM 8789-SEAL-CARD-PIN
                           REWRITE CARD-RECORD
                           IF WS-CARD-FILE-STATUS = "00"
                               ADD 1 TO WS-PKR-DONE-COUNT
                           ELSE
                               ADD 1 TO WS-PKR-ERROR-COUNT
                           END-IF
                           MOVE "00" TO WS-CARD-FILE-STATUS
                       END-IF
                   END-IF
                   MOVE CARD-NUMBER TO WS-PKR-RESUME-ID
                   IF FUNCTION MOD(WS-PKR-READ-COUNT,
                           WS-CKPT-CHECKPOINT-EVERY) = 0
                       PERFORM 8796-WRITE-PKR-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CARD-FILE-STATUS.

      ******************************************************************
      * 8795 - LOAD KEY ROTATION CHECKPOINT
      ******************************************************************
       8795-LOAD-PKR-CHECKPOINT.
           SET WS-CKPT-NOT-RESUMING TO TRUE
           SET WS-PKR-PHASE-CUST TO TRUE
           MOVE SPACES TO WS-PKR-RESUME-KEY
           MOVE ZEROS TO WS-PKR-RESUME-ID
           MOVE "PIIKEYRT" TO CKPT-JOB-NAME
           READ BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
               SET WS-CKPT-RESUMING TO TRUE
               MOVE CKPT-PHASE TO WS-PKR-PHASE
               MOVE CKPT-RESUME-KEY TO WS-PKR-RESUME-KEY
               MOVE CKPT-LAST-ACCT-ID TO WS-PKR-RESUME-ID
               MOVE CKPT-ACCOUNTS-DONE TO WS-PKR-READ-COUNT
               IF NOT WS-PKR-PHASE-ACCT
                   AND NOT WS-PKR-PHASE-CARD
                   SET WS-PKR-PHASE-CUST TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 8796 - WRITE KEY ROTATION CHECKPOINT
      * The customer phase keeps its place in CKPT-RESUME-KEY; the
      * account and card phases in CKPT-LAST-ACCT-ID.
      ******************************************************************
       8796-WRITE-PKR-CHECKPOINT.
           MOVE "PIIKEYRT" TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE WS-PKR-PHASE TO CKPT-PHASE
           MOVE WS-PKR-RESUME-KEY TO CKPT-RESUME-KEY
           MOVE WS-PKR-RESUME-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-PKR-READ-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-IN-PROGRESS TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF.

      ******************************************************************
      * 8797 - COMPLETE KEY ROTATION CHECKPOINT
      ******************************************************************
       8797-COMPLETE-PKR-CHECKPOINT.
           MOVE "PIIKEYRT" TO CKPT-JOB-NAME
           MOVE WS-ACCEPT-DATE TO CKPT-RUN-DATE
           MOVE WS-PKR-PHASE TO CKPT-PHASE
           MOVE WS-PKR-RESUME-KEY TO CKPT-RESUME-KEY
           MOVE WS-PKR-RESUME-ID TO CKPT-LAST-ACCT-ID
           MOVE WS-PKR-READ-COUNT TO CKPT-ACCOUNTS-DONE
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE BATCH-CHECKPOINT-FILE.

      ******************************************************************
      * 8800 - MAINTAIN PROPOSED RATES AND FEES
      * SUPERVISOR-only entry of the rate and fee change Finance
      * wants priced before it goes live. The proposal only ever
      * feeds the pro-forma simulation (8810); keying it into the
      * rate table (5270) or fee schedule (5280) is what makes it
      * real, after which the proposal is cleared.
      ******************************************************************
       8800-MAINTAIN-PROPOSALS.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Only a SUPERVISOR may maintain proposed "
                       "rates and fees."
               GO TO 8800-PROP-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== PROPOSED RATES AND FEES ==="
           PERFORM 8801-LIST-PROPOSALS

           DISPLAY " "
           DISPLAY "R=Rate row  F=Fee row  D=Delete a row  "
                   "C=Clear the proposal"
           DISPLAY "Choice (blank to quit): " WITH NO ADVANCING
           ACCEPT WS-SIM-INPUT-CHOICE FROM CONSOLE
           EVALUATE WS-SIM-INPUT-CHOICE
               WHEN "R"
                   PERFORM 8802-KEY-PROPOSED-RATE
                       THRU 8802-RATE-EXIT
               WHEN "F"
                   PERFORM 8803-KEY-PROPOSED-FEE
                       THRU 8803-FEE-EXIT
               WHEN "D"
                   PERFORM 8804-DELETE-PROPOSED-ROW
                       THRU 8804-DELETE-EXIT
               WHEN "C"
                   PERFORM 8806-CLEAR-PROPOSAL
                       THRU 8806-CLEAR-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8800-PROP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8801 - LIST THE PROPOSAL
      ******************************************************************
       8801-LIST-PROPOSALS.
           DISPLAY " "
           DISPLAY "Proposed rate rows (product tier rate limit):"
           MOVE ZEROS TO WS-RATE-DSP-COUNT
           MOVE LOW-VALUES TO RTPR-KEY
           START PROPOSED-RATE-FILE KEY >= RTPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RTPR-FILE-STATUS NOT = "00"
               READ PROPOSED-RATE-FILE NEXT RECORD
               IF WS-RTPR-FILE-STATUS = "00"
                   ADD 1 TO WS-RATE-DSP-COUNT
                   DISPLAY "  " RTPR-PRODUCT " " RTPR-TIER
                           " " RTPR-PCT "% " RTPR-TIER-LIMIT
                           " by " RTPR-SET-BY
               END-IF
           END-PERFORM
           IF WS-RATE-DSP-COUNT = ZEROS
               DISPLAY "  (none - rates in force are used)"
           END-IF
           MOVE "00" TO WS-RTPR-FILE-STATUS

           DISPLAY "Proposed fee rows (code product amount waivers):"
           MOVE ZEROS TO WS-FEE-DSP-COUNT
           MOVE LOW-VALUES TO FEPR-KEY
           START PROPOSED-FEE-FILE KEY >= FEPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-FEPR-FILE-STATUS NOT = "00"
               READ PROPOSED-FEE-FILE NEXT RECORD
               IF WS-FEPR-FILE-STATUS = "00"
                   ADD 1 TO WS-FEE-DSP-COUNT
                   MOVE FEPR-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  " FEPR-CODE " " FEPR-PRODUCT
                           " $" WS-DSP-AMOUNT
                           " MinBalWaiver " FEPR-WAIVE-MIN-BALANCE
                           " DDWaiver " FEPR-WAIVE-DIRECT-DEP
               END-IF
           END-PERFORM
           IF WS-FEE-DSP-COUNT = ZEROS
               DISPLAY "  (none - the live fee schedule is used)"
           END-IF
           MOVE "00" TO WS-FEPR-FILE-STATUS.

      ******************************************************************
      * 8802 - KEY A PROPOSED RATE ROW
      * Replaces any proposed row for the same product and tier.
      ******************************************************************
       8802-KEY-PROPOSED-RATE.
           DISPLAY "Product Rate Plan (CH/SA/CC/...): "
               WITH NO ADVANCING
           ACCEPT WS-RATE-INPUT-PRODUCT FROM CONSOLE
           DISPLAY "Tier (1-3): " WITH NO ADVANCING
           ACCEPT WS-RATE-INPUT-TIER FROM CONSOLE
           IF WS-RATE-INPUT-PRODUCT = SPACES
               OR WS-RATE-INPUT-TIER NOT NUMERIC
               OR WS-RATE-INPUT-TIER < "1"
               OR WS-RATE-INPUT-TIER > "3"
               DISPLAY "A product and a tier of 1, 2 or 3 are "
                       "required."
               GO TO 8802-RATE-EXIT
           END-IF
           DISPLAY "Proposed Annual Rate %: " WITH NO ADVANCING
           ACCEPT WS-RATE-INPUT-PCT FROM CONSOLE
           DISPLAY "Tier Upper Limit (0 keeps the current limit): "
               WITH NO ADVANCING
           ACCEPT WS-RATE-INPUT-LIMIT FROM CONSOLE

           MOVE WS-RATE-INPUT-PRODUCT TO RTPR-PRODUCT
           MOVE WS-RATE-INPUT-TIER TO RTPR-TIER
           COMPUTE RTPR-PCT = FUNCTION NUMVAL(WS-RATE-INPUT-PCT)
           COMPUTE RTPR-TIER-LIMIT =
               FUNCTION NUMVAL(WS-RATE-INPUT-LIMIT)
           MOVE LS-CURRENT-USER TO RTPR-SET-BY
           MOVE WS-BUSINESS-DATE TO RTPR-SET-DATE
           WRITE PROPOSED-RATE-RECORD
           IF WS-RTPR-FILE-STATUS = "00"
               DISPLAY "Proposed rate saved."
           ELSE
               REWRITE PROPOSED-RATE-RECORD
               DISPLAY "Proposed rate replaced."
           END-IF

           MOVE "RATE_PROPOSAL_CHANGE" TO WS-AUDIT-ACTION
           STRING "Product=" RTPR-PRODUCT
                  " Tier=" RTPR-TIER
                  " Rate=" WS-RATE-INPUT-PCT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8802-RATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8803 - KEY A PROPOSED FEE ROW
      * Same fields as the live schedule row (5280), replacing any
      * proposed row for the same fee code and product.
      ******************************************************************
       8803-KEY-PROPOSED-FEE.
           DISPLAY "Fee Code (MNT /NSF /ITEM): " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-CODE FROM CONSOLE
           DISPLAY "Product Type (CH/SA/CO/...): " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-PRODUCT FROM CONSOLE
           IF WS-FEE-INPUT-CODE = SPACES
               OR WS-FEE-INPUT-PRODUCT = SPACES
               DISPLAY "A fee code and product are required."
               GO TO 8803-FEE-EXIT
           END-IF
           DISPLAY "Proposed Fee Amount: " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-AMOUNT FROM CONSOLE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-DESC FROM CONSOLE
           DISPLAY "Waive when balance at least (0 for never): "
               WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-MINBAL FROM CONSOLE
           DISPLAY "Waive when direct deposit present (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-FEE-INPUT-DDWAIVE FROM CONSOLE

           MOVE WS-FEE-INPUT-CODE TO FEPR-CODE
           MOVE WS-FEE-INPUT-PRODUCT TO FEPR-PRODUCT
           COMPUTE FEPR-AMOUNT = FUNCTION NUMVAL(WS-FEE-INPUT-AMOUNT)
           MOVE WS-FEE-INPUT-DESC TO FEPR-DESCRIPTION
           COMPUTE FEPR-WAIVE-MIN-BALANCE =
               FUNCTION NUMVAL(WS-FEE-INPUT-MINBAL)
           MOVE WS-FEE-INPUT-DDWAIVE TO FEPR-WAIVE-DIRECT-DEP
           MOVE LS-CURRENT-USER TO FEPR-SET-BY
           MOVE WS-BUSINESS-DATE TO FEPR-SET-DATE
           WRITE PROPOSED-FEE-RECORD
           IF WS-FEPR-FILE-STATUS = "00"
               DISPLAY "Proposed fee saved."
           ELSE
               REWRITE PROPOSED-FEE-RECORD
               DISPLAY "Proposed fee replaced."
           END-IF

           MOVE "FEE_PROPOSAL_CHANGE" TO WS-AUDIT-ACTION
           STRING "Code=" FEPR-CODE
                  " Product=" FEPR-PRODUCT
                  " Amount=" WS-FEE-INPUT-AMOUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8803-FEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8804 - DELETE ONE PROPOSED ROW
      ******************************************************************
       8804-DELETE-PROPOSED-ROW.
           DISPLAY "Delete a (R)ate row or a (F)ee row: "
               WITH NO ADVANCING
           ACCEPT WS-SIM-INPUT-CHOICE FROM CONSOLE
           EVALUATE WS-SIM-INPUT-CHOICE
               WHEN "R"
                   DISPLAY "Product Rate Plan: " WITH NO ADVANCING
                   ACCEPT WS-RATE-INPUT-PRODUCT FROM CONSOLE
                   DISPLAY "Tier (1-3): " WITH NO ADVANCING
                   ACCEPT WS-RATE-INPUT-TIER FROM CONSOLE
                   IF WS-RATE-INPUT-TIER NOT NUMERIC
                       DISPLAY "Tier must be 1, 2 or 3."
                       GO TO 8804-DELETE-EXIT
                   END-IF
                   MOVE WS-RATE-INPUT-PRODUCT TO RTPR-PRODUCT
                   MOVE WS-RATE-INPUT-TIER TO RTPR-TIER
                   DELETE PROPOSED-RATE-FILE
                   IF WS-RTPR-FILE-STATUS NOT = "00"
                       DISPLAY "No proposed rate row for that "
                               "product and tier."
                       GO TO 8804-DELETE-EXIT
                   END-IF
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "Rate Product=" RTPR-PRODUCT
                          " Tier=" RTPR-TIER
                          " By=" LS-CURRENT-USER
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
               WHEN "F"
                   DISPLAY "Fee Code: " WITH NO ADVANCING
                   ACCEPT WS-FEE-INPUT-CODE FROM CONSOLE
                   DISPLAY "Product Type: " WITH NO ADVANCING
                   ACCEPT WS-FEE-INPUT-PRODUCT FROM CONSOLE
                   MOVE WS-FEE-INPUT-CODE TO FEPR-CODE
                   MOVE WS-FEE-INPUT-PRODUCT TO FEPR-PRODUCT
                   DELETE PROPOSED-FEE-FILE
                   IF WS-FEPR-FILE-STATUS NOT = "00"
                       DISPLAY "No proposed fee row for that code "
                               "and product."
                       GO TO 8804-DELETE-EXIT
                   END-IF
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "Fee Code=" FEPR-CODE
                          " Product=" FEPR-PRODUCT
                          " By=" LS-CURRENT-USER
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
               WHEN OTHER
                   GO TO 8804-DELETE-EXIT
           END-EVALUATE
           DISPLAY "Proposed row deleted."
           MOVE "PROPOSAL_ROW_DELETED" TO WS-AUDIT-ACTION
           PERFORM 9200-WRITE-AUDIT-LOG.

       8804-DELETE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8806 - CLEAR THE PROPOSAL
      * Once the change has gone live, or been dropped, the proposed
      * rows are removed so the next proposal starts clean.
      ******************************************************************
       8806-CLEAR-PROPOSAL.
           DISPLAY "Remove every proposed rate and fee row (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-SIM-INPUT-CHOICE FROM CONSOLE
           IF WS-SIM-INPUT-CHOICE NOT = "Y"
               GO TO 8806-CLEAR-EXIT
           END-IF

           MOVE ZEROS TO WS-RATE-DSP-COUNT
           MOVE LOW-VALUES TO RTPR-KEY
           START PROPOSED-RATE-FILE KEY >= RTPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RTPR-FILE-STATUS NOT = "00"
               READ PROPOSED-RATE-FILE NEXT RECORD
               IF WS-RTPR-FILE-STATUS = "00"
                   DELETE PROPOSED-RATE-FILE
                   ADD 1 TO WS-RATE-DSP-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RTPR-FILE-STATUS

           MOVE ZEROS TO WS-FEE-DSP-COUNT
           MOVE LOW-VALUES TO FEPR-KEY
           START PROPOSED-FEE-FILE KEY >= FEPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-FEPR-FILE-STATUS NOT = "00"
               READ PROPOSED-FEE-FILE NEXT RECORD
               IF WS-FEPR-FILE-STATUS = "00"
                   DELETE PROPOSED-FEE-FILE
                   ADD 1 TO WS-FEE-DSP-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-FEPR-FILE-STATUS

           DISPLAY "Removed " WS-RATE-DSP-COUNT " rate and "
                   WS-FEE-DSP-COUNT " fee rows."
           MOVE "PROPOSAL_CLEARED" TO WS-AUDIT-ACTION
           STRING "Rates=" WS-RATE-DSP-COUNT
                  " Fees=" WS-FEE-DSP-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8806-CLEAR-EXIT.
           CONTINUE.

      ******************************************************************
      * 8807 - COUNT THE PROPOSED ROWS
      ******************************************************************
       8807-COUNT-PROPOSED-ROWS.
           MOVE ZEROS TO WS-SIM-PROP-RATE-COUNT
           MOVE LOW-VALUES TO RTPR-KEY
           START PROPOSED-RATE-FILE KEY >= RTPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RTPR-FILE-STATUS NOT = "00"
               READ PROPOSED-RATE-FILE NEXT RECORD
               IF WS-RTPR-FILE-STATUS = "00"
                   ADD 1 TO WS-SIM-PROP-RATE-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RTPR-FILE-STATUS

           MOVE ZEROS TO WS-SIM-PROP-FEE-COUNT
           MOVE LOW-VALUES TO FEPR-KEY
           START PROPOSED-FEE-FILE KEY >= FEPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-FEPR-FILE-STATUS NOT = "00"
               READ PROPOSED-FEE-FILE NEXT RECORD
               IF WS-FEPR-FILE-STATUS = "00"
                   ADD 1 TO WS-SIM-PROP-FEE-COUNT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-FEPR-FILE-STATUS.

      ******************************************************************
      * 8808 - PRO-FORMA SIMULATION FROM THE MENU
      ******************************************************************
       8808-PROFORMA-MENU.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Pro-forma simulation is restricted to "
                       "SUPERVISOR."
               GO TO 8808-PFM-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Simulate which month-end job:"
           DISPLAY "  I. Month-End Interest Posting"
           DISPLAY "  F. Monthly Fee Assessment"
           DISPLAY "  C. Credit Card Billing Cycle"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-SIM-JOB FROM CONSOLE
           PERFORM 8810-PROFORMA-SIMULATION
               THRU 8810-SIM-EXIT.

       8808-PFM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8810 - PRO-FORMA MONTH-END SIMULATION
      * Runs the month-end interest posting (7355), fee assessment
      * (7665) or credit card billing cycle (7640) - WS-SIM-JOB says
      * which - over the live account file twice over: once with the
      * rates and fees in force and once with the proposal keyed in
      * 8800. Nothing is posted. Every posting the job would make is
      * written to a dated pro-forma file with both amounts, and a
      * report compares current and proposed totals by product and
      * by branch and lists the customers the proposal moves most.
      * The account, transaction and notification queue files are
      * reopened for input for the length of the run, so even a
      * shared paragraph that tried to post could not; the journal
      * and notification writers stand down on WS-SIM-ACTIVE as
      * well. The run is audited but never logged to RUNLOG, so it
      * neither counts as nor gets in the way of the real job.
      ******************************************************************
       8810-PROFORMA-SIMULATION.
           DISPLAY " "
           DISPLAY "=== PRO-FORMA MONTH-END SIMULATION ==="
           EVALUATE TRUE
               WHEN WS-SIM-INTEREST
                   MOVE "INTPOST" TO WS-SIM-JOB-NAME
               WHEN WS-SIM-FEES
                   MOVE "FEEASSES" TO WS-SIM-JOB-NAME
               WHEN WS-SIM-CREDIT
                   MOVE "CCCYCLE" TO WS-SIM-JOB-NAME
               WHEN OTHER
                   DISPLAY "Choose I, F or C."
                   GO TO 8810-SIM-EXIT
           END-EVALUATE

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-SIM-TODAY
           MOVE WS-ACCEPT-TIME(1:6) TO WS-SIM-NOW

           PERFORM 8807-COUNT-PROPOSED-ROWS
           IF (WS-SIM-FEES AND WS-SIM-PROP-FEE-COUNT = ZEROS)
               OR (NOT WS-SIM-FEES
                   AND WS-SIM-PROP-RATE-COUNT = ZEROS)
               DISPLAY "No proposal on file for this job - the "
                       "proposed amounts will equal current."
           END-IF

           MOVE SPACES TO WS-PFRM-PATH
           STRING "/tmp/altoro_proforma_" DELIMITED SIZE
                  WS-SIM-JOB-NAME DELIMITED SPACE
                  "_" WS-SIM-TODAY "_" WS-SIM-NOW ".dat"
                  DELIMITED SIZE INTO WS-PFRM-PATH
           OPEN OUTPUT PROFORMA-FILE
           IF WS-PFRM-STATUS NOT = "00"
               DISPLAY "Unable to open pro-forma file, status "
                       WS-PFRM-STATUS
               GO TO 8810-SIM-EXIT
           END-IF
           MOVE SPACES TO WS-PFCU-PATH
           STRING "/tmp/altoro_proforma_cust_" DELIMITED SIZE
                  WS-SIM-JOB-NAME DELIMITED SPACE
                  "_" WS-SIM-TODAY "_" WS-SIM-NOW ".idx"
                  DELIMITED SIZE INTO WS-PFCU-PATH
           OPEN OUTPUT PROFORMA-CUST-FILE
           CLOSE PROFORMA-CUST-FILE
           OPEN I-O PROFORMA-CUST-FILE
           IF WS-PFCU-STATUS NOT = "00"
               DISPLAY "Unable to open pro-forma customer file, "
                       "status " WS-PFCU-STATUS
               CLOSE PROFORMA-FILE
               GO TO 8810-SIM-EXIT
           END-IF

           MOVE ZEROS TO WS-SIM-ACCT-COUNT
           MOVE ZEROS TO WS-SIM-POSTING-COUNT
           MOVE ZEROS TO WS-SIM-CHANGED-COUNT
           MOVE ZEROS TO WS-SIM-TOTAL-CUR
           MOVE ZEROS TO WS-SIM-TOTAL-PROP
           MOVE ZEROS TO WS-SIM-PROD-MAX
           MOVE ZEROS TO WS-SIM-BR-MAX
           MOVE ZEROS TO WS-SIM-TOP-COUNT
           MOVE ZEROS TO WS-SIM-CUST-COUNT

      * The fee job's direct-deposit month and the card cycle's
      * window, set the way the real jobs set them
           MOVE WS-ACCEPT-DATE(1:6) TO WS-FEE-MONTH
           COMPUTE WS-CC-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
               - WS-CC-CYCLE-DAYS
           COMPUTE WS-CC-CYCLE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CC-CYCLE-START-INT)
           MOVE WS-CC-CYCLE-START-NUM TO WS-CC-CYCLE-START-DATE

           PERFORM 8812-ENTER-SIMULATION

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE ACCT-ID TO WS-SIM-WORK-ACCT-ID
                   EVALUATE TRUE
                       WHEN WS-SIM-INTEREST
                           PERFORM 8820-PROJECT-INTEREST
                               THRU 8820-PROJ-EXIT
                       WHEN WS-SIM-FEES
                           PERFORM 8825-PROJECT-FEE
                               THRU 8825-PROJ-EXIT
                       WHEN OTHER
                           PERFORM 8830-PROJECT-CREDIT-CYCLE
                               THRU 8830-PROJ-EXIT
                   END-EVALUATE
                   MOVE WS-SIM-WORK-ACCT-ID TO ACCT-ID
                   READ ACCOUNT-FILE
               END-IF
           END-PERFORM

           CLOSE PROFORMA-FILE

      * Rank the customers on their net change once every account
      * has been projected
           MOVE LOW-VALUES TO PFCU-CUST-ID
           START PROFORMA-CUST-FILE KEY >= PFCU-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PFCU-STATUS NOT = "00"
               READ PROFORMA-CUST-FILE NEXT RECORD
               IF WS-PFCU-STATUS = "00"
                   ADD 1 TO WS-SIM-CUST-COUNT
                   IF PFCU-DIFFERENCE NOT = ZEROS
                       PERFORM 8819-RANK-AFFECTED
                           THRU 8819-RANK-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROFORMA-CUST-FILE

           PERFORM 8840-WRITE-PROFORMA-REPORT
               THRU 8840-WRITE-EXIT
           PERFORM 8813-LEAVE-SIMULATION

           DISPLAY "Accounts projected: " WS-SIM-ACCT-COUNT
           DISPLAY "Postings projected: " WS-SIM-POSTING-COUNT
                   "  Changed by proposal: " WS-SIM-CHANGED-COUNT
           DISPLAY "Customers changed:  " WS-SIM-CUST-COUNT
           MOVE WS-SIM-TOTAL-CUR TO WS-DSP-AMOUNT
           DISPLAY "Current total:  $" WS-DSP-AMOUNT
           MOVE WS-SIM-TOTAL-PROP TO WS-DSP-AMOUNT
           DISPLAY "Proposed total: $" WS-DSP-AMOUNT
           DISPLAY "Pro-forma file: " FUNCTION TRIM(WS-PFRM-PATH)
           DISPLAY "Report: " FUNCTION TRIM(WS-PFRM-RPT-PATH)

           MOVE "PROFORMA_SIM" TO WS-AUDIT-ACTION
           STRING "Job=" WS-SIM-JOB-NAME
                  " Postings=" WS-SIM-POSTING-COUNT
                  " Changed=" WS-SIM-CHANGED-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8810-SIM-EXIT.
           CONTINUE.

      ******************************************************************
      * 8812 - ENTER SIMULATION MODE
      ******************************************************************
       8812-ENTER-SIMULATION.
           SET WS-SIM-ACTIVE TO TRUE
           SET WS-SIM-USE-CURRENT TO TRUE
           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE
           CLOSE NOTIFY-QUEUE-FILE
           OPEN INPUT NOTIFY-QUEUE-FILE.

      ******************************************************************
      * 8813 - LEAVE SIMULATION MODE
      ******************************************************************
       8813-LEAVE-SIMULATION.
           CLOSE ACCOUNT-FILE
           OPEN I-O ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           OPEN I-O TRANSACTION-FILE
           CLOSE NOTIFY-QUEUE-FILE
           OPEN I-O NOTIFY-QUEUE-FILE
           SET WS-SIM-USE-CURRENT TO TRUE
           SET WS-SIM-INACTIVE TO TRUE.

      ******************************************************************
      * 8815 - RECORD ONE PROJECTED POSTING
      * WS-SIM-POST-TYPE, WS-SIM-CUR-AMT and WS-SIM-PROP-AMT are set
      * and ACCOUNT-RECORD is the account. Writes the pro-forma row
      * and rolls it into the product, branch and most-affected
      * tallies. A product-master account reports under its product
      * code, anything else under its account type.
      ******************************************************************
       8815-RECORD-PROJECTION.
           MOVE ACCT-TYPE TO WS-SIM-PRODUCT
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO WS-SIM-PRODUCT
           END-IF
           COMPUTE WS-SIM-DIFF = WS-SIM-PROP-AMT - WS-SIM-CUR-AMT

           MOVE SPACES TO PROFORMA-RECORD
           MOVE WS-SIM-JOB-NAME TO PFRM-JOB-NAME
           MOVE WS-SIM-TODAY TO PFRM-RUN-DATE
           MOVE WS-SIM-NOW TO PFRM-RUN-TIME
           MOVE ACCT-ID TO PFRM-ACCT-ID
           MOVE ACCT-OWNER-ID TO PFRM-CUST-ID
           MOVE WS-SIM-PRODUCT TO PFRM-PRODUCT
           MOVE ACCT-BRANCH-CODE TO PFRM-BRANCH
           MOVE WS-SIM-POST-TYPE TO PFRM-POST-TYPE
           MOVE WS-SIM-CUR-AMT TO PFRM-CURRENT-AMT
           MOVE WS-SIM-PROP-AMT TO PFRM-PROPOSED-AMT
           MOVE WS-SIM-DIFF TO PFRM-DIFFERENCE
           WRITE PROFORMA-RECORD

           ADD 1 TO WS-SIM-POSTING-COUNT
           ADD WS-SIM-CUR-AMT TO WS-SIM-TOTAL-CUR
           ADD WS-SIM-PROP-AMT TO WS-SIM-TOTAL-PROP
           PERFORM 8816-TALLY-PRODUCT
               THRU 8816-TALLY-EXIT
           PERFORM 8817-TALLY-BRANCH
               THRU 8817-TALLY-EXIT
           IF WS-SIM-DIFF NOT = ZEROS
               ADD 1 TO WS-SIM-CHANGED-COUNT
               PERFORM 8818-TALLY-CUSTOMER
           END-IF.

      ******************************************************************
      * 8816 - TALLY BY PRODUCT
      ******************************************************************
       8816-TALLY-PRODUCT.
           PERFORM VARYING WS-SIM-PROD-IDX FROM 1 BY 1
               UNTIL WS-SIM-PROD-IDX > WS-SIM-PROD-MAX
               OR WS-SIM-PROD-CODE(WS-SIM-PROD-IDX) = WS-SIM-PRODUCT
               CONTINUE
           END-PERFORM
           IF WS-SIM-PROD-IDX > WS-SIM-PROD-MAX
               IF WS-SIM-PROD-MAX < 50
                   ADD 1 TO WS-SIM-PROD-MAX
                   MOVE WS-SIM-PROD-MAX TO WS-SIM-PROD-IDX
                   MOVE WS-SIM-PRODUCT
                       TO WS-SIM-PROD-CODE(WS-SIM-PROD-IDX)
                   MOVE ZEROS TO WS-SIM-PROD-COUNT(WS-SIM-PROD-IDX)
                   MOVE ZEROS TO WS-SIM-PROD-CUR(WS-SIM-PROD-IDX)
                   MOVE ZEROS TO WS-SIM-PROD-PROP(WS-SIM-PROD-IDX)
               ELSE
                   GO TO 8816-TALLY-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SIM-PROD-COUNT(WS-SIM-PROD-IDX)
           ADD WS-SIM-CUR-AMT TO WS-SIM-PROD-CUR(WS-SIM-PROD-IDX)
           ADD WS-SIM-PROP-AMT TO WS-SIM-PROD-PROP(WS-SIM-PROD-IDX).

       8816-TALLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8817 - TALLY BY BRANCH
      ******************************************************************
       8817-TALLY-BRANCH.
           PERFORM VARYING WS-SIM-BR-IDX FROM 1 BY 1
               UNTIL WS-SIM-BR-IDX > WS-SIM-BR-MAX
               OR WS-SIM-BR-CODE(WS-SIM-BR-IDX) = ACCT-BRANCH-CODE
               CONTINUE
           END-PERFORM
           IF WS-SIM-BR-IDX > WS-SIM-BR-MAX
               IF WS-SIM-BR-MAX < 50
                   ADD 1 TO WS-SIM-BR-MAX
                   MOVE WS-SIM-BR-MAX TO WS-SIM-BR-IDX
                   MOVE ACCT-BRANCH-CODE
                       TO WS-SIM-BR-CODE(WS-SIM-BR-IDX)
                   MOVE ZEROS TO WS-SIM-BR-COUNT(WS-SIM-BR-IDX)
                   MOVE ZEROS TO WS-SIM-BR-CUR(WS-SIM-BR-IDX)
                   MOVE ZEROS TO WS-SIM-BR-PROP(WS-SIM-BR-IDX)
               ELSE
                   GO TO 8817-TALLY-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SIM-BR-COUNT(WS-SIM-BR-IDX)
           ADD WS-SIM-CUR-AMT TO WS-SIM-BR-CUR(WS-SIM-BR-IDX)
           ADD WS-SIM-PROP-AMT TO WS-SIM-BR-PROP(WS-SIM-BR-IDX).

       8817-TALLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8818 - TALLY A CHANGED POSTING TO ITS CUSTOMER
      * Nets the change into the owner's PROFORMA-CUST-FILE row,
      * counting each account once - an account's postings are all
      * projected before the next account is read.
      ******************************************************************
       8818-TALLY-CUSTOMER.
           MOVE ACCT-OWNER-ID TO PFCU-CUST-ID
           READ PROFORMA-CUST-FILE
           IF WS-PFCU-STATUS NOT = "00"
               MOVE ACCT-OWNER-ID TO PFCU-CUST-ID
               MOVE ZEROS TO PFCU-LAST-ACCT
               MOVE ZEROS TO PFCU-ACCT-COUNT
               MOVE ZEROS TO PFCU-CURRENT-AMT
               MOVE ZEROS TO PFCU-PROPOSED-AMT
               MOVE ZEROS TO PFCU-DIFFERENCE
               WRITE PROFORMA-CUST-RECORD
           END-IF
           IF PFCU-LAST-ACCT NOT = ACCT-ID
               MOVE ACCT-ID TO PFCU-LAST-ACCT
               ADD 1 TO PFCU-ACCT-COUNT
           END-IF
           ADD WS-SIM-CUR-AMT TO PFCU-CURRENT-AMT
           ADD WS-SIM-PROP-AMT TO PFCU-PROPOSED-AMT
           ADD WS-SIM-DIFF TO PFCU-DIFFERENCE
           REWRITE PROFORMA-CUST-RECORD.

      ******************************************************************
      * 8819 - RANK A CUSTOMER AMONG THE MOST AFFECTED
      * PROFORMA-CUST-RECORD is the customer. Keeps the
      * WS-SIM-TOP-MAX largest net changes either way, in descending
      * order of size: finds the slot, shifts the smaller ones down
      * (the smallest drops off a full table) and drops the customer
      * in.
      ******************************************************************
       8819-RANK-AFFECTED.
           IF PFCU-DIFFERENCE < ZEROS
               COMPUTE WS-SIM-ABS-DIFF = PFCU-DIFFERENCE * -1
           ELSE
               MOVE PFCU-DIFFERENCE TO WS-SIM-ABS-DIFF
           END-IF
           IF WS-SIM-TOP-COUNT = WS-SIM-TOP-MAX
               AND WS-SIM-ABS-DIFF NOT >
                   WS-SIM-TOP-ABS(WS-SIM-TOP-MAX)
               GO TO 8819-RANK-EXIT
           END-IF

           PERFORM VARYING WS-SIM-TOP-POS FROM 1 BY 1
               UNTIL WS-SIM-TOP-POS > WS-SIM-TOP-COUNT
               OR WS-SIM-ABS-DIFF > WS-SIM-TOP-ABS(WS-SIM-TOP-POS)
               CONTINUE
           END-PERFORM
           IF WS-SIM-TOP-COUNT < WS-SIM-TOP-MAX
               ADD 1 TO WS-SIM-TOP-COUNT
           END-IF
           PERFORM VARYING WS-SIM-TOP-IDX FROM WS-SIM-TOP-COUNT BY -1
               UNTIL WS-SIM-TOP-IDX NOT > WS-SIM-TOP-POS
               MOVE WS-SIM-TOP-ENTRY(WS-SIM-TOP-IDX - 1)
                   TO WS-SIM-TOP-ENTRY(WS-SIM-TOP-IDX)
           END-PERFORM

           MOVE PFCU-CUST-ID TO WS-SIM-TOP-CUST(WS-SIM-TOP-POS)
           MOVE PFCU-ACCT-COUNT TO WS-SIM-TOP-ACCTS(WS-SIM-TOP-POS)
           MOVE PFCU-CURRENT-AMT TO WS-SIM-TOP-CUR(WS-SIM-TOP-POS)
           MOVE PFCU-PROPOSED-AMT TO WS-SIM-TOP-PROP(WS-SIM-TOP-POS)
           MOVE PFCU-DIFFERENCE TO WS-SIM-TOP-DIFF(WS-SIM-TOP-POS)
           MOVE WS-SIM-ABS-DIFF TO WS-SIM-TOP-ABS(WS-SIM-TOP-POS).

       8819-RANK-EXIT.
           CONTINUE.

      ******************************************************************
      * 8820 - PROJECT ONE ACCOUNT'S MONTH-END INTEREST
      * The same accounts 7355 posts. Under current rates the posting
      * is the accrual bucket as it stands. The bucket was built a
      * night at a time at the rates in force, so the proposed
      * posting re-prices the month so far: the bucket plus the
      * month-to-date interest on today's balance at the proposed
      * tiers less the same at the current tiers.
      ******************************************************************
       8820-PROJECT-INTEREST.
           IF NOT ((ACCT-TYPE = "SA" OR ACCT-TYPE = "CH"
               OR ACCT-TYPE-CORPORATE)
               AND ACCT-ACCRUED-INTEREST NOT = ZEROS)
               GO TO 8820-PROJ-EXIT
           END-IF
           ADD 1 TO WS-SIM-ACCT-COUNT
           MOVE ACCT-ACCRUED-INTEREST TO WS-SIM-CUR-AMT

      * Days accrued so far this month on the product's basis
           PERFORM 5255-LOAD-DAY-COUNT-BASIS
           MOVE WS-BUSINESS-DATE TO WS-DC-TO-DATE
           COMPUTE WS-DC-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION MOD(WS-BUSINESS-DATE, 100))
           PERFORM 5256-COMPUTE-DAY-COUNT
           MOVE WS-DC-DAYS TO WS-INTEREST-DAYS

           SET WS-SIM-USE-CURRENT TO TRUE
           PERFORM 5250-CALCULATE-TIERED-INTEREST
           MOVE WS-INTEREST-AMOUNT TO WS-SIM-CUR-MONTH
           SET WS-SIM-USE-PROPOSED TO TRUE
           PERFORM 5250-CALCULATE-TIERED-INTEREST
           MOVE WS-INTEREST-AMOUNT TO WS-SIM-PROP-MONTH
           SET WS-SIM-USE-CURRENT TO TRUE

           COMPUTE WS-SIM-PROP-AMT ROUNDED =
               WS-SIM-CUR-AMT + WS-SIM-PROP-MONTH - WS-SIM-CUR-MONTH
           MOVE "IN" TO WS-SIM-POST-TYPE
           PERFORM 8815-RECORD-PROJECTION.

       8820-PROJ-EXIT.
           CONTINUE.

      ******************************************************************
      * 8825 - PROJECT ONE ACCOUNT'S MONTHLY FEE
      * The same accounts and the same waiver tests 7670 applies,
      * once against the live schedule and once against the
      * proposal. An account charged under neither is not a posting.
      ******************************************************************
       8825-PROJECT-FEE.
           IF NOT (ACCT-ACTIVE
               AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS
                    OR ACCT-TYPE-CORPORATE))
               GO TO 8825-PROJ-EXIT
           END-IF
           ADD 1 TO WS-SIM-ACCT-COUNT
           MOVE "U" TO WS-SIM-DD-FLAG

           SET WS-SIM-USE-CURRENT TO TRUE
           PERFORM 8826-FEE-UNDER-SCHEDULE
               THRU 8826-FEE-EXIT
           MOVE WS-SIM-FEE-RESULT TO WS-SIM-CUR-AMT
           SET WS-SIM-USE-PROPOSED TO TRUE
           PERFORM 8826-FEE-UNDER-SCHEDULE
               THRU 8826-FEE-EXIT
           MOVE WS-SIM-FEE-RESULT TO WS-SIM-PROP-AMT
           SET WS-SIM-USE-CURRENT TO TRUE

           IF WS-SIM-CUR-AMT = ZEROS AND WS-SIM-PROP-AMT = ZEROS
               GO TO 8825-PROJ-EXIT
           END-IF
           MOVE "FE" TO WS-SIM-POST-TYPE
           PERFORM 8815-RECORD-PROJECTION.

       8825-PROJ-EXIT.
           CONTINUE.

      ******************************************************************
      * 8826 - MAINTENANCE FEE UNDER ONE SCHEDULE
      * WS-SIM-FEE-RESULT is the fee 7670 would charge, zero when the
      * fee is not on the schedule or is waived.
      ******************************************************************
       8826-FEE-UNDER-SCHEDULE.
           MOVE ZEROS TO WS-SIM-FEE-RESULT
           MOVE "MNT " TO WS-FEE-LOOKUP-CODE
           PERFORM 7155-LOOKUP-FEE-AMOUNT
           IF WS-FEE-NOT-ON-SCHEDULE
               OR WS-FEE-LOOKUP-AMOUNT NOT > ZEROS
               GO TO 8826-FEE-EXIT
           END-IF
           IF FEE-WAIVE-MIN-BALANCE > ZEROS
               AND ACCT-BALANCE >= FEE-WAIVE-MIN-BALANCE
               GO TO 8826-FEE-EXIT
           END-IF
           IF FEE-DD-WAIVES
               IF WS-SIM-DD-UNCHECKED
                   PERFORM 7671-CHECK-DIRECT-DEPOSIT
                   MOVE WS-FEE-DD-FOUND-FLAG TO WS-SIM-DD-FLAG
               END-IF
               IF WS-SIM-DD-PRESENT
                   GO TO 8826-FEE-EXIT
               END-IF
           END-IF
           MOVE WS-FEE-LOOKUP-AMOUNT TO WS-SIM-FEE-RESULT.

       8826-FEE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8830 - PROJECT ONE CARD'S BILLING CYCLE
      * The same cards 7640 cycles. A bucketed card has the cycle's
      * payments allocated (in the record area only) and each bucket
      * charged at the CC rate tiers, current and then proposed. A
      * legacy single-rate card is charged off its own
      * ACCT-INTEREST-RATE, which no rate table proposal moves, so
      * it projects the same both ways. The late fee is a fixed
      * amount and projects the same both ways; it is written so the
      * pro-forma file shows every posting the cycle would make.
      ******************************************************************
       8830-PROJECT-CREDIT-CYCLE.
           IF NOT (ACCT-TYPE-CREDIT AND ACCT-ACTIVE)
               GO TO 8830-PROJ-EXIT
           END-IF
           ADD 1 TO WS-SIM-ACCT-COUNT
           PERFORM 8562-CHECK-SCRA-STATUS
               THRU 8562-SCRA-EXIT
           PERFORM 8586-CHECK-BANKRUPTCY-STAY
               THRU 8586-STAY-EXIT
           PERFORM 7646-COMPUTE-AVG-DAILY-BALANCE

           MOVE ZEROS TO WS-SIM-CUR-AMT
           MOVE ZEROS TO WS-SIM-PROP-AMT
           MOVE "N" TO WS-BKT-FOUND-FLAG
           MOVE ACCT-ID TO BKT-ACCT-ID
           READ CC-BUCKET-FILE
           IF WS-BKT-FILE-STATUS = "00"
               MOVE "Y" TO WS-BKT-FOUND-FLAG
           END-IF

           IF WS-BKT-FOUND-FLAG = "Y"
               PERFORM 7649-ALLOCATE-CYCLE-PAYMENTS
                   THRU 7649-ALLOC-EXIT
               SET WS-SIM-USE-CURRENT TO TRUE
               PERFORM 8831-PRICE-BUCKETS
               MOVE WS-SIM-CHARGE TO WS-SIM-CUR-AMT
               SET WS-SIM-USE-PROPOSED TO TRUE
               PERFORM 8831-PRICE-BUCKETS
               MOVE WS-SIM-CHARGE TO WS-SIM-PROP-AMT
               SET WS-SIM-USE-CURRENT TO TRUE
           ELSE
               IF WS-CC-ADB < ZEROS
                   PERFORM 7644-SET-CYCLE-PERIODIC-RATE
                   COMPUTE WS-SCRA-INTEREST ROUNDED =
                       FUNCTION ABS(WS-CC-ADB) * WS-CC-MONTHLY-RATE
                   MOVE ACCT-INTEREST-RATE TO WS-SCRA-NOTE-RATE
                   PERFORM 8832-PROJECT-SCRA-CAP
                   MOVE WS-SCRA-INTEREST TO WS-SIM-CUR-AMT
                   MOVE WS-SCRA-INTEREST TO WS-SIM-PROP-AMT
               END-IF
           END-IF
           IF WS-SIM-CUR-AMT > ZEROS OR WS-SIM-PROP-AMT > ZEROS
               MOVE "FC" TO WS-SIM-POST-TYPE
               PERFORM 8815-RECORD-PROJECTION
           END-IF

      * Late fee when the prior cycle's minimum wasn't received and
      * nothing holds it
           MOVE ACCT-ID TO CYCLE-ACCT-ID
           READ CREDIT-CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               AND CYCLE-MIN-PAYMENT-DUE > ZEROS
               PERFORM 7647-SUM-CYCLE-PAYMENTS
               IF WS-CC-PAID-THIS-CYCLE < CYCLE-MIN-PAYMENT-DUE
                   AND NOT WS-SCRA-PROTECTED
                   AND NOT WS-BKR-STAYED
                   MOVE WS-CC-LATE-FEE-AMOUNT TO WS-SIM-CUR-AMT
                   MOVE WS-CC-LATE-FEE-AMOUNT TO WS-SIM-PROP-AMT
                   MOVE "LF" TO WS-SIM-POST-TYPE
                   PERFORM 8815-RECORD-PROJECTION
               END-IF
           END-IF.

       8830-PROJ-EXIT.
           CONTINUE.

      ******************************************************************
      * 8831 - PRICE THE CARD'S BUCKETS
      * 7643's charge, without capitalizing it: each bucket at its
      * CC rate tier in force today (or proposed), floored at zero
      * and held to the SCRA cap. CC-BUCKET-RECORD is current.
      ******************************************************************
       8831-PRICE-BUCKETS.
           MOVE WS-ACCEPT-DATE TO WS-RATE-ACCRUAL-DATE
           PERFORM 5245-LOAD-RATES-FOR-DATE
           PERFORM 7644-SET-CYCLE-PERIODIC-RATE

           COMPUTE WS-BKT-CHG-PURCHASE ROUNDED =
               BKT-PURCHASE-BAL * WS-TIER-1-RATE / 100
               * WS-CC-CYCLE-FACTOR
           COMPUTE WS-BKT-CHG-CASHADV ROUNDED =
               BKT-CASHADV-BAL * WS-TIER-2-RATE / 100
               * WS-CC-CYCLE-FACTOR
           COMPUTE WS-BKT-CHG-PROMO ROUNDED =
               BKT-PROMO-BAL * WS-TIER-3-RATE / 100
               * WS-CC-CYCLE-FACTOR
           IF WS-BKT-CHG-PURCHASE < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-PURCHASE
           END-IF
           IF WS-BKT-CHG-CASHADV < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-CASHADV
           END-IF
           IF WS-BKT-CHG-PROMO < ZEROS
               MOVE ZEROS TO WS-BKT-CHG-PROMO
           END-IF

           MOVE WS-TIER-1-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-PURCHASE TO WS-SCRA-INTEREST
           PERFORM 8832-PROJECT-SCRA-CAP
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-PURCHASE
           MOVE WS-TIER-2-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-CASHADV TO WS-SCRA-INTEREST
           PERFORM 8832-PROJECT-SCRA-CAP
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-CASHADV
           MOVE WS-TIER-3-RATE TO WS-SCRA-NOTE-RATE
           MOVE WS-BKT-CHG-PROMO TO WS-SCRA-INTEREST
           PERFORM 8832-PROJECT-SCRA-CAP
           MOVE WS-SCRA-INTEREST TO WS-BKT-CHG-PROMO

           COMPUTE WS-SIM-CHARGE =
               WS-BKT-CHG-PURCHASE + WS-BKT-CHG-CASHADV
               + WS-BKT-CHG-PROMO.

      ******************************************************************
      * 8832 - PROJECT THE SCRA CAP
      * 8564's arithmetic without tallying the forgiven interest on
      * the military status record - a projection forgives nothing.
      ******************************************************************
       8832-PROJECT-SCRA-CAP.
           IF WS-SCRA-CAP-APPLIES
               AND WS-SCRA-NOTE-RATE > WS-SCRA-CAP-RATE
               AND WS-SCRA-INTEREST > ZEROS
               COMPUTE WS-SCRA-INTEREST ROUNDED =
                   WS-SCRA-INTEREST * WS-SCRA-CAP-RATE
                   / WS-SCRA-NOTE-RATE
           END-IF.

      ******************************************************************
      * 8840 - WRITE THE CURRENT VERSUS PROPOSED REPORT
      ******************************************************************
       8840-WRITE-PROFORMA-REPORT.
           MOVE SPACES TO WS-PFRM-RPT-PATH
           STRING "/tmp/altoro_proforma_rpt_" DELIMITED SIZE
                  WS-SIM-JOB-NAME DELIMITED SPACE
                  "_" WS-SIM-TODAY "_" WS-SIM-NOW ".txt"
                  DELIMITED SIZE INTO WS-PFRM-RPT-PATH
           OPEN OUTPUT PROFORMA-RPT-FILE
           IF WS-PFRM-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open pro-forma report, status "
                       WS-PFRM-RPT-STATUS
               GO TO 8840-WRITE-EXIT
           END-IF

           MOVE SPACES TO PROFORMA-RPT-RECORD
           STRING "PRO-FORMA SIMULATION - " WS-SIM-JOB-NAME
                  " - RUN " WS-SIM-TODAY " " WS-SIM-NOW
                  " - NOTHING POSTED"
                  DELIMITED SIZE INTO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE SPACES TO PROFORMA-RPT-RECORD
           STRING "PROPOSED RATE ROWS " WS-SIM-PROP-RATE-COUNT
                  "  PROPOSED FEE ROWS " WS-SIM-PROP-FEE-COUNT
                  "  ACCOUNTS " WS-SIM-ACCT-COUNT
                  "  POSTINGS " WS-SIM-POSTING-COUNT
                  "  CHANGED " WS-SIM-CHANGED-COUNT
                  DELIMITED SIZE INTO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD

      * By product
           MOVE SPACES TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE "BY PRODUCT" TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE "PROD  POSTINGS" TO PROFORMA-RPT-RECORD
           MOVE "CURRENT" TO PROFORMA-RPT-RECORD(30:)
           MOVE "PROPOSED" TO PROFORMA-RPT-RECORD(50:)
           MOVE "CHANGE" TO PROFORMA-RPT-RECORD(73:)
           WRITE PROFORMA-RPT-RECORD
           PERFORM VARYING WS-SIM-PROD-IDX FROM 1 BY 1
               UNTIL WS-SIM-PROD-IDX > WS-SIM-PROD-MAX
               MOVE WS-SIM-PROD-CODE(WS-SIM-PROD-IDX) TO WS-SIMS-CODE
               MOVE WS-SIM-PROD-COUNT(WS-SIM-PROD-IDX)
                   TO WS-SIMS-COUNT
               MOVE WS-SIM-PROD-CUR(WS-SIM-PROD-IDX) TO WS-SIMS-CUR
               MOVE WS-SIM-PROD-PROP(WS-SIM-PROD-IDX) TO WS-SIMS-PROP
               COMPUTE WS-SIMS-CHANGE =
                   WS-SIM-PROD-PROP(WS-SIM-PROD-IDX)
                   - WS-SIM-PROD-CUR(WS-SIM-PROD-IDX)
               MOVE WS-SIM-SUM-DTL TO PROFORMA-RPT-RECORD
               WRITE PROFORMA-RPT-RECORD
           END-PERFORM

      * By branch
           MOVE SPACES TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE "BY BRANCH" TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE "BRCH  POSTINGS" TO PROFORMA-RPT-RECORD
           MOVE "CURRENT" TO PROFORMA-RPT-RECORD(30:)
           MOVE "PROPOSED" TO PROFORMA-RPT-RECORD(50:)
           MOVE "CHANGE" TO PROFORMA-RPT-RECORD(73:)
           WRITE PROFORMA-RPT-RECORD
           PERFORM VARYING WS-SIM-BR-IDX FROM 1 BY 1
               UNTIL WS-SIM-BR-IDX > WS-SIM-BR-MAX
               MOVE WS-SIM-BR-CODE(WS-SIM-BR-IDX) TO WS-SIMS-CODE
               MOVE WS-SIM-BR-COUNT(WS-SIM-BR-IDX) TO WS-SIMS-COUNT
               MOVE WS-SIM-BR-CUR(WS-SIM-BR-IDX) TO WS-SIMS-CUR
               MOVE WS-SIM-BR-PROP(WS-SIM-BR-IDX) TO WS-SIMS-PROP
               COMPUTE WS-SIMS-CHANGE =
                   WS-SIM-BR-PROP(WS-SIM-BR-IDX)
                   - WS-SIM-BR-CUR(WS-SIM-BR-IDX)
               MOVE WS-SIM-SUM-DTL TO PROFORMA-RPT-RECORD
               WRITE PROFORMA-RPT-RECORD
           END-PERFORM

      * Grand total
           MOVE "ALL " TO WS-SIMS-CODE
           MOVE WS-SIM-POSTING-COUNT TO WS-SIMS-COUNT
           MOVE WS-SIM-TOTAL-CUR TO WS-SIMS-CUR
           MOVE WS-SIM-TOTAL-PROP TO WS-SIMS-PROP
           COMPUTE WS-SIMS-CHANGE =
               WS-SIM-TOTAL-PROP - WS-SIM-TOTAL-CUR
           MOVE SPACES TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE WS-SIM-SUM-DTL TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD

      * Most affected
           MOVE SPACES TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE "CUSTOMERS MOST AFFECTED - LARGEST NET CHANGE "
               & "ACROSS ALL ACCOUNTS FIRST" TO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE SPACES TO PROFORMA-RPT-RECORD
           STRING "CUSTOMERS CHANGED " WS-SIM-CUST-COUNT
                  DELIMITED SIZE INTO PROFORMA-RPT-RECORD
           WRITE PROFORMA-RPT-RECORD
           MOVE " # CUSTOMER            ACCTS" TO PROFORMA-RPT-RECORD
           MOVE "CURRENT" TO PROFORMA-RPT-RECORD(41:)
           MOVE "PROPOSED" TO PROFORMA-RPT-RECORD(58:)
           MOVE "NET CHANGE" TO PROFORMA-RPT-RECORD(74:)
           WRITE PROFORMA-RPT-RECORD
           IF WS-SIM-TOP-COUNT = ZEROS
               MOVE "  (the proposal changes no customer's total)"
                   TO PROFORMA-RPT-RECORD
               WRITE PROFORMA-RPT-RECORD
           END-IF
           PERFORM VARYING WS-SIM-TOP-IDX FROM 1 BY 1
               UNTIL WS-SIM-TOP-IDX > WS-SIM-TOP-COUNT
               MOVE WS-SIM-TOP-IDX TO WS-SIMT-RANK
               MOVE WS-SIM-TOP-CUST(WS-SIM-TOP-IDX) TO WS-SIMT-CUST
               MOVE WS-SIM-TOP-ACCTS(WS-SIM-TOP-IDX)
                   TO WS-SIMT-ACCTS
               MOVE WS-SIM-TOP-CUR(WS-SIM-TOP-IDX) TO WS-SIMT-CUR
               MOVE WS-SIM-TOP-PROP(WS-SIM-TOP-IDX) TO WS-SIMT-PROP
               MOVE WS-SIM-TOP-DIFF(WS-SIM-TOP-IDX)
                   TO WS-SIMT-CHANGE
               MOVE WS-SIM-TOP-DTL TO PROFORMA-RPT-RECORD
               WRITE PROFORMA-RPT-RECORD
           END-PERFORM
           CLOSE PROFORMA-RPT-FILE.

       8840-WRITE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8850 - MONTH-END BALANCE SNAPSHOT (BATCH)
      * Scheduled nightly behind the period close. The month before
      * the business date is snapshotted the first night after the
      * scheduler has closed it - until then, and on every night
      * after, there is nothing to do and the job completes clean
      * with no records. One row per account goes to that year's
      * BALSNAPyyyy history file for the RPTGEN trend reports and
      * the data warehouse extract.
      ******************************************************************
       8850-BATCH-BALANCE-SNAPSHOT.
           DISPLAY " "
           DISPLAY "=== MONTH-END BALANCE SNAPSHOT ==="

           MOVE "MESNAP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 8850-MSNP-EXIT
           END-IF

      * The month before the business date's
           MOVE WS-BUSINESS-DATE(1:6) TO WS-SNAP-PERIOD
           IF WS-SNAP-MONTH = 1
               MOVE 12 TO WS-SNAP-MONTH
               SUBTRACT 1 FROM WS-SNAP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-SNAP-MONTH
           END-IF
           SET WS-SNAP-NIGHTLY TO TRUE
           PERFORM 8851-TAKE-SNAPSHOT
               THRU 8851-SNAP-EXIT

           MOVE "MESNAP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-SNAP-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       8850-MSNP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8851 - TAKE THE SNAPSHOT FOR WS-SNAP-PERIOD
      * Only a closed period is snapshotted - nothing can post into
      * it any more, so its month-end balances are final. A nightly
      * run leaves a period that already has rows alone; a retake
      * (8855) replaces them.
      ******************************************************************
       8851-TAKE-SNAPSHOT.
           MOVE ZEROS TO WS-SNAP-COUNT
           MOVE ZEROS TO WS-SNAP-LEDGER-TOTAL
           SET WS-SNAP-NOT-TAKEN TO TRUE

           MOVE WS-SNAP-PERIOD TO PER-PERIOD
           READ PERIOD-CLOSE-FILE
           IF WS-PER-FILE-STATUS NOT = "00"
               OR NOT PER-CLOSED
               DISPLAY "Period " WS-SNAP-PERIOD " is not closed yet "
                       "- no snapshot taken."
               GO TO 8851-SNAP-EXIT
           END-IF

           MOVE SPACES TO WS-SNAP-PATH
           STRING "BALSNAP" WS-SNAP-PERIOD(1:4)
                  DELIMITED SIZE INTO WS-SNAP-PATH
           OPEN I-O BALANCE-SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-SNAPSHOT-FILE
               CLOSE BALANCE-SNAPSHOT-FILE
               OPEN I-O BALANCE-SNAPSHOT-FILE
           END-IF
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-SNAP-PATH)
                       ", status " WS-SNAP-FILE-STATUS
               GO TO 8851-SNAP-EXIT
           END-IF

           IF WS-SNAP-NIGHTLY
               MOVE WS-SNAP-PERIOD TO SNAP-PERIOD
               MOVE ZEROS TO SNAP-ACCT-ID
               START BALANCE-SNAPSHOT-FILE KEY >= SNAP-KEY
                   INVALID KEY CONTINUE
               END-START
               IF WS-SNAP-FILE-STATUS = "00"
                   READ BALANCE-SNAPSHOT-FILE NEXT RECORD
                   IF WS-SNAP-FILE-STATUS = "00"
                       AND SNAP-PERIOD = WS-SNAP-PERIOD
                       DISPLAY "Period " WS-SNAP-PERIOD
                               " already snapshotted."
                       CLOSE BALANCE-SNAPSHOT-FILE
                       GO TO 8851-SNAP-EXIT
                   END-IF
               END-IF
           END-IF

      * The period's first and last days and its length
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SNAP-START-DATE =
               FUNCTION NUMVAL(WS-SNAP-PERIOD) * 100 + 1
           COMPUTE WS-SNAP-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-START-DATE)
           MOVE WS-SNAP-YEAR TO WS-SNAP-NEXT-YEAR
           MOVE WS-SNAP-MONTH TO WS-SNAP-NEXT-MONTH
           IF WS-SNAP-NEXT-MONTH = 12
               MOVE 1 TO WS-SNAP-NEXT-MONTH
               ADD 1 TO WS-SNAP-NEXT-YEAR
           ELSE
               ADD 1 TO WS-SNAP-NEXT-MONTH
           END-IF
           COMPUTE WS-SNAP-NEXT-INT = FUNCTION INTEGER-OF-DATE(
               WS-SNAP-NEXT-YEAR * 10000
               + WS-SNAP-NEXT-MONTH * 100 + 1)
           COMPUTE WS-SNAP-DAYS = WS-SNAP-NEXT-INT - WS-SNAP-START-INT
           COMPUTE WS-SNAP-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SNAP-NEXT-INT - 1)
           DISPLAY "Snapshotting period " WS-SNAP-PERIOD
                   " as of " WS-SNAP-END-DATE

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               IF WS-ACCT-FILE-STATUS = "00"
                   PERFORM 8852-SNAPSHOT-ONE-ACCOUNT
                       THRU 8852-ACCT-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ACCT-FILE-STATUS
           CLOSE BALANCE-SNAPSHOT-FILE
           SET WS-SNAP-TAKEN TO TRUE

           MOVE WS-SNAP-LEDGER-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Accounts snapshotted: " WS-SNAP-COUNT
           DISPLAY "Ledger balances:      $" WS-DSP-AMOUNT
           DISPLAY "History file:         "
                   FUNCTION TRIM(WS-SNAP-PATH)

           MOVE "BALANCE_SNAPSHOT" TO WS-AUDIT-ACTION
           STRING "Period=" WS-SNAP-PERIOD
                  " Accounts=" WS-SNAP-COUNT
                  " Mode=" WS-SNAP-MODE-FLAG
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8851-SNAP-EXIT.
           CONTINUE.

      ******************************************************************
      * 8852 - SNAPSHOT ONE ACCOUNT
      * ACCOUNT-RECORD is current. One pass over the account's
      * postings backs out everything dated after the period to get
      * the month-end balances, and weights each posting inside the
      * period by the days it was on the books for the average -
      * 7646's method over the calendar month. Reversed items are
      * left out, as they are there. An account opened after the
      * period had no month-end balance and gets no row.
      ******************************************************************
       8852-SNAPSHOT-ONE-ACCOUNT.
           IF ACCT-OPEN-DATE(1:8) IS NUMERIC
               AND ACCT-OPEN-DATE(1:8) > WS-SNAP-END-DATE
               GO TO 8852-ACCT-EXIT
           END-IF

           MOVE ZEROS TO WS-SNAP-AFTER-NET
           MOVE ZEROS TO WS-SNAP-MONTH-NET
           MOVE ZEROS TO WS-SNAP-ADB-SUM
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE(1:8) IS NUMERIC
                       MOVE TRAN-DATE(1:8) TO WS-SNAP-TRAN-DATE
                       EVALUATE TRUE
                           WHEN WS-SNAP-TRAN-DATE > WS-SNAP-END-DATE
                               ADD TRAN-AMOUNT TO WS-SNAP-AFTER-NET
                           WHEN WS-SNAP-TRAN-DATE
                                   >= WS-SNAP-START-DATE
                               ADD TRAN-AMOUNT TO WS-SNAP-MONTH-NET
                               COMPUTE WS-SNAP-TXN-DAY =
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-SNAP-TRAN-DATE)
                                   - WS-SNAP-START-INT
                               COMPUTE WS-SNAP-ADB-SUM =
                                   WS-SNAP-ADB-SUM +
                                   (TRAN-AMOUNT *
                                    (WS-SNAP-DAYS - WS-SNAP-TXN-DAY)
                                    / WS-SNAP-DAYS)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO BALANCE-SNAPSHOT-RECORD
           MOVE WS-SNAP-PERIOD TO SNAP-PERIOD
           MOVE ACCT-ID TO SNAP-ACCT-ID
           MOVE ACCT-OWNER-ID TO SNAP-OWNER-ID
           MOVE ACCT-TYPE TO SNAP-ACCT-TYPE
           MOVE ACCT-PRODUCT-CODE TO SNAP-PRODUCT
           MOVE ACCT-BRANCH-CODE TO SNAP-BRANCH
           MOVE ACCT-OFFICER-ID TO SNAP-OFFICER
           MOVE ACCT-STATUS TO SNAP-STATUS
           MOVE ACCT-CURRENCY-CODE TO SNAP-CURRENCY
           MOVE ACCT-OPEN-DATE(1:8) TO SNAP-OPEN-DATE
           COMPUTE SNAP-LEDGER-BAL =
               ACCT-BALANCE - WS-SNAP-AFTER-NET
           COMPUTE SNAP-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-SNAP-AFTER-NET
           COMPUTE SNAP-AVG-DAILY-BAL ROUNDED =
               SNAP-LEDGER-BAL - WS-SNAP-MONTH-NET + WS-SNAP-ADB-SUM
           MOVE ACCT-ACCRUED-INTEREST TO SNAP-ACCRUED-INT
           MOVE SPACES TO SNAP-DELINQ-BUCKET
           IF ACCT-TYPE-LOAN
               MOVE ACCT-ID TO LOAN-ACCT-ID
               READ LOAN-SCHEDULE-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   MOVE LOAN-DELINQ-BUCKET TO SNAP-DELINQ-BUCKET
               END-IF
           END-IF
           MOVE WS-ACCEPT-DATE TO SNAP-TAKEN-DATE

           WRITE BALANCE-SNAPSHOT-RECORD
           IF WS-SNAP-FILE-STATUS NOT = "00"
               REWRITE BALANCE-SNAPSHOT-RECORD
           END-IF
           ADD 1 TO WS-SNAP-COUNT
           ADD SNAP-LEDGER-BAL TO WS-SNAP-LEDGER-TOTAL.

       8852-ACCT-EXIT.
           CONTINUE.

      ******************************************************************
      * 8855 - RETAKE A MONTH-END SNAPSHOT (SUPERVISOR)
      * For a closed month corrected after its snapshot ran - the
      * rows are rebuilt from today's files, so this is only right
      * while nothing else about the account has changed since.
      ******************************************************************
       8855-RETAKE-SNAPSHOT.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Retaking a balance snapshot is restricted "
                       "to SUPERVISOR."
               GO TO 8855-RETAKE-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== RETAKE MONTH-END BALANCE SNAPSHOT ==="
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-SNAP-INPUT-PERIOD FROM CONSOLE
           IF WS-SNAP-INPUT-PERIOD IS NOT NUMERIC
               OR WS-SNAP-INPUT-PERIOD(5:2) < "01"
               OR WS-SNAP-INPUT-PERIOD(5:2) > "12"
               DISPLAY "Invalid period."
               GO TO 8855-RETAKE-EXIT
           END-IF
           DISPLAY "Replace any rows already taken for "
                   WS-SNAP-INPUT-PERIOD " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-SNAP-INPUT-CONFIRM FROM CONSOLE
           IF WS-SNAP-INPUT-CONFIRM NOT = "Y"
               GO TO 8855-RETAKE-EXIT
           END-IF

           MOVE WS-SNAP-INPUT-PERIOD TO WS-SNAP-PERIOD
           SET WS-SNAP-RETAKE TO TRUE
           PERFORM 8851-TAKE-SNAPSHOT
               THRU 8851-SNAP-EXIT
           SET WS-SNAP-NIGHTLY TO TRUE.

       8855-RETAKE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8860 - MAINTAIN ENTITY MASTER (DUAL CONTROL)
      * Adds or updates one bank charter's identifiers - routing
      * number, FDIC certificate, RSSD ID, regulator, GL company and
      * ACH originator ID - and its letterhead address. Every
      * per-entity extract and settlement file is produced from
      * these, so a change takes a second user's sign-off the same
      * way a branch master change does.
      ******************************************************************
       8860-MAINTAIN-ENTITY-MASTER.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Entity master maintenance is restricted "
                       "to SUPERVISOR."
               GO TO 8860-ENTY-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== MAINTAIN ENTITY MASTER ==="
           PERFORM 8861-LIST-ENTITIES
           DISPLAY "Entity Code (3 chars, blank to return): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-CODE FROM CONSOLE
           IF WS-ENTY-INPUT-CODE = SPACES
               GO TO 8860-ENTY-EXIT
           END-IF
           MOVE WS-ENTY-INPUT-CODE TO ENTY-CODE
           READ ENTITY-FILE
           IF WS-ENTY-FILE-STATUS = "00"
               DISPLAY "Existing entity: " ENTY-LEGAL-NAME
                       " routing " ENTY-ROUTING
                       " status " ENTY-STATUS
               DISPLAY "Re-enter the fields below to replace it."
           END-IF

           DISPLAY "Legal Name: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-LEGAL-NAME FROM CONSOLE
           DISPLAY "Short Name (ACH company name): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-SHORT-NAME FROM CONSOLE
           DISPLAY "ABA Routing Number (9 digits): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-ROUTING FROM CONSOLE
           IF WS-ENTY-INPUT-ROUTING IS NOT NUMERIC
               DISPLAY "Routing number must be 9 digits - nothing "
                       "saved."
               GO TO 8860-ENTY-EXIT
           END-IF
           DISPLAY "FDIC Certificate: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-FDIC-CERT FROM CONSOLE
           DISPLAY "RSSD ID: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-RSSD-ID FROM CONSOLE
           DISPLAY "Primary Regulator (OCC/FDIC/FRB): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-REGULATOR FROM CONSOLE
           IF WS-ENTY-INPUT-REGULATOR NOT = "OCC"
               AND WS-ENTY-INPUT-REGULATOR NOT = "FDIC"
               AND WS-ENTY-INPUT-REGULATOR NOT = "FRB"
               DISPLAY "Regulator must be OCC, FDIC or FRB - "
                       "nothing saved."
               GO TO 8860-ENTY-EXIT
           END-IF
           DISPLAY "Charter State (blank if national): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-CHARTER-ST FROM CONSOLE
           DISPLAY "GL Company Code: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-GL-COMPANY FROM CONSOLE
           DISPLAY "ACH Company ID: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-ACH-CO-ID FROM CONSOLE
           DISPLAY "Street: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-STREET FROM CONSOLE
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-CITY FROM CONSOLE
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-STATE FROM CONSOLE
           DISPLAY "ZIP: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-ZIP FROM CONSOLE
           DISPLAY "Phone: " WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-PHONE FROM CONSOLE
           DISPLAY "Status (A=Active, I=Inactive): "
               WITH NO ADVANCING
           ACCEPT WS-ENTY-INPUT-STATUS FROM CONSOLE
           IF WS-ENTY-INPUT-STATUS NOT = "A"
               AND WS-ENTY-INPUT-STATUS NOT = "I"
               DISPLAY "Status must be A or I - nothing saved."
               GO TO 8860-ENTY-EXIT
           END-IF

      * Dual control - a second user signs off before the record
      * is written
           MOVE "ENTITY_MAINT" TO WS-OVR-ACTION
           MOVE ZEROS TO WS-OVR-TRAN-ID
           MOVE ZEROS TO WS-OVR-HOLD-ID
           PERFORM 6200-REQUEST-SUPERVISOR-OVERRIDE
               THRU 6200-OVERRIDE-EXIT
           IF WS-OVR-NOT-APPROVED
               DISPLAY "Entity change not approved - nothing saved."
               GO TO 8860-ENTY-EXIT
           END-IF

           MOVE WS-ENTY-INPUT-CODE TO ENTY-CODE
           READ ENTITY-FILE
           MOVE WS-ENTY-INPUT-CODE TO ENTY-CODE
           MOVE WS-ENTY-INPUT-LEGAL-NAME TO ENTY-LEGAL-NAME
           MOVE WS-ENTY-INPUT-SHORT-NAME TO ENTY-SHORT-NAME
           MOVE WS-ENTY-INPUT-ROUTING TO ENTY-ROUTING
           MOVE WS-ENTY-INPUT-FDIC-CERT TO ENTY-FDIC-CERT
           MOVE WS-ENTY-INPUT-RSSD-ID TO ENTY-RSSD-ID
           MOVE WS-ENTY-INPUT-REGULATOR TO ENTY-PRIMARY-REG
           MOVE WS-ENTY-INPUT-CHARTER-ST TO ENTY-CHARTER-STATE
           MOVE WS-ENTY-INPUT-GL-COMPANY TO ENTY-GL-COMPANY
           MOVE WS-ENTY-INPUT-ACH-CO-ID TO ENTY-ACH-COMPANY-ID
           MOVE WS-ENTY-INPUT-STREET TO ENTY-STREET
           MOVE WS-ENTY-INPUT-CITY TO ENTY-CITY
           MOVE WS-ENTY-INPUT-STATE TO ENTY-STATE
           MOVE WS-ENTY-INPUT-ZIP TO ENTY-ZIP
           MOVE WS-ENTY-INPUT-PHONE TO ENTY-PHONE
           MOVE WS-ENTY-INPUT-STATUS TO ENTY-STATUS
           MOVE LS-CURRENT-USER TO ENTY-UPDATED-BY
           MOVE WS-BUSINESS-DATE TO ENTY-UPDATED-DATE
           IF WS-ENTY-FILE-STATUS = "00"
               REWRITE ENTITY-RECORD
           ELSE
               WRITE ENTITY-RECORD
           END-IF
           IF WS-ENTY-FILE-STATUS NOT = "00"
               DISPLAY "Entity master not updated, status "
                       WS-ENTY-FILE-STATUS
               GO TO 8860-ENTY-EXIT
           END-IF
           DISPLAY "Entity " ENTY-CODE " saved."
           PERFORM 8864-LOAD-ENTITY-TABLE

           MOVE "ENTITY_SAVED" TO WS-AUDIT-ACTION
           STRING "Entity=" ENTY-CODE
                  " Routing=" ENTY-ROUTING
                  " Cert=" ENTY-FDIC-CERT
                  " GLCo=" ENTY-GL-COMPANY
                  " Status=" ENTY-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       8860-ENTY-EXIT.
           CONTINUE.

      ******************************************************************
      * 8861 - LIST ENTITIES ON FILE
      ******************************************************************
       8861-LIST-ENTITIES.
           MOVE ZEROS TO WS-ENTY-COUNT
           MOVE LOW-VALUES TO ENTY-CODE
           START ENTITY-FILE KEY >= ENTY-CODE
               INVALID KEY MOVE "10" TO WS-ENTY-FILE-STATUS
           END-START
           PERFORM UNTIL WS-ENTY-FILE-STATUS NOT = "00"
               READ ENTITY-FILE NEXT RECORD
               IF WS-ENTY-FILE-STATUS = "00"
                   ADD 1 TO WS-ENTY-COUNT
                   DISPLAY "  " ENTY-CODE " " ENTY-LEGAL-NAME
                           " RT " ENTY-ROUTING
                           " Cert " ENTY-FDIC-CERT
                           " " ENTY-PRIMARY-REG
                           " GL " ENTY-GL-COMPANY
                           " " ENTY-STATUS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ENTY-FILE-STATUS
           IF WS-ENTY-COUNT = ZEROS
               DISPLAY "  No entities on file - everything runs as "
                       "entity 001."
           END-IF.

      ******************************************************************
      * 8862 - SET A NEW ACCOUNT'S ENTITY
      * A new account is booked under its opening branch's charter.
      * ACCOUNT-RECORD is being built, with ACCT-BRANCH-CODE set.
      ******************************************************************
       8862-SET-ACCOUNT-ENTITY.
           MOVE WS-ENTY-HOME-CODE TO ACCT-ENTITY-CODE
           MOVE ACCT-BRANCH-CODE TO BRCH-CODE
           READ BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               AND BRCH-ENTITY NOT = SPACES
               MOVE BRCH-ENTITY TO ACCT-ENTITY-CODE
           END-IF
           MOVE "00" TO WS-BRCH-FILE-STATUS.

      ******************************************************************
      * 8863 - LOAD THE LETTERHEAD FOR A CUSTOMER DOCUMENT
      * Sets WS-ENTY-DOC-NAME and WS-ENTY-DOC-ADDRESS from the
      * entity of the current ACCOUNT-RECORD, so each charter's
      * customers get its own name on what they receive. Entity 001
      * with no master row keeps the Altoro Mutual letterhead.
      ******************************************************************
       8863-LOAD-DOC-ENTITY.
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-DOC-CODE
           IF WS-ENTY-DOC-CODE = SPACES
               OR ACCT-ID = ZEROS
               MOVE WS-ENTY-HOME-CODE TO WS-ENTY-DOC-CODE
           END-IF
           MOVE "ALTORO MUTUAL BANK" TO WS-ENTY-DOC-NAME
           MOVE "ONE MUTUAL PLAZA" TO WS-ENTY-DOC-ADDRESS
           MOVE WS-ENTY-DOC-CODE TO ENTY-CODE
           READ ENTITY-FILE
           IF WS-ENTY-FILE-STATUS = "00"
               MOVE ENTY-LEGAL-NAME TO WS-ENTY-DOC-NAME
               MOVE SPACES TO WS-ENTY-DOC-ADDRESS
               STRING FUNCTION TRIM(ENTY-STREET) ", "
                      FUNCTION TRIM(ENTY-CITY) ", "
                      ENTY-STATE " " ENTY-ZIP
                      DELIMITED SIZE INTO WS-ENTY-DOC-ADDRESS
           END-IF
           MOVE "00" TO WS-ENTY-FILE-STATUS.

      ******************************************************************
      * 8864 - LOAD THE ENTITY ROUTING TABLE
      * Row 1 is always entity 001 - on its master row's routing
      * when there is one, otherwise on the compiled-in routing the
      * cash letter has always used - followed by every other
      * charter on the master.
      ******************************************************************
       8864-LOAD-ENTITY-TABLE.
           INITIALIZE WS-ENTY-TABLE
           MOVE 1 TO WS-ENTY-TBL-COUNT
           MOVE WS-ENTY-HOME-CODE TO WS-ENTY-TBL-CODE(1)
           MOVE WS-CL-OUR-ROUTING TO WS-ENTY-TBL-ROUTING(1)
           MOVE "A" TO WS-ENTY-TBL-STATUS(1)
           MOVE LOW-VALUES TO ENTY-CODE
           START ENTITY-FILE KEY >= ENTY-CODE
               INVALID KEY MOVE "10" TO WS-ENTY-FILE-STATUS
           END-START
           PERFORM UNTIL WS-ENTY-FILE-STATUS NOT = "00"
               READ ENTITY-FILE NEXT RECORD
               IF WS-ENTY-FILE-STATUS = "00"
                   IF ENTY-CODE = WS-ENTY-HOME-CODE
                       MOVE ENTY-ROUTING TO WS-ENTY-TBL-ROUTING(1)
                       MOVE ENTY-STATUS TO WS-ENTY-TBL-STATUS(1)
                   ELSE
                       IF WS-ENTY-TBL-COUNT < WS-ENTY-TBL-MAX
                           ADD 1 TO WS-ENTY-TBL-COUNT
                           MOVE ENTY-CODE
                               TO WS-ENTY-TBL-CODE(WS-ENTY-TBL-COUNT)
                           MOVE ENTY-ROUTING
                               TO WS-ENTY-TBL-ROUTING(WS-ENTY-TBL-COUNT)
                           MOVE ENTY-STATUS
                               TO WS-ENTY-TBL-STATUS(WS-ENTY-TBL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ENTY-FILE-STATUS.

      ******************************************************************
      * 7750 - TELLER BATCH ENTRY
      * Keys a stack of work as a batch against a declared item
      * count and dollar control total - the way the tellers worked
      * on the old core. Nothing posts here; 7770 proves the keyed
      * batch and posts it.
      ******************************************************************
       7750-TELLER-BATCH-ENTRY.
           DISPLAY " "
           DISPLAY "=== TELLER BATCH ENTRY ==="
           DISPLAY "Declared Item Count: " WITH NO ADVANCING
           ACCEPT WS-TB-INPUT-COUNT FROM CONSOLE
           DISPLAY "Declared Dollar Total (absolute): "
               WITH NO ADVANCING
           ACCEPT WS-TB-INPUT-TOTAL FROM CONSOLE

           MOVE 1 TO WS-NEXT-BATCH-NUM
           MOVE LOW-VALUES TO TBH-BATCH-NUM
           START TELLER-BATCH-HDR-FILE KEY >= TBH-BATCH-NUM
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TBH-FILE-STATUS NOT = "00"
               READ TELLER-BATCH-HDR-FILE NEXT RECORD
               IF WS-TBH-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-BATCH-NUM = TBH-BATCH-NUM + 1
               END-IF
           END-PERFORM

           MOVE WS-NEXT-BATCH-NUM TO TBH-BATCH-NUM
           MOVE LS-CURRENT-USER TO TBH-TELLER
           COMPUTE TBH-DECLARED-COUNT =
               FUNCTION NUMVAL(WS-TB-INPUT-COUNT)
           COMPUTE TBH-DECLARED-TOTAL =
               FUNCTION NUMVAL(WS-TB-INPUT-TOTAL)
           MOVE ZEROS TO TBH-KEYED-COUNT
           MOVE ZEROS TO TBH-KEYED-TOTAL
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO TBH-OPENED-DATE
           SET TBH-STAT-OPEN TO TRUE
           WRITE TELLER-BATCH-HDR-RECORD

           DISPLAY "Batch " TBH-BATCH-NUM " opened - key the items."
           MOVE ZEROS TO WS-TB-ITEM-SEQ
           MOVE "Y" TO WS-TB-INPUT-MORE
           PERFORM UNTIL WS-TB-INPUT-MORE NOT = "Y"
               DISPLAY "Account ID: " WITH NO ADVANCING
               ACCEPT WS-TB-INPUT-ACCT FROM CONSOLE
               DISPLAY "Item Type (D=Cash Deposit, C=Check "
                       "Deposit, W=Withdrawal): "
                   WITH NO ADVANCING
               ACCEPT WS-TB-INPUT-TYPE FROM CONSOLE
               MOVE SPACES TO WS-TB-INPUT-ROUTING
               IF WS-TB-INPUT-TYPE = "C"
                   DISPLAY "Drawee Routing Number (blank if drawn "
                           "on us): " WITH NO ADVANCING
                   ACCEPT WS-TB-INPUT-ROUTING FROM CONSOLE
               END-IF
               DISPLAY "Amount: " WITH NO ADVANCING
               ACCEPT WS-TB-INPUT-AMOUNT FROM CONSOLE

               ADD 1 TO WS-TB-ITEM-SEQ
               MOVE WS-NEXT-BATCH-NUM TO TBI-BATCH-NUM
               MOVE WS-TB-ITEM-SEQ TO TBI-SEQ
               COMPUTE TBI-ACCT-ID =
                   FUNCTION NUMVAL(WS-TB-INPUT-ACCT)
               MOVE WS-TB-INPUT-TYPE TO TBI-ITEM-TYPE
               MOVE WS-TB-INPUT-ROUTING TO TBI-ROUTING
               COMPUTE TBI-AMOUNT =
                   FUNCTION NUMVAL(WS-TB-INPUT-AMOUNT)
               WRITE TELLER-BATCH-ITEM-RECORD

               ADD 1 TO TBH-KEYED-COUNT
               COMPUTE TBH-KEYED-TOTAL =
                   TBH-KEYED-TOTAL + FUNCTION ABS(TBI-AMOUNT)

               DISPLAY "Another item? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-TB-INPUT-MORE FROM CONSOLE
           END-PERFORM

           MOVE WS-NEXT-BATCH-NUM TO TBH-BATCH-NUM
           READ TELLER-BATCH-HDR-FILE
           MOVE WS-TB-ITEM-SEQ TO TBH-KEYED-COUNT
           MOVE ZEROS TO TBH-KEYED-TOTAL
           PERFORM 7760-SUM-BATCH-ITEMS
           MOVE WS-TB-PROVE-TOTAL TO TBH-KEYED-TOTAL
           REWRITE TELLER-BATCH-HDR-RECORD

           DISPLAY "Batch " TBH-BATCH-NUM " keyed: "
                   TBH-KEYED-COUNT " item(s), total "
                   TBH-KEYED-TOTAL
           DISPLAY "Prove and post it with option 71.".

       7750-ENTRY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7760 - SUM A BATCH'S KEYED ITEMS
      * Leaves the count in WS-TB-PROVE-COUNT and the absolute
      * total in WS-TB-PROVE-TOTAL for the current TBH-BATCH-NUM.
      ******************************************************************
       7760-SUM-BATCH-ITEMS.
           MOVE ZEROS TO WS-TB-PROVE-COUNT
           MOVE ZEROS TO WS-TB-PROVE-TOTAL
           MOVE TBH-BATCH-NUM TO TBI-BATCH-NUM
           MOVE ZEROS TO TBI-SEQ
           START TELLER-BATCH-ITEM-FILE KEY >= TBI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TBI-FILE-STATUS NOT = "00"
               READ TELLER-BATCH-ITEM-FILE NEXT RECORD
               IF WS-TBI-FILE-STATUS = "00"
                   IF TBI-BATCH-NUM = TBH-BATCH-NUM
                       ADD 1 TO WS-TB-PROVE-COUNT
                       COMPUTE WS-TB-PROVE-TOTAL =
                           WS-TB-PROVE-TOTAL
                           + FUNCTION ABS(TBI-AMOUNT)
                   ELSE
                       MOVE "10" TO WS-TBI-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TBI-FILE-STATUS.

      ******************************************************************
      * 7770 - PROVE AND POST TELLER BATCH
      * The keyed batch must prove to the declared controls before
      * anything posts; a balanced batch posts each item through
      * the normal memo-post teller path with the batch number
      * carried in TRAN-REF-NUMBER.
      ******************************************************************
       7770-PROVE-POST-BATCH.
           DISPLAY " "
           DISPLAY "=== PROVE AND POST TELLER BATCH ==="
           DISPLAY "Batch Number: " WITH NO ADVANCING
           ACCEPT WS-TB-INPUT-BATCH FROM CONSOLE
           COMPUTE TBH-BATCH-NUM =
               FUNCTION NUMVAL(WS-TB-INPUT-BATCH)
           READ TELLER-BATCH-HDR-FILE
           IF WS-TBH-FILE-STATUS NOT = "00"
               DISPLAY "Batch not found."
               GO TO 7770-PROVE-EXIT
           END-IF
           IF TBH-STAT-POSTED
               DISPLAY "Batch has already been posted."
               GO TO 7770-PROVE-EXIT
           END-IF

           PERFORM 7760-SUM-BATCH-ITEMS

           DISPLAY "Declared: " TBH-DECLARED-COUNT " items, "
                   TBH-DECLARED-TOTAL
           DISPLAY "Keyed:    " WS-TB-PROVE-COUNT " items, "
                   WS-TB-PROVE-TOTAL
           IF WS-TB-PROVE-COUNT NOT = TBH-DECLARED-COUNT
               OR WS-TB-PROVE-TOTAL NOT = TBH-DECLARED-TOTAL
               DISPLAY "BATCH DOES NOT PROVE - posting refused. "
                       "Re-key or correct the declared totals."
               GO TO 7770-PROVE-EXIT
           END-IF
           DISPLAY "Batch proves - posting."

           MOVE ZEROS TO WS-TB-POSTED-COUNT
           MOVE TBH-BATCH-NUM TO TBI-BATCH-NUM
           MOVE ZEROS TO TBI-SEQ
           START TELLER-BATCH-ITEM-FILE KEY >= TBI-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TBI-FILE-STATUS NOT = "00"
               READ TELLER-BATCH-ITEM-FILE NEXT RECORD
               IF WS-TBI-FILE-STATUS = "00"
                   IF TBI-BATCH-NUM = TBH-BATCH-NUM
                       PERFORM 7780-POST-ONE-BATCH-ITEM
                           THRU 7780-POST-EXIT
                   ELSE
                       MOVE "10" TO WS-TBI-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TBI-FILE-STATUS

           COMPUTE TBH-BATCH-NUM =
               FUNCTION NUMVAL(WS-TB-INPUT-BATCH)
           READ TELLER-BATCH-HDR-FILE
           SET TBH-STAT-POSTED TO TRUE
           REWRITE TELLER-BATCH-HDR-RECORD

           DISPLAY "Batch " TBH-BATCH-NUM " posted: "
                   WS-TB-POSTED-COUNT " item(s)."

           MOVE "TELLER_BATCH_POST" TO WS-AUDIT-ACTION
           STRING "Batch=" TBH-BATCH-NUM
                  " Items=" WS-TB-POSTED-COUNT
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7770-PROVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7780 - POST ONE BATCH ITEM
      * The same memo-post teller posting 7000/7100 perform: only
      * the available balance moves now, the pending transaction
      * carries the batch number in TRAN-REF-NUMBER, and the
      * nightly poster applies the ledger.
      ******************************************************************
       7780-POST-ONE-BATCH-ITEM.
           MOVE TBI-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "  Item " TBI-SEQ " skipped - account "
                       TBI-ACCT-ID " not found."
               GO TO 7780-POST-EXIT
           END-IF
           IF NOT TBI-TYPE-DEPOSIT AND NOT TBI-TYPE-CHECK-DEP
               MOVE ACCT-ID TO WS-RST-CHECK-ACCT
               MOVE "Y" TO WS-RST-CHECK-DEBIT
               MOVE "B" TO WS-RST-CHECK-CHANNEL
               PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
               IF WS-RST-BLOCKED
                   DISPLAY "  Item " TBI-SEQ " skipped - "
                           WS-RST-DECLINE-MSG
                   GO TO 7780-POST-EXIT
               END-IF
           END-IF

      * A check item leaves available balance alone - its hold,
      * placed once the TRAN-ID is known, releases the funds
           EVALUATE TRUE
               WHEN TBI-TYPE-DEPOSIT
                   COMPUTE ACCT-AVAILABLE-BAL =
                       ACCT-AVAILABLE-BAL + TBI-AMOUNT
               WHEN TBI-TYPE-CHECK-DEP
                   CONTINUE
               WHEN OTHER
                   COMPUTE ACCT-AVAILABLE-BAL =
                       ACCT-AVAILABLE-BAL - TBI-AMOUNT
           END-EVALUATE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO ACCT-LAST-ACTIVITY
           SET ACCT-NOT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE

           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-IS-CASH TO TRUE
           EVALUATE TRUE
               WHEN TBI-TYPE-DEPOSIT
                   SET TRAN-TYPE-DEPOSIT TO TRUE
                   MOVE TBI-AMOUNT TO TRAN-AMOUNT
                   MOVE "Batch Deposit" TO TRAN-DESCRIPTION
               WHEN TBI-TYPE-CHECK-DEP
                   SET TRAN-TYPE-DEPOSIT TO TRUE
                   MOVE TBI-AMOUNT TO TRAN-AMOUNT
                   MOVE "Batch Check Deposit" TO TRAN-DESCRIPTION
                   SET TRAN-NOT-CASH TO TRUE
               WHEN OTHER
                   SET TRAN-TYPE-WITHDRAW TO TRUE
                   COMPUTE TRAN-AMOUNT = TBI-AMOUNT * -1
                   MOVE "Batch Withdrawal" TO TRAN-DESCRIPTION
           END-EVALUATE
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE TBI-BATCH-NUM TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-PENDING TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           MOVE TRAN-AMOUNT TO MEMO-AMOUNT
           PERFORM 7080-WRITE-MEMO-POST-ITEM

           IF TBI-TYPE-CHECK-DEP
               MOVE TBI-AMOUNT TO WS-NUMERIC-AMOUNT
               MOVE TBI-AMOUNT TO WS-DSP-AMOUNT
               MOVE WS-DSP-AMOUNT TO WS-ACCT-INPUT-AMOUNT
               PERFORM 7050-PLACE-CHECK-HOLD
               MOVE TBI-ROUTING TO WS-CL-ITEM-ROUTING
               MOVE SPACES TO WS-CL-ITEM-CHECK-NUM
               MOVE SPACES TO WS-CL-ITEM-DRAWER
               MOVE "B" TO WS-CL-ITEM-SOURCE
               PERFORM 7010-WRITE-CASH-LETTER-ITEM
           END-IF

           ADD 1 TO WS-TB-POSTED-COUNT.

       7780-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7800 - REWARD CHECKING QUALIFICATION (BATCH)
      * Month-end run for every open checking account on a product
      * with a bonus rate plan. Each account is measured for the
      * calendar month against the product's conditions - debit
      * card purchases settled through the card network, a direct
      * deposit or other ACH credit, and paperless statements. A
      * qualifier's accrual bucket has the cycle's base-plan
      * interest replaced by the bonus-plan interest the nightly
      * accrual kept alongside it (7802), and its foreign ATM
      * surcharges for the month are refunded up to the product's
      * cap; everyone else keeps the base rate. Runs after the last
      * nightly accrual of the month and before 7355 posts the
      * buckets.
      ******************************************************************
       7800-BATCH-REWARD-QUALIFICATION.
           DISPLAY " "
           DISPLAY "=== REWARD CHECKING QUALIFICATION ==="

           MOVE "RWDQUAL" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7800-RWCQ-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:6) TO WS-RWC-CYCLE
           MOVE ZEROS TO WS-RWC-EVAL-COUNT
           MOVE ZEROS TO WS-RWC-QUAL-COUNT
           MOVE ZEROS TO WS-RWC-REFUND-TOTAL

           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
           PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-TYPE-CHECKING
                   AND ACCT-ACTIVE
                   AND ACCT-PRODUCT-CODE NOT = SPACES
                   PERFORM 7804-QUALIFY-ONE-ACCOUNT
                       THRU 7804-QUALIFY-EXIT
               END-IF
           END-PERFORM

           MOVE WS-RWC-REFUND-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Cycle " WS-RWC-CYCLE
           DISPLAY "Accounts evaluated:  " WS-RWC-EVAL-COUNT
           DISPLAY "Accounts qualified:  " WS-RWC-QUAL-COUNT
           DISPLAY "ATM fees refunded:  $" WS-DSP-AMOUNT

           MOVE "REWARD_QUAL_RUN" TO WS-AUDIT-ACTION
           STRING "Cycle=" WS-RWC-CYCLE
                  " Evaluated=" WS-RWC-EVAL-COUNT
                  " Qualified=" WS-RWC-QUAL-COUNT
                  " Refunded=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "RWDQUAL" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RWC-EVAL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7800-RWCQ-EXIT.
           CONTINUE.

      ******************************************************************
      * 7802 - ACCRUE THE REWARD CHECKING BONUS ALONGSIDE
      * Called by the nightly accrual right after a checking
      * account's day at the base rate went to its bucket
      * (WS-INTEREST-AMOUNT still holds it). When the account's
      * product has a bonus plan, the same day is figured again at
      * the bonus plan and both go on the account's row for the
      * month, so the qualification run can settle the cycle at
      * either rate.
      ******************************************************************
       7802-ACCRUE-REWARD-BONUS.
           IF ACCT-PRODUCT-CODE = SPACES
               GO TO 7802-ACCRUE-EXIT
           END-IF
           MOVE ACCT-PRODUCT-CODE TO PROD-CODE
           READ PRODUCT-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               OR PROD-BONUS-RATE-PLAN = SPACES
               GO TO 7802-ACCRUE-EXIT
           END-IF

           MOVE WS-INTEREST-AMOUNT TO WS-RWC-BASE-DAY
           SET WS-RATE-BONUS-PLAN TO TRUE
           PERFORM 5250-CALCULATE-TIERED-INTEREST

           MOVE ACCT-ID TO RWQ-ACCT-ID
           MOVE WS-ACCEPT-DATE(1:6) TO RWQ-CYCLE
           READ REWARD-QUAL-FILE
           IF WS-RWQ-FILE-STATUS = "00"
               ADD WS-RWC-BASE-DAY TO RWQ-BASE-ACCRUED
               ADD WS-INTEREST-AMOUNT TO RWQ-BONUS-ACCRUED
               REWRITE REWARD-QUAL-RECORD
           ELSE
               PERFORM 7803-INIT-REWARD-QUAL-ROW
               MOVE WS-ACCEPT-DATE(1:6) TO RWQ-CYCLE
               MOVE WS-RWC-BASE-DAY TO RWQ-BASE-ACCRUED
               MOVE WS-INTEREST-AMOUNT TO RWQ-BONUS-ACCRUED
               WRITE REWARD-QUAL-RECORD
           END-IF
           MOVE WS-RWC-BASE-DAY TO WS-INTEREST-AMOUNT.

       7802-ACCRUE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7803 - INITIALIZE A REWARD QUALIFICATION ROW
      * A fresh open row for ACCOUNT-RECORD; the caller sets the
      * cycle.
      ******************************************************************
       7803-INIT-REWARD-QUAL-ROW.
           MOVE SPACES TO REWARD-QUAL-RECORD
           MOVE ACCT-ID TO RWQ-ACCT-ID
           SET RWQ-OPEN TO TRUE
           MOVE ZEROS TO RWQ-BASE-ACCRUED
           MOVE ZEROS TO RWQ-BONUS-ACCRUED
           MOVE ZEROS TO RWQ-PURCHASE-COUNT
           MOVE ZEROS TO RWQ-DEPOSIT-COUNT
           MOVE ZEROS TO RWQ-PURCHASE-REQ
           MOVE ZEROS TO RWQ-ATM-FEES
           MOVE ZEROS TO RWQ-ATM-REFUND
           MOVE ZEROS TO RWQ-ATM-CAP.

      ******************************************************************
      * 7804 - QUALIFY ONE REWARD CHECKING ACCOUNT
      * ACCOUNT-RECORD is current. Settles the account's row for
      * WS-RWC-CYCLE; a row already settled is left alone.
      ******************************************************************
       7804-QUALIFY-ONE-ACCOUNT.
           MOVE ACCT-PRODUCT-CODE TO PROD-CODE
           READ PRODUCT-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               OR PROD-BONUS-RATE-PLAN = SPACES
               GO TO 7804-QUALIFY-EXIT
           END-IF

           MOVE ACCT-ID TO RWQ-ACCT-ID
           MOVE WS-RWC-CYCLE TO RWQ-CYCLE
           READ REWARD-QUAL-FILE
           IF WS-RWQ-FILE-STATUS = "00"
               IF RWQ-EVALUATED
                   GO TO 7804-QUALIFY-EXIT
               END-IF
               SET WS-RWC-ROW-ON-FILE TO TRUE
           ELSE
               PERFORM 7803-INIT-REWARD-QUAL-ROW
               MOVE WS-RWC-CYCLE TO RWQ-CYCLE
               SET WS-RWC-ROW-NEW TO TRUE
           END-IF
           ADD 1 TO WS-RWC-EVAL-COUNT

           MOVE PROD-RWD-MIN-PURCHASES TO RWQ-PURCHASE-REQ
           MOVE PROD-RWD-REQ-DEPOSIT TO RWQ-DEPOSIT-REQ
           MOVE PROD-RWD-REQ-PAPERLESS TO RWQ-PAPERLESS-REQ
           MOVE PROD-RWD-ATM-REFUND-CAP TO RWQ-ATM-CAP
           PERFORM 7806-COUNT-CYCLE-ACTIVITY

           MOVE "N" TO RWQ-PAPERLESS
           MOVE ACCT-OWNER-ID TO PREF-CUST-ID
           READ NOTIFY-PREF-FILE
           IF WS-PREF-FILE-STATUS = "00"
               AND PREF-PAPERLESS
               MOVE "Y" TO RWQ-PAPERLESS
           END-IF

           SET RWQ-QUALIFIED TO TRUE
           IF RWQ-PURCHASE-COUNT < RWQ-PURCHASE-REQ
               SET RWQ-MISSED TO TRUE
           END-IF
           IF RWQ-DEPOSIT-REQ = "Y"
               AND RWQ-DEPOSIT-COUNT = ZEROS
               SET RWQ-MISSED TO TRUE
           END-IF
           IF RWQ-PAPERLESS-REQ = "Y"
               AND RWQ-PAPERLESS NOT = "Y"
               SET RWQ-MISSED TO TRUE
           END-IF

           MOVE ZEROS TO RWQ-ATM-REFUND
           IF RWQ-QUALIFIED
               ADD 1 TO WS-RWC-QUAL-COUNT
               COMPUTE ACCT-ACCRUED-INTEREST =
                   ACCT-ACCRUED-INTEREST - RWQ-BASE-ACCRUED
                   + RWQ-BONUS-ACCRUED
               IF RWQ-ATM-FEES > RWQ-ATM-CAP
                   MOVE RWQ-ATM-CAP TO RWQ-ATM-REFUND
               ELSE
                   MOVE RWQ-ATM-FEES TO RWQ-ATM-REFUND
               END-IF
               COMPUTE ACCT-BALANCE = ACCT-BALANCE + RWQ-ATM-REFUND
               COMPUTE ACCT-AVAILABLE-BAL =
                   ACCT-AVAILABLE-BAL + RWQ-ATM-REFUND
               REWRITE ACCOUNT-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
               IF RWQ-ATM-REFUND > ZEROS
                   PERFORM 7808-POST-ATM-FEE-REFUND
               END-IF
           END-IF

           MOVE WS-ACCEPT-DATE TO RWQ-EVAL-DATE
           IF WS-RWC-ROW-NEW
               WRITE REWARD-QUAL-RECORD
           ELSE
               REWRITE REWARD-QUAL-RECORD
           END-IF

           DISPLAY "  Acct " ACCT-ID " " RWQ-STATUS
                   " purchases " RWQ-PURCHASE-COUNT "/"
                   RWQ-PURCHASE-REQ
                   " deposits " RWQ-DEPOSIT-COUNT
                   " paperless " RWQ-PAPERLESS.

       7804-QUALIFY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7806 - COUNT THE CYCLE'S QUALIFYING ACTIVITY
      * One pass over the account's postings for the month: card
      * purchases settled through the card network (8175), ACH
      * credits - direct deposit or otherwise, the same test 7671
      * uses - and the foreign ATM surcharges the network passed
      * through.
      ******************************************************************
       7806-COUNT-CYCLE-ACTIVITY.
           MOVE ZEROS TO RWQ-PURCHASE-COUNT
           MOVE ZEROS TO RWQ-DEPOSIT-COUNT
           MOVE ZEROS TO RWQ-ATM-FEES
           MOVE LOW-VALUES TO TRAN-ID
           START TRANSACTION-FILE KEY >= TRAN-ID
           PERFORM UNTIL WS-TRAN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
               IF WS-TRAN-FILE-STATUS = "00"
                   IF TRAN-ACCOUNT-ID = ACCT-ID
                       AND NOT TRAN-REVERSED
                       AND TRAN-DATE(1:6) = WS-RWC-CYCLE
                       EVALUATE TRUE
                           WHEN TRAN-TYPE-WITHDRAW
                               AND TRAN-TERMINAL-ID = "ATMNET"
                               AND TRAN-DESCRIPTION = "Card Purchase"
                               ADD 1 TO RWQ-PURCHASE-COUNT
                           WHEN TRAN-TYPE-ACH-CREDIT
                               ADD 1 TO RWQ-DEPOSIT-COUNT
                           WHEN TRAN-TYPE-FEE
                               AND TRAN-TERMINAL-ID = "ATMNET"
                               SUBTRACT TRAN-AMOUNT FROM RWQ-ATM-FEES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7808 - POST THE FOREIGN ATM FEE REFUND
      * ACCOUNT-RECORD already carries the credit.
      ******************************************************************
       7808-POST-ATM-FEE-REFUND.
           PERFORM 3090-GET-NEXT-TRAN-ID
           MOVE WS-NEXT-TRAN-ID TO TRAN-ID
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE RWQ-ATM-REFUND TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Reward checking ATM fee refund " WS-RWC-CYCLE
               DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY
           ADD RWQ-ATM-REFUND TO WS-RWC-REFUND-TOTAL.

      ******************************************************************
      * 7810 - WRITE REWARD CHECKING QUALIFICATION SUMMARY
      * For a checking account on a bonus-plan product, the
      * statement shows the latest month the qualification run
      * settled: what the customer did against what was needed,
      * which rate the month earned, and the ATM fees refunded.
      ******************************************************************
       7810-WRITE-REWARD-SUMMARY.
           IF NOT ACCT-TYPE-CHECKING
               OR ACCT-PRODUCT-CODE = SPACES
               GO TO 7810-SUMMARY-EXIT
           END-IF
           MOVE ACCT-PRODUCT-CODE TO PROD-CODE
           READ PRODUCT-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               OR PROD-BONUS-RATE-PLAN = SPACES
               GO TO 7810-SUMMARY-EXIT
           END-IF

           MOVE SPACES TO WS-RWC-LAST-CYCLE
           MOVE ACCT-ID TO RWQ-ACCT-ID
           MOVE LOW-VALUES TO RWQ-CYCLE
           START REWARD-QUAL-FILE KEY >= RWQ-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RWQ-FILE-STATUS NOT = "00"
               READ REWARD-QUAL-FILE NEXT RECORD
               IF WS-RWQ-FILE-STATUS = "00"
                   IF RWQ-ACCT-ID NOT = ACCT-ID
                       MOVE "10" TO WS-RWQ-FILE-STATUS
                   ELSE
                       IF RWQ-EVALUATED
                           MOVE RWQ-CYCLE TO WS-RWC-LAST-CYCLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RWC-LAST-CYCLE = SPACES
               GO TO 7810-SUMMARY-EXIT
           END-IF
           MOVE ACCT-ID TO RWQ-ACCT-ID
           MOVE WS-RWC-LAST-CYCLE TO RWQ-CYCLE
           READ REWARD-QUAL-FILE
           IF WS-RWQ-FILE-STATUS NOT = "00"
               GO TO 7810-SUMMARY-EXIT
           END-IF

           MOVE SPACES TO WS-RWC-STMT-LINE
           IF RWQ-QUALIFIED
               STRING "Reward Checking " RWQ-CYCLE
                      ": QUALIFIED - bonus rate paid"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           ELSE
               STRING "Reward Checking " RWQ-CYCLE
                      ": NOT QUALIFIED - base rate paid"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           END-IF
           PERFORM 7812-WRITE-REWARD-LINE
           MOVE SPACES TO WS-RWC-STMT-LINE
           STRING "  What you did         What you needed"
               DELIMITED SIZE INTO WS-RWC-STMT-LINE
           PERFORM 7812-WRITE-REWARD-LINE
           MOVE SPACES TO WS-RWC-STMT-LINE
           STRING "  Debit card purchases: " RWQ-PURCHASE-COUNT
                  "      " RWQ-PURCHASE-REQ
               DELIMITED SIZE INTO WS-RWC-STMT-LINE
           PERFORM 7812-WRITE-REWARD-LINE
           MOVE SPACES TO WS-RWC-STMT-LINE
           IF RWQ-DEPOSIT-REQ = "Y"
               STRING "  Direct deposit/ACH:   " RWQ-DEPOSIT-COUNT
                      "       001"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           ELSE
               STRING "  Direct deposit/ACH:   " RWQ-DEPOSIT-COUNT
                      "       not required"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           END-IF
           PERFORM 7812-WRITE-REWARD-LINE
           MOVE SPACES TO WS-RWC-STMT-LINE
           IF RWQ-PAPERLESS-REQ = "Y"
               STRING "  Paperless statements: " RWQ-PAPERLESS
                      "         Y"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           ELSE
               STRING "  Paperless statements: " RWQ-PAPERLESS
                      "         not required"
                   DELIMITED SIZE INTO WS-RWC-STMT-LINE
           END-IF
           PERFORM 7812-WRITE-REWARD-LINE
           MOVE RWQ-ATM-REFUND TO WS-DSP-AMOUNT
           MOVE RWQ-ATM-FEES TO WS-DSP-BALANCE
           MOVE SPACES TO WS-RWC-STMT-LINE
           STRING "  Foreign ATM fees $"
                  FUNCTION TRIM(WS-DSP-BALANCE)
                  ", refunded $" FUNCTION TRIM(WS-DSP-AMOUNT)
               DELIMITED SIZE INTO WS-RWC-STMT-LINE
           PERFORM 7812-WRITE-REWARD-LINE.

       7810-SUMMARY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7812 - WRITE ONE REWARD SUMMARY LINE
      * To the console and the print-vendor statement file.
      ******************************************************************
       7812-WRITE-REWARD-LINE.
           DISPLAY "  " WS-RWC-STMT-LINE
           MOVE WS-RWC-STMT-LINE TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD.

      ******************************************************************
      * 7820 - DEBIT CARD ROUND-UP SWEEP (BATCH)
      * Nightly, after the card network settlement (8175) has
      * posted the day. For every active enrollment, each card
      * purchase settled to the checking account today is rounded
      * up to the next whole dollar, times the customer's
      * multiplier, and the day's total moves to the linked savings
      * account in one transfer - held to the monthly cap, and not
      * at all when it would take the checking account's available
      * balance below zero. Each day with purchases gets a history
      * row; a first-year sweep with the match elected adds the
      * bank's match to what 7826 credits at quarter start.
      ******************************************************************
       7820-BATCH-ROUNDUP-SWEEP.
           DISPLAY " "
           DISPLAY "=== DEBIT CARD ROUND-UP SWEEP ==="

           MOVE "ROUNDUP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7820-RUPS-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO WS-RUP-DAY
           COMPUTE WS-RUP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE ZEROS TO WS-RUP-ENROLL-COUNT
           MOVE ZEROS TO WS-RUP-SWEPT-COUNT
           MOVE ZEROS TO WS-RUP-SKIPPED-COUNT
           MOVE ZEROS TO WS-RUP-SWEPT-TOTAL

           MOVE LOW-VALUES TO RUP-CHK-ACCT-ID
           START ROUNDUP-ENROLL-FILE KEY >= RUP-CHK-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RUP-FILE-STATUS NOT = "00"
               READ ROUNDUP-ENROLL-FILE NEXT RECORD
               IF WS-RUP-FILE-STATUS = "00"
                   AND RUP-ACTIVE
                   AND RUP-LAST-SWEEP-DATE < WS-RUP-DAY
                   PERFORM 7822-SWEEP-ONE-ENROLLMENT
                       THRU 7822-SWEEP-EXIT
                   MOVE "00" TO WS-RUP-FILE-STATUS
               END-IF
           END-PERFORM

           MOVE WS-RUP-SWEPT-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Business date " WS-RUP-DAY
           DISPLAY "Enrollments checked:  " WS-RUP-ENROLL-COUNT
           DISPLAY "Sweeps posted:        " WS-RUP-SWEPT-COUNT
           DISPLAY "Skipped:              " WS-RUP-SKIPPED-COUNT
           DISPLAY "Total swept:         $" WS-DSP-AMOUNT

           MOVE "ROUNDUP_SWEEP_RUN" TO WS-AUDIT-ACTION
           STRING "Date=" WS-RUP-DAY
                  " Checked=" WS-RUP-ENROLL-COUNT
                  " Swept=" WS-RUP-SWEPT-COUNT
                  " Skipped=" WS-RUP-SKIPPED-COUNT
                  " Total=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "ROUNDUP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RUP-ENROLL-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7820-RUPS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7822 - SWEEP ONE ENROLLMENT
      * ROUNDUP-ENROLL-RECORD is current. The savings account is
      * checked first so ACCOUNT-RECORD ends up holding the
      * checking account the purchases are read against.
      ******************************************************************
       7822-SWEEP-ONE-ENROLLMENT.
           ADD 1 TO WS-RUP-ENROLL-COUNT
           MOVE RUP-SAV-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               DISPLAY "  Chk " RUP-CHK-ACCT-ID
                       " savings account not open - not swept"
               GO TO 7822-SWEEP-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-IBR-TO-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-TO-ENTITY
           MOVE RUP-CHK-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               DISPLAY "  Chk " RUP-CHK-ACCT-ID
                       " checking account not open - not swept"
               GO TO 7822-SWEEP-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-IBR-FROM-BRANCH
           MOVE ACCT-ENTITY-CODE TO WS-IBR-FROM-ENTITY

           PERFORM 7824-SUM-DAY-ROUNDUPS
           MOVE WS-RUP-DAY TO RUP-LAST-SWEEP-DATE
           IF WS-RUP-PURCHASE-COUNT = ZEROS
               REWRITE ROUNDUP-ENROLL-RECORD
               GO TO 7822-SWEEP-EXIT
           END-IF

           IF RUP-MULTIPLIER > ZEROS
               COMPUTE WS-RUP-DAY-ROUNDUP =
                   WS-RUP-DAY-ROUNDUP * RUP-MULTIPLIER
           END-IF
           IF RUP-CAP-MONTH NOT = WS-RUP-DAY(1:6)
               MOVE WS-RUP-DAY(1:6) TO RUP-CAP-MONTH
               MOVE ZEROS TO RUP-MONTH-SWEPT
           END-IF
           MOVE WS-RUP-DAY-ROUNDUP TO WS-RUP-SWEEP-AMT
           IF RUP-MONTHLY-CAP > ZEROS
               AND RUP-MONTH-SWEPT + WS-RUP-SWEEP-AMT
                   > RUP-MONTHLY-CAP
               COMPUTE WS-RUP-SWEEP-AMT =
                   RUP-MONTHLY-CAP - RUP-MONTH-SWEPT
               IF WS-RUP-SWEEP-AMT < ZEROS
                   MOVE ZEROS TO WS-RUP-SWEEP-AMT
               END-IF
           END-IF

           MOVE SPACES TO ROUNDUP-HISTORY-RECORD
           MOVE RUP-CUST-ID TO RUH-CUST-ID
           MOVE WS-RUP-DAY TO RUH-DATE
           MOVE RUP-CHK-ACCT-ID TO RUH-CHK-ACCT-ID
           MOVE RUP-SAV-ACCT-ID TO RUH-SAV-ACCT-ID
           MOVE WS-RUP-PURCHASE-COUNT TO RUH-PURCHASE-COUNT
           MOVE WS-RUP-DAY-ROUNDUP TO RUH-ROUNDUP-AMT
           MOVE ZEROS TO RUH-SWEPT-AMT
           MOVE ZEROS TO RUH-MATCH-AMT
           MOVE ZEROS TO RUH-SWEEP-TRAN-ID

           EVALUATE TRUE
               WHEN WS-RUP-SWEEP-AMT = ZEROS
                   SET RUH-CAPPED TO TRUE
               WHEN ACCT-AVAILABLE-BAL - WS-RUP-SWEEP-AMT < ZEROS
                   SET RUH-SKIPPED-NSF TO TRUE
                   ADD 1 TO WS-RUP-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 7825-POST-ROUNDUP-SWEEP
                       THRU 7825-POST-EXIT
           END-EVALUATE

           WRITE ROUNDUP-HISTORY-RECORD
           REWRITE ROUNDUP-ENROLL-RECORD
           DISPLAY "  Chk " RUP-CHK-ACCT-ID " " RUH-STATUS
                   " purchases " RUH-PURCHASE-COUNT
                   " round-up " RUH-ROUNDUP-AMT
                   " swept " RUH-SWEPT-AMT.

       7822-SWEEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 7824 - SUM THE DAY'S ROUND-UPS
      * Card purchases settled to the checking account on the
      * business date, read through the account/date cross
      * reference. A purchase already on a whole dollar rounds up
      * by nothing.
      ******************************************************************
       7824-SUM-DAY-ROUNDUPS.
           MOVE ZEROS TO WS-RUP-PURCHASE-COUNT
           MOVE ZEROS TO WS-RUP-DAY-ROUNDUP
           MOVE RUP-CHK-ACCT-ID TO TXR-ACCT-ID
           MOVE WS-RUP-DAY TO TXR-DATE
           MOVE ZEROS TO TXR-TRAN-ID
           START TRAN-XREF-FILE KEY >= TXR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TXR-FILE-STATUS NOT = "00"
               READ TRAN-XREF-FILE NEXT RECORD
               IF WS-TXR-FILE-STATUS = "00"
                   IF TXR-ACCT-ID NOT = RUP-CHK-ACCT-ID
                       OR TXR-DATE NOT = WS-RUP-DAY
                       MOVE "10" TO WS-TXR-FILE-STATUS
                   ELSE
                       MOVE TXR-TRAN-ID TO TRAN-ID
                       READ TRANSACTION-FILE
                       IF WS-TRAN-FILE-STATUS = "00"
                           AND TRAN-TYPE-WITHDRAW
                           AND TRAN-TERMINAL-ID = "ATMNET"
                           AND TRAN-DESCRIPTION = "Card Purchase"
                           AND NOT TRAN-REVERSED
                           ADD 1 TO WS-RUP-PURCHASE-COUNT
                           COMPUTE WS-RUP-PURCHASE-AMT =
                               FUNCTION ABS(TRAN-AMOUNT)
                           IF WS-RUP-PURCHASE-CENTS > ZEROS
                               COMPUTE WS-RUP-DAY-ROUNDUP =
                                   WS-RUP-DAY-ROUNDUP +
                                   ((100 - WS-RUP-PURCHASE-CENTS)
                                    / 100)
                           END-IF
                       END-IF
                       MOVE "00" TO WS-TRAN-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TXR-FILE-STATUS.

      ******************************************************************
      * 7825 - POST THE ROUND-UP SWEEP
      * One transfer for the day, the same restriction check and
      * debit/credit/rewrite sequence as 7930. ACCOUNT-RECORD holds
      * the checking account and WS-RUP-SWEEP-AMT the amount.
      ******************************************************************
       7825-POST-ROUNDUP-SWEEP.
           MOVE RUP-CHK-ACCT-ID TO WS-RST-CHECK-ACCT
           MOVE "Y" TO WS-RST-CHECK-DEBIT
           MOVE "S" TO WS-RST-CHECK-CHANNEL
           PERFORM 8760-CHECK-ACCOUNT-RESTRICTIONS
           IF WS-RST-BLOCKED
               SET RUH-SKIPPED-RESTRICTED TO TRUE
               ADD 1 TO WS-RUP-SKIPPED-COUNT
               DISPLAY "  Chk " RUP-CHK-ACCT-ID " not swept - "
                       WS-RST-DECLINE-MSG
               GO TO 7825-POST-EXIT
           END-IF

           MOVE RUP-CHK-ACCT-ID TO WS-XFER-FROM-ID
           MOVE RUP-SAV-ACCT-ID TO WS-XFER-TO-ID
           MOVE WS-RUP-SWEEP-AMT TO WS-LOCAL-XFER-AMT

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL - WS-LOCAL-XFER-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3100-RECORD-DEBIT-TRANSACTION
           MOVE WS-NEXT-TRAN-ID TO RUH-SWEEP-TRAN-ID

           MOVE RUP-SAV-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Savings account no longer exists."
               DISPLAY "WARNING: Checking account already debited!"
               GO TO 7825-POST-EXIT
           END-IF
           COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-LOCAL-XFER-AMT
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + WS-LOCAL-XFER-AMT
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           PERFORM 3200-RECORD-CREDIT-TRANSACTION
           PERFORM 3080-WRITE-INTERBRANCH-ENTRY
               THRU 3080-IBR-EXIT

           SET RUH-SWEPT TO TRUE
           MOVE WS-RUP-SWEEP-AMT TO RUH-SWEPT-AMT
           ADD WS-RUP-SWEEP-AMT TO RUP-MONTH-SWEPT
           ADD 1 TO WS-RUP-SWEPT-COUNT
           ADD WS-RUP-SWEEP-AMT TO WS-RUP-SWEPT-TOTAL

      * Bank match on sweeps in the first year after enrollment
           IF RUP-MATCH-ELECTED
               AND RUP-ENROLL-DATE IS NUMERIC
               COMPUTE WS-RUP-ENROLL-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RUP-ENROLL-DATE))
               IF WS-RUP-DAY-INT - WS-RUP-ENROLL-INT
                   < WS-RUP-MATCH-DAYS
                   COMPUTE WS-RUP-MATCH-AMT ROUNDED =
                       WS-RUP-SWEEP-AMT * RUP-MATCH-PCT / 100
                   MOVE WS-RUP-MATCH-AMT TO RUH-MATCH-AMT
                   ADD WS-RUP-MATCH-AMT TO RUP-MATCH-OWED
               END-IF
           END-IF.

       7825-POST-EXIT.
           CONTINUE.

      ******************************************************************
      * 7826 - ROUND-UP BANK MATCH (BATCH)
      * Quarterly - run on the first business day of January,
      * April, July and October. Credits each enrollment's match
      * owed from the quarter's sweeps to its savings account.
      ******************************************************************
       7826-BATCH-ROUNDUP-MATCH.
           DISPLAY " "
           DISPLAY "=== ROUND-UP BANK MATCH ==="

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           IF WS-ACCEPT-DATE(5:2) NOT = "01"
               AND WS-ACCEPT-DATE(5:2) NOT = "04"
               AND WS-ACCEPT-DATE(5:2) NOT = "07"
               AND WS-ACCEPT-DATE(5:2) NOT = "10"
               DISPLAY "Not a quarter-start month - match not run."
               GO TO 7826-RUMQ-EXIT
           END-IF

           MOVE "RUPMATCH" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START
           IF WS-JOB-ALREADY-RUN
               GO TO 7826-RUMQ-EXIT
           END-IF

           MOVE ZEROS TO WS-RUP-MATCH-COUNT
           MOVE ZEROS TO WS-RUP-MATCH-TOTAL
           MOVE LOW-VALUES TO RUP-CHK-ACCT-ID
           START ROUNDUP-ENROLL-FILE KEY >= RUP-CHK-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RUP-FILE-STATUS NOT = "00"
               READ ROUNDUP-ENROLL-FILE NEXT RECORD
               IF WS-RUP-FILE-STATUS = "00"
                   AND RUP-MATCH-OWED > ZEROS
                   PERFORM 7828-CREDIT-ONE-MATCH
                       THRU 7828-CREDIT-EXIT
                   MOVE "00" TO WS-RUP-FILE-STATUS
               END-IF
           END-PERFORM

           MOVE WS-RUP-MATCH-TOTAL TO WS-DSP-AMOUNT
           DISPLAY "Matches credited:  " WS-RUP-MATCH-COUNT
           DISPLAY "Total credited:   $" WS-DSP-AMOUNT

           MOVE "ROUNDUP_MATCH_RUN" TO WS-AUDIT-ACTION
           STRING "Credited=" WS-RUP-MATCH-COUNT
                  " Total=" FUNCTION TRIM(WS-DSP-AMOUNT)
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "RUPMATCH" TO WS-RUNCTL-JOB-NAME
           MOVE WS-RUP-MATCH-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

       7826-RUMQ-EXIT.
           CONTINUE.

      ******************************************************************
      * 7828 - CREDIT ONE ROUND-UP MATCH
      * ROUNDUP-ENROLL-RECORD is current. A match owed to a savings
      * account that has since closed stays owed.
      ******************************************************************
       7828-CREDIT-ONE-MATCH.
           MOVE RUP-SAV-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
               DISPLAY "  Chk " RUP-CHK-ACCT-ID
                       " savings account not open - match held"
               GO TO 7828-CREDIT-EXIT
           END-IF

           COMPUTE ACCT-BALANCE = ACCT-BALANCE + RUP-MATCH-OWED
           COMPUTE ACCT-AVAILABLE-BAL =
               ACCT-AVAILABLE-BAL + RUP-MATCH-OWED
           REWRITE ACCOUNT-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-ACCOUNT-UPDATE
           MOVE ACCT-ID TO TRAN-ACCOUNT-ID
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO TRAN-TIME
           SET TRAN-TYPE-ADJUST TO TRUE
           MOVE RUP-MATCH-OWED TO TRAN-AMOUNT
           MOVE ACCT-BALANCE TO TRAN-BALANCE-AFTER
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "Round-up bank match - checking "
                  RUP-CHK-ACCT-ID
               DELIMITED SIZE INTO TRAN-DESCRIPTION
           MOVE SPACES TO TRAN-REF-NUMBER
           MOVE LS-CURRENT-USER TO TRAN-USER-ID
           MOVE WS-POSTING-TERMINAL TO TRAN-TERMINAL-ID
           SET TRAN-COMPLETED TO TRUE
           SET TRAN-NOT-CASH TO TRUE
           MOVE ZEROS TO TRAN-TO-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM 3210-UPDATE-DAILY-SUMMARY

           ADD 1 TO WS-RUP-MATCH-COUNT
           ADD RUP-MATCH-OWED TO WS-RUP-MATCH-TOTAL
           ADD RUP-MATCH-OWED TO RUP-MATCH-PAID
           MOVE RUP-MATCH-OWED TO WS-DSP-AMOUNT
           MOVE ZEROS TO RUP-MATCH-OWED
           REWRITE ROUNDUP-ENROLL-RECORD
           DISPLAY "  Chk " RUP-CHK-ACCT-ID " match $"
                   FUNCTION TRIM(WS-DSP-AMOUNT)
                   " to savings " RUP-SAV-ACCT-ID.

       7828-CREDIT-EXIT.
           CONTINUE.

      ******************************************************************
      * 7830 - WRITE ROUND-UP SAVINGS SUMMARY
      * On the statement of an enrolled checking account and of the
      * savings account it sweeps to: each day in the statement
      * period (7431) the sweep found purchases, the period's total
      * swept and where the bank match stands.
      ******************************************************************
       7830-WRITE-ROUNDUP-SUMMARY.
           IF NOT ACCT-TYPE-CHECKING
               AND NOT ACCT-TYPE-SAVINGS
               GO TO 7830-SUMMARY-EXIT
           END-IF
           PERFORM 7431-SET-STATEMENT-PERIOD

           MOVE LOW-VALUES TO RUP-CHK-ACCT-ID
           START ROUNDUP-ENROLL-FILE KEY >= RUP-CHK-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RUP-FILE-STATUS NOT = "00"
               READ ROUNDUP-ENROLL-FILE NEXT RECORD
               IF WS-RUP-FILE-STATUS = "00"
                   IF RUP-CHK-ACCT-ID = ACCT-ID
                       OR RUP-SAV-ACCT-ID = ACCT-ID
                       PERFORM 7832-WRITE-ROUNDUP-BLOCK
                   END-IF
               END-IF
           END-PERFORM.

       7830-SUMMARY-EXIT.
           CONTINUE.

      ******************************************************************
      * 7832 - WRITE ONE ENROLLMENT'S ROUND-UP BLOCK
      * ROUNDUP-ENROLL-RECORD is current; the history rows are read
      * under its customer from the period start.
      ******************************************************************
       7832-WRITE-ROUNDUP-BLOCK.
           MOVE SPACES TO WS-RUP-STMT-LINE
           STRING "Round-Up Savings: checking " RUP-CHK-ACCT-ID
                  " to savings " RUP-SAV-ACCT-ID
               DELIMITED SIZE INTO WS-RUP-STMT-LINE
           PERFORM 7834-WRITE-ROUNDUP-LINE
           MOVE SPACES TO WS-RUP-STMT-LINE
           STRING "  Date      Buys    Round-up      Swept"
                  "      Match"
               DELIMITED SIZE INTO WS-RUP-STMT-LINE
           PERFORM 7834-WRITE-ROUNDUP-LINE

           MOVE ZEROS TO WS-RUP-STMT-SWEPT
           MOVE ZEROS TO WS-RUP-STMT-ROWS
           MOVE RUP-CUST-ID TO RUH-CUST-ID
           MOVE WS-APYE-START-DATE(1:8) TO RUH-DATE
           MOVE ZEROS TO RUH-CHK-ACCT-ID
           START ROUNDUP-HISTORY-FILE KEY >= RUH-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RUH-FILE-STATUS NOT = "00"
               READ ROUNDUP-HISTORY-FILE NEXT RECORD
               IF WS-RUH-FILE-STATUS = "00"
                   IF RUH-CUST-ID NOT = RUP-CUST-ID
                       MOVE "10" TO WS-RUH-FILE-STATUS
                   ELSE
                       IF RUH-CHK-ACCT-ID = RUP-CHK-ACCT-ID
                           ADD 1 TO WS-RUP-STMT-ROWS
                           ADD RUH-SWEPT-AMT TO WS-RUP-STMT-SWEPT
                           MOVE RUH-ROUNDUP-AMT TO WS-DSP-AMOUNT
                           MOVE RUH-SWEPT-AMT TO WS-DSP-BALANCE
                           MOVE SPACES TO WS-RUP-STMT-LINE
                           STRING "  " RUH-DATE "  "
                                  RUH-PURCHASE-COUNT "  "
                                  WS-DSP-AMOUNT(8:) " "
                                  WS-DSP-BALANCE(8:)
                               DELIMITED SIZE INTO WS-RUP-STMT-LINE
                           MOVE RUH-MATCH-AMT TO WS-DSP-AMOUNT
                           EVALUATE TRUE
                               WHEN RUH-SKIPPED-NSF
                                   MOVE "  not swept - balance"
                                       TO WS-RUP-STMT-LINE(41:)
                               WHEN RUH-SKIPPED-RESTRICTED
                                   MOVE "  not swept - restricted"
                                       TO WS-RUP-STMT-LINE(41:)
                               WHEN RUH-CAPPED
                                   MOVE "  monthly cap reached"
                                       TO WS-RUP-STMT-LINE(41:)
                               WHEN OTHER
                                   MOVE WS-DSP-AMOUNT(8:)
                                       TO WS-RUP-STMT-LINE(41:)
                           END-EVALUATE
                           PERFORM 7834-WRITE-ROUNDUP-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RUH-FILE-STATUS

           IF WS-RUP-STMT-ROWS = ZEROS
               MOVE SPACES TO WS-RUP-STMT-LINE
               STRING "  No card purchases rounded up this period"
                   DELIMITED SIZE INTO WS-RUP-STMT-LINE
               PERFORM 7834-WRITE-ROUNDUP-LINE
           END-IF
           MOVE WS-RUP-STMT-SWEPT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RUP-STMT-LINE
           STRING "  Swept this period $" FUNCTION TRIM(WS-DSP-AMOUNT)
               DELIMITED SIZE INTO WS-RUP-STMT-LINE
           PERFORM 7834-WRITE-ROUNDUP-LINE
           IF RUP-MATCH-ELECTED
               MOVE RUP-MATCH-OWED TO WS-DSP-AMOUNT
               MOVE RUP-MATCH-PAID TO WS-DSP-BALANCE
               MOVE SPACES TO WS-RUP-STMT-LINE
               STRING "  Bank match to be credited $"
                      FUNCTION TRIM(WS-DSP-AMOUNT)
                      ", credited to date $"
                      FUNCTION TRIM(WS-DSP-BALANCE)
                   DELIMITED SIZE INTO WS-RUP-STMT-LINE
               PERFORM 7834-WRITE-ROUNDUP-LINE
           END-IF.

      ******************************************************************
      * 7834 - WRITE ONE ROUND-UP SUMMARY LINE
      * To the console and the print-vendor statement file.
      ******************************************************************
       7834-WRITE-ROUNDUP-LINE.
           DISPLAY "  " WS-RUP-STMT-LINE
           MOVE WS-RUP-STMT-LINE TO STATEMENT-OUTPUT-RECORD
           WRITE STATEMENT-OUTPUT-RECORD.

      ******************************************************************
      * 7835 - MAINTAIN ROUND-UP SAVINGS ENROLLMENT
      * Enrolls a checking account's debit card purchases in the
      * round-up sweep, changes an enrollment, or ends one. The
      * savings account must belong to the checking account's
      * owner. The first-year bank match can only be elected when
      * the account first enrolls; the year runs from that date.
      ******************************************************************
       7835-MAINTAIN-ROUNDUP-ENROLLMENT.
           DISPLAY " "
           DISPLAY "=== ROUND-UP SAVINGS ENROLLMENT ==="
           DISPLAY "Checking Account ID: " WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-ACCT FROM CONSOLE
           MOVE WS-RUP-INPUT-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               GO TO 7835-MAINTAIN-EXIT
           END-IF
           IF NOT ACCT-TYPE-CHECKING OR NOT ACCT-ACTIVE
               DISPLAY "Round-up is for open checking accounts only."
               GO TO 7835-MAINTAIN-EXIT
           END-IF
           MOVE ACCT-OWNER-ID TO WS-RUP-CHK-OWNER

           MOVE ACCT-ID TO RUP-CHK-ACCT-ID
           READ ROUNDUP-ENROLL-FILE
           IF WS-RUP-FILE-STATUS = "00"
               SET WS-RUP-ROW-ON-FILE TO TRUE
               MOVE RUP-MONTHLY-CAP TO WS-DSP-AMOUNT
               DISPLAY "Enrolled " RUP-ENROLL-DATE
                       " status " RUP-STATUS
                       " savings " RUP-SAV-ACCT-ID
               DISPLAY "Multiplier " RUP-MULTIPLIER
                       "  monthly cap $" FUNCTION TRIM(WS-DSP-AMOUNT)
                       "  match " RUP-MATCH-FLAG
           ELSE
               SET WS-RUP-ROW-NEW TO TRUE
               DISPLAY "Not enrolled."
           END-IF

           DISPLAY "Action (E=Enroll/Change, X=End enrollment): "
               WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-ACTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RUP-INPUT-ACTION)
               TO WS-RUP-INPUT-ACTION
           EVALUATE WS-RUP-INPUT-ACTION
               WHEN "X"
                   IF WS-RUP-ROW-NEW OR NOT RUP-ACTIVE
                       DISPLAY "No active enrollment to end."
                       GO TO 7835-MAINTAIN-EXIT
                   END-IF
                   SET RUP-ENDED TO TRUE
                   REWRITE ROUNDUP-ENROLL-RECORD
                   DISPLAY "Round-up enrollment ended."
                   MOVE "ROUNDUP_ENDED" TO WS-AUDIT-ACTION
                   STRING "Chk=" RUP-CHK-ACCT-ID
                          " Sav=" RUP-SAV-ACCT-ID
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
                   GO TO 7835-MAINTAIN-EXIT
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   GO TO 7835-MAINTAIN-EXIT
           END-EVALUATE

           DISPLAY "Debit Card Number (blank = any card): "
               WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-CARD FROM CONSOLE
           IF WS-RUP-INPUT-CARD NOT = SPACES
               MOVE WS-RUP-INPUT-CARD TO CARD-NUMBER
               READ CARD-FILE
               IF WS-CARD-FILE-STATUS NOT = "00"
                   OR CARD-ACCT-ID NOT = RUP-CHK-ACCT-ID
                   OR NOT CARD-TYPE-DEBIT
                   DISPLAY "That is not a debit card on this account."
                   GO TO 7835-MAINTAIN-EXIT
               END-IF
           END-IF

           DISPLAY "Savings Account ID: " WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-SAV FROM CONSOLE
           MOVE WS-RUP-INPUT-SAV TO ACCT-ID
           READ ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               OR NOT ACCT-TYPE-SAVINGS
               OR NOT ACCT-ACTIVE
               DISPLAY "Savings account not found or not open."
               GO TO 7835-MAINTAIN-EXIT
           END-IF
           IF ACCT-OWNER-ID NOT = WS-RUP-CHK-OWNER
               DISPLAY "Savings account must have the same owner "
                       "as the checking account."
               GO TO 7835-MAINTAIN-EXIT
           END-IF

           DISPLAY "Multiplier 1-9 (blank = 1): " WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-MULT FROM CONSOLE
           IF WS-RUP-INPUT-MULT = SPACES
               MOVE "1" TO WS-RUP-INPUT-MULT
           END-IF
           IF WS-RUP-INPUT-MULT IS NOT NUMERIC
               OR WS-RUP-INPUT-MULT = "0"
               DISPLAY "Multiplier must be 1 through 9."
               GO TO 7835-MAINTAIN-EXIT
           END-IF

           DISPLAY "Monthly cap (0 = no cap): " WITH NO ADVANCING
           ACCEPT WS-RUP-INPUT-CAP FROM CONSOLE
           IF WS-RUP-INPUT-CAP = SPACES
               MOVE "0" TO WS-RUP-INPUT-CAP
           END-IF
           IF FUNCTION NUMVAL(WS-RUP-INPUT-CAP) < ZEROS
               OR FUNCTION NUMVAL(WS-RUP-INPUT-CAP) > 99999.99
               DISPLAY "Invalid monthly cap."
               GO TO 7835-MAINTAIN-EXIT
           END-IF

           MOVE "N" TO WS-RUP-INPUT-MATCH
           IF WS-RUP-ROW-NEW
               DISPLAY "First-year bank match (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RUP-INPUT-MATCH FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-RUP-INPUT-MATCH)
                   TO WS-RUP-INPUT-MATCH
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-RUP-ROW-NEW
               MOVE SPACES TO ROUNDUP-ENROLL-RECORD
               MOVE WS-RUP-INPUT-ACCT TO RUP-CHK-ACCT-ID
               MOVE ZEROS TO RUP-MONTH-SWEPT
               MOVE ZEROS TO RUP-MATCH-PCT
               MOVE ZEROS TO RUP-MATCH-OWED
               MOVE ZEROS TO RUP-MATCH-PAID
               MOVE "N" TO RUP-MATCH-FLAG
               IF WS-RUP-INPUT-MATCH = "Y"
                   MOVE "Y" TO RUP-MATCH-FLAG
                   MOVE WS-RUP-MATCH-DFLT-PCT TO RUP-MATCH-PCT
               END-IF
               MOVE WS-ACCEPT-DATE TO RUP-ENROLL-DATE
           END-IF
           MOVE WS-RUP-CHK-OWNER TO RUP-CUST-ID
           IF WS-RUP-INPUT-CARD = SPACES
               MOVE ZEROS TO RUP-CARD-NUMBER
           ELSE
               MOVE CARD-NUMBER TO RUP-CARD-NUMBER
           END-IF
           MOVE ACCT-ID TO RUP-SAV-ACCT-ID
           MOVE WS-RUP-INPUT-MULT TO RUP-MULTIPLIER
           COMPUTE RUP-MONTHLY-CAP =
               FUNCTION NUMVAL(WS-RUP-INPUT-CAP)
           SET RUP-ACTIVE TO TRUE
           MOVE LS-CURRENT-USER TO RUP-ENROLLED-BY
           IF WS-RUP-ROW-NEW
               WRITE ROUNDUP-ENROLL-RECORD
           ELSE
               REWRITE ROUNDUP-ENROLL-RECORD
           END-IF
           IF WS-RUP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save enrollment, status "
                       WS-RUP-FILE-STATUS
               GO TO 7835-MAINTAIN-EXIT
           END-IF
           DISPLAY "Round-up savings enrolled: " RUP-CHK-ACCT-ID
                   " -> " RUP-SAV-ACCT-ID

           MOVE "ROUNDUP_ENROLL" TO WS-AUDIT-ACTION
           STRING "Chk=" RUP-CHK-ACCT-ID
                  " Sav=" RUP-SAV-ACCT-ID
                  " Mult=" RUP-MULTIPLIER
                  " Cap=" RUP-MONTHLY-CAP
                  " Match=" RUP-MATCH-FLAG
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7835-MAINTAIN-EXIT.
           CONTINUE.

      ******************************************************************
      * before performing this.
      ******************************************************************
       9250-QUEUE-CUSTOMER-NOTIFICATION.
      * Nothing a pro-forma simulation projects is ever told to the
      * customer
           IF WS-SIM-ACTIVE
               GO TO 9250-QUEUE-EXIT
           END-IF
           SET WS-NOTIF-WANTED TO TRUE
           MOVE WS-NOTIF-CUST-ID TO PREF-CUST-ID
           READ NOTIFY-PREF-FILE
      * image.
      ******************************************************************
       9400-JOURNAL-ACCOUNT-UPDATE.
      * A pro-forma simulation changes nothing, so it has nothing to
      * journal - and must not leave rows that look as if it had
           IF WS-SIM-ACTIVE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-ACCT
           ELSE
               PERFORM 9401-WRITE-JOURNAL-ROW
           END-IF.

      ******************************************************************
      * 9401 - WRITE THE JOURNAL ROW
      ******************************************************************
       9401-WRITE-JOURNAL-ROW.
           OPEN EXTEND UPDATE-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT UPDATE-JOURNAL-FILE
               LS-DB2-CONFIG
               LS-ERROR-FIELDS
               LS-AUDIT-FIELDS
               LS-PASSWORD-POLICY
           MOVE SPACES TO LS-AUDIT-ACTION
           IF NOT LS-SESSION-ACTIVE = "Y"
               DISPLAY "Multi-factor authentication failed - "
