      ******************************************************************
      * PMIREC.cpy - Loan Private Mortgage Insurance Record (FD
      * section only)
      * One row per mortgage that carries PMI, keyed by the loan
      * account. The monthly premium is collected inside the loan's
      * LOAN-ESCROW-PAYMENT until the coverage ends. ACCTMGMT's
      * monthly PMI review (8550) measures the loan-to-value on the
      * original amortization schedule against PMI-ORIGINAL-VALUE:
      * the borrower may ask for cancellation at 80 percent (8544)
      * and the coverage ends on its own at 78 percent, or at the
      * midpoint of the original term, once the loan is current.
      ******************************************************************
       01  LOAN-PMI-RECORD.
           05  PMI-LOAN-ACCT-ID        PIC 9(16).
           05  PMI-INSURER-CODE        PIC X(06).
           05  PMI-INSURER-NAME        PIC X(30).
           05  PMI-CERT-NUMBER         PIC X(20).
           05  PMI-MONTHLY-PREMIUM     PIC S9(07)V99.
      * Lesser of the sales price and the appraisal at origination
           05  PMI-ORIGINAL-VALUE      PIC S9(13)V99.
      * The original amortization the milestones are measured on -
      * a later modification does not move them
           05  PMI-ORIG-PRINCIPAL      PIC S9(13)V99.
           05  PMI-ORIG-TERM           PIC 9(03).
           05  PMI-STATUS              PIC X(01).
               88  PMI-ACTIVE          VALUE "A".
               88  PMI-CANCELLED       VALUE "C".
               88  PMI-TERMINATED      VALUE "T".
      * First date the loan could be cancelled on request
           05  PMI-ELIGIBLE-DATE       PIC X(08).
           05  PMI-CANCEL-DATE         PIC X(08).
           05  PMI-CANCEL-REASON       PIC X(20).
           05  PMI-CANCEL-LTV          PIC 9(03)V99.
           05  PMI-CANCEL-BY           PIC X(20).
           05  PMI-LAST-DISCLOSURE     PIC X(08).
           05  PMI-ADDED-DATE          PIC X(08).
           05  PMI-ADDED-BY            PIC X(20).
           05  FILLER                  PIC X(20).
