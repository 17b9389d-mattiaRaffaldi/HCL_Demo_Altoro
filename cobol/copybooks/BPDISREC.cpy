      ******************************************************************
      * BPDISREC.cpy - Bill Payment Disbursement Record (FD section
      * only)
      * One row per bill payment, keyed by the PY TRAN-ID: written
      * by ACCTMGMT's 7200-PAY-BILL with a snapshot of the payee's
      * remittance and electronic details, released when the bill-
      * pay hold matures and the PY posts, and disbursed by
      * ACHPROC's nightly run as an ACH credit or a printed check.
      ******************************************************************
       01  BILLPAY-DISB-RECORD.
           05  BPD-TRAN-ID             PIC 9(10).
           05  BPD-ACCT-ID             PIC 9(16).
           05  BPD-CUST-ID             PIC X(20).
           05  BPD-PAYEE-ID            PIC 9(06).
           05  BPD-PAYEE-NAME          PIC X(30).
           05  BPD-PAYEE-ADDR-LINE1    PIC X(30).
           05  BPD-PAYEE-ADDR-LINE2    PIC X(30).
           05  BPD-PAYEE-CITY          PIC X(20).
           05  BPD-PAYEE-STATE         PIC X(02).
           05  BPD-PAYEE-ZIP           PIC X(10).
           05  BPD-ACCT-AT-PAYEE       PIC X(20).
           05  BPD-PAYEE-ROUTING       PIC X(09).
           05  BPD-PAYEE-BANK-ACCT     PIC X(17).
           05  BPD-AMOUNT              PIC S9(13)V99.
           05  BPD-SCHEDULED-DATE      PIC X(08).
      * Business date the PY posted to the ledger
           05  BPD-RELEASED-DATE       PIC X(08).
           05  BPD-SEND-DATE           PIC X(08).
           05  BPD-METHOD              PIC X(01).
               88  BPD-METHOD-ACH      VALUE "A".
               88  BPD-METHOD-CHECK    VALUE "C".
      * ACH item ID or check serial the payment went out under
           05  BPD-DISB-REF            PIC 9(10).
           05  BPD-STATUS              PIC X(01).
               88  BPD-SCHEDULED       VALUE "S".
               88  BPD-RELEASED        VALUE "R".
               88  BPD-DISBURSED       VALUE "D".
               88  BPD-CANCELLED       VALUE "X".
           05  FILLER                  PIC X(15).
