      ******************************************************************
      * IDXRREC.cpy - Loan Index Rate Table Record (FD section only)
      * One row per index per effective date, maintained by loan
      * operations through ACCTMGMT's 7992-MAINTAIN-INDEX-RATES. The
      * rate in force on a date is the row with the latest effective
      * date not after it, which is what the nightly variable-rate
      * repricing reads.
      ******************************************************************
       01  INDEX-RATE-RECORD.
           05  IDXR-KEY.
      * PRIM = prime, SOFR = SOFR, CMT1 = one-year Treasury, etc.
               10  IDXR-INDEX-CODE     PIC X(04).
               10  IDXR-EFF-DATE       PIC X(08).
           05  IDXR-DESCRIPTION        PIC X(30).
           05  IDXR-RATE               PIC 9(02)V9(04).
           05  IDXR-ENTERED-BY         PIC X(20).
           05  IDXR-ENTERED-DATE       PIC X(08).
           05  FILLER                  PIC X(15).
