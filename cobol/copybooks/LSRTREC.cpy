      ******************************************************************
      * LSRTREC.cpy - Allowance Loss-Rate Table Record (FD section
      * only)
      * One loss rate per loan product and risk grade, maintained
      * through RPTGEN's 8912-MAINTAIN-LOSS-RATES and applied by the
      * quarter-end allowance run. Product "****" is the default row
      * for any product without rates of its own.
      ******************************************************************
       01  LOSS-RATE-RECORD.
           05  LSR-KEY.
               10  LSR-PRODUCT         PIC X(04).
               10  LSR-GRADE           PIC X(01).
      * Expected lifetime loss, percent of the exposure
           05  LSR-LOSS-PCT            PIC 9(03)V9(04).
           05  LSR-UPDATED-DATE        PIC X(08).
           05  LSR-UPDATED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
