      ******************************************************************
      * ALLWREC.cpy - Allowance Calculation Detail Record (FD section
      * only)
      * One row per loan per quarter-end allowance run, keyed by the
      * quarter (YYYYQn) and the loan. Written by RPTGEN's
      * 8900-QUARTERLY-ALLOWANCE; the prior quarter's rows are what
      * the grade migration and the GL adjustment are measured
      * against. A rerun of a quarter replaces its rows.
      ******************************************************************
       01  ALLOWANCE-DETAIL-RECORD.
           05  ALW-KEY.
               10  ALW-QUARTER         PIC X(06).
               10  ALW-LOAN-ACCT-ID    PIC 9(16).
           05  ALW-PRODUCT             PIC X(04).
           05  ALW-GRADE               PIC X(01).
           05  ALW-METHOD              PIC X(01).
               88  ALW-POOLED          VALUE "P".
               88  ALW-SPECIFIC        VALUE "S".
      * Our share of the loan - net of participations sold
           05  ALW-EXPOSURE            PIC S9(13)V99.
           05  ALW-LOSS-PCT            PIC 9(03)V9(04).
           05  ALW-RESERVE             PIC S9(13)V99.
           05  ALW-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(15).
