      ******************************************************************
      * RTPRREC.cpy - Proposed Rate Table Record (FD section only)
      * A rate change under review, one row per product rate plan
      * and tier, kept apart from RATETABL so nothing accrues on it
      * until it is keyed there for real. ACCTMGMT's pro-forma
      * simulation prices the month-end jobs with these rows in
      * place of the rates in force; a product and tier with no
      * proposed row keeps its current rate, and a zero limit keeps
      * the current tier limit. Maintained in ACCTMGMT's 8800.
      ******************************************************************
       01  PROPOSED-RATE-RECORD.
           05  RTPR-KEY.
               10  RTPR-PRODUCT        PIC X(02).
               10  RTPR-TIER           PIC 9(01).
           05  RTPR-PCT                PIC 9(02)V9(04).
           05  RTPR-TIER-LIMIT         PIC 9(11)V99.
           05  RTPR-SET-BY             PIC X(20).
           05  RTPR-SET-DATE           PIC X(08).
           05  FILLER                  PIC X(10).
