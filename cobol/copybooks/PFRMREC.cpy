      ******************************************************************
      * PFRMREC.cpy - Pro-Forma Projected Posting Record (FD section
      * only)
      * One row per posting a month-end job would make to an account,
      * written by ACCTMGMT's pro-forma simulation (8810) instead of
      * posting anything: what the job would post under the rates and
      * fees in force and what it would post under the proposed rate
      * table (RTPRREC) or fee schedule (FEPRREC). Amounts are the
      * size of the posting - the post type says which way it goes -
      * and the difference is proposed less current.
      *   IN - interest credited by the month-end interest posting
      *   FE - monthly maintenance fee from the fee assessment
      *   FC - finance charge from the credit card billing cycle
      *   LF - credit card late fee from the billing cycle
      ******************************************************************
       01  PROFORMA-RECORD.
           05  PFRM-JOB-NAME           PIC X(08).
           05  PFRM-RUN-DATE           PIC X(08).
           05  PFRM-RUN-TIME           PIC X(06).
           05  PFRM-ACCT-ID            PIC 9(16).
           05  PFRM-CUST-ID            PIC X(20).
           05  PFRM-PRODUCT            PIC X(04).
           05  PFRM-BRANCH             PIC X(04).
           05  PFRM-POST-TYPE          PIC X(02).
               88  PFRM-INTEREST-CREDIT VALUE "IN".
               88  PFRM-MAINT-FEE      VALUE "FE".
               88  PFRM-FINANCE-CHARGE VALUE "FC".
               88  PFRM-LATE-FEE       VALUE "LF".
           05  PFRM-CURRENT-AMT        PIC S9(13)V99.
           05  PFRM-PROPOSED-AMT       PIC S9(13)V99.
           05  PFRM-DIFFERENCE         PIC S9(13)V99.
           05  FILLER                  PIC X(20).
