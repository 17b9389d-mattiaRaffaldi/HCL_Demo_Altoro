      ******************************************************************
      * IOLTREC.cpy - IOLTA Trust Account Designation Record
      * (FD section only)
      * One row per lawyer's pooled client trust account (IOLTA),
      * keyed by the account. The interest belongs to the state
      * bar foundation named here, not to the attorney: ACCTMGMT
      * accrues and posts it as usual (a corporate account accrues
      * only while designated), with no backup withholding, and
      * keeps a running total of what is owed to the foundation.
      * The monthly remittance run (8710) sweeps that total out of
      * the account and onto the foundation's remittance report.
      * RPTGEN leaves interest posted while the designation was in
      * force off the 1099-INT. An overdraft or returned item on a
      * designated account queues a notice to the disciplinary
      * authority of the attorney's bar - see IOLNREC.
      ******************************************************************
       01  IOLTA-RECORD.
           05  IOL-ACCT-ID             PIC 9(16).
           05  IOL-BAR-NUMBER          PIC X(12).
           05  IOL-BAR-STATE           PIC X(02).
           05  IOL-FOUNDATION-ID       PIC X(10).
           05  IOL-FOUNDATION-NAME     PIC X(40).
           05  IOL-STATUS              PIC X(01).
               88  IOL-ACTIVE          VALUE "A".
               88  IOL-REMOVED         VALUE "X".
      * Dates the designation was in force - spaces in ENDED-DATE
      * means it still is
           05  IOL-EFFECTIVE-DATE      PIC X(08).
           05  IOL-ENDED-DATE          PIC X(08).
           05  IOL-SET-BY              PIC X(20).
      * Interest posted and not yet remitted to the foundation
           05  IOL-UNREMITTED          PIC S9(11)V99.
           05  IOL-LAST-REMIT-DATE     PIC X(08).
           05  IOL-LAST-REMIT-AMT      PIC S9(11)V99.
           05  IOL-TOTAL-REMITTED      PIC S9(13)V99.
           05  IOL-NOTICE-COUNT        PIC 9(04).
           05  FILLER                  PIC X(20).
