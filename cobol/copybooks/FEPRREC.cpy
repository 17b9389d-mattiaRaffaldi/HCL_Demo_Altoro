      ******************************************************************
      * FEPRREC.cpy - Proposed Fee Schedule Record (FD section only)
      * A fee change under review, keyed the same way FEESCHED is
      * (fee code and product fee plan) and carrying the same amount
      * and waiver criteria. ACCTMGMT's pro-forma simulation assesses
      * with these rows in place of the live schedule; a fee with no
      * proposed row keeps its current terms. Maintained in
      * ACCTMGMT's 8800.
      ******************************************************************
       01  PROPOSED-FEE-RECORD.
           05  FEPR-KEY.
               10  FEPR-CODE           PIC X(04).
               10  FEPR-PRODUCT        PIC X(02).
           05  FEPR-AMOUNT             PIC S9(13)V99.
           05  FEPR-DESCRIPTION        PIC X(30).
           05  FEPR-WAIVE-MIN-BALANCE  PIC 9(11)V99.
           05  FEPR-WAIVE-DIRECT-DEP   PIC X(01).
               88  FEPR-DD-WAIVES      VALUE "Y".
               88  FEPR-DD-NO-WAIVE    VALUE "N".
           05  FEPR-SET-BY             PIC X(20).
           05  FEPR-SET-DATE           PIC X(08).
           05  FILLER                  PIC X(10).
