      ******************************************************************
      * CNBREC.cpy - Construction Loan Budget Line Record (FD section
      * only)
      * One row per line item of a construction loan's budget (land,
      * foundation, framing, ...), keyed by the LN account and line
      * number. A line funds only up to its budget, and only as far
      * as the last inspection found the work in place.
      ******************************************************************
       01  CONSTR-BUDGET-RECORD.
           05  CNB-KEY.
               10  CNB-ACCT-ID         PIC 9(16).
               10  CNB-LINE-NO         PIC 9(02).
           05  CNB-CATEGORY            PIC X(20).
           05  CNB-BUDGET-AMT          PIC S9(13)V99.
           05  CNB-FUNDED-AMT          PIC S9(13)V99.
      * Percent complete per the most recent inspection
           05  CNB-INSPECTED-PCT       PIC 9(03).
           05  CNB-INSPECTED-DATE      PIC X(08).
           05  CNB-INSPECTOR           PIC X(20).
           05  FILLER                  PIC X(15).
