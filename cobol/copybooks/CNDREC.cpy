      ******************************************************************
      * CNDREC.cpy - Construction Loan Draw Request Record (FD
      * section only)
      * One row per draw requested against a construction loan,
      * keyed by the LN account and draw number. A request cites up
      * to five budget lines with the amount and the inspector's
      * percent complete for each, and disburses only once a
      * supervisor other than the requester approves it.
      ******************************************************************
       01  CONSTR-DRAW-RECORD.
           05  CND-KEY.
               10  CND-ACCT-ID         PIC 9(16).
               10  CND-DRAW-NO         PIC 9(03).
           05  CND-REQUEST-DATE        PIC X(08).
           05  CND-REQUESTED-BY        PIC X(20).
           05  CND-STATUS              PIC X(01).
               88  CND-PENDING         VALUE "P".
               88  CND-FUNDED          VALUE "F".
               88  CND-REJECTED        VALUE "R".
           05  CND-INSPECTOR           PIC X(20).
           05  CND-LINE-COUNT          PIC 9(01).
           05  CND-LINE OCCURS 5 TIMES.
               10  CND-LN-LINE-NO      PIC 9(02).
               10  CND-LN-AMOUNT       PIC S9(13)V99.
               10  CND-LN-INSPECTED-PCT PIC 9(03).
           05  CND-TOTAL-AMOUNT        PIC S9(13)V99.
           05  CND-APPROVED-BY         PIC X(20).
           05  CND-FUNDED-DATE         PIC X(08).
           05  CND-TRAN-ID             PIC 9(10).
           05  CND-REJECT-REASON       PIC X(30).
           05  FILLER                  PIC X(20).
