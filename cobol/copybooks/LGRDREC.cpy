      ******************************************************************
      * LGRDREC.cpy - Loan Risk Grade History Record (FD section only)
      * One row per grade an officer assigns a loan, keyed by the loan
      * and a sequence, so the full history reads back in order and
      * the highest sequence is the grade in force. Written by
      * ACCTMGMT's 8480-MAINTAIN-RISK-GRADE; read by RPTGEN's
      * quarter-end allowance run, which pools loans by product and
      * grade and reserves individually impaired loans on their own.
      ******************************************************************
       01  LOAN-GRADE-RECORD.
           05  LGR-KEY.
               10  LGR-LOAN-ACCT-ID    PIC 9(16).
               10  LGR-SEQ             PIC 9(04).
           05  LGR-GRADE               PIC X(01).
               88  LGR-PASS            VALUE "1".
               88  LGR-WATCH           VALUE "2".
               88  LGR-SPECIAL-MENTION VALUE "3".
               88  LGR-SUBSTANDARD     VALUE "4".
               88  LGR-DOUBTFUL        VALUE "5".
               88  LGR-GRADE-VALID     VALUES "1" THRU "5".
      * Grade before this change - space for a loan's first grade
           05  LGR-PRIOR-GRADE         PIC X(01).
           05  LGR-EFFECTIVE-DATE      PIC X(08).
           05  LGR-CHANGED-BY          PIC X(20).
           05  LGR-REASON              PIC X(60).
      * An individually impaired loan leaves the pools and carries
      * the specific reserve the officer set against it
           05  LGR-IMPAIRED            PIC X(01).
               88  LGR-IS-IMPAIRED     VALUE "Y".
           05  LGR-SPECIFIC-RESERVE    PIC S9(13)V99.
           05  FILLER                  PIC X(20).
