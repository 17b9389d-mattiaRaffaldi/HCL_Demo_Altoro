      ******************************************************************
      * OTKLREC.cpy - Officer Tickler Record (FD section only)
      * One row per covenant item an officer has to chase, keyed by
      * the officer so each banker's list is a keyed START. Rebuilt
      * every night by ACCTMGMT's covenant tickler 8512 from the
      * covenant file; a receipt recorded during the day takes its
      * row off at once.
      ******************************************************************
       01  OFFICER-TICKLER-RECORD.
           05  OTK-KEY.
               10  OTK-OFFICER-ID      PIC X(10).
               10  OTK-LOAN-ACCT-ID    PIC 9(16).
               10  OTK-COV-SEQ         PIC 9(02).
           05  OTK-COV-TYPE            PIC X(04).
           05  OTK-DESCRIPTION         PIC X(30).
           05  OTK-DUE-DATE            PIC X(08).
      * Days to the due date - negative once it has passed
           05  OTK-DAYS-TO-DUE         PIC S9(05).
           05  OTK-STATE               PIC X(01).
               88  OTK-UPCOMING        VALUE "U".
               88  OTK-OVERDUE         VALUE "O".
               88  OTK-BREACHED        VALUE "B".
           05  OTK-QUEUED-DATE         PIC X(08).
           05  FILLER                  PIC X(15).
