      ******************************************************************
      * SCRNREC.cpy - Deposit Screening Agency Response Record (FD
      * section only)
      * One row per applicant SSN from the consumer deposit reporting
      * agency's response file, loaded by ACCTMGMT and read at account
      * opening by ACCTMGMT's 2200-CREATE-ACCOUNT and AUTHNTCN's
      * self-service opening to proceed, refer or decline.
      ******************************************************************
       01  SCREEN-RESPONSE-RECORD.
           05  SCRN-SSN                PIC X(11).
           05  SCRN-RESPONSE-DATE      PIC X(08).
      * Closed-for-cause reports on file with the agency, and how
      * many of them still show money owed
           05  SCRN-REPORT-COUNT       PIC 9(03).
           05  SCRN-UNPAID-COUNT       PIC 9(03).
           05  SCRN-UNPAID-AMOUNT      PIC S9(11)V99.
           05  SCRN-FRAUD-FLAG         PIC X(01).
               88  SCRN-FRAUD-REPORTED VALUE "Y".
           05  SCRN-WORST-REASON       PIC X(02).
           05  SCRN-REPORTED-BY        PIC X(20).
           05  SCRN-LOADED-DATE        PIC X(08).
           05  FILLER                  PIC X(15).
