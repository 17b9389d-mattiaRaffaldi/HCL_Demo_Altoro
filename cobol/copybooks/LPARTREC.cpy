      ******************************************************************
      * LPARTREC.cpy - Loan Participation Record (FD section only)
      * One row per participant share of a loan, keyed by the loan
      * and a sequence. A sold share belongs to another bank: every
      * payment ACCTMGMT's 7952-POST-SCHEDULED-PAYMENT applies is
      * split by the percentage, the participant's principal and
      * interest accumulate as due, and the monthly remittance run
      * pays them out and zeroes the buckets. A purchased share
      * marks our loan account as a piece of another bank's loan -
      * the lead bank services it and remits to us. RPTGEN nets
      * sold shares out of the call report and loan aging on
      * request.
      ******************************************************************
       01  LOAN-PART-RECORD.
           05  PTC-KEY.
               10  PTC-LOAN-ACCT-ID    PIC 9(16).
               10  PTC-SEQ             PIC 9(02).
           05  PTC-TYPE                PIC X(01).
               88  PTC-SOLD            VALUE "S".
               88  PTC-PURCHASED       VALUE "P".
      * The other bank - the buyer of a sold share, the lead bank
      * of a purchased one
           05  PTC-PARTICIPANT-NAME    PIC X(30).
           05  PTC-PCT                 PIC 9(03)V9(04).
           05  PTC-REMIT-METHOD        PIC X(01).
               88  PTC-REMIT-ACH       VALUE "A".
               88  PTC-REMIT-WIRE      VALUE "W".
           05  PTC-REMIT-ROUTING       PIC 9(09).
           05  PTC-REMIT-ACCT          PIC X(17).
           05  PTC-STATUS              PIC X(01).
               88  PTC-ACTIVE          VALUE "A".
               88  PTC-TERMINATED      VALUE "T".
      * Participant's share of principal when the share was taken,
      * and what of it is still outstanding
           05  PTC-ORIG-PRINCIPAL      PIC S9(13)V99.
           05  PTC-PRIN-BALANCE        PIC S9(13)V99.
      * Collected since the last remittance
           05  PTC-PRIN-DUE            PIC S9(13)V99.
           05  PTC-INT-DUE             PIC S9(13)V99.
      * Remitted life to date
           05  PTC-PRIN-REMITTED       PIC S9(13)V99.
           05  PTC-INT-REMITTED        PIC S9(13)V99.
           05  PTC-EFFECTIVE-DATE      PIC X(08).
           05  PTC-LAST-REMIT-DATE     PIC X(08).
           05  PTC-ENTERED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
