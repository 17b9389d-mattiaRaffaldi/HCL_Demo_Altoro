      ******************************************************************
      * CRNWREC.cpy - Card Renewal Record (FD section only)
      * One row per card per renewal, keyed by the card and the
      * expiration date it is renewing. ACCTMGMT's monthly renewal
      * run (8192) writes it when it sends a renewal - same card
      * number, new expiration - to the embosser, and follows it
      * up on later runs: the old card still expires on its own
      * date if the renewal has not been activated, and one
      * reminder goes to the customer. The card record only takes
      * the new expiration when the customer activates (8196).
      ******************************************************************
       01  CARD-RENEWAL-RECORD.
           05  CRN-KEY.
               10  CRN-CARD-NUMBER     PIC 9(16).
               10  CRN-OLD-EXP-DATE    PIC X(08).
           05  CRN-ACCT-ID             PIC 9(16).
           05  CRN-CUST-ID             PIC X(20).
           05  CRN-NEW-EXP-DATE        PIC X(08).
           05  CRN-ISSUE-DATE          PIC X(08).
           05  CRN-STATUS              PIC X(01).
               88  CRN-AWAITING        VALUE "I".
      * Old card expired on schedule; the renewal can still be
      * activated
               88  CRN-LAPSED          VALUE "L".
               88  CRN-ACTIVATED       VALUE "A".
      * The card was blocked or replaced before activation
               88  CRN-CANCELLED       VALUE "X".
               88  CRN-OPEN            VALUES "I" "L".
           05  CRN-ACTIVATED-DATE      PIC X(08).
           05  CRN-ACTIVATED-BY        PIC X(20).
           05  CRN-REMINDER-DATE       PIC X(08).
           05  CRN-OLD-EXPIRED-DATE    PIC X(08).
           05  FILLER                  PIC X(20).
