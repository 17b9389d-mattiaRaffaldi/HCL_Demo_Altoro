      ******************************************************************
      * PRIVREC.cpy - Customer Privacy Preference Record
      * (FD section only)
      * One row per customer, keyed by the customer: the GLBA
      * opt-outs the customer has given us - sharing with our
      * affiliates, sharing with non-affiliated third parties, and
      * marketing solicitations - each with the date we received
      * it, and when the annual privacy notice last went out. No
      * row, or N in a category, means the customer has not opted
      * out of it. Maintained by CUSTMGMT's opt-out intake (9710)
      * and annual notice run (9720); every outbound extract of
      * customer data reads it and drops the customers who opted
      * out of the recipient's category.
      ******************************************************************
       01  PRIVACY-PREF-RECORD.
           05  PRIV-CUST-ID            PIC X(20).
           05  PRIV-AFFIL-OPTOUT       PIC X(01).
               88  PRIV-NO-AFFIL-SHARING   VALUE "Y".
           05  PRIV-AFFIL-DATE         PIC X(08).
           05  PRIV-THIRD-OPTOUT       PIC X(01).
               88  PRIV-NO-THIRD-SHARING   VALUE "Y".
           05  PRIV-THIRD-DATE         PIC X(08).
           05  PRIV-MKTG-OPTOUT        PIC X(01).
               88  PRIV-NO-MARKETING       VALUE "Y".
           05  PRIV-MKTG-DATE          PIC X(08).
      * How the most recent opt-out reached us
           05  PRIV-OPTOUT-CHANNEL     PIC X(01).
               88  PRIV-BY-PHONE           VALUE "P".
               88  PRIV-BY-MAIL            VALUE "M".
               88  PRIV-BY-WEB             VALUE "W".
               88  PRIV-BY-BRANCH          VALUE "B".
               88  PRIV-CHANNEL-VALID      VALUES "P" "M" "W" "B".
           05  PRIV-LAST-NOTICE-DATE   PIC X(08).
           05  PRIV-NOTICE-COUNT       PIC 9(03).
           05  PRIV-UPDATED-DATE       PIC X(08).
           05  PRIV-UPDATED-BY         PIC X(20).
           05  FILLER                  PIC X(20).
