      ******************************************************************
      * RSTRREC.cpy - Account Restriction Record (FD section only)
      * One row per coded restriction on an account, keyed by the
      * account and a sequence number, so an account can carry
      * several at once - a levy's post-no-debits beside a returned
      * mail no-online-access, say - each with its own reason, who
      * placed it, the dates it is in force and the role needed to
      * take it off. Narrower than freezing the account outright:
      * only what the restriction names is refused. ACCTMGMT's 8760
      * is the check every posting path there runs (ACHPROC keeps
      * its own copy in 4310); rows are placed and removed through
      * ACCTMGMT's 8765, by legal order entry, by the kiting review
      * and by CUSTMGMT's deceased-customer processing. The nightly
      * inventory (8772) expires rows past their expiry date and
      * reports the rest.
      ******************************************************************
       01  ACCT-RESTRICT-RECORD.
           05  RST-KEY.
               10  RST-ACCT-ID         PIC 9(16).
               10  RST-SEQ             PIC 9(03).
      * PND refuses every debit, scheduled or not. DPO takes
      * deposits and refuses debits the customer starts, but lets
      * through what was authorised before it was placed - standing
      * orders, loan autopay and settling ACH entries.
           05  RST-CODE                PIC X(03).
               88  RST-POST-NO-DEBITS  VALUE "PND".
               88  RST-DEPOSIT-ONLY    VALUE "DPO".
               88  RST-NO-CARD         VALUE "NCD".
               88  RST-NO-ONLINE       VALUE "NOL".
               88  RST-NO-CHECKS       VALUE "NCK".
               88  RST-NO-NEW-PAYEES   VALUE "NPY".
               88  RST-CODE-VALID      VALUES "PND" "DPO" "NCD"
                                              "NOL" "NCK" "NPY".
           05  RST-REASON              PIC X(02).
               88  RST-RSN-LEGAL-ORDER VALUE "LO".
               88  RST-RSN-DECEASED    VALUE "DC".
               88  RST-RSN-FRAUD       VALUE "FR".
               88  RST-RSN-RETURNED-MAIL
                                       VALUE "RM".
               88  RST-RSN-OTHER       VALUE "OT".
               88  RST-RSN-VALID       VALUES "LO" "DC" "FR"
                                              "RM" "OT".
           05  RST-REASON-TEXT         PIC X(40).
           05  RST-PLACED-BY           PIC X(20).
           05  RST-PLACED-DATE         PIC X(08).
      * In force from the effective date through the expiry date;
      * spaces in EXPIRY means until removed
           05  RST-EFFECTIVE-DATE      PIC X(08).
           05  RST-EXPIRY-DATE         PIC X(08).
      * Lowest role that may remove it
           05  RST-REMOVE-AUTH         PIC X(01).
               88  RST-REMOVE-TELLER   VALUE "T".
               88  RST-REMOVE-SUPV     VALUE "S".
               88  RST-REMOVE-ADMIN    VALUE "A".
               88  RST-REMOVE-AUTH-VALID
                                       VALUES "T" "S" "A".
      * What placed it - the legal order ID, the deceased customer -
      * so the process that placed it can lift it; spaces for one
      * keyed at the branch
           05  RST-SOURCE-REF          PIC X(20).
           05  RST-STATUS              PIC X(01).
               88  RST-ACTIVE          VALUE "A".
               88  RST-REMOVED         VALUE "R".
               88  RST-EXPIRED         VALUE "E".
           05  RST-REMOVED-BY          PIC X(20).
           05  RST-REMOVED-DATE        PIC X(08).
           05  FILLER                  PIC X(20).
