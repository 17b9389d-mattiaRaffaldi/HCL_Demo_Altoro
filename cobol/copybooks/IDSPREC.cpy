      ******************************************************************
      * IDSPREC.cpy - Interest Disposition Instruction Record
      * (FD section only)
      * One row per savings account or CD whose interest should
      * not stay in the account, keyed by it: paid to a linked
      * account here, sent by ACH to the customer's verified
      * account at another bank, or mailed as a check. No row (or
      * method C) means the interest capitalizes as it always has.
      * Maintained in ACCTMGMT's 5290; 7350's interest posting
      * credits the interest and then pays it out per the row
      * (7352), recording how the last payment went. ACH and check
      * payments go out through the bill payment disbursement
      * file ACHPROC's nightly run sends.
      ******************************************************************
       01  INTEREST-DISP-RECORD.
           05  IDS-ACCT-ID             PIC 9(16).
           05  IDS-METHOD              PIC X(01).
               88  IDS-CAPITALIZE      VALUE "C".
               88  IDS-TO-LINKED       VALUE "T".
               88  IDS-TO-EXTERNAL     VALUE "A".
               88  IDS-BY-CHECK        VALUE "K".
               88  IDS-METHOD-VALID    VALUES "C" "T" "A" "K".
      * Linked account for method T
           05  IDS-TO-ACCT-ID          PIC 9(16).
      * Verified external account for method A - see EXTVRFY
           05  IDS-EXT-ROUTING         PIC X(09).
           05  IDS-EXT-ACCT-NUM        PIC X(17).
           05  IDS-SET-BY              PIC X(20).
           05  IDS-SET-DATE            PIC X(08).
      * The last posting and whether it went out or stayed put
           05  IDS-LAST-DATE           PIC X(08).
           05  IDS-LAST-AMOUNT         PIC S9(13)V99.
           05  IDS-LAST-RESULT         PIC X(01).
               88  IDS-LAST-PAID-OUT   VALUE "P".
               88  IDS-LAST-FELL-BACK  VALUE "F".
           05  IDS-FALLBACK-COUNT      PIC 9(03).
           05  FILLER                  PIC X(20).
