      ******************************************************************
      * NCCREC.cpy - Non-Customer Check Cashing Register Record (FD
      * section only)
      * One row per on-us check cashed at the counter for someone who
      * does not bank with us, keyed by the presenter's identification
      * so every visit by the same person reads back together. Written
      * by ACCTMGMT's 7140-NONCUSTOMER-CHECK-CASHING; the cash paid
      * out feeds ACCTMGMT's vault proof and RPTGEN's teller
      * balancing and CTR reports.
      ******************************************************************
       01  NONCUST-CASH-RECORD.
           05  NCC-KEY.
               10  NCC-ID-TYPE         PIC X(02).
                   88  NCC-ID-DRIVERS-LIC  VALUE "DL".
                   88  NCC-ID-STATE-ID     VALUE "ST".
                   88  NCC-ID-PASSPORT     VALUE "PP".
                   88  NCC-ID-MILITARY     VALUE "MI".
                   88  NCC-ID-VALID        VALUES "DL" "ST" "PP" "MI".
               10  NCC-ID-NUMBER       PIC X(20).
      * TRAN-ID of the debit to the drawer's account
               10  NCC-TRAN-ID         PIC 9(10).
      * Issuing state or country, and the document's expiry date
           05  NCC-ID-ISSUER           PIC X(20).
           05  NCC-ID-EXPIRY           PIC X(08).
           05  NCC-FIRST-NAME          PIC X(30).
           05  NCC-LAST-NAME           PIC X(30).
           05  NCC-DOB                 PIC X(08).
           05  NCC-STREET              PIC X(30).
           05  NCC-CITY                PIC X(20).
           05  NCC-STATE               PIC X(02).
           05  NCC-ZIP                 PIC X(10).
           05  NCC-PHONE               PIC X(15).
           05  NCC-DRAWER-ACCT-ID      PIC 9(16).
           05  NCC-CHECK-NUM           PIC 9(09).
           05  NCC-CHECK-AMOUNT        PIC S9(13)V99.
           05  NCC-FEE-AMOUNT          PIC S9(13)V99.
      * Currency actually handed over - the check less the fee
           05  NCC-CASH-OUT            PIC S9(13)V99.
           05  NCC-DATE                PIC X(08).
           05  NCC-TIME                PIC X(06).
           05  NCC-TELLER-ID           PIC X(20).
           05  NCC-TERMINAL-ID         PIC X(08).
           05  NCC-BRANCH              PIC X(04).
           05  FILLER                  PIC X(15).
