      ******************************************************************
      * BKRREC.cpy - Customer Bankruptcy Case Record (FD section only)
      * One row per customer who has filed a bankruptcy petition we
      * have been notified of, keyed by the customer - a later
      * petition replaces a dismissed one. Maintained by ACCTMGMT's
      * 8580. From filing the automatic stay stops collections work,
      * late fees and autopay draws on the customer's accounts and
      * freezes their delinquency aging; the discharge injunction
      * carries that on after discharge, when the charge-off batch
      * writes the discharged balances off. A dismissal lifts the
      * stay. Read by RPTGEN's Metro 2 extract for the Consumer
      * Information Indicator.
      ******************************************************************
       01  BANKRUPTCY-CASE-RECORD.
           05  BKR-CUST-ID             PIC X(20).
           05  BKR-CHAPTER             PIC 9(02).
               88  BKR-CHAPTER-7       VALUE 7.
               88  BKR-CHAPTER-11      VALUE 11.
               88  BKR-CHAPTER-12      VALUE 12.
               88  BKR-CHAPTER-13      VALUE 13.
               88  BKR-CHAPTER-VALID   VALUES 7 11 12 13.
           05  BKR-CASE-NUMBER         PIC X(20).
           05  BKR-COURT               PIC X(30).
           05  BKR-FILING-DATE         PIC X(08).
      * Date the notice of filing reached us
           05  BKR-NOTICE-DATE         PIC X(08).
           05  BKR-STATUS              PIC X(01).
               88  BKR-FILED           VALUE "F".
               88  BKR-DISMISSED       VALUE "X".
               88  BKR-DISCHARGED      VALUE "D".
      * Date of the dismissal or discharge order
           05  BKR-STATUS-DATE         PIC X(08).
      * Balances written off by the charge-off batch on discharge
           05  BKR-CHGO-COUNT          PIC 9(03).
           05  BKR-CHGO-AMOUNT         PIC S9(13)V99.
           05  BKR-CHGO-DATE           PIC X(08).
      * Actions stopped by the stay
           05  BKR-DRAWS-HELD          PIC 9(05).
           05  BKR-FEES-HELD           PIC 9(05).
           05  BKR-COLL-HELD           PIC 9(05).
           05  BKR-UPDATED-DATE        PIC X(08).
           05  BKR-UPDATED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
