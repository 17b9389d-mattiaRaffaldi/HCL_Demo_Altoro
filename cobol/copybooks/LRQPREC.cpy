      ******************************************************************
      * LRQPREC.cpy - Legal Records Production Log Record (FD section
      * only)
      * One row per item put into a records request's production
      * package - each statement copied from the document archive,
      * each account's signature card and each account's
      * transaction history listing - so the bank can show exactly
      * what it produced, when and to whom. Keyed by case and a
      * running sequence; a re-research adds rows under a new run
      * number rather than replacing the earlier ones. Written by
      * ACCTMGMT's 6345.
      ******************************************************************
       01  LRQ-PROD-LOG-RECORD.
           05  LRQP-KEY.
               10  LRQP-CASE-ID        PIC 9(08).
               10  LRQP-SEQ            PIC 9(05).
           05  LRQP-RUN-NO             PIC 9(03).
           05  LRQP-ITEM-TYPE          PIC X(04).
               88  LRQP-ITEM-STATEMENT VALUE "STMT".
               88  LRQP-ITEM-SIGNATURE VALUE "SIGC".
               88  LRQP-ITEM-HISTORY   VALUE "TRAN".
           05  LRQP-ACCT-ID            PIC 9(16).
           05  LRQP-CUST-ID            PIC X(20).
      * Archive index entry and period of a statement; zero and
      * spaces for the other items
           05  LRQP-DOC-ID             PIC 9(10).
           05  LRQP-PERIOD             PIC X(08).
      * Lines copied for a statement, signers listed for a
      * signature card, postings listed for a history
           05  LRQP-ITEM-COUNT         PIC 9(06).
           05  LRQP-PAGES              PIC 9(04).
      * Found - or missing, when the archived statement file could
      * not be read; a missing item is logged but not charged
           05  LRQP-RESULT             PIC X(01).
               88  LRQP-PRODUCED       VALUE "P".
               88  LRQP-MISSING        VALUE "M".
           05  LRQP-SOURCE-PATH        PIC X(100).
           05  LRQP-PRODUCED-BY        PIC X(20).
           05  LRQP-PRODUCED-DATE      PIC X(08).
           05  LRQP-PRODUCED-TIME      PIC X(06).
           05  FILLER                  PIC X(15).
