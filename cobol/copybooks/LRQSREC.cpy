      ******************************************************************
      * LRQSREC.cpy - Legal Records Request Subject Record (FD
      * section only)
      * One row per customer or account a records request names,
      * keyed by case and sequence. A customer subject brings every
      * account the customer has owned (OWNRXREF) into the
      * research; an account subject brings that account alone.
      * Written by ACCTMGMT's 6333.
      ******************************************************************
       01  LRQ-SUBJECT-RECORD.
           05  LRQS-KEY.
               10  LRQS-CASE-ID        PIC 9(08).
               10  LRQS-SEQ            PIC 9(03).
           05  LRQS-SUBJECT-TYPE       PIC X(01).
               88  LRQS-ON-CUSTOMER    VALUE "C".
               88  LRQS-ON-ACCOUNT     VALUE "A".
           05  LRQS-CUST-ID            PIC X(20).
      * Zero for a customer subject
           05  LRQS-ACCT-ID            PIC 9(16).
      * The name as the request gives it, for matching to the file
           05  LRQS-NAME-AS-GIVEN      PIC X(40).
      * Date the customer was sent notice of the request, spaces
      * when none has gone
           05  LRQS-NOTICE-DATE        PIC X(08).
           05  LRQS-ADDED-BY           PIC X(20).
           05  LRQS-ADDED-DATE         PIC X(08).
           05  FILLER                  PIC X(15).
