      ******************************************************************
      * BRELREC.cpy - Borrower Relationship Record (FD section only)
      * One row per customer whose debts are combined with others'
      * for lending limits, keyed by the customer. A relationship
      * is named by its lead borrower's customer ID; the lead has a
      * row of its own, and a customer belongs to one relationship
      * at most. Maintained through ACCTMGMT's 8490; read at loan
      * decision time by 2422-CHECK-LENDING-LIMITS and by RPTGEN's
      * lending concentration report.
      ******************************************************************
       01  BORROWER-REL-RECORD.
           05  BRL-CUST-ID             PIC X(20).
           05  BRL-GROUP-ID            PIC X(20).
           05  BRL-RELATION            PIC X(01).
               88  BRL-LEAD            VALUE "L".
               88  BRL-GUARANTOR       VALUE "G".
               88  BRL-COMMON-OWNER    VALUE "C".
               88  BRL-SPOUSE          VALUE "S".
               88  BRL-MEMBER-VALID    VALUES "G" "C" "S".
           05  BRL-ADDED-DATE          PIC X(08).
           05  BRL-ADDED-BY            PIC X(20).
           05  FILLER                  PIC X(20).
