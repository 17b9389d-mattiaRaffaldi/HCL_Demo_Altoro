      ******************************************************************
      * MILREC.cpy - Customer Military Status Record (FD section only)
      * One row per customer who has told us of active-duty service,
      * or whom the Defense Manpower Data Center (DMDC) reports on
      * active duty, keyed by the customer. Maintained by ACCTMGMT's
      * 8570 from the orders on file and refreshed by its DMDC
      * verification batch (8574). While the customer is protected -
      * from the start of active duty through the end of duty plus
      * the post-service tail - interest on loans and cards opened
      * before service is capped at the SCRA rate with the excess
      * forgiven, and late fees, charge-off and collections queueing
      * are held. Read by RPTGEN's SCRA compliance report.
      ******************************************************************
       01  MILITARY-STATUS-RECORD.
           05  MIL-CUST-ID             PIC X(20).
           05  MIL-STATUS              PIC X(01).
               88  MIL-ACTIVE-DUTY     VALUE "A".
               88  MIL-RELEASED        VALUE "R".
               88  MIL-NOT-ON-DUTY     VALUE "N".
           05  MIL-BRANCH              PIC X(10).
           05  MIL-DUTY-START          PIC X(08).
      * Spaces while the customer is still serving
           05  MIL-DUTY-END            PIC X(08).
      * Last day of protection - duty end plus the tail; spaces
      * while still serving
           05  MIL-PROTECT-END         PIC X(08).
           05  MIL-ORDERS-ON-FILE      PIC X(01).
               88  MIL-HAS-ORDERS      VALUE "Y".
           05  MIL-ORDERS-REF          PIC X(20).
           05  MIL-ORDERS-RECEIVED     PIC X(08).
      * How active duty was established
           05  MIL-VERIFY-SOURCE       PIC X(01).
               88  MIL-VERIFIED-ORDERS VALUE "O".
               88  MIL-VERIFIED-DMDC   VALUE "D".
      * Last DMDC answer - Y on active duty, N not, U no match
           05  MIL-DMDC-RESULT         PIC X(01).
               88  MIL-DMDC-ACTIVE     VALUE "Y".
               88  MIL-DMDC-NOT-ACTIVE VALUE "N".
               88  MIL-DMDC-NO-MATCH   VALUE "U".
           05  MIL-LAST-VERIFIED       PIC X(08).
      * Interest above the cap forgiven while protected
           05  MIL-INT-FORGIVEN        PIC S9(11)V99.
           05  MIL-LAST-FORGIVEN-DATE  PIC X(08).
      * Actions held because the customer was protected
           05  MIL-FEES-HELD           PIC 9(05).
           05  MIL-CHGO-HELD           PIC 9(05).
           05  MIL-COLL-HELD           PIC 9(05).
           05  MIL-UPDATED-DATE        PIC X(08).
           05  MIL-UPDATED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
