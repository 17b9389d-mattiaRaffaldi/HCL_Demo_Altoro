      ******************************************************************
      * ALIASREC.cpy - Customer Alias / Former Name Record
      * (FD section only)
      * Every name a customer is or has been known by besides the
      * one on CUSTOMER-RECORD - maiden names, former legal names,
      * known aliases and doing-business-as names - keyed by the
      * customer and a sequence number. Maintained in CUSTMGMT's
      * 7250; a name change through the customer update writes the
      * old name here as a former legal name. The OFAC screen, the
      * 314(a) subject scan and the duplicate-customer merge all
      * look at these names as well as the current one.
      ******************************************************************
       01  CUSTOMER-ALIAS-RECORD.
           05  ALIAS-KEY.
               10  ALIAS-CUST-ID       PIC X(20).
               10  ALIAS-SEQ           PIC 9(03).
           05  ALIAS-TYPE              PIC X(01).
               88  ALIAS-MAIDEN        VALUE "M".
               88  ALIAS-FORMER-LEGAL  VALUE "F".
               88  ALIAS-AKA           VALUE "A".
               88  ALIAS-DBA           VALUE "D".
               88  ALIAS-TYPE-VALID    VALUES "M" "F" "A" "D".
           05  ALIAS-FIRST-NAME        PIC X(30).
      * A doing-business-as name is carried whole in the last name
           05  ALIAS-LAST-NAME         PIC X(30).
      * Dates the name was in use - spaces in EFFECTIVE-TO means it
      * still is (an alias or DBA the customer still uses)
           05  ALIAS-EFFECTIVE-FROM    PIC X(08).
           05  ALIAS-EFFECTIVE-TO      PIC X(08).
           05  ALIAS-SOURCE            PIC X(01).
               88  ALIAS-FROM-NAME-CHANGE  VALUE "N".
               88  ALIAS-FROM-MERGE        VALUE "G".
               88  ALIAS-KEYED             VALUE "K".
           05  ALIAS-STATUS            PIC X(01).
               88  ALIAS-ACTIVE        VALUE "A".
               88  ALIAS-REMOVED       VALUE "X".
           05  ALIAS-ADDED-DATE        PIC X(08).
           05  ALIAS-ADDED-BY          PIC X(20).
           05  FILLER                  PIC X(20).
