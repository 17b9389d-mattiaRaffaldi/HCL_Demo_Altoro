      ******************************************************************
      * WNOTEREC.cpy - Account / Customer Warning Note Record
      * (FD section only)
      * The notes branches used to pass around by phone - "verify ID
      * in person, impostor called twice", "customer is hard of
      * hearing", "call the officer before cashing over $500" -
      * keyed by the account or customer they are about and a
      * sequence number. Kept in ACCTMGMT's 8780. A high-severity
      * note in force is shown, and must be acknowledged before the
      * teller goes on, when the account is viewed or a deposit or
      * withdrawal is taken (ACCTMGMT 8775) and when the customer
      * is viewed (CUSTMGMT 2010); each acknowledgment is logged.
      * The daily review (ACCTMGMT 8783) expires notes past their
      * expiry date and lists the ones coming due for the branch.
      ******************************************************************
       01  WARN-NOTE-RECORD.
           05  WNT-KEY.
               10  WNT-SUBJECT-TYPE    PIC X(01).
                   88  WNT-ON-ACCOUNT  VALUE "A".
                   88  WNT-ON-CUSTOMER VALUE "C".
      * The account ID (16 digits, left-justified) or the customer
      * ID the note is about
               10  WNT-SUBJECT-ID      PIC X(20).
               10  WNT-SEQ             PIC 9(03).
           05  WNT-CATEGORY            PIC X(01).
               88  WNT-CAT-WARNING     VALUE "W".
               88  WNT-CAT-SERVICE     VALUE "S".
               88  WNT-CAT-LEGAL       VALUE "L".
               88  WNT-CAT-INFO        VALUE "I".
               88  WNT-CATEGORY-VALID  VALUES "W" "S" "L" "I".
      * Only a high-severity note stops the teller for an
      * acknowledgment; the others are there to be read
           05  WNT-SEVERITY            PIC X(01).
               88  WNT-SEV-HIGH        VALUE "H".
               88  WNT-SEV-MEDIUM      VALUE "M".
               88  WNT-SEV-LOW         VALUE "L".
               88  WNT-SEVERITY-VALID  VALUES "H" "M" "L".
           05  WNT-TEXT                PIC X(80).
           05  WNT-AUTHOR              PIC X(20).
           05  WNT-CREATED-DATE        PIC X(08).
      * Spaces means the note stands until removed
           05  WNT-EXPIRY-DATE         PIC X(08).
           05  WNT-STATUS              PIC X(01).
               88  WNT-ACTIVE          VALUE "A".
               88  WNT-REMOVED         VALUE "R".
               88  WNT-EXPIRED         VALUE "E".
           05  WNT-CLOSED-BY           PIC X(20).
           05  WNT-CLOSED-DATE         PIC X(08).
           05  WNT-ACK-COUNT           PIC 9(05).
           05  WNT-LAST-ACK-BY         PIC X(20).
           05  WNT-LAST-ACK-DATE       PIC X(08).
           05  FILLER                  PIC X(20).
