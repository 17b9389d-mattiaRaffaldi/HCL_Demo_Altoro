      ******************************************************************
      * EMPRREC.cpy - Employee Family Relation Record
      * (FD section only)
      * The customers each staff member is related to, keyed by the
      * employee's sign-on ID and the relative's customer ID, so a
      * posting, fee waiver, hold release, limit change or override
      * on a relative's account can be told apart from ordinary
      * work. Declared by the employee at hire and at the annual
      * conflict-of-interest attestation and keyed in CUSTMGMT's
      * 6510; the employee's own profile is EMPL-LINKED-CUST-ID on
      * the employee master, not a row here. ACCTMGMT reads it at
      * entry and in the nightly self-dealing monitor.
      ******************************************************************
       01  EMPLOYEE-RELATION-RECORD.
           05  EMPR-KEY.
               10  EMPR-EMPL-ID        PIC X(20).
               10  EMPR-CUST-ID        PIC X(20).
           05  EMPR-RELATION           PIC X(01).
               88  EMPR-SPOUSE         VALUE "S".
               88  EMPR-PARENT         VALUE "P".
               88  EMPR-CHILD          VALUE "C".
               88  EMPR-SIBLING        VALUE "B".
               88  EMPR-HOUSEHOLD      VALUE "H".
               88  EMPR-OTHER          VALUE "O".
               88  EMPR-RELATION-VALID VALUES "S" "P" "C" "B" "H" "O".
           05  EMPR-STATUS             PIC X(01).
               88  EMPR-ACTIVE         VALUE "A".
               88  EMPR-REMOVED        VALUE "X".
           05  EMPR-ADDED-DATE         PIC X(08).
           05  EMPR-ADDED-BY           PIC X(20).
           05  EMPR-REMOVED-DATE       PIC X(08).
           05  EMPR-REMOVED-BY         PIC X(20).
           05  FILLER                  PIC X(20).
