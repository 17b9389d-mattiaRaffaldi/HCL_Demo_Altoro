      * customer holds for review instead of posting.
           05  CUST-VULNERABLE-FLAG    PIC X(01).
               88  CUST-IS-VULNERABLE      VALUE "Y".
      * Password hash (see PWDHASH.cpy). When the scheme is H the
      * password is held only as the hash of the salt and password
      * at the work factor recorded beside it, and CUST-PASSWORD is
      * spaces; a record still in the old form has the password in
      * CUST-PASSWORD and is rehashed at its next sign-on.
           05  CUST-PWD-SCHEME         PIC X(01).
               88  CUST-PWD-HASHED         VALUE "H".
               88  CUST-PWD-LEGACY         VALUES " " "X".
           05  CUST-PWD-SALT           PIC X(16).
           05  CUST-PWD-WORK-FACTOR    PIC 9(02).
           05  CUST-PWD-HASH           PIC X(40).
      * Key version CUST-SSN and CUST-SECURITY-ANSWER are sealed
      * under (see PIICRYPT.cpy). Zero, or not numeric on a record
      * written before encryption, means both are in the clear.
           05  CUST-PII-KEY-VER        PIC 9(03).
