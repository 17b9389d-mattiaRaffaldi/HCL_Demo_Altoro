      ******************************************************************
      * PWDHASH.cpy - Password Hash Working Storage (WS section only)
      * Work area for the salted one-way password hash. The salt
      * (16 characters, new for every password set) is put in front
      * of the password and the whole is run through four chained
      * modular accumulators, 2 ** work factor times over; the four
      * accumulators side by side are the 40-character hash kept in
      * CUST-PWD-HASH. Nothing in it can be turned back into the
      * password - a sign-on is checked by hashing what was typed
      * with the stored salt and factor and comparing.
      * The hash is computed in AUTHNTCN's 3200 and, for passwords
      * set from customer maintenance, in CUSTMGMT's 8530 - the two
      * must be kept in step or nobody will be able to sign on.
      ******************************************************************
       01  WS-PWH-FIELDS.
           05  WS-PWH-PASSWORD         PIC X(80).
           05  WS-PWH-SALT             PIC X(16).
           05  WS-PWH-WORK-FACTOR      PIC 9(02).
           05  WS-PWH-BUFFER           PIC X(96).
           05  WS-PWH-LEN              PIC 9(04) COMP.
           05  WS-PWH-IDX              PIC 9(04) COMP.
           05  WS-PWH-ROUNDS           PIC 9(08) COMP.
           05  WS-PWH-ROUND            PIC 9(08) COMP.
           05  WS-PWH-BYTE             PIC 9(04) COMP.
           05  WS-PWH-DIGEST.
               10  WS-PWH-ACC-1        PIC 9(10).
               10  WS-PWH-ACC-2        PIC 9(10).
               10  WS-PWH-ACC-3        PIC 9(10).
               10  WS-PWH-ACC-4        PIC 9(10).
           05  WS-PWH-HASH             PIC X(40).
           05  WS-PWH-SEED             PIC 9(08).
           05  WS-PWH-RANDOM           PIC 9(08).
           05  WS-PWH-RANDOM-VAL       PIC V9(09).
           05  WS-PWH-SEEDED-FLAG      PIC X(01) VALUE "N".
               88  WS-PWH-SEEDED       VALUE "Y".
      * A factor outside these bounds is taken as the nearer bound
           05  WS-PWH-MIN-FACTOR       PIC 9(02) VALUE 08.
           05  WS-PWH-MAX-FACTOR       PIC 9(02) VALUE 16.
