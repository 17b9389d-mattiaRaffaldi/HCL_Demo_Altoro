      ******************************************************************
      * PIICRYPT.cpy - Field Encryption Request (WS section only)
      * Passed on every CALL "FLDCRYPT". The SSN, the security answer
      * and the account and card PINs are kept encrypted on disk
      * under a numbered key version; the record carries the version
      * it was sealed under, so a record written before a rotation
      * still opens after it. Version zero means the field is still
      * in the clear (written before encryption, or a scrambled test
      * record) and is handed back unchanged.
      *   E - encrypt PCR-DATA(1:PCR-DATA-LEN). Version zero in asks
      *       for the active key; the version used comes back.
      *   D - decrypt under PCR-KEY-VERSION.
      *   V - return the pending (next) key version, zero if none.
      *   P - promote the pending key to active, retire the old one.
      * The field ID and the tweak (the record key) go into the key
      * stream, so the same PIN on two cards does not encrypt alike.
      ******************************************************************
       01  PII-CRYPT-REQUEST.
           05  PCR-FUNCTION            PIC X(01).
               88  PCR-ENCRYPT         VALUE "E".
               88  PCR-DECRYPT         VALUE "D".
               88  PCR-PENDING-VERSION VALUE "V".
               88  PCR-PROMOTE-PENDING VALUE "P".
           05  PCR-KEY-VERSION         PIC 9(03).
           05  PCR-FIELD-ID            PIC X(02).
               88  PCR-FLD-SSN         VALUE "SN".
               88  PCR-FLD-SEC-ANSWER  VALUE "SA".
               88  PCR-FLD-ACCT-PIN    VALUE "AP".
               88  PCR-FLD-CARD-PIN    VALUE "CP".
           05  PCR-TWEAK               PIC X(20).
           05  PCR-DATA-LEN            PIC 9(02).
           05  PCR-DATA                PIC X(80).
           05  PCR-RETURN-CODE         PIC X(02).
               88  PCR-OK              VALUE "00".
               88  PCR-NO-KEY          VALUE "NK".
