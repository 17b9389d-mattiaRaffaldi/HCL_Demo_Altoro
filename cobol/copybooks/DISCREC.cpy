      ******************************************************************
      * DISCREC.cpy - Customer Data Disclosure Log Record
      * (FD section only)
      * One row for every customer whose data went out in an
      * extract to an affiliate, a non-affiliated third party or a
      * marketing list, keyed by the run's date and time and the
      * customer. Written by CUSTMGMT's 6000 customer export; read
      * by the opt-out exception report (9730), which checks each
      * row against the opt-outs on file as of the run date.
      ******************************************************************
       01  DISCLOSURE-LOG-RECORD.
           05  DISC-KEY.
               10  DISC-RUN-DATE       PIC X(08).
               10  DISC-RUN-TIME       PIC X(06).
               10  DISC-CUST-ID        PIC X(20).
           05  DISC-CATEGORY           PIC X(01).
               88  DISC-TO-AFFILIATE   VALUE "A".
               88  DISC-TO-THIRD-PARTY VALUE "T".
               88  DISC-FOR-MARKETING  VALUE "M".
           05  DISC-RECIPIENT          PIC X(30).
           05  DISC-FILE-NAME          PIC X(60).
           05  DISC-RUN-BY             PIC X(20).
           05  FILLER                  PIC X(20).
