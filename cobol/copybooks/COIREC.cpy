      ******************************************************************
      * COIREC.cpy - Employee Conflict-of-Interest Flag Record
      * (FD section only)
      * One row per item compliance has to look at where a staff
      * member worked an account that is their own, a recorded
      * relative's (see EMPRREC) or, for inquiries, a coworker's.
      * Written by ACCTMGMT at entry - a refused posting, override
      * or approval on the operator's own account, a limit change
      * for a relative, a coworker lookup with no business reason -
      * and by the nightly self-dealing monitor for the day's
      * postings and overrides. The monitor's report lists every
      * open row; compliance closes each one with a note.
      ******************************************************************
       01  CONFLICT-FLAG-RECORD.
           05  COI-ID                  PIC 9(10).
           05  COI-FLAG-DATE           PIC X(08).
           05  COI-FLAG-TIME           PIC X(06).
           05  COI-SOURCE              PIC X(01).
               88  COI-FROM-ENTRY      VALUE "E".
               88  COI-FROM-MONITOR    VALUE "M".
           05  COI-CATEGORY            PIC X(01).
               88  COI-CAT-POSTING     VALUE "T".
               88  COI-CAT-FEE-WAIVER  VALUE "W".
               88  COI-CAT-HOLD-RELEASE VALUE "H".
               88  COI-CAT-LIMIT       VALUE "L".
               88  COI-CAT-OVERRIDE    VALUE "O".
               88  COI-CAT-INQUIRY     VALUE "V".
           05  COI-EMPL-ID             PIC X(20).
           05  COI-ACCT-ID             PIC 9(16).
      * The owner on the account that made the match
           05  COI-OWNER-ID            PIC X(20).
           05  COI-RELATION            PIC X(01).
               88  COI-REL-SELF        VALUE "S".
               88  COI-REL-FAMILY      VALUE "F".
               88  COI-REL-COWORKER    VALUE "C".
      * EMPR-RELATION for a family match, else spaces
           05  COI-FAMILY-TYPE         PIC X(01).
           05  COI-TRAN-ID             PIC 9(10).
           05  COI-OVR-ID              PIC 9(08).
           05  COI-AMOUNT              PIC S9(13)V99.
           05  COI-BLOCKED-FLAG        PIC X(01).
               88  COI-BLOCKED         VALUE "Y".
               88  COI-NOT-BLOCKED     VALUE "N".
           05  COI-DETAIL              PIC X(60).
           05  COI-STATUS              PIC X(01).
               88  COI-OPEN            VALUE "O".
               88  COI-REVIEWED        VALUE "R".
           05  COI-REVIEWED-BY         PIC X(20).
           05  COI-REVIEWED-DATE       PIC X(08).
           05  COI-REVIEW-NOTE         PIC X(40).
           05  FILLER                  PIC X(20).
