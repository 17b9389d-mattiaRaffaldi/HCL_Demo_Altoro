      ******************************************************************
      * PRMITREC.cpy - Participant Remittance Record (FD section
      * only)
      * One row per remittance ACCTMGMT's monthly participant
      * remittance run sends, keyed by a remittance ID. A wire
      * remittance goes out at once on the wire log; an ACH one is
      * left released for ACHPROC's participant remittance run to
      * originate as a bank-funded ACH credit.
      ******************************************************************
       01  PART-REMIT-RECORD.
           05  PRM-ID                  PIC 9(10).
           05  PRM-LOAN-ACCT-ID        PIC 9(16).
           05  PRM-PTC-SEQ             PIC 9(02).
           05  PRM-PARTICIPANT-NAME    PIC X(30).
           05  PRM-METHOD              PIC X(01).
               88  PRM-METHOD-ACH      VALUE "A".
               88  PRM-METHOD-WIRE     VALUE "W".
           05  PRM-ROUTING             PIC 9(09).
           05  PRM-BANK-ACCT           PIC X(17).
           05  PRM-PRINCIPAL           PIC S9(13)V99.
           05  PRM-INTEREST            PIC S9(13)V99.
           05  PRM-AMOUNT              PIC S9(13)V99.
           05  PRM-CREATED-DATE        PIC X(08).
           05  PRM-SEND-DATE           PIC X(08).
           05  PRM-STATUS              PIC X(01).
               88  PRM-RELEASED        VALUE "R".
               88  PRM-SENT            VALUE "S".
      * Wire ID or ACH item ID the remittance went out under
           05  PRM-DISB-REF            PIC 9(10).
           05  FILLER                  PIC X(15).
