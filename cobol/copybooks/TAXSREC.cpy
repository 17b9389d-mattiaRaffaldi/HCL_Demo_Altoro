      ******************************************************************
      * TAXSREC.cpy - Customer Tax Status Record (FD section only)
      * One row per customer, keyed by the customer: a US person, or
      * a nonresident alien certified on a W-8BEN with its signing
      * and expiry dates, country of residence, treaty withholding
      * rate and 1042-S income code. Maintained in CUSTMGMT (9900),
      * whose W-8BEN expiry sweep (9910) moves an NRA whose form has
      * lapsed to backup withholding. RPTGEN leaves NRA recipients
      * off the 1099-INT and reports them on the 1042-S extract.
      * No row means a US person.
      ******************************************************************
       01  TAX-STATUS-RECORD.
           05  TAXS-CUST-ID            PIC X(20).
           05  TAXS-STATUS             PIC X(01).
               88  TAXS-US-PERSON      VALUE "U".
               88  TAXS-NRA            VALUE "N".
               88  TAXS-STATUS-VALID   VALUES "U" "N".
      * W-8BEN signing date and expiry - the last day of the third
      * calendar year after signing unless keyed otherwise
           05  TAXS-W8-DATE            PIC X(08).
           05  TAXS-W8-EXPIRY          PIC X(08).
      * ISO country of residence
           05  TAXS-COUNTRY            PIC X(02).
      * Withholding rate percent - the treaty rate, or the 30%
      * statutory rate where there is no treaty
           05  TAXS-TREATY-RATE        PIC 9(02)V99.
           05  TAXS-INCOME-CODE        PIC X(02).
      * Y while the customer is on backup withholding because the
      * W-8BEN lapsed or was never received, so a new form can
      * take it off again
           05  TAXS-BACKUP-FLAG        PIC X(01).
               88  TAXS-ON-BACKUP      VALUE "Y".
               88  TAXS-NOT-ON-BACKUP  VALUE "N".
           05  TAXS-UPDATED-DATE       PIC X(08).
           05  TAXS-UPDATED-BY         PIC X(20).
           05  FILLER                  PIC X(20).
