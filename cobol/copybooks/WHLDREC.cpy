      * WHLDREC.cpy - Backup Withholding Detail Record (FD section
      * only)
      * One row per interest posting withheld against a B-noticed
      * customer (or a nonresident alien, at the treaty rate or at
      * the backup rate once the W-8BEN lapses): written by
      * ACCTMGMT's interest posting, totaled by CUSTMGMT's
      * remittance extract, and carried into RPTGEN's 1099-INT or
      * 1042-S output.
      ******************************************************************
       01  WITHHOLD-RECORD.
           05  WHLD-CUST-ID            PIC X(20).
