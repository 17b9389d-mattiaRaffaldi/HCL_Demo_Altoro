      ******************************************************************
      * CCHGREC.cpy - Customer Contact Change History Record
      * (FD section only)
      * One row per customer update that changed the mailing
      * address, email or phone, keyed by the customer and the time
      * of the change, with the details before and after. Written
      * by CUSTMGMT's 3500 customer update, which also queues a
      * confirmation to the old details and one to the new; the
      * nightly notice extract reads the row back to address both.
      * ACCTMGMT reads the customer's latest row for the cooling-off
      * window on card reissues, checkbook orders and new payees.
      ******************************************************************
       01  CONTACT-CHANGE-RECORD.
           05  CCH-KEY.
               10  CCH-CUST-ID         PIC X(20).
               10  CCH-CHANGE-DATE     PIC X(08).
               10  CCH-CHANGE-TIME     PIC X(06).
           05  CCH-CHANGED-BY          PIC X(20).
      * Y for each kind of detail the update changed
           05  CCH-ADDR-FLAG           PIC X(01).
               88  CCH-ADDRESS-CHANGED VALUE "Y".
           05  CCH-EMAIL-FLAG          PIC X(01).
               88  CCH-EMAIL-CHANGED   VALUE "Y".
           05  CCH-PHONE-FLAG          PIC X(01).
               88  CCH-PHONE-CHANGED   VALUE "Y".
           05  CCH-OLD-ADDRESS.
               10  CCH-OLD-STREET      PIC X(40).
               10  CCH-OLD-CITY        PIC X(25).
               10  CCH-OLD-STATE       PIC X(02).
               10  CCH-OLD-ZIP         PIC X(10).
           05  CCH-NEW-ADDRESS.
               10  CCH-NEW-STREET      PIC X(40).
               10  CCH-NEW-CITY        PIC X(25).
               10  CCH-NEW-STATE       PIC X(02).
               10  CCH-NEW-ZIP         PIC X(10).
           05  CCH-OLD-EMAIL           PIC X(50).
           05  CCH-NEW-EMAIL           PIC X(50).
           05  CCH-OLD-PHONE           PIC X(15).
           05  CCH-NEW-PHONE           PIC X(15).
      * Confirmations queued for the change (old and new details)
           05  CCH-NOTICES-QUEUED      PIC 9(01).
           05  FILLER                  PIC X(20).
