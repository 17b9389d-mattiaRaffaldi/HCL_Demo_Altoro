      ******************************************************************
      * ATOREC.cpy - Account Takeover Watch Record (FD section only)
      * One row per customer, keyed by the customer, carrying the
      * most recent of each event in the usual takeover sequence:
      * a contact change (CUSTMGMT's customer update), a password
      * reset (AUTHNTCN's forgot-password and admin reset) and a
      * newly verified external account (AUTHNTCN's self-service
      * confirm and ACHPROC's officer confirm). ACCTMGMT's transfer
      * and wire entry, ACHPROC's ACH item entry and INSTPAY's send
      * read it before a large outbound payment goes; when all three
      * events fall inside the window, in that order, the payment
      * holds for review (an instant payment cannot wait, so it is
      * refused instead) and an alert goes to the contact details on
      * file before the change. A reviewer's decision clears the
      * events so the next sequence starts fresh.
      ******************************************************************
       01  ATO-WATCH-RECORD.
           05  ATO-CUST-ID             PIC X(20).
           05  ATO-STATUS              PIC X(01).
               88  ATO-WATCHING        VALUE "W".
               88  ATO-TRIPPED         VALUE "T".
               88  ATO-CLEARED         VALUE "C".
      * Contact change, with the email and phone it replaced - the
      * earliest values inside the window are kept when a customer
      * changes contact details twice in a row
           05  ATO-CONTACT-STAMP.
               10  ATO-CONTACT-DATE    PIC X(08).
               10  ATO-CONTACT-TIME    PIC X(06).
           05  ATO-PRIOR-EMAIL         PIC X(50).
           05  ATO-PRIOR-PHONE         PIC X(15).
           05  ATO-CONTACT-BY          PIC X(20).
           05  ATO-RESET-STAMP.
               10  ATO-RESET-DATE      PIC X(08).
               10  ATO-RESET-TIME      PIC X(06).
           05  ATO-RESET-HOW           PIC X(01).
               88  ATO-RESET-FORGOT    VALUE "F".
               88  ATO-RESET-ADMIN     VALUE "A".
           05  ATO-EXTV-STAMP.
               10  ATO-EXTV-DATE       PIC X(08).
               10  ATO-EXTV-TIME       PIC X(06).
           05  ATO-EXTV-ROUTING        PIC X(09).
           05  ATO-EXTV-ACCT-NUM       PIC X(17).
      * The payment that completed the sequence and what has been
      * held since
           05  ATO-TRIP-DATE           PIC X(08).
           05  ATO-TRIP-CHANNEL        PIC X(02).
               88  ATO-TRIP-TRANSFER   VALUE "XF".
               88  ATO-TRIP-WIRE       VALUE "WI".
               88  ATO-TRIP-ACH        VALUE "AC".
               88  ATO-TRIP-INSTANT    VALUE "IP".
           05  ATO-TRIP-ACCT-ID        PIC 9(16).
           05  ATO-TRIP-AMOUNT         PIC S9(13)V99.
           05  ATO-HELD-COUNT          PIC 9(03).
           05  ATO-ALERT-DATE          PIC X(08).
           05  ATO-REVIEWED-BY         PIC X(20).
           05  ATO-REVIEWED-DATE       PIC X(08).
           05  FILLER                  PIC X(20).
