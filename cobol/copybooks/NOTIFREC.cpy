               88  NOTIF-EVT-ADVERSE-ACT   VALUE "ADVA".
               88  NOTIF-EVT-REWARDS       VALUE "RWDS".
               88  NOTIF-EVT-AUTOPAY       VALUE "APAY".
               88  NOTIF-EVT-RATE-CHANGE   VALUE "RATE".
               88  NOTIF-EVT-HELOC         VALUE "HLOC".
               88  NOTIF-EVT-CREDIT-LINE   VALUE "CRLN".
               88  NOTIF-EVT-PMI           VALUE "PMIC".
      * Takeover alert - delivered to the contact details on file
      * before the change that began the pattern, not the new ones
               88  NOTIF-EVT-ATO-ALERT     VALUE "ATOA".
      * Contact change confirmations - one to the details replaced,
      * one to the new ones, addressed from the contact-change
      * history row written under the same date and time
               88  NOTIF-EVT-CONTACT-OLD   VALUE "CCHO".
               88  NOTIF-EVT-CONTACT-NEW   VALUE "CCHN".
      * Annual GLBA privacy notice, queued by CUSTMGMT's 9720 run
               88  NOTIF-EVT-PRIVACY       VALUE "PRIV".
      * Interest could not be paid out per the account's
      * disposition instruction and stayed in the account
               88  NOTIF-EVT-INT-DISP      VALUE "INTD".
      * A renewal card sent by the monthly card renewal run has
      * not been activated
               88  NOTIF-EVT-CARD-RENEWAL  VALUE "CRNR".
      * A subpoena or records request names the customer and the
      * bank owes them notice of it (never queued while notice is
      * prohibited)
               88  NOTIF-EVT-RECORDS-REQ   VALUE "LRQN".
           05  NOTIF-DATE              PIC X(10).
           05  NOTIF-TIME              PIC X(06).
           05  NOTIF-DETAIL            PIC X(80).
