               RECORD KEY IS OFACQ-ID
               FILE STATUS IS WS-OFACQ-FILE-STATUS.

      * Account takeover watch, shared with AUTHNTCN, ACHPROC and
      * ACCTMGMT - see ATOREC. A contact change is recorded here.
           SELECT ATO-WATCH-FILE
               ASSIGN TO "ATOWATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATO-CUST-ID
               FILE STATUS IS WS-ATO-FILE-STATUS.

      * Contact-change history, read by ACCTMGMT for the cooling-off
      * window - see CCHGREC. Written by the customer update.
           SELECT CONTACT-CHANGE-FILE
               ASSIGN TO "CONTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCH-KEY
               FILE STATUS IS WS-CCH-FILE-STATUS.

      * Other names each customer is or was known by - see ALIASREC
           SELECT CUSTOMER-ALIAS-FILE
               ASSIGN TO "CUSTALIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-KEY
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

      * Coded account restrictions - see RSTRREC
           SELECT ACCT-RESTRICT-FILE
               ASSIGN TO "ACCTRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

      * Teller warning notes - see WNOTEREC
           SELECT WARN-NOTE-FILE
               ASSIGN TO "WARNNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNT-KEY
               FILE STATUS IS WS-WNT-FILE-STATUS.

      * GLBA sharing and marketing opt-outs - see PRIVREC
           SELECT PRIVACY-PREF-FILE
               ASSIGN TO "PRIVPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-CUST-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

      * Customers whose data left in an outbound extract - see
      * DISCREC. Written by the customer export.
           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO "DISCLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-KEY
               FILE STATUS IS WS-DISC-FILE-STATUS.

      * US person / nonresident alien tax status - see TAXSREC
           SELECT TAX-STATUS-FILE
               ASSIGN TO "TAXSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXS-CUST-ID
               FILE STATUS IS WS-TAXS-FILE-STATUS.

      * Relatives each employee has declared - see EMPRREC
           SELECT EMPLOYEE-RELATION-FILE
               ASSIGN TO "EMPLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-KEY
               FILE STATUS IS WS-EMPR-FILE-STATUS.

      * Treasury SDN extract file, one sanctioned name per line.
           SELECT SDN-EXTRACT-FILE
               ASSIGN TO WS-SDN-EXTRACT-PATH
               88  PEND-TYPE-VELOCITY  VALUE "VL".
               88  PEND-TYPE-LOANMOD   VALUE "LO".
               88  PEND-TYPE-VULNERABLE VALUE "VU".
               88  PEND-TYPE-CREDIT-LINE VALUE "CL".
               88  PEND-TYPE-KITE      VALUE "KT".
               88  PEND-TYPE-TAKEOVER  VALUE "AT".
               88  PEND-TYPE-RESTORE   VALUE "RS".
           05  PEND-SUBMITTED-BY       PIC X(20).
           05  PEND-SUBMITTED-DATE     PIC X(10).
           05  CARD-STATUS             PIC X(01).
               88  CARD-ACTIVE         VALUE "A".
               88  CARD-BLOCKED        VALUE "B".
           05  CARD-LAST-USED-DATE     PIC X(08).
      * Key version CARD-PIN is sealed under (see PIICRYPT.cpy)
           05  CARD-PIN-KEY-VER        PIC 9(03).
           05  FILLER                  PIC X(04).

       FD  ACCOUNT-OWNER-FILE.
       01  ACCOUNT-OWNER-RECORD.
           05  SAR-SOURCE              PIC X(01).
               88  SAR-SRC-VELOCITY    VALUE "V".
               88  SAR-SRC-MANUAL      VALUE "M".
               88  SAR-SRC-STRUCTURING VALUE "S".
           05  SAR-REFERRAL-ID         PIC 9(10).
           05  SAR-SUBJECT-CUST        PIC X(20).
           05  SAR-INVESTIGATOR        PIC X(20).
       FD  SDN-EXTRACT-FILE.
       01  SDN-EXTRACT-RECORD          PIC X(80).

       FD  ATO-WATCH-FILE.
           COPY ATOREC.

       FD  CONTACT-CHANGE-FILE.
           COPY CCHGREC.

       FD  CUSTOMER-ALIAS-FILE.
           COPY ALIASREC.

       FD  ACCT-RESTRICT-FILE.
           COPY RSTRREC.

       FD  WARN-NOTE-FILE.
           COPY WNOTEREC.

       FD  PRIVACY-PREF-FILE.
           COPY PRIVREC.

       FD  DISCLOSURE-LOG-FILE.
           COPY DISCREC.

       FD  TAX-STATUS-FILE.
           COPY TAXSREC.

       FD  EMPLOYEE-RELATION-FILE.
           COPY EMPRREC.

       WORKING-STORAGE SECTION.

      * Copy in shared data structures
           COPY SYSCOPY.
           COPY CUSTWS.
           COPY PWDHASH.
           COPY PIICRYPT.

      * Clear SSN and security answer, decrypted here by 8541 for
      * the paragraphs that need them - never written back
       01  WS-PII-SSN                  PIC X(11) VALUE SPACES.
       01  WS-PII-SEC-ANSWER           PIC X(40) VALUE SPACES.

      * Local working fields
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "CUSTMGMT".
       01  WS-314A-ARCH-SSN            PIC X(11).
       01  WS-314A-ARCH-USERID         PIC X(20).
       01  WS-314A-ARCH-REST           PIC X(256).
       01  WS-314A-ARCH-KEY-VER        PIC X(03).

      * CDD beneficial ownership fields
       01  WS-CDD-FILE-STATUS          PIC X(02).
      * password-expiration check (90-day policy) rejects a login on
      * the old password until it is changed.
       01  WS-BULK-TEMP-PWD            PIC X(20).
       01  WS-BULK-LEGACY-ONLY         PIC X(01).
       01  WS-BULK-FORCE-DAYS          PIC 9(03) VALUE 095.
       01  WS-BULK-BACKDATE-INT        PIC 9(08).
       01  WS-BULK-BACKDATE-DAYS       PIC 9(08).
       01  WS-DEATH-CARD-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-DEATH-SURVIVOR-FLAG      PIC X(01).
       01  WS-DEATH-WORK-ACCT          PIC 9(16).
      * A deceased customer's sole-owned accounts carry a
      * post-no-debits restriction sourced to the customer - see
      * 9915 and 9955
       01  WS-RST-FILE-STATUS          PIC X(02).
       01  WS-RST-NEXT-SEQ             PIC 9(03).
       01  WS-DEATH-LIFT-COUNT         PIC 9(04) VALUE ZEROS.
      * High-severity warning notes on a customer being viewed - see
      * 2010
       01  WS-WNT-FILE-STATUS          PIC X(02).
       01  WS-WNT-ACK-FLAG             PIC X(01) VALUE "Y".
           88  WS-WNT-ACKED            VALUE "Y".
           88  WS-WNT-NOT-ACKED        VALUE "N".
       01  WS-WNT-ACK-CHOICE           PIC X(01).
       01  WS-WNT-TODAY                PIC X(08).
       01  WS-WNT-OTHER-COUNT          PIC 9(04).
       01  WS-EST-INPUT-FLAG           PIC X(01).

      * PII masking / reveal fields

      * Update journal / forward recovery fields
       01  WS-JRNL-FILE-STATUS         PIC X(02).
       01  WS-JRNL-BEFORE-CUST         PIC X(600).
       01  WS-JRNL-BEFORE-ACCT         PIC X(480).
       01  WS-JRNL-OPERATION           PIC X(01).
       01  WS-RECOV-INPUT-FILE         PIC X(08).
       01  WS-NOTICE-CHANNEL           PIC X(01).
       01  WS-NOTICE-ADDRESS           PIC X(50).

      * Account takeover watch fields - the window matches the one
      * ACCTMGMT and ACHPROC hold payments against
       01  WS-ATO-FILE-STATUS          PIC X(02).
       01  WS-ATO-WINDOW-DAYS          PIC 9(02) VALUE 2.
       01  WS-ATO-PRIOR-EMAIL          PIC X(50).
       01  WS-ATO-PRIOR-PHONE          PIC X(15).
       01  WS-ATO-DATE-NUM             PIC 9(08).
       01  WS-ATO-AGE-DAYS             PIC S9(07).
       01  WS-ATO-ROW-FLAG             PIC X(01).
           88  WS-ATO-ROW-FOUND        VALUE "Y".
           88  WS-ATO-ROW-NEW          VALUE "N".
       01  WS-ATO-PRIOR-FLAG           PIC X(01).
           88  WS-ATO-KEEP-PRIOR       VALUE "K".
           88  WS-ATO-REPLACE-PRIOR    VALUE "R".

      * Contact-change history and confirmations - see CCHGREC
       01  WS-CCH-FILE-STATUS          PIC X(02).
       01  WS-CCH-PRIOR-ADDRESS.
           05  WS-CCH-PRIOR-STREET     PIC X(40).
           05  WS-CCH-PRIOR-CITY       PIC X(25).
           05  WS-CCH-PRIOR-STATE      PIC X(02).
           05  WS-CCH-PRIOR-ZIP        PIC X(10).
       01  WS-CCH-NOTICE-EVENT         PIC X(04).
       01  WS-CCH-NOTICE-TEXT          PIC X(80).
       01  WS-NEXT-NOTIF-ID            PIC 9(10).
       01  WS-CCH-SEND-EMAIL           PIC X(50).
       01  WS-CCH-SEND-PHONE           PIC X(15).
       01  WS-CCH-SEND-ADDRESS.
           05  WS-CCH-SEND-STREET      PIC X(40).
           05  WS-CCH-SEND-CITY        PIC X(25).
           05  WS-CCH-SEND-STATE       PIC X(02).
           05  WS-CCH-SEND-ZIP         PIC X(10).

      * Customer aliases and former names - see ALIASREC
       01  WS-ALIAS-FILE-STATUS        PIC X(02).
       01  WS-ALIAS-INPUT-CUST         PIC X(20).
       01  WS-ALIAS-INPUT-ACTION       PIC X(01).
       01  WS-ALIAS-INPUT-TYPE         PIC X(01).
       01  WS-ALIAS-INPUT-FIRST        PIC X(30).
       01  WS-ALIAS-INPUT-LAST         PIC X(30).
       01  WS-ALIAS-INPUT-FROM         PIC X(08).
       01  WS-ALIAS-INPUT-TO           PIC X(08).
       01  WS-ALIAS-INPUT-SEQ          PIC X(03).
       01  WS-ALIAS-INPUT-SOURCE       PIC X(01).
       01  WS-ALIAS-SCAN-CUST          PIC X(20).
       01  WS-ALIAS-NEXT-SEQ           PIC 9(03).
       01  WS-ALIAS-LAST-TO            PIC X(08).
       01  WS-ALIAS-DSP-COUNT          PIC 9(03).
       01  WS-ALIAS-PRIOR-FIRST        PIC X(30).
       01  WS-ALIAS-PRIOR-LAST         PIC X(30).

      * Every name on file for the duplicate in a merge, marked
      * where the survivor has the same name
       01  WS-MERGE-NAME-TABLE.
           05  WS-MERGE-NAME-ENTRY     OCCURS 25 TIMES.
               10  WS-MERGE-NM-TYPE    PIC X(01).
               10  WS-MERGE-NM-FIRST   PIC X(30).
               10  WS-MERGE-NM-LAST    PIC X(30).
               10  WS-MERGE-NM-FROM    PIC X(08).
               10  WS-MERGE-NM-TO      PIC X(08).
               10  WS-MERGE-NM-UPPER   PIC X(61).
               10  WS-MERGE-NM-MATCHED PIC X(01).
       01  WS-MERGE-NAME-COUNT         PIC 9(02) COMP.
       01  WS-MERGE-NAME-IDX           PIC 9(02) COMP.
       01  WS-MERGE-NAME-MATCHES       PIC 9(02).
       01  WS-MERGE-NAMES-MOVED        PIC 9(02).
       01  WS-MERGE-CHECK-UPPER        PIC X(61).

      * GLBA privacy notice, opt-outs and disclosure log - see
      * PRIVREC and DISCREC
       01  WS-PRIV-FILE-STATUS         PIC X(02).
       01  WS-DISC-FILE-STATUS         PIC X(02).
       01  WS-PRIV-NOTICE-DAYS         PIC 9(03) VALUE 365.
       01  WS-PRIV-INPUT-CUST          PIC X(20).
       01  WS-PRIV-INPUT-FLAG          PIC X(01).
       01  WS-PRIV-INPUT-DATE          PIC X(08).
       01  WS-PRIV-INPUT-CHANNEL       PIC X(01).
       01  WS-PRIV-RECEIVED-DATE       PIC X(08).
       01  WS-PRIV-TODAY               PIC 9(08).
       01  WS-PRIV-LAST-NUM            PIC 9(08).
       01  WS-PRIV-AGE-DAYS            PIC S9(07).
       01  WS-PRIV-NEW-FLAG            PIC X(01).
           88  WS-PRIV-NEW-RECORD      VALUE "Y".
       01  WS-PRIV-NOTICE-COUNT        PIC 9(06).
       01  WS-PRIV-CUST-COUNT          PIC 9(06).
      * Recipient category of a customer export: (I)nternal use or
      * a TEST-region refresh, an (A)ffiliate, a non-affiliated
      * (T)hird party or a (M)arketing list
       01  WS-PRIV-EXPORT-CATEGORY     PIC X(01).
           88  WS-PRIV-EXPORT-INTERNAL VALUE "I".
           88  WS-PRIV-EXPORT-VALID    VALUES "I" "A" "T" "M".
       01  WS-PRIV-EXPORT-RECIPIENT    PIC X(30).
       01  WS-PRIV-RUN-DATE            PIC X(08).
       01  WS-PRIV-RUN-TIME            PIC X(06).
       01  WS-PRIV-CHECK-CUST          PIC X(20).
       01  WS-PRIV-CHECK-CATEGORY      PIC X(01).
       01  WS-PRIV-OPTOUT-FLAG         PIC X(01).
           88  WS-PRIV-OPTED-OUT       VALUE "Y".
           88  WS-PRIV-NOT-OPTED-OUT   VALUE "N".
       01  WS-PRIV-OPTOUT-DATE         PIC X(08).
       01  WS-PRIV-WITHHELD-COUNT      PIC 9(06).
       01  WS-PRIV-LOGGED-COUNT        PIC 9(06).
       01  WS-PRIV-EXCEPTION-COUNT     PIC 9(06).
       01  WS-PRIV-REVIEWED-COUNT      PIC 9(06).

      * Customer tax status and W-8BEN tracking - see TAXSREC
       01  WS-TAXS-FILE-STATUS         PIC X(02).
       01  WS-TAXS-BACKUP-RATE         PIC 9(02)V99 VALUE 24.00.
       01  WS-TAXS-STATUTORY-RATE      PIC 9(02)V99 VALUE 30.00.
       01  WS-TAXS-RESOLICIT-DAYS      PIC 9(03) VALUE 90.
       01  WS-TAXS-INPUT-ID            PIC X(20).
       01  WS-TAXS-INPUT-STATUS        PIC X(01).
       01  WS-TAXS-INPUT-DATE          PIC X(08).
       01  WS-TAXS-INPUT-EXPIRY        PIC X(08).
       01  WS-TAXS-INPUT-COUNTRY       PIC X(02).
       01  WS-TAXS-INPUT-RATE          PIC X(06).
       01  WS-TAXS-INPUT-CODE          PIC X(02).
       01  WS-TAXS-PRIOR-STATUS        PIC X(01).
       01  WS-TAXS-NEW-FLAG            PIC X(01).
           88  WS-TAXS-NEW-RECORD      VALUE "Y".
       01  WS-TAXS-TODAY               PIC 9(08).
       01  WS-TAXS-YEAR-NUM            PIC 9(04).
       01  WS-TAXS-WINDOW-END          PIC 9(08).
       01  WS-TAXS-YEAR-END            PIC 9(08).
       01  WS-TAXS-LAPSED-COUNT        PIC 9(06).
       01  WS-TAXS-APPLIED-COUNT       PIC 9(06).
       01  WS-TAXS-EXPIRING-COUNT      PIC 9(06).

      * Employee family relations - see EMPRREC
       01  WS-EMPR-FILE-STATUS         PIC X(02).
       01  WS-EMPR-INPUT-EMPL          PIC X(20).
       01  WS-EMPR-INPUT-CUST          PIC X(20).
       01  WS-EMPR-INPUT-ACTION        PIC X(01).
       01  WS-EMPR-INPUT-TYPE          PIC X(01).
       01  WS-EMPR-DSP-COUNT           PIC 9(04).

      * Sanctions watch-list screening fields
       01  WS-WATCH-FILE-STATUS        PIC X(02).
       01  WS-OFACQ-FILE-STATUS        PIC X(02).
                   PERFORM 8900-BATCH-SYSTEM-BACKUP
               WHEN "NOTX"
                   PERFORM 9750-NOTIFICATION-EXTRACT
               WHEN "PRIV"
                   PERFORM 9720-ANNUAL-PRIVACY-NOTICE
               WHEN "W8EX"
                   PERFORM 9897-W8BEN-EXPIRY-SWEEP
               WHEN OTHER
                   PERFORM 1000-CUSTOMER-MENU
           END-EVALUATE
               CLOSE AUDIT-SEAL-FILE
               OPEN I-O AUDIT-SEAL-FILE
           END-IF
           OPEN I-O ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "35"
               OPEN OUTPUT ATO-WATCH-FILE
               CLOSE ATO-WATCH-FILE
               OPEN I-O ATO-WATCH-FILE
           END-IF
           OPEN I-O CONTACT-CHANGE-FILE
           IF WS-CCH-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-CHANGE-FILE
               CLOSE CONTACT-CHANGE-FILE
               OPEN I-O CONTACT-CHANGE-FILE
           END-IF
           OPEN I-O CUSTOMER-ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ALIAS-FILE
               CLOSE CUSTOMER-ALIAS-FILE
               OPEN I-O CUSTOMER-ALIAS-FILE
           END-IF
           OPEN I-O ACCT-RESTRICT-FILE
           IF WS-RST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-RESTRICT-FILE
               CLOSE ACCT-RESTRICT-FILE
               OPEN I-O ACCT-RESTRICT-FILE
           END-IF
           OPEN I-O WARN-NOTE-FILE
           IF WS-WNT-FILE-STATUS = "35"
               OPEN OUTPUT WARN-NOTE-FILE
               CLOSE WARN-NOTE-FILE
               OPEN I-O WARN-NOTE-FILE
           END-IF
           OPEN I-O PRIVACY-PREF-FILE
           IF WS-PRIV-FILE-STATUS = "35"
               OPEN OUTPUT PRIVACY-PREF-FILE
               CLOSE PRIVACY-PREF-FILE
               OPEN I-O PRIVACY-PREF-FILE
           END-IF
           OPEN I-O DISCLOSURE-LOG-FILE
           IF WS-DISC-FILE-STATUS = "35"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
               CLOSE DISCLOSURE-LOG-FILE
               OPEN I-O DISCLOSURE-LOG-FILE
           END-IF
           OPEN I-O TAX-STATUS-FILE
           IF WS-TAXS-FILE-STATUS = "35"
               OPEN OUTPUT TAX-STATUS-FILE
               CLOSE TAX-STATUS-FILE
               OPEN I-O TAX-STATUS-FILE
           END-IF
           OPEN I-O EMPLOYEE-RELATION-FILE
           IF WS-EMPR-FILE-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-RELATION-FILE
               CLOSE EMPLOYEE-RELATION-FILE
               OPEN I-O EMPLOYEE-RELATION-FILE
           END-IF
           MOVE "Y" TO WS-FILES-OPEN-FLAG
           MOVE "Y" TO WS-AUDIT-OPEN-FLAG
           MOVE "Y" TO WS-RUNLOG-OPEN.
           CLOSE SAR-CASE-FILE
           CLOSE OWNER-XREF-FILE
           CLOSE AUDIT-SEAL-FILE
           CLOSE ATO-WATCH-FILE
           CLOSE CONTACT-CHANGE-FILE
           CLOSE CUSTOMER-ALIAS-FILE
           CLOSE ACCT-RESTRICT-FILE
           CLOSE WARN-NOTE-FILE
           CLOSE PRIVACY-PREF-FILE
           CLOSE DISCLOSURE-LOG-FILE
           CLOSE TAX-STATUS-FILE
           CLOSE EMPLOYEE-RELATION-FILE
           IF WS-AUDIT-OPEN-FLAG = "Y"
               CLOSE AUDIT-FILE
           END-IF
               DISPLAY " 39. Returned Mail Flag / Clear"
               DISPLAY " 40. Address Research Queue / Aging"
               DISPLAY " 41. Vulnerable-Customer Flag (Supv)"
               DISPLAY " 42. Customer Aliases / Former Names"
               DISPLAY " 43. Privacy Opt-Out Intake"
               DISPLAY " 44. Annual Privacy Notice Run (Batch)"
               DISPLAY " 45. Privacy Opt-Out Exception Report"
               DISPLAY " 46. Customer Tax Status / W-8BEN"
               DISPLAY " 47. W-8BEN Expiry Sweep / Report (Batch)"
               DISPLAY " 48. Employee Family Relations (Supv)"
               DISPLAY " "
               DISPLAY "  0. Return to Main Menu"
               DISPLAY " "
                   WHEN "41"
                       PERFORM 7200-VULNERABLE-CUSTOMER-FLAG
                           THRU 7200-VULN-EXIT
                   WHEN "42"
                       PERFORM 7250-MAINTAIN-CUSTOMER-ALIASES
                           THRU 7250-ALIAS-EXIT
                   WHEN "43"
                       PERFORM 9710-PRIVACY-OPT-OUT-INTAKE
                           THRU 9710-PRIV-EXIT
                   WHEN "44"
                       PERFORM 9720-ANNUAL-PRIVACY-NOTICE
                   WHEN "45"
                       PERFORM 9730-OPTOUT-EXCEPTION-REPORT
                   WHEN "46"
                       PERFORM 9896-MAINTAIN-TAX-STATUS
                           THRU 9896-TAXS-EXIT
                   WHEN "47"
                       PERFORM 9897-W8BEN-EXPIRY-SWEEP
                   WHEN "48"
                       PERFORM 6510-MAINTAIN-EMPLOYEE-RELATIONS
                           THRU 6510-EMPR-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-CUST-CONTINUE
                   WHEN OTHER
      * VULNERABILITY V20: File status not checked

           IF WS-CUST-FILE-STATUS = "00"
               PERFORM 2010-SHOW-CUSTOMER-NOTES
                   THRU 2010-NOTES-EXIT
               IF WS-WNT-NOT-ACKED
                   DISPLAY "Customer details not shown - warning "
                           "note not acknowledged."
               ELSE
                   DISPLAY " "
                   DISPLAY "  CUSTOMER DETAILS"
                   DISPLAY "  " WS-SEPARATOR
                   DISPLAY "  User ID:    " CUST-USER-ID
                   DISPLAY "  Name:       " CUST-FIRST-NAME " "
                           CUST-LAST-NAME
                   DISPLAY "  Role:       " CUST-ROLE
      * PII shows masked by default; the full values need the
      * reveal action below, which is role-gated and logged.
                   PERFORM 9450-MASK-PII
                   DISPLAY "  SSN:        " WS-MASKED-SSN
                   DISPLAY "  DOB:        " WS-MASKED-DOB
                   DISPLAY "  Email:      " CUST-EMAIL
                   DISPLAY "  Phone:      " CUST-PHONE
                   DISPLAY "  Address:    " CUST-STREET
                   DISPLAY "              " CUST-CITY ", "
                           CUST-STATE " " CUST-ZIP
                   DISPLAY "  Branch:     " CUST-BRANCH-CODE
      * VULNERABILITY V05: Display password in plaintext
                   DISPLAY "  Password:   " CUST-PASSWORD
                   DISPLAY "  Created:    " CUST-CREATED-DATE
                   DISPLAY "  Last Login: " CUST-LAST-LOGIN
                   DISPLAY "  Attempts:   " CUST-LOGIN-ATTEMPTS
                   DISPLAY "  Locked:     " CUST-LOCKED-FLAG
      * VULNERABILITY V05: Display security Q&A
                   DISPLAY "  Sec Q:      " CUST-SECURITY-QUESTION
                   DISPLAY "  Sec A:      " CUST-SECURITY-ANSWER
                   DISPLAY "  " WS-SEPARATOR

      * VULNERABILITY V05: Log full customer view with PII
                   MOVE "CUST_VIEW" TO WS-AUDIT-ACTION
                   STRING " ID=" CUST-USER-ID
                          " SSN=" CUST-SSN
                          " Password=" CUST-PASSWORD
                          " ViewedBy=" LS-CURRENT-USER
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG

                   DISPLAY " "
                   DISPLAY "Reveal full SSN/DOB for this record? "
                           "(Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-REVEAL-CHOICE FROM CONSOLE
                   IF WS-REVEAL-CHOICE = "Y" OR WS-REVEAL-CHOICE = "y"
                       PERFORM 9455-REVEAL-PII
                           THRU 9455-REVEAL-EXIT
                   END-IF

                   DISPLAY " "
                   DISPLAY "View household relationship summary? "
                           "(Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-REL-VIEW-CHOICE FROM CONSOLE
                   IF WS-REL-VIEW-CHOICE = "Y"
                       OR WS-REL-VIEW-CHOICE = "y"
                       PERFORM 2050-CUSTOMER-RELATIONSHIP-VIEW
                   END-IF
               END-IF
           ELSE
               DISPLAY "Customer not found."
           END-IF.

      ******************************************************************
      * 2010 - SHOW CUSTOMER WARNING NOTES
      * For a staff login, each high-severity note in force on the
      * customer just read is shown and must be acknowledged before
      * the details are; a refusal sets WS-WNT-NOT-ACKED. Notes are
      * kept in ACCTMGMT's warning notes option - see WNOTEREC.
      ******************************************************************
       2010-SHOW-CUSTOMER-NOTES.
           SET WS-WNT-ACKED TO TRUE
           IF NOT (LS-CURRENT-ROLE = "TELLER"
               OR LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               GO TO 2010-NOTES-EXIT
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-WNT-TODAY
           MOVE ZEROS TO WS-WNT-OTHER-COUNT

           MOVE "C" TO WNT-SUBJECT-TYPE
           MOVE CUST-USER-ID TO WNT-SUBJECT-ID
           MOVE ZEROS TO WNT-SEQ
           START WARN-NOTE-FILE KEY >= WNT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-WNT-FILE-STATUS NOT = "00"
               OR WS-WNT-NOT-ACKED
               READ WARN-NOTE-FILE NEXT RECORD
               IF WS-WNT-FILE-STATUS = "00"
                   IF NOT WNT-ON-CUSTOMER
                       OR WNT-SUBJECT-ID NOT = CUST-USER-ID
                       MOVE "10" TO WS-WNT-FILE-STATUS
                   ELSE
                       IF WNT-ACTIVE
                           AND (WNT-EXPIRY-DATE = SPACES
                                OR WNT-EXPIRY-DATE NOT < WS-WNT-TODAY)
                           IF WNT-SEV-HIGH
                               PERFORM 2015-ACK-CUSTOMER-NOTE
                           ELSE
                               ADD 1 TO WS-WNT-OTHER-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-WNT-FILE-STATUS

           IF WS-WNT-ACKED AND WS-WNT-OTHER-COUNT > ZEROS
               DISPLAY "NOTE: " WS-WNT-OTHER-COUNT
                       " other note(s) on file for this customer."
           END-IF.

       2010-NOTES-EXIT.
           CONTINUE.

      ******************************************************************
      * 2015 - ACKNOWLEDGE ONE CUSTOMER NOTE
      ******************************************************************
       2015-ACK-CUSTOMER-NOTE.
           DISPLAY " "
           EVALUATE TRUE
               WHEN WNT-CAT-WARNING
                   DISPLAY "*** WARNING NOTE ON CUSTOMER ***"
               WHEN WNT-CAT-SERVICE
                   DISPLAY "*** SERVICE NOTE ON CUSTOMER ***"
               WHEN WNT-CAT-LEGAL
                   DISPLAY "*** LEGAL NOTE ON CUSTOMER ***"
               WHEN OTHER
                   DISPLAY "*** INFORMATIONAL NOTE ON CUSTOMER ***"
           END-EVALUATE
           DISPLAY "  " WNT-TEXT
           DISPLAY "  Entered by " FUNCTION TRIM(WNT-AUTHOR)
                   " on " WNT-CREATED-DATE
           IF WNT-EXPIRY-DATE NOT = SPACES
               DISPLAY "  Stands until " WNT-EXPIRY-DATE
           END-IF
           DISPLAY "Acknowledge this note to continue (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-WNT-ACK-CHOICE FROM CONSOLE
           IF WS-WNT-ACK-CHOICE = "Y" OR WS-WNT-ACK-CHOICE = "y"
               ADD 1 TO WNT-ACK-COUNT
               MOVE LS-CURRENT-USER TO WNT-LAST-ACK-BY
               MOVE WS-WNT-TODAY TO WNT-LAST-ACK-DATE
               REWRITE WARN-NOTE-RECORD
               MOVE "NOTE_ACK" TO WS-AUDIT-ACTION
               STRING "Subject=" WNT-SUBJECT-TYPE "/"
                      FUNCTION TRIM(WNT-SUBJECT-ID)
                      " Seq=" WNT-SEQ
                      " Cat=" WNT-CATEGORY
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               SET WS-WNT-NOT-ACKED TO TRUE
               MOVE "WARN" TO WS-AUDIT-SEVERITY
               MOVE "NOTE_NOT_ACKED" TO WS-AUDIT-ACTION
               STRING "Subject=" WNT-SUBJECT-TYPE "/"
                      FUNCTION TRIM(WNT-SUBJECT-ID)
                      " Seq=" WNT-SEQ
                      " Cat=" WNT-CATEGORY
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * 2050 - CUSTOMER RELATIONSHIP VIEW
      * Pulls every ACCOUNT-RECORD owned by the customer just looked

           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-INPUT-PASSWORD FROM CONSOLE
           MOVE WS-INPUT-PASSWORD TO WS-PWH-PASSWORD
           PERFORM 8532-STORE-PASSWORD-HASH

           DISPLAY "First Name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-FIRST-NAME FROM CONSOLE
           MOVE SPACES TO CUST-DATE-OF-DEATH
           SET CUST-MAIL-DELIVERABLE TO TRUE
           MOVE "N" TO CUST-VULNERABLE-FLAG
           PERFORM 8540-SEAL-CUSTOMER-PII

           WRITE CUSTOMER-RECORD
      * VULNERABILITY V20: WRITE status not checked
               " (USER_ID, PASSWORD, FIRST_NAME, LAST_NAME,"
               " ROLE) VALUES ('"
               WS-INPUT-USER-ID "', '"
               CUST-PASSWORD "', '"
               WS-INPUT-FIRST-NAME "', '"
               WS-INPUT-LAST-NAME "', '"
               WS-INPUT-ROLE "')"
      * VULNERABILITY V20: File status not checked

           IF WS-CUST-FILE-STATUS = "00"
               MOVE CUST-EMAIL TO WS-ATO-PRIOR-EMAIL
               MOVE CUST-PHONE TO WS-ATO-PRIOR-PHONE
               MOVE CUST-ADDRESS TO WS-CCH-PRIOR-ADDRESS
               MOVE CUST-FIRST-NAME TO WS-ALIAS-PRIOR-FIRST
               MOVE CUST-LAST-NAME TO WS-ALIAS-PRIOR-LAST
               DISPLAY "Current Name: " CUST-FIRST-NAME " "
                       CUST-LAST-NAME
               DISPLAY "New First Name (blank to keep): "
                   MOVE WS-INPUT-PHONE TO CUST-PHONE
               END-IF

               DISPLAY "Current Address: " CUST-STREET
               DISPLAY "                 " CUST-CITY " "
                       CUST-STATE " " CUST-ZIP
               DISPLAY "New Street (blank to keep): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-STREET FROM CONSOLE
               IF WS-INPUT-STREET NOT = SPACES
                   MOVE WS-INPUT-STREET TO CUST-STREET
               END-IF

               DISPLAY "New City (blank to keep): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-CITY FROM CONSOLE
               IF WS-INPUT-CITY NOT = SPACES
                   MOVE WS-INPUT-CITY TO CUST-CITY
               END-IF

               DISPLAY "New State (blank to keep): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-STATE FROM CONSOLE
               IF WS-INPUT-STATE NOT = SPACES
                   MOVE WS-INPUT-STATE TO CUST-STATE
               END-IF

               DISPLAY "New ZIP (blank to keep): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-ZIP FROM CONSOLE
               IF WS-INPUT-ZIP NOT = SPACES
                   MOVE WS-INPUT-ZIP TO CUST-ZIP
               END-IF

               REWRITE CUSTOMER-RECORD
      * VULNERABILITY V20: REWRITE status not checked
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-CUSTOMER-UPDATE

      * New contact details go on the account takeover watch and
      * the contact-change history, and are confirmed to both the
      * old details and the new
               IF CUST-EMAIL NOT = WS-ATO-PRIOR-EMAIL
                   OR CUST-PHONE NOT = WS-ATO-PRIOR-PHONE
                   OR CUST-ADDRESS NOT = WS-CCH-PRIOR-ADDRESS
                   PERFORM 3550-NOTE-CONTACT-CHANGE
                   PERFORM 3560-RECORD-CONTACT-CHANGE
               END-IF

      * The name being replaced stays on file as a former name
               IF CUST-FIRST-NAME NOT = WS-ALIAS-PRIOR-FIRST
                   OR CUST-LAST-NAME NOT = WS-ALIAS-PRIOR-LAST
                   PERFORM 3570-RECORD-FORMER-NAME
               END-IF

      * VULNERABILITY V19: SQL Injection in update
               MOVE SPACES TO WS-SQL-STMT
               STRING
               DISPLAY "Customer not found."
           END-IF.

      ******************************************************************
      * 3550 - NOTE A CONTACT CHANGE ON THE TAKEOVER WATCH
      * A changed address, email or phone is the usual first step
      * in an
      * account takeover, so it opens (or renews) the customer's
      * row on ATO-WATCH-FILE with the details being replaced -
      * those are where ACCTMGMT and ACHPROC send the alert if a
      * large payment completes the sequence. When an earlier
      * change inside the window already captured them, the older
      * details stand: the second change is the takeover's own.
      ******************************************************************
       3550-NOTE-CONTACT-CHANGE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE CUST-USER-ID TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "00"
               SET WS-ATO-ROW-FOUND TO TRUE
           ELSE
               SET WS-ATO-ROW-NEW TO TRUE
               INITIALIZE ATO-WATCH-RECORD
               MOVE CUST-USER-ID TO ATO-CUST-ID
           END-IF

           SET WS-ATO-REPLACE-PRIOR TO TRUE
           IF ATO-CONTACT-DATE NOT = SPACES
               MOVE ATO-CONTACT-DATE TO WS-ATO-DATE-NUM
               COMPUTE WS-ATO-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ATO-DATE-NUM)
               IF WS-ATO-AGE-DAYS NOT > WS-ATO-WINDOW-DAYS
                   SET WS-ATO-KEEP-PRIOR TO TRUE
               END-IF
           END-IF
           IF WS-ATO-REPLACE-PRIOR
               MOVE WS-ATO-PRIOR-EMAIL TO ATO-PRIOR-EMAIL
               MOVE WS-ATO-PRIOR-PHONE TO ATO-PRIOR-PHONE
           END-IF

           MOVE WS-ACCEPT-DATE TO ATO-CONTACT-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO ATO-CONTACT-TIME
           MOVE LS-CURRENT-USER TO ATO-CONTACT-BY
           IF NOT ATO-TRIPPED
               SET ATO-WATCHING TO TRUE
           END-IF
           IF WS-ATO-ROW-FOUND
               REWRITE ATO-WATCH-RECORD
           ELSE
               WRITE ATO-WATCH-RECORD
           END-IF

           MOVE "CONTACT_CHANGE" TO WS-AUDIT-ACTION
           STRING "Cust=" CUST-USER-ID
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3560 - RECORD A CONTACT CHANGE AND CONFIRM IT
      * Writes the contact-change history row - the details before
      * and after and who made the change - and queues two
      * confirmations under the same date and time: one to the old
      * details, so a customer whose profile was changed by someone
      * else hears about it where they will still see it, and one
      * to the new. The nightly extract addresses both from the
      * row. Preferences are not consulted.
      ******************************************************************
       3560-RECORD-CONTACT-CHANGE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           INITIALIZE CONTACT-CHANGE-RECORD
           MOVE CUST-USER-ID TO CCH-CUST-ID
           MOVE WS-ACCEPT-DATE TO CCH-CHANGE-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO CCH-CHANGE-TIME
           MOVE LS-CURRENT-USER TO CCH-CHANGED-BY
           MOVE "N" TO CCH-ADDR-FLAG
           MOVE "N" TO CCH-EMAIL-FLAG
           MOVE "N" TO CCH-PHONE-FLAG
           IF CUST-ADDRESS NOT = WS-CCH-PRIOR-ADDRESS
               SET CCH-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUST-EMAIL NOT = WS-ATO-PRIOR-EMAIL
               SET CCH-EMAIL-CHANGED TO TRUE
           END-IF
           IF CUST-PHONE NOT = WS-ATO-PRIOR-PHONE
               SET CCH-PHONE-CHANGED TO TRUE
           END-IF
           MOVE WS-CCH-PRIOR-ADDRESS TO CCH-OLD-ADDRESS
           MOVE CUST-ADDRESS TO CCH-NEW-ADDRESS
           MOVE WS-ATO-PRIOR-EMAIL TO CCH-OLD-EMAIL
           MOVE CUST-EMAIL TO CCH-NEW-EMAIL
           MOVE WS-ATO-PRIOR-PHONE TO CCH-OLD-PHONE
           MOVE CUST-PHONE TO CCH-NEW-PHONE
           MOVE 2 TO CCH-NOTICES-QUEUED
           WRITE CONTACT-CHANGE-RECORD
           IF WS-CCH-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record contact change history, "
                       "status " WS-CCH-FILE-STATUS
           END-IF

           MOVE SPACES TO WS-CCH-NOTICE-TEXT
           STRING "Your contact details were changed on "
                  CCH-CHANGE-DATE
                  " - if this was not you, call us now"
                  DELIMITED SIZE INTO WS-CCH-NOTICE-TEXT
           MOVE "CCHO" TO WS-CCH-NOTICE-EVENT
           PERFORM 3565-QUEUE-CONTACT-NOTICE
           MOVE "CCHN" TO WS-CCH-NOTICE-EVENT
           PERFORM 3565-QUEUE-CONTACT-NOTICE

           MOVE "CONTACT_CONFIRM" TO WS-AUDIT-ACTION
           STRING "Cust=" CCH-CUST-ID
                  " Addr=" CCH-ADDR-FLAG
                  " Email=" CCH-EMAIL-FLAG
                  " Phone=" CCH-PHONE-FLAG
                  " Notices=" CCH-NOTICES-QUEUED
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 3565 - QUEUE ONE CONTACT CHANGE CONFIRMATION
      * Stamped with the history row's date and time so the extract
      * can find the row again.
      ******************************************************************
       3565-QUEUE-CONTACT-NOTICE.
           MOVE 1 TO WS-NEXT-NOTIF-ID
           MOVE LOW-VALUES TO NOTIF-ID
           START NOTIFY-QUEUE-FILE KEY >= NOTIF-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NOTIF-FILE-STATUS NOT = "00"
               READ NOTIFY-QUEUE-FILE NEXT RECORD
               IF WS-NOTIF-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-NOTIF-ID = NOTIF-ID + 1
               END-IF
           END-PERFORM

           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-NEXT-NOTIF-ID TO NOTIF-ID
           MOVE CCH-CUST-ID TO NOTIF-CUST-ID
           MOVE WS-CCH-NOTICE-EVENT TO NOTIF-EVENT-TYPE
           MOVE CCH-CHANGE-DATE TO NOTIF-DATE
           MOVE CCH-CHANGE-TIME TO NOTIF-TIME
           MOVE WS-CCH-NOTICE-TEXT TO NOTIF-DETAIL
           SET NOTIF-STAT-QUEUED TO TRUE
           WRITE NOTIFY-QUEUE-RECORD.

      ******************************************************************
      * 3570 - FILE THE FORMER NAME AND SCREEN THE NEW ONE
      * A name change keeps the old name on the alias file as a
      * former legal name, in use from when the one before it ended
      * (or from when the customer was set up) until today, so every
      * screen still sees it. The new name is screened as a new
      * customer's would be.
      ******************************************************************
       3570-RECORD-FORMER-NAME.
           MOVE CUST-USER-ID TO WS-ALIAS-INPUT-CUST
           MOVE CUST-USER-ID TO WS-ALIAS-SCAN-CUST
           PERFORM 7265-SCAN-ALIAS-SEQUENCE
           MOVE "F" TO WS-ALIAS-INPUT-TYPE
           MOVE WS-ALIAS-PRIOR-FIRST TO WS-ALIAS-INPUT-FIRST
           MOVE WS-ALIAS-PRIOR-LAST TO WS-ALIAS-INPUT-LAST
           IF WS-ALIAS-LAST-TO NOT = SPACES
               MOVE WS-ALIAS-LAST-TO TO WS-ALIAS-INPUT-FROM
           ELSE
               MOVE CUST-CREATED-DATE(1:8) TO WS-ALIAS-INPUT-FROM
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-ALIAS-INPUT-TO
           MOVE "N" TO WS-ALIAS-INPUT-SOURCE
           PERFORM 7260-WRITE-CUSTOMER-ALIAS
           IF WS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to file the former name, status "
                       WS-ALIAS-FILE-STATUS
           END-IF

           MOVE "NAME_CHANGE" TO WS-AUDIT-ACTION
           STRING "Cust=" CUST-USER-ID
                  " FormerNameSeq=" ALIAS-SEQ
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE SPACES TO WS-OFAC-SUBJECT-NAME
           STRING FUNCTION TRIM(CUST-FIRST-NAME) " "
                  FUNCTION TRIM(CUST-LAST-NAME)
                  DELIMITED SIZE INTO WS-OFAC-SUBJECT-NAME
           PERFORM 9550-SCREEN-WATCH-LIST
           IF WS-OFAC-MATCHED
               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-CUST
               SET CUST-IS-LOCKED TO TRUE
               REWRITE CUSTOMER-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-CUSTOMER-UPDATE
               SET OFACQ-TYPE-CUSTOMER TO TRUE
               MOVE CUST-USER-ID TO OFACQ-CUST-ID
               MOVE ZEROS TO OFACQ-ACCT-ID
               MOVE ZEROS TO OFACQ-AMOUNT
               PERFORM 9560-QUEUE-OFAC-MATCH
               DISPLAY "NOTICE: new name is a potential sanctions "
                       "watch-list match (" WS-OFAC-MATCHED-NAME ")."
           END-IF.

      ******************************************************************
      * 4000 - DELETE CUSTOMER
      * VULNERABILITY V18: No admin role check
               DISPLAY "New Password: " WITH NO ADVANCING
               ACCEPT WS-INPUT-PASSWORD FROM CONSOLE

               MOVE WS-INPUT-PASSWORD TO WS-PWH-PASSWORD
               PERFORM 8532-STORE-PASSWORD-HASH
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO CUST-PWD-CHANGE-DATE
               MOVE ZEROS TO CUST-LOGIN-ATTEMPTS
               MOVE SPACES TO WS-SQL-STMT
               STRING
                   "UPDATE PEOPLE SET PASSWORD = '"
                   CUST-PASSWORD
                   "' WHERE USER_ID = '"
                   WS-INPUT-USER-ID "'"
                   DELIMITED SIZE INTO WS-SQL-STMT
               MOVE ZEROS TO WS-SCRM-SEQ
           END-IF

      * Customer data going to an affiliate, a non-affiliated third
      * party or a marketing list leaves out everyone who opted out
      * of that category, and each customer sent is logged for the
      * opt-out exception report
           DISPLAY "Recipient (I=Internal/TEST, A=Affiliate, "
                   "T=Third party, M=Marketing): " WITH NO ADVANCING
           ACCEPT WS-PRIV-EXPORT-CATEGORY FROM CONSOLE
           IF NOT WS-PRIV-EXPORT-VALID
               DISPLAY "Recipient category not recognized - "
                       "handled as a third party."
               MOVE "T" TO WS-PRIV-EXPORT-CATEGORY
           END-IF
           MOVE SPACES TO WS-PRIV-EXPORT-RECIPIENT
           IF NOT WS-PRIV-EXPORT-INTERNAL
               DISPLAY "Recipient name: " WITH NO ADVANCING
               ACCEPT WS-PRIV-EXPORT-RECIPIENT FROM CONSOLE
           END-IF
           MOVE ZEROS TO WS-PRIV-WITHHELD-COUNT
           MOVE ZEROS TO WS-PRIV-LOGGED-COUNT
           MOVE "N" TO WS-PRIV-OPTOUT-FLAG
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-PRIV-RUN-DATE
           MOVE WS-ACCEPT-TIME(1:6) TO WS-PRIV-RUN-TIME

           DISPLAY "Export filename: " WITH NO ADVANCING
           ACCEPT WS-CMD-FILENAME FROM CONSOLE

                   END-IF
                   IF WS-CUST-FILE-STATUS = "00"
                       AND CUST-IS-USER
                       AND NOT WS-PRIV-EXPORT-INTERNAL
                       MOVE CUST-USER-ID TO WS-PRIV-CHECK-CUST
                       MOVE WS-PRIV-EXPORT-CATEGORY
                           TO WS-PRIV-CHECK-CATEGORY
                       PERFORM 9715-CHECK-PRIVACY-OPTOUT
                           THRU 9715-CHECK-EXIT
                       IF WS-PRIV-OPTED-OUT
                           ADD 1 TO WS-PRIV-WITHHELD-COUNT
                       END-IF
                   END-IF
                   IF WS-CUST-FILE-STATUS = "00"
                       AND CUST-IS-USER
                       AND WS-PRIV-NOT-OPTED-OUT
                       ADD 1 TO WS-EXPORT-COUNT
                       IF WS-SCRM-MODE-FLAG = "Y"
                           PERFORM 6050-SCRAMBLE-ONE-CUSTOMER
                           DELIMITED SIZE INTO EXPORT-RECORD
                       WRITE EXPORT-RECORD
      * VULNERABILITY V20: WRITE status not checked
                       IF NOT WS-PRIV-EXPORT-INTERNAL
                           PERFORM 9716-LOG-DISCLOSURE
                       END-IF
                   END-IF
               END-PERFORM

               DISPLAY "Exported " WS-EXPORT-COUNT " customers."
               DISPLAY "Employee profiles withheld: "
                       WS-EMPL-SKIP-COUNT
               IF NOT WS-PRIV-EXPORT-INTERNAL
                   DISPLAY "Withheld for privacy opt-outs: "
                           WS-PRIV-WITHHELD-COUNT
                   DISPLAY "Disclosures logged: " WS-PRIV-LOGGED-COUNT
                   MOVE "PRIVACY_EXPORT" TO WS-AUDIT-ACTION
                   STRING "Category=" WS-PRIV-EXPORT-CATEGORY
                          " Recipient=" WS-PRIV-EXPORT-RECIPIENT
                          " Sent=" WS-EXPORT-COUNT
                          " OptedOut=" WS-PRIV-WITHHELD-COUNT
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               END-IF

      * VULNERABILITY V14: Command Injection
      *   After export, set permissions via system command
           CONTINUE.

      ******************************************************************
      * 6510 - MAINTAIN EMPLOYEE FAMILY RELATIONS
      * The relatives each staff member has declared - spouse,
      * parent, child, sibling, household member or other close
      * relation - as they bank with us. ACCTMGMT refuses or flags
      * work an employee does on these customers' accounts the way
      * it does on the employee's own. A relation is removed, never
      * deleted, so the monitor's history still reads true.
      ******************************************************************
       6510-MAINTAIN-EMPLOYEE-RELATIONS.
           IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
               OR LS-CURRENT-ROLE = "ADMIN")
               DISPLAY "Employee relation maintenance is restricted "
                       "to SUPERVISOR."
               GO TO 6510-EMPR-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "=== EMPLOYEE FAMILY RELATIONS ==="
           DISPLAY "Employee ID (sign-on User ID): "
               WITH NO ADVANCING
           ACCEPT WS-EMPR-INPUT-EMPL FROM CONSOLE
           MOVE WS-EMPR-INPUT-EMPL TO EMPL-ID
           READ EMPLOYEE-FILE
           IF WS-EMPL-FILE-STATUS NOT = "00"
               DISPLAY "Employee not on the employee master."
               GO TO 6510-EMPR-EXIT
           END-IF
           DISPLAY "Employee " EMPL-ID " branch " EMPL-BRANCH
                   " own profile " EMPL-LINKED-CUST-ID

           PERFORM 6515-LIST-EMPLOYEE-RELATIONS

           DISPLAY "Action ((A)dd, (X) remove, blank = done): "
               WITH NO ADVANCING
           ACCEPT WS-EMPR-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-EMPR-INPUT-ACTION
               WHEN "A"
                   PERFORM 6512-ADD-EMPLOYEE-RELATION
                       THRU 6512-ADD-EXIT
               WHEN "X"
                   PERFORM 6514-REMOVE-EMPLOYEE-RELATION
                       THRU 6514-REMOVE-EXIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       6510-EMPR-EXIT.
           CONTINUE.

      ******************************************************************
      * 6512 - ADD ONE RELATION
      * The relative must already be a customer. Re-adding a removed
      * relation puts it back in force under the new type.
      ******************************************************************
       6512-ADD-EMPLOYEE-RELATION.
           DISPLAY "Relative's Customer ID: " WITH NO ADVANCING
           ACCEPT WS-EMPR-INPUT-CUST FROM CONSOLE
           IF WS-EMPR-INPUT-CUST = EMPL-LINKED-CUST-ID
               OR WS-EMPR-INPUT-CUST = WS-EMPR-INPUT-EMPL
               DISPLAY "That is the employee's own profile."
               GO TO 6512-ADD-EXIT
           END-IF
           MOVE WS-EMPR-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 6512-ADD-EXIT
           END-IF
           DISPLAY "Customer: " CUST-FIRST-NAME " " CUST-LAST-NAME

           DISPLAY "Relation ((S)pouse, (P)arent, (C)hild, "
                   "(B)rother/sister, (H)ousehold, (O)ther): "
               WITH NO ADVANCING
           ACCEPT WS-EMPR-INPUT-TYPE FROM CONSOLE
           MOVE WS-EMPR-INPUT-TYPE TO EMPR-RELATION
           IF NOT EMPR-RELATION-VALID
               DISPLAY "Invalid relation."
               GO TO 6512-ADD-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-EMPR-INPUT-EMPL TO EMPR-EMPL-ID
           MOVE WS-EMPR-INPUT-CUST TO EMPR-CUST-ID
           READ EMPLOYEE-RELATION-FILE
           IF WS-EMPR-FILE-STATUS = "00"
               AND EMPR-ACTIVE
               DISPLAY "Relation already on file as "
                       EMPR-RELATION "."
               GO TO 6512-ADD-EXIT
           END-IF
           MOVE WS-EMPR-INPUT-TYPE TO EMPR-RELATION
           SET EMPR-ACTIVE TO TRUE
           MOVE WS-ACCEPT-DATE TO EMPR-ADDED-DATE
           MOVE LS-CURRENT-USER TO EMPR-ADDED-BY
           MOVE SPACES TO EMPR-REMOVED-DATE
           MOVE SPACES TO EMPR-REMOVED-BY
           IF WS-EMPR-FILE-STATUS = "00"
               REWRITE EMPLOYEE-RELATION-RECORD
           ELSE
               WRITE EMPLOYEE-RELATION-RECORD
           END-IF
           IF WS-EMPR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save relation, status "
                       WS-EMPR-FILE-STATUS
               GO TO 6512-ADD-EXIT
           END-IF
           DISPLAY "Relation saved."

           MOVE "EMPL_RELATION_ADD" TO WS-AUDIT-ACTION
           STRING "Empl=" EMPR-EMPL-ID
                  " Cust=" EMPR-CUST-ID
                  " Rel=" EMPR-RELATION
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6512-ADD-EXIT.
           CONTINUE.

      ******************************************************************
      * 6514 - REMOVE ONE RELATION
      ******************************************************************
       6514-REMOVE-EMPLOYEE-RELATION.
           DISPLAY "Relative's Customer ID: " WITH NO ADVANCING
           ACCEPT WS-EMPR-INPUT-CUST FROM CONSOLE
           MOVE WS-EMPR-INPUT-EMPL TO EMPR-EMPL-ID
           MOVE WS-EMPR-INPUT-CUST TO EMPR-CUST-ID
           READ EMPLOYEE-RELATION-FILE
           IF WS-EMPR-FILE-STATUS NOT = "00" OR EMPR-REMOVED
               DISPLAY "Relation not on file."
               GO TO 6514-REMOVE-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           SET EMPR-REMOVED TO TRUE
           MOVE WS-ACCEPT-DATE TO EMPR-REMOVED-DATE
           MOVE LS-CURRENT-USER TO EMPR-REMOVED-BY
           REWRITE EMPLOYEE-RELATION-RECORD
           IF WS-EMPR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update relation, status "
                       WS-EMPR-FILE-STATUS
               GO TO 6514-REMOVE-EXIT
           END-IF
           DISPLAY "Relation removed."

           MOVE "EMPL_RELATION_REMOVE" TO WS-AUDIT-ACTION
           STRING "Empl=" EMPR-EMPL-ID
                  " Cust=" EMPR-CUST-ID
                  " Rel=" EMPR-RELATION
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       6514-REMOVE-EXIT.
           CONTINUE.

      ******************************************************************
      * 6515 - LIST AN EMPLOYEE'S RELATIONS
      * Removed rows too, so the declaration history reads complete.
      ******************************************************************
       6515-LIST-EMPLOYEE-RELATIONS.
           MOVE ZEROS TO WS-EMPR-DSP-COUNT
           MOVE WS-EMPR-INPUT-EMPL TO EMPR-EMPL-ID
           MOVE LOW-VALUES TO EMPR-CUST-ID
           START EMPLOYEE-RELATION-FILE KEY >= EMPR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-EMPR-FILE-STATUS NOT = "00"
               READ EMPLOYEE-RELATION-FILE NEXT RECORD
               IF WS-EMPR-FILE-STATUS = "00"
                   IF EMPR-EMPL-ID NOT = WS-EMPR-INPUT-EMPL
                       MOVE "10" TO WS-EMPR-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-EMPR-DSP-COUNT
                       DISPLAY "  " EMPR-CUST-ID " " EMPR-RELATION
                               " " EMPR-STATUS
                               " added " EMPR-ADDED-DATE
                               " by " EMPR-ADDED-BY
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-EMPR-FILE-STATUS
           IF WS-EMPR-DSP-COUNT = ZEROS
               DISPLAY "  No relations on file."
           END-IF.

      ******************************************************************
      * 6600 - BUILD ACCESS RECERTIFICATION EXTRACT
      * One row per privileged sign-on for the current quarter,
      * flagged stale when the last login is more than 90 days
      * old, pending the branch supervisor's confirm-or-revoke.
      ******************************************************************
       6600-BUILD-RECERT-EXTRACT.
           DISPLAY " "
           DISPLAY "=== BUILD ACCESS RECERTIFICATION EXTRACT ==="
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RCT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           MOVE WS-ACCEPT-DATE(1:4) TO WS-RCT-CYCLE(1:4)
           MOVE "Q" TO WS-RCT-CYCLE(5:1)
           EVALUATE WS-ACCEPT-DATE(5:2)
               WHEN "01" WHEN "02" WHEN "03"
                   MOVE "1" TO WS-RCT-CYCLE(6:1)
               WHEN "04" WHEN "05" WHEN "06"
                   MOVE "2" TO WS-RCT-CYCLE(6:1)
               WHEN "07" WHEN "08" WHEN "09"
                   MOVE "3" TO WS-RCT-CYCLE(6:1)
               WHEN OTHER
                   MOVE "4" TO WS-RCT-CYCLE(6:1)
           END-EVALUATE

           MOVE ZEROS TO WS-RCT-BUILT-COUNT
           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   AND (CUST-IS-TELLER OR CUST-IS-SUPERVISOR
                       OR CUST-IS-ADMIN)
                   MOVE WS-RCT-CYCLE TO RCT-CYCLE
                   MOVE CUST-USER-ID TO RCT-USER-ID
                   MOVE CUST-ROLE TO RCT-ROLE
                   MOVE CUST-BRANCH-CODE TO RCT-BRANCH
                   MOVE CUST-LAST-LOGIN TO RCT-LAST-LOGIN
                   SET RCT-NOT-STALE TO TRUE
                   IF CUST-LAST-LOGIN = SPACES
                       SET RCT-STALE TO TRUE
                   ELSE
                       IF CUST-LAST-LOGIN(1:8) IS NUMERIC
                           COMPUTE WS-RCT-LOGIN-INT =
           ADD 1 TO WS-SCRM-SEQ
           MOVE WS-SCRM-SEQ TO WS-SCRM-SEQ-X

           MOVE "TESTPWD" TO WS-PWH-PASSWORD
           PERFORM 8532-STORE-PASSWORD-HASH
           MOVE SPACES TO CUST-FIRST-NAME
           STRING "TESTFIRST" WS-SCRM-SEQ-X
               DELIMITED SIZE INTO CUST-FIRST-NAME
           MOVE "TS" TO CUST-STATE
           MOVE "00000" TO CUST-ZIP
           MOVE SPACES TO CUST-SECURITY-QUESTION
           MOVE SPACES TO CUST-SECURITY-ANSWER
      * The fictional SSN goes to TEST in the clear
           MOVE ZEROS TO CUST-PII-KEY-VER.

      ******************************************************************
      * 6700 - MAINTAIN BENEFICIAL OWNERS (CDD)
               READ CUSTOMER-FILE NEXT
               IF WS-CUST-FILE-STATUS = "00"
                   ADD 1 TO WS-314A-SCANNED
                   PERFORM 8541-OPEN-CUSTOMER-PII
                   MOVE SPACES TO WS-314A-CUST-UPPER
                   STRING FUNCTION UPPER-CASE(CUST-FIRST-NAME)
                          " "
                       FOR ALL FUNCTION TRIM(WS-314A-SUBJ-UPPER)
                   IF WS-314A-TALLY > ZEROS
                       OR (WS-314A-SUBJ-SSN NOT = SPACES
                           AND WS-314A-SUBJ-SSN = WS-PII-SSN)
                       ADD 1 TO WS-314A-MATCH-COUNT
                       DISPLAY "  MATCH: subject "
                               WS-314A-SUBJ-NAME
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS
           PERFORM 6815-SCAN-ALIASES-FOR-SUBJECT.

      ******************************************************************
      * 6815 - SEARCH THE ALIAS FILE FOR ONE SUBJECT
      * Every other name on file - former, maiden, alias and DBA,
      * for current and archived customers alike - gets the same
      * contains-match as the names on the customer file. Only
      * names removed as keyed in error are passed over.
      ******************************************************************
       6815-SCAN-ALIASES-FOR-SUBJECT.
           MOVE LOW-VALUES TO ALIAS-KEY
           START CUSTOMER-ALIAS-FILE KEY >= ALIAS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALIAS-FILE-STATUS NOT = "00"
               READ CUSTOMER-ALIAS-FILE NEXT RECORD
               IF WS-ALIAS-FILE-STATUS = "00"
                   AND ALIAS-ACTIVE
                   ADD 1 TO WS-314A-SCANNED
                   MOVE SPACES TO WS-314A-CUST-UPPER
                   STRING FUNCTION UPPER-CASE(ALIAS-FIRST-NAME)
                          " "
                          FUNCTION UPPER-CASE(ALIAS-LAST-NAME)
                          DELIMITED SIZE
                          INTO WS-314A-CUST-UPPER
                   MOVE ZEROS TO WS-314A-TALLY
                   INSPECT WS-314A-CUST-UPPER TALLYING
                       WS-314A-TALLY
                       FOR ALL FUNCTION TRIM(WS-314A-SUBJ-UPPER)
                   IF WS-314A-TALLY > ZEROS
                       ADD 1 TO WS-314A-MATCH-COUNT
                       DISPLAY "  MATCH (OTHER NAME): subject "
                               WS-314A-SUBJ-NAME
                       DISPLAY "    customer " ALIAS-CUST-ID
                               " " ALIAS-FIRST-NAME
                               " " ALIAS-LAST-NAME
                               " (type " ALIAS-TYPE ")"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALIAS-FILE-STATUS.

      ******************************************************************
      * 6900 - MAINTAIN INSIDER (REG O) ROSTER
       7200-VULN-EXIT.
           CONTINUE.

      ******************************************************************
      * 7250 - CUSTOMER ALIASES / FORMER NAMES
      * Lists every other name on file for a customer and lets one
      * be added, end-dated when the customer stops using it, or
      * removed when it was keyed in error. A new name is screened
      * against the watch list the same way a new customer is, and
      * a hit locks the customer for the OFAC review queue. Removal
      * takes a name out of every screen, so it is SUPERVISOR only.
      ******************************************************************
       7250-MAINTAIN-CUSTOMER-ALIASES.
           DISPLAY " "
           DISPLAY "=== CUSTOMER ALIASES / FORMER NAMES ==="
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-CUST FROM CONSOLE
           MOVE WS-ALIAS-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 7250-ALIAS-EXIT
           END-IF
           DISPLAY "Current name: " CUST-FIRST-NAME " "
                   CUST-LAST-NAME

           MOVE WS-ALIAS-INPUT-CUST TO WS-ALIAS-SCAN-CUST
           PERFORM 7255-LIST-CUSTOMER-ALIASES

           DISPLAY "Action ((A)dd, (E)nd-date, (X) remove, "
                   "blank = done): " WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-ACTION FROM CONSOLE
           EVALUATE WS-ALIAS-INPUT-ACTION
               WHEN "A"
                   PERFORM 7252-ADD-CUSTOMER-ALIAS
                       THRU 7252-ADD-EXIT
               WHEN "E"
                   PERFORM 7254-CHANGE-CUSTOMER-ALIAS
                       THRU 7254-CHANGE-EXIT
               WHEN "X"
                   IF NOT (LS-CURRENT-ROLE = "SUPERVISOR"
                       OR LS-CURRENT-ROLE = "ADMIN")
                       DISPLAY "Only a SUPERVISOR may remove a name."
                       GO TO 7250-ALIAS-EXIT
                   END-IF
                   PERFORM 7254-CHANGE-CUSTOMER-ALIAS
                       THRU 7254-CHANGE-EXIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       7250-ALIAS-EXIT.
           CONTINUE.

      ******************************************************************
      * 7252 - ADD ONE ALIAS
      ******************************************************************
       7252-ADD-CUSTOMER-ALIAS.
           DISPLAY "Type ((M)aiden, (F)ormer legal, (A)lias, "
                   "(D)BA): " WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-TYPE FROM CONSOLE
           MOVE WS-ALIAS-INPUT-TYPE TO ALIAS-TYPE
           IF NOT ALIAS-TYPE-VALID
               DISPLAY "Invalid name type."
               GO TO 7252-ADD-EXIT
           END-IF
           MOVE SPACES TO WS-ALIAS-INPUT-FIRST
           IF ALIAS-DBA
               DISPLAY "Business Name: " WITH NO ADVANCING
               ACCEPT WS-ALIAS-INPUT-LAST FROM CONSOLE
           ELSE
               DISPLAY "First Name: " WITH NO ADVANCING
               ACCEPT WS-ALIAS-INPUT-FIRST FROM CONSOLE
               DISPLAY "Last Name: " WITH NO ADVANCING
               ACCEPT WS-ALIAS-INPUT-LAST FROM CONSOLE
           END-IF
           IF WS-ALIAS-INPUT-LAST = SPACES
               DISPLAY "A name is required."
               GO TO 7252-ADD-EXIT
           END-IF
           DISPLAY "In Use From (YYYYMMDD, blank if unknown): "
               WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-FROM FROM CONSOLE
           DISPLAY "In Use To (YYYYMMDD, blank if still used): "
               WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-TO FROM CONSOLE
           MOVE "K" TO WS-ALIAS-INPUT-SOURCE
           PERFORM 7260-WRITE-CUSTOMER-ALIAS
           IF WS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save name, status "
                       WS-ALIAS-FILE-STATUS
               GO TO 7252-ADD-EXIT
           END-IF
           DISPLAY "Name " ALIAS-SEQ " added."

      * Screened like the customer's own name before anything else
           MOVE SPACES TO WS-OFAC-SUBJECT-NAME
           STRING FUNCTION TRIM(WS-ALIAS-INPUT-FIRST) " "
                  FUNCTION TRIM(WS-ALIAS-INPUT-LAST)
                  DELIMITED SIZE INTO WS-OFAC-SUBJECT-NAME
           PERFORM 9550-SCREEN-WATCH-LIST
           IF WS-OFAC-MATCHED
               PERFORM 7258-LOCK-FOR-ALIAS-MATCH
           END-IF

           MOVE "ALIAS_ADD" TO WS-AUDIT-ACTION
           STRING "Cust=" ALIAS-CUST-ID
                  " Seq=" ALIAS-SEQ
                  " Type=" ALIAS-TYPE
                  " Match=" WS-OFAC-MATCH-FLAG
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7252-ADD-EXIT.
           CONTINUE.

      ******************************************************************
      * 7254 - END-DATE OR REMOVE ONE ALIAS
      * An end-dated name stays on every screen - a former name is
      * still the customer's. Only a removed one drops off.
      ******************************************************************
       7254-CHANGE-CUSTOMER-ALIAS.
           DISPLAY "Name Seq: " WITH NO ADVANCING
           ACCEPT WS-ALIAS-INPUT-SEQ FROM CONSOLE
           MOVE WS-ALIAS-INPUT-CUST TO ALIAS-CUST-ID
           COMPUTE ALIAS-SEQ = FUNCTION NUMVAL(WS-ALIAS-INPUT-SEQ)
           READ CUSTOMER-ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS NOT = "00" OR ALIAS-REMOVED
               DISPLAY "Name not on file."
               GO TO 7254-CHANGE-EXIT
           END-IF

           IF WS-ALIAS-INPUT-ACTION = "E"
               DISPLAY "In Use To (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-ALIAS-INPUT-TO FROM CONSOLE
               IF WS-ALIAS-INPUT-TO IS NOT NUMERIC
                   DISPLAY "Enter the date as YYYYMMDD."
                   GO TO 7254-CHANGE-EXIT
               END-IF
               MOVE WS-ALIAS-INPUT-TO TO ALIAS-EFFECTIVE-TO
               MOVE "ALIAS_END" TO WS-AUDIT-ACTION
           ELSE
               SET ALIAS-REMOVED TO TRUE
               MOVE "ALIAS_REMOVE" TO WS-AUDIT-ACTION
           END-IF
           REWRITE CUSTOMER-ALIAS-RECORD
           IF WS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update name, status "
                       WS-ALIAS-FILE-STATUS
               GO TO 7254-CHANGE-EXIT
           END-IF
           DISPLAY "Name " ALIAS-SEQ " updated."

           STRING "Cust=" ALIAS-CUST-ID
                  " Seq=" ALIAS-SEQ
                  " To=" ALIAS-EFFECTIVE-TO
                  " Status=" ALIAS-STATUS
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       7254-CHANGE-EXIT.
           CONTINUE.

      ******************************************************************
      * 7255 - LIST A CUSTOMER'S ALIASES
      * Every name on file for WS-ALIAS-SCAN-CUST, removed ones too
      * so the history reads complete.
      ******************************************************************
       7255-LIST-CUSTOMER-ALIASES.
           MOVE ZEROS TO WS-ALIAS-DSP-COUNT
           MOVE WS-ALIAS-SCAN-CUST TO ALIAS-CUST-ID
           MOVE ZEROS TO ALIAS-SEQ
           START CUSTOMER-ALIAS-FILE KEY >= ALIAS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALIAS-FILE-STATUS NOT = "00"
               READ CUSTOMER-ALIAS-FILE NEXT RECORD
               IF WS-ALIAS-FILE-STATUS = "00"
                   IF ALIAS-CUST-ID NOT = WS-ALIAS-SCAN-CUST
                       MOVE "10" TO WS-ALIAS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-ALIAS-DSP-COUNT
                       DISPLAY "  " ALIAS-SEQ " " ALIAS-TYPE " "
                               ALIAS-FIRST-NAME " " ALIAS-LAST-NAME
                       DISPLAY "      From " ALIAS-EFFECTIVE-FROM
                               " To " ALIAS-EFFECTIVE-TO
                               " Status " ALIAS-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALIAS-FILE-STATUS
           IF WS-ALIAS-DSP-COUNT = ZEROS
               DISPLAY "  (no other names on file)"
           END-IF.

      ******************************************************************
      * 7258 - LOCK A CUSTOMER FOR AN ALIAS WATCH-LIST MATCH
      * Same handling as a match on a new customer's own name.
      ******************************************************************
       7258-LOCK-FOR-ALIAS-MATCH.
           MOVE WS-ALIAS-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-CUST
               SET CUST-IS-LOCKED TO TRUE
               REWRITE CUSTOMER-RECORD
               MOVE "R" TO WS-JRNL-OPERATION
               PERFORM 9400-JOURNAL-CUSTOMER-UPDATE
           END-IF
           SET OFACQ-TYPE-CUSTOMER TO TRUE
           MOVE WS-ALIAS-INPUT-CUST TO OFACQ-CUST-ID
           MOVE ZEROS TO OFACQ-ACCT-ID
           MOVE ZEROS TO OFACQ-AMOUNT
           PERFORM 9560-QUEUE-OFAC-MATCH
           DISPLAY "NOTICE: name is a potential sanctions "
                   "watch-list match (" WS-OFAC-MATCHED-NAME ")."
           DISPLAY "Customer locked pending OFAC review.".

      ******************************************************************
      * 7260 - WRITE A CUSTOMER ALIAS
      * Takes the name from WS-ALIAS-INPUT-FIRST/LAST/TYPE/FROM/TO
      * and WS-ALIAS-INPUT-SOURCE, files it under WS-ALIAS-INPUT-CUST
      * with the next sequence number, and leaves the new record in
      * the record area.
      ******************************************************************
       7260-WRITE-CUSTOMER-ALIAS.
           MOVE WS-ALIAS-INPUT-CUST TO WS-ALIAS-SCAN-CUST
           PERFORM 7265-SCAN-ALIAS-SEQUENCE
           INITIALIZE CUSTOMER-ALIAS-RECORD
           MOVE WS-ALIAS-INPUT-CUST TO ALIAS-CUST-ID
           MOVE WS-ALIAS-NEXT-SEQ TO ALIAS-SEQ
           MOVE WS-ALIAS-INPUT-TYPE TO ALIAS-TYPE
           MOVE WS-ALIAS-INPUT-FIRST TO ALIAS-FIRST-NAME
           MOVE WS-ALIAS-INPUT-LAST TO ALIAS-LAST-NAME
           MOVE WS-ALIAS-INPUT-FROM TO ALIAS-EFFECTIVE-FROM
           MOVE WS-ALIAS-INPUT-TO TO ALIAS-EFFECTIVE-TO
           MOVE WS-ALIAS-INPUT-SOURCE TO ALIAS-SOURCE
           SET ALIAS-ACTIVE TO TRUE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO ALIAS-ADDED-DATE
           MOVE LS-CURRENT-USER TO ALIAS-ADDED-BY
           WRITE CUSTOMER-ALIAS-RECORD.

      ******************************************************************
      * 7265 - SCAN A CUSTOMER'S ALIAS SEQUENCE
      * Sets WS-ALIAS-NEXT-SEQ for WS-ALIAS-SCAN-CUST, and in
      * WS-ALIAS-LAST-TO the latest date a former legal name went
      * out of use - where the name that replaces it began.
      ******************************************************************
       7265-SCAN-ALIAS-SEQUENCE.
           MOVE 1 TO WS-ALIAS-NEXT-SEQ
           MOVE SPACES TO WS-ALIAS-LAST-TO
           MOVE WS-ALIAS-SCAN-CUST TO ALIAS-CUST-ID
           MOVE ZEROS TO ALIAS-SEQ
           START CUSTOMER-ALIAS-FILE KEY >= ALIAS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALIAS-FILE-STATUS NOT = "00"
               READ CUSTOMER-ALIAS-FILE NEXT RECORD
               IF WS-ALIAS-FILE-STATUS = "00"
                   IF ALIAS-CUST-ID NOT = WS-ALIAS-SCAN-CUST
                       MOVE "10" TO WS-ALIAS-FILE-STATUS
                   ELSE
                       COMPUTE WS-ALIAS-NEXT-SEQ = ALIAS-SEQ + 1
                       IF ALIAS-FORMER-LEGAL AND ALIAS-ACTIVE
                           AND ALIAS-EFFECTIVE-TO > WS-ALIAS-LAST-TO
                           MOVE ALIAS-EFFECTIVE-TO
                               TO WS-ALIAS-LAST-TO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALIAS-FILE-STATUS.

      ******************************************************************
      * 6820 - SEARCH THE ARCHIVE EXTRACT FOR ONE SUBJECT
      * Customers that 8700-ARCHIVE-AND-PURGE-CUSTOMERS moved off
                   MOVE SPACES TO WS-314A-ARCH-USERID
                   MOVE SPACES TO WS-314A-ARCH-NAME
                   MOVE SPACES TO WS-314A-ARCH-SSN
                   MOVE SPACES TO WS-314A-ARCH-KEY-VER
                   UNSTRING IMPORT-RECORD DELIMITED BY "|"
                       INTO WS-314A-ARCH-USERID
                            WS-314A-ARCH-NAME
                            WS-314A-ARCH-SSN
                            WS-314A-ARCH-REST
                            WS-314A-ARCH-REST
                            WS-314A-ARCH-REST
                            WS-314A-ARCH-REST
                            WS-314A-ARCH-KEY-VER
                   END-UNSTRING
      * The archived SSN is as sealed on CUSTFILE; the key version
      * is the last column (none on an extract from before then)
                   IF WS-314A-ARCH-KEY-VER IS NUMERIC
                       AND WS-314A-ARCH-KEY-VER NOT = "000"
                       SET PCR-DECRYPT TO TRUE
                       MOVE WS-314A-ARCH-KEY-VER TO PCR-KEY-VERSION
                       MOVE WS-314A-ARCH-USERID TO PCR-TWEAK
                       SET PCR-FLD-SSN TO TRUE
                       MOVE 11 TO PCR-DATA-LEN
                       MOVE WS-314A-ARCH-SSN TO PCR-DATA
                       CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                       MOVE PCR-DATA(1:11) TO WS-314A-ARCH-SSN
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-314A-ARCH-NAME)
                       TO WS-314A-CUST-UPPER
                   MOVE ZEROS TO WS-314A-TALLY
                               MOVE "N" TO CUST-VULNERABLE-FLAG
           SET CUST-MAIL-DELIVERABLE TO TRUE
           MOVE "N" TO CUST-VULNERABLE-FLAG
      * An imported password is hashed on the way in
                               IF CUST-PASSWORD NOT = SPACES
                                   MOVE CUST-PASSWORD
                                       TO WS-PWH-PASSWORD
                                   PERFORM 8532-STORE-PASSWORD-HASH
                               ELSE
                                   MOVE SPACES TO CUST-PWD-SCHEME
                                   MOVE SPACES TO CUST-PWD-SALT
                                   MOVE ZEROS TO CUST-PWD-WORK-FACTOR
                                   MOVE SPACES TO CUST-PWD-HASH
                               END-IF
                               PERFORM 8540-SEAL-CUSTOMER-PII
                               WRITE CUSTOMER-RECORD
      * VULNERABILITY V20: WRITE status not checked
                               MOVE SPACES TO WS-JRNL-BEFORE-CUST
      * it is issued - AUTHNTCN's existing 8370-CHECK-PASSWORD-EXPIRED
      * check then blocks login on it until the customer runs the
      * FORGOT-password flow to set a real password of their own.
      * The run can be limited to customers whose password is still
      * in the old stored form, to clear the ones left over once the
      * hashing migration cutoff has passed.
      * VULNERABILITY V18: No admin check
      * VULNERABILITY V05: Temp passwords displayed and logged
      * VULNERABILITY V14: Command injection in notification
           DISPLAY "WARNING: This will reset ALL user passwords to a "
                   "new temporary password, forcing a change at "
                   "next login."
           DISPLAY "Only customers not yet on hashed passwords? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-BULK-LEGACY-ONLY FROM CONSOLE
           DISPLAY "Continue? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CONFIRM FROM CONSOLE

                   READ CUSTOMER-FILE NEXT
                   MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-CUST
                   IF WS-CUST-FILE-STATUS = "00"
                       AND NOT (WS-BULK-LEGACY-ONLY = "Y"
                                AND CUST-PWD-HASHED)
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM 8510-GENERATE-BULK-TEMP-PWD
                       MOVE WS-BULK-TEMP-PWD TO WS-PWH-PASSWORD
                       PERFORM 8532-STORE-PASSWORD-HASH
                       MOVE WS-BULK-BACKDATE-NUM
                           TO CUST-PWD-CHANGE-DATE
                       MOVE ZEROS TO CUST-LOGIN-ATTEMPTS
           COMPUTE WS-BULK-BACKDATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BULK-BACKDATE-DAYS).

      ******************************************************************
      * 8530 - HASH PASSWORD
      * Same computation as AUTHNTCN's 3200-HASH-PASSWORD (see
      * PWDHASH.cpy) - the two must stay in step, or a password set
      * here will not sign on there.
      ******************************************************************
       8530-HASH-PASSWORD.
           IF WS-PWH-WORK-FACTOR < WS-PWH-MIN-FACTOR
               MOVE WS-PWH-MIN-FACTOR TO WS-PWH-WORK-FACTOR
           END-IF
           IF WS-PWH-WORK-FACTOR > WS-PWH-MAX-FACTOR
               MOVE WS-PWH-MAX-FACTOR TO WS-PWH-WORK-FACTOR
           END-IF
           COMPUTE WS-PWH-ROUNDS = 2 ** WS-PWH-WORK-FACTOR

           MOVE SPACES TO WS-PWH-BUFFER
           STRING WS-PWH-SALT WS-PWH-PASSWORD
                  DELIMITED SIZE INTO WS-PWH-BUFFER
           COMPUTE WS-PWH-LEN = 16 +
               FUNCTION LENGTH(FUNCTION TRIM(WS-PWH-PASSWORD TRAILING))

           MOVE 1234567891 TO WS-PWH-ACC-1
           MOVE 2345678917 TO WS-PWH-ACC-2
           MOVE 3456789123 TO WS-PWH-ACC-3
           MOVE 4123456789 TO WS-PWH-ACC-4
           PERFORM VARYING WS-PWH-ROUND FROM 1 BY 1
               UNTIL WS-PWH-ROUND > WS-PWH-ROUNDS
               PERFORM VARYING WS-PWH-IDX FROM 1 BY 1
                   UNTIL WS-PWH-IDX > WS-PWH-LEN
                   COMPUTE WS-PWH-BYTE =
                       FUNCTION ORD(WS-PWH-BUFFER(WS-PWH-IDX:1))
                   COMPUTE WS-PWH-ACC-1 = FUNCTION MOD(
                       WS-PWH-ACC-1 * 257 + WS-PWH-BYTE
                       + WS-PWH-ACC-4, 4294967291)
                   COMPUTE WS-PWH-ACC-2 = FUNCTION MOD(
                       WS-PWH-ACC-2 * 263 + WS-PWH-BYTE
                       + WS-PWH-ACC-1, 4294967279)
                   COMPUTE WS-PWH-ACC-3 = FUNCTION MOD(
                       WS-PWH-ACC-3 * 269 + WS-PWH-BYTE
                       + WS-PWH-ACC-2, 4294967231)
                   COMPUTE WS-PWH-ACC-4 = FUNCTION MOD(
                       WS-PWH-ACC-4 * 271 + WS-PWH-BYTE
                       + WS-PWH-ACC-3, 4294967197)
               END-PERFORM
           END-PERFORM
           MOVE WS-PWH-DIGEST TO WS-PWH-HASH.

      ******************************************************************
      * 8531 - NEW PASSWORD SALT
      * Same as AUTHNTCN's 3210-NEW-PASSWORD-SALT.
      ******************************************************************
       8531-NEW-PASSWORD-SALT.
           ACCEPT WS-PWH-SEED FROM TIME
           IF NOT WS-PWH-SEEDED
               COMPUTE WS-PWH-RANDOM-VAL =
                   FUNCTION RANDOM(WS-PWH-SEED)
               SET WS-PWH-SEEDED TO TRUE
           END-IF
           COMPUTE WS-PWH-RANDOM-VAL = FUNCTION RANDOM
           COMPUTE WS-PWH-RANDOM = WS-PWH-RANDOM-VAL * 100000000
           STRING WS-PWH-SEED WS-PWH-RANDOM
                  DELIMITED SIZE INTO WS-PWH-SALT.

      ******************************************************************
      * 8532 - STORE PASSWORD HASH
      * Hashes WS-PWH-PASSWORD under a new salt onto CUSTOMER-RECORD
      * and clears CUST-PASSWORD; the caller WRITEs or REWRITEs the
      * record. CUSTMGMT is not handed the operator's password
      * policy, so the compiled work factor is used - AUTHNTCN
      * rehashes at the configured factor at the next sign-on.
      ******************************************************************
       8532-STORE-PASSWORD-HASH.
           PERFORM 8531-NEW-PASSWORD-SALT
           MOVE WS-PWD-HASH-WORK-FACTOR TO WS-PWH-WORK-FACTOR
           PERFORM 8530-HASH-PASSWORD
           SET CUST-PWD-HASHED TO TRUE
           MOVE WS-PWH-SALT TO CUST-PWD-SALT
           MOVE WS-PWH-WORK-FACTOR TO CUST-PWD-WORK-FACTOR
           MOVE WS-PWH-HASH TO CUST-PWD-HASH
           MOVE SPACES TO CUST-PASSWORD.

      ******************************************************************
      * 8540 - SEAL CUSTOMER PII
      * Encrypts CUST-SSN and CUST-SECURITY-ANSWER in the buffer
      * under the active key (see PIICRYPT.cpy) and records the key
      * version; the caller WRITEs or REWRITEs the record. Both
      * fields must be in the clear when this is performed. With no
      * key store set up they stay clear at version zero.
      ******************************************************************
       8540-SEAL-CUSTOMER-PII.
           SET PCR-ENCRYPT TO TRUE
           MOVE ZEROS TO PCR-KEY-VERSION
           MOVE CUST-USER-ID TO PCR-TWEAK
           SET PCR-FLD-SSN TO TRUE
           MOVE 11 TO PCR-DATA-LEN
           MOVE CUST-SSN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:11) TO CUST-SSN
           SET PCR-FLD-SEC-ANSWER TO TRUE
           MOVE 40 TO PCR-DATA-LEN
           MOVE CUST-SECURITY-ANSWER TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:40) TO CUST-SECURITY-ANSWER
           MOVE PCR-KEY-VERSION TO CUST-PII-KEY-VER.

      ******************************************************************
      * 8541 - OPEN CUSTOMER PII
      * Decrypts the current customer's SSN and security answer
      * into WS-PII-SSN and WS-PII-SEC-ANSWER, leaving the record
      * buffer sealed. A record from before encryption is already
      * clear.
      ******************************************************************
       8541-OPEN-CUSTOMER-PII.
           MOVE CUST-SSN TO WS-PII-SSN
           MOVE CUST-SECURITY-ANSWER TO WS-PII-SEC-ANSWER
           IF CUST-PII-KEY-VER IS NUMERIC
               IF CUST-PII-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE CUST-PII-KEY-VER TO PCR-KEY-VERSION
                   MOVE CUST-USER-ID TO PCR-TWEAK
                   SET PCR-FLD-SSN TO TRUE
                   MOVE 11 TO PCR-DATA-LEN
                   MOVE CUST-SSN TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:11) TO WS-PII-SSN
                   SET PCR-FLD-SEC-ANSWER TO TRUE
                   MOVE 40 TO PCR-DATA-LEN
                   MOVE CUST-SECURITY-ANSWER TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:40) TO WS-PII-SEC-ANSWER
               END-IF
           END-IF.

      ******************************************************************
      * 8600 - RETENTION / DORMANCY ELIGIBILITY SCAN
      * Flags customers whose linked accounts are all CLOSED and whose
                               CUST-DOB "|"
                               CUST-EMAIL "|"
                               CUST-PHONE "|"
                               CUST-CREATED-DATE "|"
                               CUST-PII-KEY-VER
                               DELIMITED SIZE INTO EXPORT-RECORD
                           WRITE EXPORT-RECORD
                       END-IF
           END-IF

           DISPLAY "Duplicate: " CUST-FIRST-NAME " " CUST-LAST-NAME
           PERFORM 8805-COMPARE-MERGE-NAMES
               THRU 8805-COMPARE-EXIT
           DISPLAY "Confirm merge into " WS-MERGE-SURVIVOR-ID
                   " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CONFIRM FROM CONSOLE
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-CUSTOMER-UPDATE

           PERFORM 8810-MOVE-MERGE-NAMES

           DISPLAY WS-MERGE-ACCT-COUNT " account(s) reassigned to "
                   WS-MERGE-SURVIVOR-ID "."
           DISPLAY "Duplicate customer " WS-MERGE-DUPLICATE-ID
           STRING "Survivor=" WS-MERGE-SURVIVOR-ID
                  " Duplicate=" WS-MERGE-DUPLICATE-ID
                  " AccountsMoved=" WS-MERGE-ACCT-COUNT
                  " NamesInCommon=" WS-MERGE-NAME-MATCHES
                  " NamesMoved=" WS-MERGE-NAMES-MOVED
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.
           CONTINUE.

      ******************************************************************
      * 8805 - COMPARE THE NAMES ON FILE FOR A MERGE
      * Loads every name on file for the duplicate - the current
      * one and each alias - and marks the ones the survivor also
      * has, under its current name or any of its aliases. With no
      * name in common the two may not be the same person at all,
      * and the operator is told so before confirming. Leaves the
      * duplicate's record in the customer record area.
      ******************************************************************
       8805-COMPARE-MERGE-NAMES.
           MOVE ZEROS TO WS-MERGE-NAME-COUNT
           MOVE ZEROS TO WS-MERGE-NAME-MATCHES
           MOVE 1 TO WS-MERGE-NAME-COUNT
           MOVE "A" TO WS-MERGE-NM-TYPE(1)
           MOVE CUST-FIRST-NAME TO WS-MERGE-NM-FIRST(1)
           MOVE CUST-LAST-NAME TO WS-MERGE-NM-LAST(1)
           MOVE CUST-CREATED-DATE(1:8) TO WS-MERGE-NM-FROM(1)
           MOVE SPACES TO WS-MERGE-NM-TO(1)

           MOVE WS-MERGE-DUPLICATE-ID TO ALIAS-CUST-ID
           MOVE ZEROS TO ALIAS-SEQ
           START CUSTOMER-ALIAS-FILE KEY >= ALIAS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALIAS-FILE-STATUS NOT = "00"
               READ CUSTOMER-ALIAS-FILE NEXT RECORD
               IF WS-ALIAS-FILE-STATUS = "00"
                   IF ALIAS-CUST-ID NOT = WS-MERGE-DUPLICATE-ID
                       MOVE "10" TO WS-ALIAS-FILE-STATUS
                   ELSE
                       IF ALIAS-ACTIVE
                           AND WS-MERGE-NAME-COUNT < 25
                           ADD 1 TO WS-MERGE-NAME-COUNT
                           MOVE ALIAS-TYPE TO WS-MERGE-NM-TYPE
                               (WS-MERGE-NAME-COUNT)
                           MOVE ALIAS-FIRST-NAME TO WS-MERGE-NM-FIRST
                               (WS-MERGE-NAME-COUNT)
                           MOVE ALIAS-LAST-NAME TO WS-MERGE-NM-LAST
                               (WS-MERGE-NAME-COUNT)
                           MOVE ALIAS-EFFECTIVE-FROM TO
                               WS-MERGE-NM-FROM(WS-MERGE-NAME-COUNT)
                           MOVE ALIAS-EFFECTIVE-TO TO
                               WS-MERGE-NM-TO(WS-MERGE-NAME-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALIAS-FILE-STATUS
           PERFORM VARYING WS-MERGE-NAME-IDX FROM 1 BY 1
               UNTIL WS-MERGE-NAME-IDX > WS-MERGE-NAME-COUNT
               MOVE SPACES TO WS-MERGE-NM-UPPER(WS-MERGE-NAME-IDX)
               STRING FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-MERGE-NM-FIRST(WS-MERGE-NAME-IDX)))
                      " "
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-MERGE-NM-LAST(WS-MERGE-NAME-IDX)))
                      DELIMITED SIZE
                      INTO WS-MERGE-NM-UPPER(WS-MERGE-NAME-IDX)
               MOVE "N" TO WS-MERGE-NM-MATCHED(WS-MERGE-NAME-IDX)
           END-PERFORM

      * The survivor's current name, then each of its aliases
           MOVE WS-MERGE-SURVIVOR-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE SPACES TO WS-MERGE-CHECK-UPPER
               STRING FUNCTION UPPER-CASE(FUNCTION TRIM(
                          CUST-FIRST-NAME))
                      " "
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                          CUST-LAST-NAME))
                      DELIMITED SIZE INTO WS-MERGE-CHECK-UPPER
               PERFORM 8806-MARK-MERGE-NAME
           END-IF

           MOVE WS-MERGE-SURVIVOR-ID TO ALIAS-CUST-ID
           MOVE ZEROS TO ALIAS-SEQ
           START CUSTOMER-ALIAS-FILE KEY >= ALIAS-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ALIAS-FILE-STATUS NOT = "00"
               READ CUSTOMER-ALIAS-FILE NEXT RECORD
               IF WS-ALIAS-FILE-STATUS = "00"
                   IF ALIAS-CUST-ID NOT = WS-MERGE-SURVIVOR-ID
                       MOVE "10" TO WS-ALIAS-FILE-STATUS
                   ELSE
                       IF ALIAS-ACTIVE
                           MOVE SPACES TO WS-MERGE-CHECK-UPPER
                           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(
                                      ALIAS-FIRST-NAME))
                                  " "
                                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                                      ALIAS-LAST-NAME))
                                  DELIMITED SIZE
                                  INTO WS-MERGE-CHECK-UPPER
                           PERFORM 8806-MARK-MERGE-NAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-ALIAS-FILE-STATUS

           MOVE WS-MERGE-DUPLICATE-ID TO CUST-USER-ID
           READ CUSTOMER-FILE

           PERFORM VARYING WS-MERGE-NAME-IDX FROM 1 BY 1
               UNTIL WS-MERGE-NAME-IDX > WS-MERGE-NAME-COUNT
               IF WS-MERGE-NM-MATCHED(WS-MERGE-NAME-IDX) = "Y"
                   ADD 1 TO WS-MERGE-NAME-MATCHES
                   DISPLAY "  Name in common: "
                           WS-MERGE-NM-UPPER(WS-MERGE-NAME-IDX)
               END-IF
           END-PERFORM
           IF WS-MERGE-NAME-MATCHES = ZEROS
               DISPLAY "WARNING: no name on file for the duplicate "
                       "matches any name on file for the survivor."
           END-IF.

       8805-COMPARE-EXIT.
           CONTINUE.

      ******************************************************************
      * 8806 - MARK A DUPLICATE NAME THE SURVIVOR ALSO HAS
      ******************************************************************
       8806-MARK-MERGE-NAME.
           PERFORM VARYING WS-MERGE-NAME-IDX FROM 1 BY 1
               UNTIL WS-MERGE-NAME-IDX > WS-MERGE-NAME-COUNT
               IF WS-MERGE-NM-UPPER(WS-MERGE-NAME-IDX)
                   = WS-MERGE-CHECK-UPPER
                   MOVE "Y" TO WS-MERGE-NM-MATCHED(WS-MERGE-NAME-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 8810 - CARRY THE DUPLICATE'S NAMES TO THE SURVIVOR
      * Every name 8805 found on the duplicate that the survivor
      * does not already have - its current name as an alias, and
      * its aliases as they were - is filed under the survivor, so
      * the merged customer is still screened under all of them.
      ******************************************************************
       8810-MOVE-MERGE-NAMES.
           MOVE ZEROS TO WS-MERGE-NAMES-MOVED
           PERFORM VARYING WS-MERGE-NAME-IDX FROM 1 BY 1
               UNTIL WS-MERGE-NAME-IDX > WS-MERGE-NAME-COUNT
               IF WS-MERGE-NM-MATCHED(WS-MERGE-NAME-IDX) = "N"
                   MOVE WS-MERGE-SURVIVOR-ID TO WS-ALIAS-INPUT-CUST
                   MOVE WS-MERGE-NM-TYPE(WS-MERGE-NAME-IDX)
                       TO WS-ALIAS-INPUT-TYPE
                   MOVE WS-MERGE-NM-FIRST(WS-MERGE-NAME-IDX)
                       TO WS-ALIAS-INPUT-FIRST
                   MOVE WS-MERGE-NM-LAST(WS-MERGE-NAME-IDX)
                       TO WS-ALIAS-INPUT-LAST
                   MOVE WS-MERGE-NM-FROM(WS-MERGE-NAME-IDX)
                       TO WS-ALIAS-INPUT-FROM
                   MOVE WS-MERGE-NM-TO(WS-MERGE-NAME-IDX)
                       TO WS-ALIAS-INPUT-TO
                   MOVE "G" TO WS-ALIAS-INPUT-SOURCE
                   PERFORM 7260-WRITE-CUSTOMER-ALIAS
                   IF WS-ALIAS-FILE-STATUS = "00"
                       ADD 1 TO WS-MERGE-NAMES-MOVED
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 8900 - BATCH SYSTEM BACKUP
      * Like 7300-BATCH-INTEREST over in ACCTMGMT, this is a batch job
      * meant to be run on a schedule (nightly full, hourly
      * incremental); there is no scheduler in this system, so the
      * schedule is whatever cron entry (or operator) sets
      * WS-BACKUP-SCHEDULE-TYPE to "F" or "I" and invokes this
      * paragraph - not a menu option, the same way 8500-BULK-
      * PASSWORD-RESET is run directly rather than from a menu.
      *
      * A full run copies every indexed and sequential data file this
      * system owns; an incremental run copies only the files that
      * have changed since the last run (CARDFILE, CHKISSUE and the
      * other low-traffic files are almost never touched between full
      * runs, so the incremental pass typically picks up just
      * ACCTFILE, TRANFILE, CUSTFILE and the log files). Each file
      * lands in its own schedule-type subdirectory under
      * WS-BACKUP-DEST-DIR, one .bak.gz per file per run, so a given
      * run never overwrites the previous one.
      ******************************************************************
       8900-BATCH-SYSTEM-BACKUP.
           MOVE "SYSBAKUP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           DISPLAY " "
           DISPLAY "=== BATCH SYSTEM BACKUP ==="
           IF WS-BACKUP-FULL
               DISPLAY "Schedule: FULL"
               MOVE "/opt/altoro/backup/full" TO WS-BACKUP-DEST-DIR
           ELSE
               DISPLAY "Schedule: INCREMENTAL"
               MOVE "/opt/altoro/backup/incr" TO WS-BACKUP-DEST-DIR
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-BACKUP-FILE-COUNT
                       " Card=" PREF-CARD-BLOCK
                       " LowBal=" PREF-LOW-BALANCE
                       " Threshold=" PREF-LOW-BAL-THRESHOLD
                       " Paperless=" PREF-PAPERLESS-STMT
           ELSE
               DISPLAY "No preference record - defaults in force "
                       "(all events, notice by mail)."
           ACCEPT WS-PREF-INPUT-THRESHOLD FROM CONSOLE
           COMPUTE PREF-LOW-BAL-THRESHOLD =
               FUNCTION NUMVAL(WS-PREF-INPUT-THRESHOLD)
           DISPLAY "Paperless statements (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PREF-INPUT-FLAG FROM CONSOLE
           IF WS-PREF-INPUT-FLAG = "Y"
               MOVE "Y" TO PREF-PAPERLESS-STMT
           ELSE
               MOVE "N" TO PREF-PAPERLESS-STMT
           END-IF

           MOVE WS-PREF-INPUT-ID TO PREF-CUST-ID
           REWRITE NOTIFY-PREF-RECORD
       9700-PREFS-EXIT.
           CONTINUE.

      ******************************************************************
      * 9710 - PRIVACY OPT-OUT INTAKE
      * Records the sharing and marketing choices a customer sends
      * back by phone, mail, web or at a branch. Each opt-out is
      * dated from when we received it - that date, not the day it
      * was keyed, is what the exception report holds extracts to.
      * A customer may opt back in, which clears the date.
      ******************************************************************
       9710-PRIVACY-OPT-OUT-INTAKE.
           DISPLAY " "
           DISPLAY "=== PRIVACY OPT-OUT INTAKE ==="
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-CUST FROM CONSOLE
           MOVE WS-PRIV-INPUT-CUST TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 9710-PRIV-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-PRIV-TODAY
           MOVE "N" TO WS-PRIV-NEW-FLAG
           MOVE WS-PRIV-INPUT-CUST TO PRIV-CUST-ID
           READ PRIVACY-PREF-FILE
           IF WS-PRIV-FILE-STATUS = "00"
               DISPLAY "Current: Affiliate=" PRIV-AFFIL-OPTOUT
                       " " PRIV-AFFIL-DATE
                       " ThirdParty=" PRIV-THIRD-OPTOUT
                       " " PRIV-THIRD-DATE
                       " Marketing=" PRIV-MKTG-OPTOUT
                       " " PRIV-MKTG-DATE
               DISPLAY "Last privacy notice: " PRIV-LAST-NOTICE-DATE
           ELSE
               MOVE "Y" TO WS-PRIV-NEW-FLAG
               PERFORM 9718-INIT-PRIVACY-PREF
               DISPLAY "No opt-outs on file - all sharing permitted."
           END-IF

           DISPLAY "Date received (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-DATE FROM CONSOLE
           IF WS-PRIV-INPUT-DATE = SPACES
               MOVE WS-PRIV-TODAY TO WS-PRIV-RECEIVED-DATE
           ELSE
               IF WS-PRIV-INPUT-DATE IS NOT NUMERIC
                   OR WS-PRIV-INPUT-DATE > WS-PRIV-TODAY
                   DISPLAY "Invalid date received."
                   GO TO 9710-PRIV-EXIT
               END-IF
               MOVE WS-PRIV-INPUT-DATE TO WS-PRIV-RECEIVED-DATE
           END-IF
           DISPLAY "Received by (P=Phone, M=Mail, W=Web, B=Branch): "
               WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-CHANNEL FROM CONSOLE
           MOVE WS-PRIV-INPUT-CHANNEL TO PRIV-OPTOUT-CHANNEL
           IF NOT PRIV-CHANNEL-VALID
               DISPLAY "Invalid channel."
               GO TO 9710-PRIV-EXIT
           END-IF

      * An opt-out already on file keeps its original date
           DISPLAY "Opt out of sharing with affiliates "
                   "(Y/N, blank for no change): " WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-FLAG FROM CONSOLE
           EVALUATE WS-PRIV-INPUT-FLAG
               WHEN "Y"
                   IF NOT PRIV-NO-AFFIL-SHARING
                       MOVE "Y" TO PRIV-AFFIL-OPTOUT
                       MOVE WS-PRIV-RECEIVED-DATE TO PRIV-AFFIL-DATE
                   END-IF
               WHEN "N"
                   MOVE "N" TO PRIV-AFFIL-OPTOUT
                   MOVE SPACES TO PRIV-AFFIL-DATE
           END-EVALUATE
           DISPLAY "Opt out of sharing with third parties "
                   "(Y/N, blank for no change): " WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-FLAG FROM CONSOLE
           EVALUATE WS-PRIV-INPUT-FLAG
               WHEN "Y"
                   IF NOT PRIV-NO-THIRD-SHARING
                       MOVE "Y" TO PRIV-THIRD-OPTOUT
                       MOVE WS-PRIV-RECEIVED-DATE TO PRIV-THIRD-DATE
                   END-IF
               WHEN "N"
                   MOVE "N" TO PRIV-THIRD-OPTOUT
                   MOVE SPACES TO PRIV-THIRD-DATE
           END-EVALUATE
           DISPLAY "Opt out of marketing "
                   "(Y/N, blank for no change): " WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-FLAG FROM CONSOLE
           EVALUATE WS-PRIV-INPUT-FLAG
               WHEN "Y"
                   IF NOT PRIV-NO-MARKETING
                       MOVE "Y" TO PRIV-MKTG-OPTOUT
                       MOVE WS-PRIV-RECEIVED-DATE TO PRIV-MKTG-DATE
                   END-IF
               WHEN "N"
                   MOVE "N" TO PRIV-MKTG-OPTOUT
                   MOVE SPACES TO PRIV-MKTG-DATE
           END-EVALUATE

           MOVE WS-PRIV-TODAY TO PRIV-UPDATED-DATE
           MOVE LS-CURRENT-USER TO PRIV-UPDATED-BY
           IF WS-PRIV-NEW-RECORD
               WRITE PRIVACY-PREF-RECORD
           ELSE
               REWRITE PRIVACY-PREF-RECORD
           END-IF
           IF WS-PRIV-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save privacy choices, status "
                       WS-PRIV-FILE-STATUS
               GO TO 9710-PRIV-EXIT
           END-IF
           DISPLAY "Privacy choices saved."

           MOVE "PRIVACY_OPTOUT" TO WS-AUDIT-ACTION
           STRING "Cust=" PRIV-CUST-ID
                  " Affil=" PRIV-AFFIL-OPTOUT
                  " Third=" PRIV-THIRD-OPTOUT
                  " Mktg=" PRIV-MKTG-OPTOUT
                  " Rcvd=" WS-PRIV-RECEIVED-DATE
                  " Via=" PRIV-OPTOUT-CHANNEL
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       9710-PRIV-EXIT.
           CONTINUE.

      ******************************************************************
      * 9715 - CHECK ONE CUSTOMER'S OPT-OUT
      * For the customer in WS-PRIV-CHECK-CUST and the recipient
      * category in WS-PRIV-CHECK-CATEGORY, sets WS-PRIV-OPTED-OUT
      * and the date the opt-out was received. No preference row
      * means no opt-out.
      ******************************************************************
       9715-CHECK-PRIVACY-OPTOUT.
           MOVE "N" TO WS-PRIV-OPTOUT-FLAG
           MOVE SPACES TO WS-PRIV-OPTOUT-DATE
           MOVE WS-PRIV-CHECK-CUST TO PRIV-CUST-ID
           READ PRIVACY-PREF-FILE
           IF WS-PRIV-FILE-STATUS NOT = "00"
               GO TO 9715-CHECK-EXIT
           END-IF
           EVALUATE WS-PRIV-CHECK-CATEGORY
               WHEN "A"
                   IF PRIV-NO-AFFIL-SHARING
                       MOVE "Y" TO WS-PRIV-OPTOUT-FLAG
                       MOVE PRIV-AFFIL-DATE TO WS-PRIV-OPTOUT-DATE
                   END-IF
               WHEN "T"
                   IF PRIV-NO-THIRD-SHARING
                       MOVE "Y" TO WS-PRIV-OPTOUT-FLAG
                       MOVE PRIV-THIRD-DATE TO WS-PRIV-OPTOUT-DATE
                   END-IF
               WHEN "M"
                   IF PRIV-NO-MARKETING
                       MOVE "Y" TO WS-PRIV-OPTOUT-FLAG
                       MOVE PRIV-MKTG-DATE TO WS-PRIV-OPTOUT-DATE
                   END-IF
           END-EVALUATE.

       9715-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 9716 - LOG ONE CUSTOMER DISCLOSED IN AN EXPORT
      ******************************************************************
       9716-LOG-DISCLOSURE.
           MOVE SPACES TO DISCLOSURE-LOG-RECORD
           MOVE WS-PRIV-RUN-DATE TO DISC-RUN-DATE
           MOVE WS-PRIV-RUN-TIME TO DISC-RUN-TIME
           MOVE WS-PRIV-CHECK-CUST TO DISC-CUST-ID
           MOVE WS-PRIV-EXPORT-CATEGORY TO DISC-CATEGORY
           MOVE WS-PRIV-EXPORT-RECIPIENT TO DISC-RECIPIENT
           MOVE WS-CMD-FILENAME TO DISC-FILE-NAME
           MOVE LS-CURRENT-USER TO DISC-RUN-BY
           WRITE DISCLOSURE-LOG-RECORD
           IF WS-DISC-FILE-STATUS = "00"
               ADD 1 TO WS-PRIV-LOGGED-COUNT
           END-IF.

      ******************************************************************
      * 9718 - NEW PRIVACY PREFERENCE ROW FOR THE CURRENT CUSTOMER
      ******************************************************************
       9718-INIT-PRIVACY-PREF.
           MOVE SPACES TO PRIVACY-PREF-RECORD
           MOVE CUST-USER-ID TO PRIV-CUST-ID
           MOVE "N" TO PRIV-AFFIL-OPTOUT
           MOVE "N" TO PRIV-THIRD-OPTOUT
           MOVE "N" TO PRIV-MKTG-OPTOUT
           MOVE ZEROS TO PRIV-NOTICE-COUNT.

      ******************************************************************
      * 9720 - ANNUAL PRIVACY NOTICE RUN (BATCH)
      * Queues the GLBA privacy notice for every customer who has
      * not had one in the last year (or ever), to go out with the
      * nightly notification extract, and stamps the date sent on
      * the customer's preference row. The notice carries the
      * customer's current choices and how to change them. Merged
      * duplicates, staff profiles and deceased customers are
      * skipped.
      ******************************************************************
       9720-ANNUAL-PRIVACY-NOTICE.
           DISPLAY " "
           DISPLAY "=== ANNUAL PRIVACY NOTICE RUN ==="
           MOVE "PRIVNOTC" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-PRIV-TODAY
           MOVE WS-ACCEPT-TIME(1:6) TO WS-PRIV-RUN-TIME
           MOVE ZEROS TO WS-PRIV-NOTICE-COUNT
           MOVE ZEROS TO WS-PRIV-CUST-COUNT

      * One pass for the next queue number; the run counts up
      * from there
           MOVE 1 TO WS-NEXT-NOTIF-ID
           MOVE LOW-VALUES TO NOTIF-ID
           START NOTIFY-QUEUE-FILE KEY >= NOTIF-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-NOTIF-FILE-STATUS NOT = "00"
               READ NOTIFY-QUEUE-FILE NEXT RECORD
               IF WS-NOTIF-FILE-STATUS = "00"
                   COMPUTE WS-NEXT-NOTIF-ID = NOTIF-ID + 1
               END-IF
           END-PERFORM

           MOVE LOW-VALUES TO CUST-USER-ID
           START CUSTOMER-FILE KEY >= CUST-USER-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
               IF WS-CUST-FILE-STATUS = "00"
                   PERFORM 9725-PRIVACY-NOTICE-ONE
                       THRU 9725-NOTICE-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-CUST-FILE-STATUS

           DISPLAY "Customers reviewed: " WS-PRIV-CUST-COUNT
           DISPLAY "Privacy notices queued: " WS-PRIV-NOTICE-COUNT

           MOVE "PRIVACY_NOTICE_RUN" TO WS-AUDIT-ACTION
           STRING "Reviewed=" WS-PRIV-CUST-COUNT
                  " Queued=" WS-PRIV-NOTICE-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "PRIVNOTC" TO WS-RUNCTL-JOB-NAME
           MOVE WS-PRIV-NOTICE-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 9725 - PRIVACY NOTICE FOR ONE CUSTOMER
      ******************************************************************
       9725-PRIVACY-NOTICE-ONE.
           IF NOT CUST-IS-USER
               OR CUST-RETIRED
               OR CUST-DATE-OF-DEATH NOT = SPACES
               GO TO 9725-NOTICE-EXIT
           END-IF
           ADD 1 TO WS-PRIV-CUST-COUNT

           MOVE "N" TO WS-PRIV-NEW-FLAG
           MOVE CUST-USER-ID TO PRIV-CUST-ID
           READ PRIVACY-PREF-FILE
           IF WS-PRIV-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-PRIV-NEW-FLAG
               PERFORM 9718-INIT-PRIVACY-PREF
           ELSE
               IF PRIV-LAST-NOTICE-DATE NOT = SPACES
                   MOVE PRIV-LAST-NOTICE-DATE TO WS-PRIV-LAST-NUM
                   COMPUTE WS-PRIV-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PRIV-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-PRIV-LAST-NUM)
                   IF WS-PRIV-AGE-DAYS < WS-PRIV-NOTICE-DAYS
                       GO TO 9725-NOTICE-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-NEXT-NOTIF-ID TO NOTIF-ID
           MOVE CUST-USER-ID TO NOTIF-CUST-ID
           SET NOTIF-EVT-PRIVACY TO TRUE
           MOVE WS-PRIV-TODAY TO NOTIF-DATE
           MOVE WS-PRIV-RUN-TIME TO NOTIF-TIME
           STRING "Annual privacy notice. Opted out - Affiliates: "
                  PRIV-AFFIL-OPTOUT
                  " Third parties: " PRIV-THIRD-OPTOUT
                  " Marketing: " PRIV-MKTG-OPTOUT
                  DELIMITED SIZE INTO NOTIF-DETAIL
           SET NOTIF-STAT-QUEUED TO TRUE
           WRITE NOTIFY-QUEUE-RECORD
           IF WS-NOTIF-FILE-STATUS NOT = "00"
               GO TO 9725-NOTICE-EXIT
           END-IF
           ADD 1 TO WS-NEXT-NOTIF-ID
           ADD 1 TO WS-PRIV-NOTICE-COUNT

           MOVE WS-PRIV-TODAY TO PRIV-LAST-NOTICE-DATE
           ADD 1 TO PRIV-NOTICE-COUNT
           IF WS-PRIV-NEW-RECORD
               WRITE PRIVACY-PREF-RECORD
           ELSE
               REWRITE PRIVACY-PREF-RECORD
           END-IF.

       9725-NOTICE-EXIT.
           CONTINUE.

      ******************************************************************
      * 9730 - PRIVACY OPT-OUT EXCEPTION REPORT
      * Every logged disclosure of a customer who had opted out of
      * that category on or before the day the data went out - an
      * opt-out received before the extract but keyed after it, or
      * an extract run outside the customer export. Each line is a
      * potential GLBA breach for compliance to work.
      ******************************************************************
       9730-OPTOUT-EXCEPTION-REPORT.
           DISPLAY " "
           DISPLAY "=== PRIVACY OPT-OUT EXCEPTION REPORT ==="
           DISPLAY "Disclosures from (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-PRIV-INPUT-DATE FROM CONSOLE
           MOVE ZEROS TO WS-PRIV-REVIEWED-COUNT
           MOVE ZEROS TO WS-PRIV-EXCEPTION-COUNT

           MOVE LOW-VALUES TO DISC-KEY
           IF WS-PRIV-INPUT-DATE NOT = SPACES
               MOVE WS-PRIV-INPUT-DATE TO DISC-RUN-DATE
           END-IF
           START DISCLOSURE-LOG-FILE KEY >= DISC-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DISC-FILE-STATUS NOT = "00"
               READ DISCLOSURE-LOG-FILE NEXT RECORD
               IF WS-DISC-FILE-STATUS = "00"
                   ADD 1 TO WS-PRIV-REVIEWED-COUNT
                   MOVE DISC-CUST-ID TO WS-PRIV-CHECK-CUST
                   MOVE DISC-CATEGORY TO WS-PRIV-CHECK-CATEGORY
                   PERFORM 9715-CHECK-PRIVACY-OPTOUT
                       THRU 9715-CHECK-EXIT
                   IF WS-PRIV-OPTED-OUT
                       AND WS-PRIV-OPTOUT-DATE NOT > DISC-RUN-DATE
                       ADD 1 TO WS-PRIV-EXCEPTION-COUNT
                       DISPLAY "  " DISC-RUN-DATE
                               " " DISC-CUST-ID
                               " Category " DISC-CATEGORY
                               " Opted out " WS-PRIV-OPTOUT-DATE
                       DISPLAY "      To " DISC-RECIPIENT
                               " By " DISC-RUN-BY
                       DISPLAY "      File " DISC-FILE-NAME
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-DISC-FILE-STATUS

           DISPLAY "Disclosures reviewed: " WS-PRIV-REVIEWED-COUNT
           DISPLAY "Opt-out exceptions: " WS-PRIV-EXCEPTION-COUNT

           MOVE "PRIVACY_EXCEPTIONS" TO WS-AUDIT-ACTION
           STRING "From=" WS-PRIV-INPUT-DATE
                  " Reviewed=" WS-PRIV-REVIEWED-COUNT
                  " Exceptions=" WS-PRIV-EXCEPTION-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

      ******************************************************************
      * 9750 - NOTIFICATION EXTRACT (BATCH)
      * Nightly drain of the notification queue: formats each
      * 9760 - EXTRACT ONE NOTICE
      ******************************************************************
       9760-EXTRACT-ONE-NOTICE.
      * A takeover alert goes to the email (or failing that the
      * phone) on file before the change that began the pattern
           IF NOTIF-EVT-ATO-ALERT
               PERFORM 9765-ATO-ALERT-ADDRESS
               GO TO 9760-WRITE-NOTICE
           END-IF

      * A contact change confirmation goes to the old or the new
      * details on the history row, whatever the preference or the
      * returned-mail flag says - it has to reach the customer
           IF NOTIF-EVT-CONTACT-OLD OR NOTIF-EVT-CONTACT-NEW
               PERFORM 9766-CONTACT-CHANGE-ADDRESS
                   THRU 9766-ADDRESS-EXIT
               GO TO 9760-WRITE-NOTICE
           END-IF

      * A customer whose mail is coming back gets nothing mailed
      * until the research queue clears the address
           MOVE NOTIF-CUST-ID TO CUST-USER-ID
               IF WS-CUST-FILE-STATUS = "00"
                   MOVE CUST-EMAIL TO WS-NOTICE-ADDRESS
               END-IF
           END-IF.

       9760-WRITE-NOTICE.
           STRING WS-NOTICE-CHANNEL "|"
                  NOTIF-CUST-ID "|"
                  WS-NOTICE-ADDRESS "|"
       9760-NOTICE-EXIT.
           CONTINUE.

      ******************************************************************
      * 9765 - ADDRESS A TAKEOVER ALERT
      * Prior email first, then prior phone (channel P, the text
      * vendor); with neither on the watch row the alert falls back
      * to the mailing address, which the sequence never changes.
      ******************************************************************
       9765-ATO-ALERT-ADDRESS.
           MOVE "M" TO WS-NOTICE-CHANNEL
           MOVE SPACES TO WS-NOTICE-ADDRESS
           MOVE NOTIF-CUST-ID TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "00"
               IF ATO-PRIOR-EMAIL NOT = SPACES
                   MOVE "E" TO WS-NOTICE-CHANNEL
                   MOVE ATO-PRIOR-EMAIL TO WS-NOTICE-ADDRESS
               ELSE
                   IF ATO-PRIOR-PHONE NOT = SPACES
                       MOVE "P" TO WS-NOTICE-CHANNEL
                       MOVE ATO-PRIOR-PHONE TO WS-NOTICE-ADDRESS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 9766 - ADDRESS A CONTACT CHANGE CONFIRMATION
      * Goes to the side of the history row the event names - the
      * old details for CCHO, the new for CCHN. A changed email is
      * used first; then a changed phone when the address stayed
      * the same; otherwise it is mailed, with the address spelled
      * out since the one on file may no longer be the one to use.
      ******************************************************************
       9766-CONTACT-CHANGE-ADDRESS.
           MOVE "M" TO WS-NOTICE-CHANNEL
           MOVE SPACES TO WS-NOTICE-ADDRESS
           MOVE NOTIF-CUST-ID TO CCH-CUST-ID
           MOVE NOTIF-DATE(1:8) TO CCH-CHANGE-DATE
           MOVE NOTIF-TIME TO CCH-CHANGE-TIME
           READ CONTACT-CHANGE-FILE
           IF WS-CCH-FILE-STATUS NOT = "00"
               GO TO 9766-ADDRESS-EXIT
           END-IF

           IF NOTIF-EVT-CONTACT-OLD
               MOVE CCH-OLD-EMAIL TO WS-CCH-SEND-EMAIL
               MOVE CCH-OLD-PHONE TO WS-CCH-SEND-PHONE
               MOVE CCH-OLD-ADDRESS TO WS-CCH-SEND-ADDRESS
           ELSE
               MOVE CCH-NEW-EMAIL TO WS-CCH-SEND-EMAIL
               MOVE CCH-NEW-PHONE TO WS-CCH-SEND-PHONE
               MOVE CCH-NEW-ADDRESS TO WS-CCH-SEND-ADDRESS
           END-IF

           IF CCH-EMAIL-CHANGED AND WS-CCH-SEND-EMAIL NOT = SPACES
               MOVE "E" TO WS-NOTICE-CHANNEL
               MOVE WS-CCH-SEND-EMAIL TO WS-NOTICE-ADDRESS
               GO TO 9766-ADDRESS-EXIT
           END-IF
           IF CCH-PHONE-CHANGED AND NOT CCH-ADDRESS-CHANGED
               AND WS-CCH-SEND-PHONE NOT = SPACES
               MOVE "P" TO WS-NOTICE-CHANNEL
               MOVE WS-CCH-SEND-PHONE TO WS-NOTICE-ADDRESS
               GO TO 9766-ADDRESS-EXIT
           END-IF
           STRING WS-CCH-SEND-STREET DELIMITED "  "
                  ", " DELIMITED SIZE
                  WS-CCH-SEND-CITY DELIMITED "  "
                  " " DELIMITED SIZE
                  WS-CCH-SEND-STATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CCH-SEND-ZIP DELIMITED SPACE
                  INTO WS-NOTICE-ADDRESS
           END-STRING.

       9766-ADDRESS-EXIT.
           CONTINUE.


      ******************************************************************
      * 9800 - KYC CHECKLIST / RISK RATING
      * Records which documents were examined, who verified, the
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 9896 - CUSTOMER TAX STATUS / W-8BEN
      * Records whether the customer is a US person or a
      * nonresident alien, and for an NRA the W-8BEN dates, country
      * of residence, treaty rate and 1042-S income code. The
      * customer's withholding follows: the treaty rate while the
      * form is in force, backup withholding when it is missing or
      * expired. A B-notice on a US person is left alone.
      ******************************************************************
       9896-MAINTAIN-TAX-STATUS.
           DISPLAY " "
           DISPLAY "=== CUSTOMER TAX STATUS / W-8BEN ==="
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-TAXS-INPUT-ID FROM CONSOLE
           MOVE WS-TAXS-INPUT-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-CUST
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Customer not found."
               GO TO 9896-TAXS-EXIT
           END-IF

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-TAXS-TODAY
           MOVE "N" TO WS-TAXS-NEW-FLAG
           MOVE WS-TAXS-INPUT-ID TO TAXS-CUST-ID
           READ TAX-STATUS-FILE
           IF WS-TAXS-FILE-STATUS = "00"
               MOVE TAXS-STATUS TO WS-TAXS-PRIOR-STATUS
               DISPLAY "Current: Status=" TAXS-STATUS
                       " W-8BEN=" TAXS-W8-DATE
                       " Expires=" TAXS-W8-EXPIRY
                       " Country=" TAXS-COUNTRY
                       " Rate=" TAXS-TREATY-RATE
                       " Code=" TAXS-INCOME-CODE
                       " Backup=" TAXS-BACKUP-FLAG
           ELSE
               MOVE "Y" TO WS-TAXS-NEW-FLAG
               MOVE SPACES TO WS-TAXS-PRIOR-STATUS
               MOVE SPACES TO TAX-STATUS-RECORD
               MOVE WS-TAXS-INPUT-ID TO TAXS-CUST-ID
               MOVE ZEROS TO TAXS-TREATY-RATE
               SET TAXS-NOT-ON-BACKUP TO TRUE
               DISPLAY "No tax status on file - US person."
           END-IF
           DISPLAY "Withholding: Flag=" CUST-WITHHOLD-FLAG
                   " Rate=" CUST-WITHHOLD-RATE

           DISPLAY "Status (U=US person, N=Nonresident alien): "
               WITH NO ADVANCING
           ACCEPT WS-TAXS-INPUT-STATUS FROM CONSOLE
           MOVE WS-TAXS-INPUT-STATUS TO TAXS-STATUS
           IF NOT TAXS-STATUS-VALID
               DISPLAY "Invalid status."
               GO TO 9896-TAXS-EXIT
           END-IF

           IF TAXS-US-PERSON
               MOVE SPACES TO TAXS-W8-DATE
               MOVE SPACES TO TAXS-W8-EXPIRY
               MOVE SPACES TO TAXS-COUNTRY
               MOVE SPACES TO TAXS-INCOME-CODE
               MOVE ZEROS TO TAXS-TREATY-RATE
           ELSE
               DISPLAY "W-8BEN signed (YYYYMMDD, blank if not "
                       "received): " WITH NO ADVANCING
               ACCEPT WS-TAXS-INPUT-DATE FROM CONSOLE
               IF WS-TAXS-INPUT-DATE NOT = SPACES
                   AND (WS-TAXS-INPUT-DATE IS NOT NUMERIC
                        OR WS-TAXS-INPUT-DATE > WS-TAXS-TODAY)
                   DISPLAY "Invalid signing date."
                   GO TO 9896-TAXS-EXIT
               END-IF
               MOVE WS-TAXS-INPUT-DATE TO TAXS-W8-DATE
               MOVE SPACES TO TAXS-W8-EXPIRY
               IF TAXS-W8-DATE NOT = SPACES
                   DISPLAY "Expires (YYYYMMDD, blank for end of "
                           "third year): " WITH NO ADVANCING
                   ACCEPT WS-TAXS-INPUT-EXPIRY FROM CONSOLE
                   IF WS-TAXS-INPUT-EXPIRY = SPACES
                       MOVE TAXS-W8-DATE(1:4) TO WS-TAXS-YEAR-NUM
                       ADD 3 TO WS-TAXS-YEAR-NUM
                       STRING WS-TAXS-YEAR-NUM "1231"
                           DELIMITED SIZE INTO TAXS-W8-EXPIRY
                   ELSE
                       IF WS-TAXS-INPUT-EXPIRY IS NOT NUMERIC
                           OR WS-TAXS-INPUT-EXPIRY < TAXS-W8-DATE
                           DISPLAY "Invalid expiry date."
                           GO TO 9896-TAXS-EXIT
                       END-IF
                       MOVE WS-TAXS-INPUT-EXPIRY TO TAXS-W8-EXPIRY
                   END-IF
               END-IF
               DISPLAY "Country of residence (2-letter code): "
                   WITH NO ADVANCING
               ACCEPT WS-TAXS-INPUT-COUNTRY FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-TAXS-INPUT-COUNTRY)
                   TO TAXS-COUNTRY
               DISPLAY "Treaty rate percent (blank for 30.00 "
                       "statutory): " WITH NO ADVANCING
               ACCEPT WS-TAXS-INPUT-RATE FROM CONSOLE
               IF WS-TAXS-INPUT-RATE = SPACES
                   MOVE WS-TAXS-STATUTORY-RATE TO TAXS-TREATY-RATE
               ELSE
                   COMPUTE TAXS-TREATY-RATE =
                       FUNCTION NUMVAL(WS-TAXS-INPUT-RATE)
               END-IF
               IF TAXS-TREATY-RATE > WS-TAXS-STATUTORY-RATE
                   DISPLAY "Rate cannot exceed the statutory 30%."
                   GO TO 9896-TAXS-EXIT
               END-IF
               DISPLAY "1042-S income code (blank for 29, deposit "
                       "interest): " WITH NO ADVANCING
               ACCEPT WS-TAXS-INPUT-CODE FROM CONSOLE
               IF WS-TAXS-INPUT-CODE = SPACES
                   MOVE "29" TO TAXS-INCOME-CODE
               ELSE
                   MOVE WS-TAXS-INPUT-CODE TO TAXS-INCOME-CODE
               END-IF
           END-IF

           PERFORM 9898-APPLY-TAX-WITHHOLDING
               THRU 9898-APPLY-EXIT
           MOVE WS-TAXS-TODAY TO TAXS-UPDATED-DATE
           MOVE LS-CURRENT-USER TO TAXS-UPDATED-BY
           IF WS-TAXS-NEW-RECORD
               WRITE TAX-STATUS-RECORD
           ELSE
               REWRITE TAX-STATUS-RECORD
           END-IF
           IF WS-TAXS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save tax status, status "
                       WS-TAXS-FILE-STATUS
               GO TO 9896-TAXS-EXIT
           END-IF
           REWRITE CUSTOMER-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-CUSTOMER-UPDATE
           DISPLAY "Tax status updated. Withholding: Flag="
                   CUST-WITHHOLD-FLAG " Rate=" CUST-WITHHOLD-RATE

           MOVE "TAX_STATUS_CHANGE" TO WS-AUDIT-ACTION
           STRING "Cust=" TAXS-CUST-ID
                  " Status=" TAXS-STATUS
                  " W8=" TAXS-W8-DATE
                  " Exp=" TAXS-W8-EXPIRY
                  " Ctry=" TAXS-COUNTRY
                  " Rate=" TAXS-TREATY-RATE
                  " Backup=" TAXS-BACKUP-FLAG
                  " By=" LS-CURRENT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       9896-TAXS-EXIT.
           CONTINUE.

      ******************************************************************
      * 9897 - W-8BEN EXPIRY SWEEP AND REPORT (BATCH)
      * Moves every nonresident alien whose W-8BEN has expired, or
      * was never received, to backup withholding, and lists the
      * forms expiring before year-end (or within the re-solicit
      * window, whichever is later) so a new form can be requested
      * in time.
      ******************************************************************
       9897-W8BEN-EXPIRY-SWEEP.
           DISPLAY " "
           DISPLAY "=== W-8BEN EXPIRY SWEEP / RE-SOLICIT REPORT ==="
           MOVE "W8BENEXP" TO WS-RUNCTL-JOB-NAME
           PERFORM 9100-WRITE-RUNCTL-START

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-TAXS-TODAY
           COMPUTE WS-TAXS-WINDOW-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TAXS-TODAY)
                + WS-TAXS-RESOLICIT-DAYS)
           MOVE WS-TAXS-TODAY(1:4) TO WS-TAXS-YEAR-NUM
           COMPUTE WS-TAXS-YEAR-END = WS-TAXS-YEAR-NUM * 10000 + 1231
           IF WS-TAXS-YEAR-END > WS-TAXS-WINDOW-END
               MOVE WS-TAXS-YEAR-END TO WS-TAXS-WINDOW-END
           END-IF
           MOVE ZEROS TO WS-TAXS-LAPSED-COUNT
           MOVE ZEROS TO WS-TAXS-APPLIED-COUNT
           MOVE ZEROS TO WS-TAXS-EXPIRING-COUNT
           DISPLAY "Re-solicit window through " WS-TAXS-WINDOW-END

           MOVE LOW-VALUES TO TAXS-CUST-ID
           START TAX-STATUS-FILE KEY >= TAXS-CUST-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-TAXS-FILE-STATUS NOT = "00"
               READ TAX-STATUS-FILE NEXT RECORD
               IF WS-TAXS-FILE-STATUS = "00"
                   AND TAXS-NRA
                   PERFORM 9899-SWEEP-ONE-W8BEN
                       THRU 9899-SWEEP-EXIT
               END-IF
           END-PERFORM
           MOVE "00" TO WS-TAXS-FILE-STATUS

           DISPLAY "Lapsed or missing W-8BEN: " WS-TAXS-LAPSED-COUNT
           DISPLAY "  Moved to backup withholding: "
                   WS-TAXS-APPLIED-COUNT
           DISPLAY "Expiring - re-solicit: " WS-TAXS-EXPIRING-COUNT

           MOVE "W8BEN_SWEEP" TO WS-AUDIT-ACTION
           STRING "Lapsed=" WS-TAXS-LAPSED-COUNT
                  " BackupApplied=" WS-TAXS-APPLIED-COUNT
                  " Expiring=" WS-TAXS-EXPIRING-COUNT
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG

           MOVE "W8BENEXP" TO WS-RUNCTL-JOB-NAME
           MOVE WS-TAXS-APPLIED-COUNT TO WS-RUNCTL-RECORDS-DONE
           MOVE ZEROS TO WS-RUNCTL-RETURN-CODE
           PERFORM 9110-WRITE-RUNCTL-COMPLETE.

      ******************************************************************
      * 9898 - SET THE CUSTOMER'S WITHHOLDING FROM THE TAX STATUS
      * Works on TAX-STATUS-RECORD and CUSTOMER-RECORD as they sit
      * in the buffers; the caller rewrites both.
      ******************************************************************
       9898-APPLY-TAX-WITHHOLDING.
      * A US person only loses withholding this file put on -
      * backup for a lapsed form, or an NRA's treaty rate
           IF TAXS-US-PERSON
               IF TAXS-ON-BACKUP OR WS-TAXS-PRIOR-STATUS = "N"
                   SET CUST-NOT-WITHHOLDING TO TRUE
                   MOVE ZEROS TO CUST-WITHHOLD-RATE
               END-IF
               SET TAXS-NOT-ON-BACKUP TO TRUE
               GO TO 9898-APPLY-EXIT
           END-IF

           IF TAXS-W8-DATE = SPACES
               OR TAXS-W8-EXPIRY < WS-TAXS-TODAY
               SET CUST-WITHHOLDING TO TRUE
               MOVE WS-TAXS-BACKUP-RATE TO CUST-WITHHOLD-RATE
               SET TAXS-ON-BACKUP TO TRUE
               GO TO 9898-APPLY-EXIT
           END-IF

           SET TAXS-NOT-ON-BACKUP TO TRUE
           IF TAXS-TREATY-RATE > ZEROS
               SET CUST-WITHHOLDING TO TRUE
               MOVE TAXS-TREATY-RATE TO CUST-WITHHOLD-RATE
           ELSE
               SET CUST-NOT-WITHHOLDING TO TRUE
               MOVE ZEROS TO CUST-WITHHOLD-RATE
           END-IF.

       9898-APPLY-EXIT.
           CONTINUE.

      ******************************************************************
      * 9899 - SWEEP ONE NONRESIDENT ALIEN'S W-8BEN
      ******************************************************************
       9899-SWEEP-ONE-W8BEN.
           IF TAXS-W8-DATE NOT = SPACES
               AND TAXS-W8-EXPIRY NOT < WS-TAXS-TODAY
               IF TAXS-W8-EXPIRY NOT > WS-TAXS-WINDOW-END
                   ADD 1 TO WS-TAXS-EXPIRING-COUNT
                   DISPLAY "  EXPIRING " TAXS-CUST-ID
                           " " TAXS-W8-EXPIRY
                           " " TAXS-COUNTRY
               END-IF
               GO TO 9899-SWEEP-EXIT
           END-IF

           ADD 1 TO WS-TAXS-LAPSED-COUNT
           IF TAXS-ON-BACKUP
               DISPLAY "  LAPSED   " TAXS-CUST-ID
                       " " TAXS-W8-EXPIRY
                       " " TAXS-COUNTRY
                       " - already on backup withholding"
               GO TO 9899-SWEEP-EXIT
           END-IF

           MOVE TAXS-CUST-ID TO CUST-USER-ID
           READ CUSTOMER-FILE
           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-CUST
           IF WS-CUST-FILE-STATUS NOT = "00"
               GO TO 9899-SWEEP-EXIT
           END-IF
           MOVE TAXS-STATUS TO WS-TAXS-PRIOR-STATUS
           PERFORM 9898-APPLY-TAX-WITHHOLDING
               THRU 9898-APPLY-EXIT
           MOVE WS-TAXS-TODAY TO TAXS-UPDATED-DATE
           MOVE "W8BENEXP" TO TAXS-UPDATED-BY
           REWRITE TAX-STATUS-RECORD
           REWRITE CUSTOMER-RECORD
           MOVE "R" TO WS-JRNL-OPERATION
           PERFORM 9400-JOURNAL-CUSTOMER-UPDATE
           ADD 1 TO WS-TAXS-APPLIED-COUNT
           DISPLAY "  LAPSED   " TAXS-CUST-ID
                   " " TAXS-W8-EXPIRY
                   " " TAXS-COUNTRY
                   " - backup withholding applied"

           MOVE "W8BEN_LAPSED" TO WS-AUDIT-ACTION
           STRING "Cust=" TAXS-CUST-ID
                  " Expired=" TAXS-W8-EXPIRY
                  " Rate=" CUST-WITHHOLD-RATE
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 9200-WRITE-AUDIT-LOG.

       9899-SWEEP-EXIT.
           CONTINUE.

      ******************************************************************
      * 9400 - JOURNAL CUSTOMER UPDATE
      * Same before/after-image journal row ACCTMGMT's 9400 writes
      * SSN (***-**-6789) and DOB (last day-of-month only).
      ******************************************************************
       9450-MASK-PII.
           PERFORM 8541-OPEN-CUSTOMER-PII
           MOVE "***-**-****" TO WS-MASKED-SSN
           IF WS-PII-SSN(8:4) NOT = SPACES
               MOVE WS-PII-SSN(8:4) TO WS-MASKED-SSN(8:4)
           END-IF
           MOVE "****-**-**" TO WS-MASKED-DOB
           IF CUST-DOB(9:2) NOT = SPACES
               GO TO 9455-REVEAL-EXIT
           END-IF

           PERFORM 8541-OPEN-CUSTOMER-PII
           DISPLAY "  Full SSN: " WS-PII-SSN
           DISPLAY "  Full DOB: " CUST-DOB

           PERFORM 9460-LOG-PII-REVEAL
      ******************************************************************
      * 9900 - RECORD CUSTOMER DEATH
      * Captures the date of death with its immediate effects:
      * sole-owned accounts take a post-no-debits restriction, so
      * deposits still land (joint accounts with a surviving JS
      * owner stay unrestricted for the survivor), standing
      * orders suspend, cards block, the login is refused, and an
      * estate case opens to track the documents.
      ******************************************************************
           OPEN INPUT ACCOUNT-OWNER-FILE
           OPEN I-O ACCOUNT-FILE

      * Restrict sole-owned accounts; a joint account with a
      * living JS owner stays open to the survivor
           MOVE ZEROS TO WS-DEATH-FROZEN-COUNT
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY >= ACCT-ID
                       MOVE ACCT-ID TO WS-DEATH-WORK-ACCT
                       PERFORM 9910-CHECK-SURVIVOR
                       IF WS-DEATH-SURVIVOR-FLAG = "N"
                           PERFORM 9915-PLACE-DECEASED-RESTRICTION
                       ELSE
                           DISPLAY "  Account " ACCT-ID
                                   " stays active - surviving "
           END-IF
           CLOSE ESTATE-FILE

           DISPLAY "Death recorded. Accounts restricted: "
                   WS-DEATH-FROZEN-COUNT
                   "  Orders suspended: " WS-DEATH-STO-COUNT
                   "  Cards blocked: " WS-DEATH-CARD-COUNT
      * 9950 - ESTATE CASE / CONTROLLED RELEASE
      * Tracks the documents received and, once the death
      * certificate (and letters, for an estate release) are on
      * file, lifts the deceased restrictions - and releases any
      * account frozen outright before restrictions were coded -
      * so the POD payout worksheet in Account Management can
      * split the funds.
      ******************************************************************
       9950-ESTATE-RELEASE.
           DISPLAY " "
               GO TO 9950-ESTATE-EXIT
           END-IF

           DISPLAY "Release restricted accounts now? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-EST-INPUT-FLAG FROM CONSOLE
           IF WS-EST-INPUT-FLAG NOT = "Y"
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-FILE
           PERFORM 9955-LIFT-DECEASED-RESTRICTIONS

           SET EST-STAT-RELEASED TO TRUE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
       9950-ESTATE-EXIT.
           CONTINUE.

      ******************************************************************
      * 9915 - PLACE A DECEASED RESTRICTION
      * ACCOUNT-RECORD is the deceased's sole-owned account. Writes
      * a post-no-debits restriction under the account's next
      * sequence, sourced to the customer so 9955 can lift it;
      * only a SUPERVISOR may take it off by hand.
      ******************************************************************
       9915-PLACE-DECEASED-RESTRICTION.
           MOVE 1 TO WS-RST-NEXT-SEQ
           MOVE ACCT-ID TO RST-ACCT-ID
           MOVE ZEROS TO RST-SEQ
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   IF RST-ACCT-ID NOT = ACCT-ID
                       MOVE "10" TO WS-RST-FILE-STATUS
                   ELSE
                       COMPUTE WS-RST-NEXT-SEQ = RST-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           INITIALIZE ACCT-RESTRICT-RECORD
           MOVE ACCT-ID TO RST-ACCT-ID
           MOVE WS-RST-NEXT-SEQ TO RST-SEQ
           SET RST-POST-NO-DEBITS TO TRUE
           SET RST-RSN-DECEASED TO TRUE
           STRING "Deceased - date of death " WS-DEATH-INPUT-DOD
                  DELIMITED SIZE INTO RST-REASON-TEXT
           MOVE LS-CURRENT-USER TO RST-PLACED-BY
           MOVE WS-ACCEPT-DATE TO RST-PLACED-DATE
           MOVE WS-ACCEPT-DATE TO RST-EFFECTIVE-DATE
           MOVE SPACES TO RST-EXPIRY-DATE
           SET RST-REMOVE-SUPV TO TRUE
           MOVE WS-DEATH-INPUT-ID TO RST-SOURCE-REF
           SET RST-ACTIVE TO TRUE
           WRITE ACCT-RESTRICT-RECORD
           IF WS-RST-FILE-STATUS = "00"
               ADD 1 TO WS-DEATH-FROZEN-COUNT
               MOVE "RESTRICT_PLACED" TO WS-AUDIT-ACTION
               STRING "Acct=" RST-ACCT-ID
                      " Seq=" RST-SEQ
                      " Code=" RST-CODE
                      " Reason=" RST-REASON
                      " Cust=" WS-DEATH-INPUT-ID
                      " By=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 9200-WRITE-AUDIT-LOG
           ELSE
               DISPLAY "  Account " ACCT-ID " - unable to place "
                       "restriction, status " WS-RST-FILE-STATUS
           END-IF
           MOVE "00" TO WS-RST-FILE-STATUS.

      ******************************************************************
      * 9955 - LIFT DECEASED RESTRICTIONS
      * Removes every active deceased restriction 9915 placed for
      * the customer and counts the accounts in with the release.
      ******************************************************************
       9955-LIFT-DECEASED-RESTRICTIONS.
           MOVE ZEROS TO WS-DEATH-LIFT-COUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO RST-KEY
           START ACCT-RESTRICT-FILE KEY >= RST-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RST-FILE-STATUS NOT = "00"
               READ ACCT-RESTRICT-FILE NEXT RECORD
               IF WS-RST-FILE-STATUS = "00"
                   AND RST-ACTIVE
                   AND RST-RSN-DECEASED
                   AND RST-SOURCE-REF = WS-DEATH-INPUT-ID
                   SET RST-REMOVED TO TRUE
                   MOVE LS-CURRENT-USER TO RST-REMOVED-BY
                   MOVE WS-ACCEPT-DATE TO RST-REMOVED-DATE
                   REWRITE ACCT-RESTRICT-RECORD
                   ADD 1 TO WS-DEATH-LIFT-COUNT
                   DISPLAY "  Account " RST-ACCT-ID " released - "
                           "use the POD payout worksheet to "
                           "split the funds."
                   MOVE "RESTRICT_LIFTED" TO WS-AUDIT-ACTION
                   STRING "Acct=" RST-ACCT-ID
                          " Seq=" RST-SEQ
                          " Code=" RST-CODE
                          " Source=" RST-SOURCE-REF
                          " By=" LS-CURRENT-USER
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 9200-WRITE-AUDIT-LOG
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RST-FILE-STATUS
           ADD WS-DEATH-LIFT-COUNT TO WS-DEATH-FROZEN-COUNT.

      ******************************************************************
      * 9100 - WRITE RUN-CONTROL START RECORD
      * Logs the start of a batch job to BATCH-RUN-LOG-FILE. The
