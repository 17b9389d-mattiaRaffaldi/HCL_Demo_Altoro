               RECORD KEY IS PREF-CUST-ID
               FILE STATUS IS WS-PREF-FILE-STATUS.

      * Account takeover watch, shared with CUSTMGMT, ACHPROC and
      * ACCTMGMT - see ATOREC. Password resets and self-service
      * external account verifications are recorded here.
           SELECT ATO-WATCH-FILE
               ASSIGN TO "ATOWATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATO-CUST-ID
               FILE STATUS IS WS-ATO-FILE-STATUS.

      * Deposit screening responses from the consumer reporting
      * agency, loaded in ACCTMGMT - a self-service applicant is
      * screened the same way a branch opening is.
           SELECT SCREEN-RESPONSE-FILE
               ASSIGN TO "DPSCRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-SSN
               FILE STATUS IS WS-SCRN-FILE-STATUS.

      * Branch master, maintained in ACCTMGMT - read here only for
      * the charter a self-service account is booked under.
           SELECT BRANCH-FILE
               ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

      * Same layout as ACCTMGMT's BRANCH-FILE.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05  BRCH-CODE               PIC X(04).
           05  BRCH-NAME               PIC X(30).
           05  BRCH-STREET             PIC X(40).
           05  BRCH-CITY               PIC X(25).
           05  BRCH-STATE              PIC X(02).
           05  BRCH-ZIP                PIC X(10).
           05  BRCH-PHONE              PIC X(15).
           05  BRCH-HOURS              PIC X(30).
           05  BRCH-CASH-LIMIT         PIC 9(11)V99.
           05  BRCH-STATUS             PIC X(01).
           05  BRCH-MERGED-INTO        PIC X(04).
           05  BRCH-ENTITY             PIC X(03).
           05  FILLER                  PIC X(12).

      * Same layout as ACCTMGMT's CARD-FILE - one record per card,
      * keyed by card number, so 1070-ISSUE-SELFSVC-CARD can issue
      * the same up-front debit card ACCTMGMT's 2280-ISSUE-CARD does.
               88  CARD-BLOCKED        VALUE "B".
               88  CARD-EXPIRED        VALUE "E".
               88  CARD-REISSUED       VALUE "R".
      * Last business date the card was used at an ATM - the
      * monthly renewal run passes over cards unused too long
           05  CARD-LAST-USED-DATE     PIC X(08).
      * Key version CARD-PIN is sealed under (see PIICRYPT.cpy)
           05  CARD-PIN-KEY-VER        PIC 9(03).
           05  FILLER                  PIC X(04).


       FD  AUDIT-SEAL-FILE.
       FD  NOTIFY-PREF-FILE.
           COPY NOTIFPRF.

       FD  SCREEN-RESPONSE-FILE.
           COPY SCRNREC.

       FD  ATO-WATCH-FILE.
           COPY ATOREC.

       FD  SECURITY-LOG-FILE.
       01  SECLOG-RECORD.
           05  SLOG-TIMESTAMP          PIC X(26).
           05  PWDHIST-NEW-PASSWORD    PIC X(20).
           05  PWDHIST-CHANGE-DATE     PIC X(26).
           05  PWDHIST-CHANGED-BY      PIC X(20).
      * Rows written since passwords were hashed carry each side as
      * salt, work factor and hash (PWDHASH.cpy), with the two clear
      * password fields left as spaces
           05  PWDHIST-SCHEME          PIC X(01).
               88  PWDHIST-HASHED      VALUE "H".
           05  PWDHIST-OLD-SALT        PIC X(16).
           05  PWDHIST-OLD-FACTOR      PIC 9(02).
           05  PWDHIST-OLD-HASH        PIC X(40).
           05  PWDHIST-NEW-SALT        PIC X(16).
           05  PWDHIST-NEW-FACTOR      PIC 9(02).
           05  PWDHIST-NEW-HASH        PIC X(40).
           05  FILLER                  PIC X(33).

       WORKING-STORAGE SECTION.

           COPY SYSCOPY.
           COPY CUSTWS.
           COPY ACCTWS.
           COPY PWDHASH.
           COPY PIICRYPT.

      * Clear values decrypted by 3610/3625 for the paragraphs that
      * need them - never written back
       01  WS-PII-SEC-ANSWER           PIC X(40) VALUE SPACES.
       01  WS-PII-PIN                  PIC X(06) VALUE SPACES.

      * VULNERABILITY V02: Hardcoded admin credentials
      *   These should be stored in a secure vault or config
       01  WS-NOTIF-FILE-STATUS        PIC X(02).
       01  WS-PREF-FILE-STATUS         PIC X(02).
       01  WS-KYC-FILE-STATUS          PIC X(02).
       01  WS-SCRN-FILE-STATUS         PIC X(02).

      * Deposit screening fields - same decision rules and decline
      * threshold as ACCTMGMT's 2205-SCREEN-DEPOSIT-HISTORY
       01  WS-SCRN-DECLINE-AMT         PIC 9(07)V99 VALUE 500.00.
       01  WS-SCRN-AGENCY-NAME         PIC X(30)
               VALUE "CHEXSYSTEMS, INC.".
       01  WS-SCRN-DECISION            PIC X(01) VALUE "P".
           88  WS-SCRN-PROCEED         VALUE "P".
           88  WS-SCRN-REFER           VALUE "R".
           88  WS-SCRN-DECLINED        VALUE "D".
       01  WS-SCRN-REASON              PIC X(40).

      * Employee master check fields
       01  WS-EMPL-FILE-STATUS         PIC X(02).
       01  WS-VRFY-MAX-ATTEMPTS        PIC 9(01) VALUE 3.
       01  WS-XREF-FILE-STATUS         PIC X(02).
       01  WS-TERM-FILE-STATUS         PIC X(02).
       01  WS-BRCH-FILE-STATUS         PIC X(02).
       01  WS-TERM-INPUT-ID            PIC X(08).


           88  WS-NOTIF-WANTED         VALUE "Y".
           88  WS-NOTIF-NOT-WANTED     VALUE "N".

      * Account takeover watch fields
       01  WS-ATO-FILE-STATUS          PIC X(02).
       01  WS-ATO-EVENT-CUST           PIC X(20).
       01  WS-ATO-EVENT-TYPE           PIC X(01).
           88  WS-ATO-EVT-RESET        VALUE "R".
           88  WS-ATO-EVT-EXT-VERIFY   VALUE "V".
       01  WS-ATO-RESET-HOW            PIC X(01).
       01  WS-ATO-EXTV-ROUTING         PIC X(09).
       01  WS-ATO-EXTV-ACCT            PIC X(17).
       01  WS-ATO-ROW-FLAG             PIC X(01).
           88  WS-ATO-ROW-FOUND        VALUE "Y".
           88  WS-ATO-ROW-NEW          VALUE "N".

      * XOR encryption working fields
       01  WS-XOR-FIELDS.
           05  WS-XOR-INPUT            PIC X(20).
           05  WS-XOR-TEMP-BYTE        PIC X(01).
           05  WS-XOR-INPUT-LEN        PIC 9(02) VALUE ZEROS.

      * Working fields for 3300-VERIFY-PASSWORD
       01  WS-PWV-FIELDS.
           05  WS-PWV-CANDIDATE        PIC X(80).
           05  WS-PWV-RESULT           PIC X(01) VALUE "N".
               88  WS-PWV-MATCHED      VALUE "Y".
               88  WS-PWV-NO-MATCH     VALUE "N".
               88  WS-PWV-MUST-RESET   VALUE "C".
           05  WS-PWV-REHASH-FLAG      PIC X(01) VALUE "N".
               88  WS-PWV-REHASH-NEEDED VALUE "Y".
           05  WS-PWV-TODAY            PIC X(08).
           05  WS-PWV-OLD-SALT         PIC X(16).
           05  WS-PWV-OLD-FACTOR       PIC 9(02).
           05  WS-PWV-OLD-HASH         PIC X(40).

      * Timestamp fields
       01  WS-TIMESTAMP-FIELDS.
           05  WS-TS-DATE              PIC 9(08).
           05  WS-NEWACCT-STATE        PIC X(80).
           05  WS-NEWACCT-ZIP          PIC X(80).
           05  WS-NEWACCT-BRANCH       PIC X(04).
           05  WS-NEWACCT-ENTITY       PIC X(03) VALUE "001".
           05  WS-NEWACCT-SEC-QUEST    PIC X(80).
           05  WS-NEWACCT-SEC-ANSWER   PIC X(80).
           05  WS-NEWACCT-TYPE         PIC X(02).
               88  LS-PWD-SPECIAL-REQUIRED VALUE "Y".
           05  LS-PWD-EXPIRE-DAYS      PIC 9(03).
           05  LS-PWD-HISTORY-DEPTH    PIC 9(02).
           05  LS-PWD-HASH-WORK-FACTOR PIC 9(02).
           05  LS-PWD-MIGRATE-CUTOFF   PIC X(08).

       PROCEDURE DIVISION USING
           LS-SESSION-INFO
                       IF NOT WS-MFA-PASSED
                           MOVE "N" TO LS-SESSION-ACTIVE
                       END-IF
                   WHEN LS-AUDIT-ACTION = "VPWD"
                       PERFORM 3500-VERIFY-OTHER-USER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               OPEN OUTPUT SESSION-REGISTRY-FILE
               CLOSE SESSION-REGISTRY-FILE
               OPEN I-O SESSION-REGISTRY-FILE
           END-IF
           OPEN I-O ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "35"
               OPEN OUTPUT ATO-WATCH-FILE
               CLOSE ATO-WATCH-FILE
               OPEN I-O ATO-WATCH-FILE
           END-IF.

      ******************************************************************
           CLOSE NOTIFY-QUEUE-FILE
           CLOSE NOTIFY-PREF-FILE
           CLOSE AUDIT-SEAL-FILE
           CLOSE SESSION-REGISTRY-FILE
           CLOSE ATO-WATCH-FILE.

      ******************************************************************
      * 1000 - AUTHENTICATE USER
       1000-AUTHENTICATE-USER.
           MOVE "F" TO WS-AUTH-RESULT
           MOVE ZEROS TO WS-LOGIN-COUNT
           MOVE LS-PWD-HASH-WORK-FACTOR TO WS-PWD-HASH-WORK-FACTOR
           MOVE LS-PWD-MIGRATE-CUTOFF TO WS-PWD-MIGRATE-CUTOFF

           PERFORM UNTIL WS-AUTH-SUCCESS
                      OR WS-LOGIN-COUNT >= WS-MAX-ATTEMPTS
               PERFORM 1100-AUTH-VIA-FILE
                   THRU 1100-AUTH-EXIT

      * If file auth fails, try DB2 - unless the password matched
      * but has to be reset first
               IF WS-AUTH-FAILED AND NOT WS-PWV-MUST-RESET
                   PERFORM 1200-AUTH-VIA-DB2
               END-IF

           DISPLAY "Answer: " WITH NO ADVANCING
           ACCEPT WS-INPUT-PASSWORD FROM CONSOLE

           PERFORM 3610-OPEN-CUSTOMER-PII
           IF WS-INPUT-PASSWORD NOT = WS-PII-SEC-ANSWER
               DISPLAY "Answer does not match our records."
               MOVE "FORGOT_PWD_FAIL" TO WS-AUDIT-ACTION
               STRING " User=" WS-INPUT-USER
               GOBACK
           END-IF

           MOVE WS-INPUT-NEW-PASSWORD TO WS-PWH-PASSWORD
           PERFORM 3400-STORE-PASSWORD-HASH
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           MOVE WS-TS-DATE TO CUST-PWD-CHANGE-DATE
           MOVE ZEROS TO CUST-LOGIN-ATTEMPTS
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 8600-WRITE-SECURITY-LOG

           MOVE WS-INPUT-USER TO WS-ATO-EVENT-CUST
           SET WS-ATO-EVT-RESET TO TRUE
           MOVE "F" TO WS-ATO-RESET-HOW
           PERFORM 8670-NOTE-TAKEOVER-EVENT

           DISPLAY " "
           DISPLAY "Password reset successfully. "
                   "Please log in with your new password.".
           END-IF

      * Consent accepted - create the log-on, then the account(s)
           MOVE WS-INPUT-NEW-PASSWORD TO WS-PWH-PASSWORD
           PERFORM 3400-STORE-PASSWORD-HASH
           MOVE WS-NEWACCT-FIRST-NAME TO CUST-FIRST-NAME
           MOVE WS-NEWACCT-LAST-NAME TO CUST-LAST-NAME
           SET CUST-IS-USER TO TRUE
           MOVE SPACES TO CUST-DATE-OF-DEATH
           SET CUST-MAIL-DELIVERABLE TO TRUE
           MOVE "N" TO CUST-VULNERABLE-FLAG
           PERFORM 3600-SEAL-CUSTOMER-PII
           WRITE CUSTOMER-RECORD

           MOVE "SELFSVC_CUST_ADD" TO WS-AUDIT-ACTION
           END-IF
           CLOSE KYC-FILE

      * Deposit history screening - a referral needs a banker, and
      * a decline gets the adverse action notice
           PERFORM 1062-SCREEN-DEPOSIT-HISTORY
               THRU 1062-SCREEN-EXIT
           IF NOT WS-SCRN-PROCEED
               CLOSE ACCOUNT-FILE
               CLOSE CARD-FILE
               GOBACK
           END-IF

      * Accounts are booked under the chosen branch's charter -
      * entity 001 when the branch names none
           MOVE "001" TO WS-NEWACCT-ENTITY
           OPEN INPUT BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               MOVE WS-NEWACCT-BRANCH TO BRCH-CODE
               READ BRANCH-FILE
               IF WS-BRCH-FILE-STATUS = "00"
                   AND BRCH-ENTITY NOT = SPACES
                   MOVE BRCH-ENTITY TO WS-NEWACCT-ENTITY
               END-IF
               CLOSE BRANCH-FILE
           END-IF

      * A new customer may open more than one initial product in the
      * same session - loop the product-selection/account-creation
      * block, prompting after each account whether to open another.
                   MOVE 10000.00 TO ACCT-MONTHLY-LIMIT
                   MOVE ZEROS TO ACCT-PIN
                   MOVE WS-NEWACCT-BRANCH TO ACCT-BRANCH-CODE
                   MOVE WS-NEWACCT-ENTITY TO ACCT-ENTITY-CODE
                   MOVE WS-TS-DATE TO ACCT-OPEN-DATE
                   MOVE WS-TS-DATE TO ACCT-LAST-ACTIVITY
                   SET ACCT-NOT-DORMANT TO TRUE
                   MOVE ZEROS TO ACCT-LINKED-ACCOUNT
                   MOVE 0.5000 TO ACCT-INTEREST-RATE
                   MOVE SPACES TO ACCT-PRODUCT-CODE
                   PERFORM 3620-SEAL-ACCOUNT-PIN
                   WRITE ACCOUNT-RECORD

                   MOVE "SELFSVC_ACCT_OPEN" TO WS-AUDIT-ACTION
           DISPLAY "Please log in to begin using your account."
           GOBACK.

      ******************************************************************
      * 1062 - SCREEN DEPOSIT HISTORY
      * Same rules as ACCTMGMT's 2205-SCREEN-DEPOSIT-HISTORY against
      * the agency response on file for the applicant's SSN: a fraud
      * report or more than WS-SCRN-DECLINE-AMT still owed declines
      * the opening with the adverse action notice; any other report
      * refers it to a banker, since there is no supervisor on hand
      * to approve it self-service.
      ******************************************************************
       1062-SCREEN-DEPOSIT-HISTORY.
           SET WS-SCRN-PROCEED TO TRUE
           MOVE SPACES TO WS-SCRN-REASON
           OPEN INPUT SCREEN-RESPONSE-FILE
           IF WS-SCRN-FILE-STATUS = "00"
               MOVE WS-NEWACCT-SSN TO SCRN-SSN
               READ SCREEN-RESPONSE-FILE
               IF WS-SCRN-FILE-STATUS = "00"
                   AND SCRN-REPORT-COUNT > ZEROS
                   EVALUATE TRUE
                       WHEN SCRN-FRAUD-REPORTED
                           SET WS-SCRN-DECLINED TO TRUE
                           MOVE "PRIOR ACCOUNT CLOSED FOR FRAUD"
                               TO WS-SCRN-REASON
                       WHEN SCRN-UNPAID-AMOUNT > WS-SCRN-DECLINE-AMT
                           SET WS-SCRN-DECLINED TO TRUE
                           MOVE "UNPAID BALANCE OWED TO ANOTHER BANK"
                               TO WS-SCRN-REASON
                       WHEN OTHER
                           SET WS-SCRN-REFER TO TRUE
                           MOVE "PRIOR ACCOUNT CLOSURE REPORTED"
                               TO WS-SCRN-REASON
                   END-EVALUATE
               END-IF
               CLOSE SCREEN-RESPONSE-FILE
           END-IF
           IF WS-NEWACCT-SSN = SPACES
               SET WS-SCRN-REFER TO TRUE
               MOVE "NO SSN ON FILE TO SCREEN" TO WS-SCRN-REASON
           END-IF

           IF WS-SCRN-PROCEED
               GO TO 1062-SCREEN-EXIT
           END-IF

           IF WS-SCRN-REFER
               DISPLAY " "
               DISPLAY "Your log-on was created, but we need to "
                       "review your application before an account "
                       "can be opened."
               DISPLAY "Please visit a branch to complete your "
                       "account opening."
               MOVE "SELFSVC_SCREEN_REFER" TO WS-AUDIT-ACTION
           ELSE
               DISPLAY " "
               DISPLAY "ALTORO MUTUAL BANK - NOTICE OF ADVERSE ACTION"
               DISPLAY " "
               DISPLAY "Applicant:    " WS-INPUT-USER
               DISPLAY "Decision On:  " WS-TS-DATE
               DISPLAY "Action:       Deposit account application "
                       "declined"
               DISPLAY "Reason:       " WS-SCRN-REASON
               DISPLAY " "
               DISPLAY "Our decision was based in whole or in part on "
                       "information from the consumer reporting "
                       "agency:"
               DISPLAY "              " WS-SCRN-AGENCY-NAME
               DISPLAY "The agency did not make this decision and "
                       "cannot explain why it was made. You have the "
                       "right to a"
               DISPLAY "free copy of your report from the agency if "
                       "you ask within 60 days, and to dispute with "
                       "the agency"
               DISPLAY "the accuracy or completeness of anything in "
                       "it. A copy of this notice will be sent to you."
               PERFORM 8660-QUEUE-ADVERSE-NOTIFICATION
               MOVE "SELFSVC_SCREEN_DECLINE" TO WS-AUDIT-ACTION
           END-IF
           STRING "User=" WS-INPUT-USER
                  " Reason=" WS-SCRN-REASON
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 8600-WRITE-SECURITY-LOG.

       1062-SCREEN-EXIT.
           CONTINUE.

      ******************************************************************
      * 1070 - ISSUE SELF-SERVICE DEBIT CARD
      * Same card-issuance logic as ACCTMGMT's 2280-ISSUE-CARD/
           MOVE ACCT-ID TO CARD-ACCT-ID
           MOVE CUST-USER-ID TO CARD-CUST-ID
           SET CARD-TYPE-DEBIT TO TRUE
           PERFORM 3625-OPEN-ACCOUNT-PIN
           MOVE WS-PII-PIN TO CARD-PIN
           PERFORM 3630-SEAL-CARD-PIN
           MOVE WS-TS-DATE TO CARD-ISSUE-DATE

           MOVE WS-TS-DATE(1:4) TO WS-CARD-EXP-YEAR
           MOVE WS-CARD-EXP-NUM TO CARD-EXPIRATION-DATE

           SET CARD-ACTIVE TO TRUE
           MOVE SPACES TO CARD-LAST-USED-DATE
           WRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS = "00"
               DISPLAY "Card issued: " CARD-NUMBER

           MOVE WS-INPUT-USER TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-INPUT-PASSWORD TO WS-PWV-CANDIDATE
               PERFORM 3300-VERIFY-PASSWORD THRU 3300-VERIFY-EXIT
           ELSE
               SET WS-PWV-NO-MATCH TO TRUE
           END-IF
           IF NOT WS-PWV-MATCHED
               DISPLAY "User ID or password does not match."
               MOVE "EXT_VERIFY_AUTH_FAIL" TO WS-AUDIT-ACTION
               STRING " User=" WS-INPUT-USER
               REWRITE EXT-VERIFY-RECORD
               DISPLAY "External account verified - thank you."
               MOVE "EXT_VERIFY_PASSED" TO WS-AUDIT-ACTION
               MOVE CUST-USER-ID TO WS-ATO-EVENT-CUST
               SET WS-ATO-EVT-EXT-VERIFY TO TRUE
               MOVE VRFY-ROUTING TO WS-ATO-EXTV-ROUTING
               MOVE VRFY-ACCT-NUM TO WS-ATO-EXTV-ACCT
               PERFORM 8670-NOTE-TAKEOVER-EVENT
           ELSE
               ADD 1 TO VRFY-ATTEMPTS
               IF VRFY-ATTEMPTS >= WS-VRFY-MAX-ATTEMPTS
      ******************************************************************
       1100-AUTH-VIA-FILE.
           MOVE "F" TO WS-AUTH-RESULT
           SET WS-PWV-NO-MATCH TO TRUE
           MOVE WS-INPUT-USER TO CUST-USER-ID

           READ CUSTOMER-FILE
                   PERFORM 8600-WRITE-SECURITY-LOG
                   GO TO 1100-AUTH-EXIT
               END-IF
               MOVE WS-INPUT-PASSWORD TO WS-PWV-CANDIDATE
               PERFORM 3300-VERIFY-PASSWORD THRU 3300-VERIFY-EXIT
               IF WS-PWV-MUST-RESET
                   PERFORM 3360-REFUSE-UNMIGRATED
                   GO TO 1100-AUTH-EXIT
               END-IF
               IF WS-PWV-MATCHED
                   PERFORM 8370-CHECK-PASSWORD-EXPIRED
                   IF WS-PWD-IS-EXPIRED
                       DISPLAY " "
                       MOVE ZEROS TO CUST-LOGIN-ATTEMPTS
                       REWRITE CUSTOMER-RECORD
      * VULNERABILITY V06: REWRITE status not checked
                       PERFORM 3350-REHASH-ON-SIGNON
                   END-IF
               ELSE
                   ADD 1 TO CUST-LOGIN-ATTEMPTS
               "SELECT COUNT(*) FROM PEOPLE"
               " WHERE USER_ID = '"
               WS-INPUT-USER
               "'"
               DELIMITED SIZE INTO WS-SQL-STMT
           END-STRING
                    :WS-SQL-ROLE
               FROM PEOPLE
               WHERE USER_ID = :WS-INPUT-USER
           END-EXEC
      >>END-IF
           CONTINUE.
           IF WS-SQL-USER-COUNT > 0
      * A reported death blocks the login on this path too - the
      * date of death lives on the customer file, so it is checked
      * there before the session is established. PEOPLE no longer
      * holds the password either; it is checked against the hash
      * on the same customer record.
               MOVE WS-INPUT-USER TO CUST-USER-ID
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = "00"
                          DELIMITED SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 8600-WRITE-SECURITY-LOG
               ELSE
                   IF WS-CUST-FILE-STATUS = "00"
                       MOVE WS-INPUT-PASSWORD TO WS-PWV-CANDIDATE
                       PERFORM 3300-VERIFY-PASSWORD
                           THRU 3300-VERIFY-EXIT
                       IF WS-PWV-MUST-RESET
                           PERFORM 3360-REFUSE-UNMIGRATED
                       END-IF
                       IF WS-PWV-MATCHED
                           MOVE "S" TO WS-AUTH-RESULT
                           MOVE WS-INPUT-USER TO LS-CURRENT-USER
                           MOVE WS-SQL-ROLE TO LS-CURRENT-ROLE
                           PERFORM 3350-REHASH-ON-SIGNON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 3000-XOR-ENCRYPT
           MOVE WS-XOR-OUTPUT TO WS-XOR-INPUT.

      ******************************************************************
      * 3200 - HASH PASSWORD
      * One-way salted hash of WS-PWH-PASSWORD under WS-PWH-SALT,
      * run 2 ** WS-PWH-WORK-FACTOR rounds, into WS-PWH-HASH (see
      * PWDHASH.cpy). CUSTMGMT's 8530 is the same computation.
      ******************************************************************
       3200-HASH-PASSWORD.
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
      * 3210 - NEW PASSWORD SALT
      * Time of day and eight random digits - new for every password
      * set, so two customers with the same password do not share a
      * hash. The generator is seeded once per run.
      ******************************************************************
       3210-NEW-PASSWORD-SALT.
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
      * 3300 - VERIFY PASSWORD
      * Checks WS-PWV-CANDIDATE against the password on the
      * CUSTOMER-RECORD already read. A hashed record is checked by
      * hashing the candidate under the record's own salt and work
      * factor, and is due a rehash when that factor is below the
      * configured one. A record still in the old form (clear, or
      * 3000's XOR form) is compared the old way and, on a match, is
      * due to be hashed - unless the migration cutoff has passed,
      * when the result is MUST-RESET and the customer has to go
      * through the temporary-password reset instead.
      ******************************************************************
       3300-VERIFY-PASSWORD.
           SET WS-PWV-NO-MATCH TO TRUE
           MOVE "N" TO WS-PWV-REHASH-FLAG

           IF CUST-PWD-HASHED
               MOVE WS-PWV-CANDIDATE TO WS-PWH-PASSWORD
               MOVE CUST-PWD-SALT TO WS-PWH-SALT
               MOVE CUST-PWD-WORK-FACTOR TO WS-PWH-WORK-FACTOR
               PERFORM 3200-HASH-PASSWORD
               IF WS-PWH-HASH = CUST-PWD-HASH
                   SET WS-PWV-MATCHED TO TRUE
                   IF CUST-PWD-WORK-FACTOR < WS-PWD-HASH-WORK-FACTOR
                       AND CUST-PWD-WORK-FACTOR < WS-PWH-MAX-FACTOR
                       MOVE "Y" TO WS-PWV-REHASH-FLAG
                   END-IF
               END-IF
               GO TO 3300-VERIFY-EXIT
           END-IF

           IF CUST-PASSWORD = SPACES
               GO TO 3300-VERIFY-EXIT
           END-IF
           MOVE WS-PWV-CANDIDATE TO WS-XOR-INPUT
           PERFORM 3000-XOR-ENCRYPT
           IF WS-PWV-CANDIDATE NOT = CUST-PASSWORD
               AND WS-XOR-OUTPUT NOT = CUST-PASSWORD
               GO TO 3300-VERIFY-EXIT
           END-IF

           IF WS-PWD-MIGRATE-CUTOFF NOT = SPACES
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               MOVE WS-TS-DATE TO WS-PWV-TODAY
               IF WS-PWV-TODAY > WS-PWD-MIGRATE-CUTOFF
                   SET WS-PWV-MUST-RESET TO TRUE
                   GO TO 3300-VERIFY-EXIT
               END-IF
           END-IF
           SET WS-PWV-MATCHED TO TRUE
           MOVE "Y" TO WS-PWV-REHASH-FLAG.

       3300-VERIFY-EXIT.
           CONTINUE.

      ******************************************************************
      * 3350 - REHASH ON SIGN-ON
      * After a successful sign-on, moves a record still in the old
      * form, or hashed at a lower work factor, onto the current
      * hash using the password just keyed.
      ******************************************************************
       3350-REHASH-ON-SIGNON.
           IF WS-PWV-REHASH-NEEDED
               MOVE WS-PWV-CANDIDATE TO WS-PWH-PASSWORD
               PERFORM 3400-STORE-PASSWORD-HASH
               REWRITE CUSTOMER-RECORD
               MOVE "PWD_REHASHED" TO WS-AUDIT-ACTION
               STRING " User=" CUST-USER-ID
                      " Factor=" CUST-PWD-WORK-FACTOR
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 8600-WRITE-SECURITY-LOG
           END-IF.

      ******************************************************************
      * 3360 - REFUSE UNMIGRATED SIGN-ON
      ******************************************************************
       3360-REFUSE-UNMIGRATED.
           DISPLAY " "
           DISPLAY "Your password must be reset before you can "
                   "sign on."
           DISPLAY "Use the FORGOT option at the login prompt to "
                   "set a new password."
           MOVE "AUTH_FAIL_PWD_MIGRATE" TO WS-AUDIT-ACTION
           STRING " User=" CUST-USER-ID
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 8600-WRITE-SECURITY-LOG.

      ******************************************************************
      * 3400 - STORE PASSWORD HASH
      * Hashes WS-PWH-PASSWORD under a new salt at the configured
      * work factor onto CUSTOMER-RECORD and clears CUST-PASSWORD.
      * The caller WRITEs or REWRITEs the record.
      ******************************************************************
       3400-STORE-PASSWORD-HASH.
           PERFORM 3210-NEW-PASSWORD-SALT
           MOVE WS-PWD-HASH-WORK-FACTOR TO WS-PWH-WORK-FACTOR
           PERFORM 3200-HASH-PASSWORD
           SET CUST-PWD-HASHED TO TRUE
           MOVE WS-PWH-SALT TO CUST-PWD-SALT
           MOVE WS-PWH-WORK-FACTOR TO CUST-PWD-WORK-FACTOR
           MOVE WS-PWH-HASH TO CUST-PWD-HASH
           MOVE SPACES TO CUST-PASSWORD.

      ******************************************************************
      * 3500 - VERIFY ANOTHER USER'S PASSWORD
      * For a program that needs a second person's password keyed at
      * the terminal - a supervisor override - now that a password
      * can no longer be read back off the customer file and
      * compared. The caller moves "VPWD" into LS-AUDIT-ACTION, the
      * user ID into the first 20 bytes of LS-AUDIT-DETAIL and the
      * password keyed into the 80 after it, and CALLs this program
      * with its session active, the same way it asks for "MFA".
      * LS-ERROR-CODE comes back "0000" on a match, "E001" if not.
      * The caller passes its password policy block too, so a
      * legacy record past the migration cutoff is refused here the
      * same as at sign-on. The record is not changed - this is not
      * a sign-on.
      ******************************************************************
       3500-VERIFY-OTHER-USER.
           MOVE LS-PWD-HASH-WORK-FACTOR TO WS-PWD-HASH-WORK-FACTOR
           MOVE LS-PWD-MIGRATE-CUTOFF TO WS-PWD-MIGRATE-CUTOFF
           MOVE "E001" TO LS-ERROR-CODE
           MOVE LS-AUDIT-DETAIL(1:20) TO CUST-USER-ID
           MOVE LS-AUDIT-DETAIL(21:80) TO WS-PWV-CANDIDATE
           MOVE SPACES TO LS-AUDIT-DETAIL

           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               PERFORM 3300-VERIFY-PASSWORD THRU 3300-VERIFY-EXIT
               IF WS-PWV-MATCHED
                   MOVE "0000" TO LS-ERROR-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-PWV-CANDIDATE

           IF LS-ERROR-CODE NOT = "0000"
               MOVE "PWD_VERIFY_FAIL" TO WS-AUDIT-ACTION
               STRING " User=" CUST-USER-ID
                      " For=" LS-CURRENT-USER
                      DELIMITED SIZE INTO WS-AUDIT-DETAIL
               PERFORM 8600-WRITE-SECURITY-LOG
           END-IF.

      ******************************************************************
      * 3600 - SEAL CUSTOMER PII
      * Encrypts CUST-SSN and CUST-SECURITY-ANSWER in the buffer
      * under the active key (see PIICRYPT.cpy) before a new
      * customer is written. Same as CUSTMGMT's 8540.
      ******************************************************************
       3600-SEAL-CUSTOMER-PII.
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
      * 3610 - OPEN CUSTOMER PII
      * Decrypts the security answer into WS-PII-SEC-ANSWER; the
      * record buffer stays sealed. A record from before encryption
      * is already clear.
      ******************************************************************
       3610-OPEN-CUSTOMER-PII.
           MOVE CUST-SECURITY-ANSWER TO WS-PII-SEC-ANSWER
           IF CUST-PII-KEY-VER IS NUMERIC
               IF CUST-PII-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE CUST-PII-KEY-VER TO PCR-KEY-VERSION
                   MOVE CUST-USER-ID TO PCR-TWEAK
                   SET PCR-FLD-SEC-ANSWER TO TRUE
                   MOVE 40 TO PCR-DATA-LEN
                   MOVE CUST-SECURITY-ANSWER TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:40) TO WS-PII-SEC-ANSWER
               END-IF
           END-IF.

      ******************************************************************
      * 3620 - SEAL ACCOUNT PIN
      * ACCT-PIN must be in the clear; ACCT-ID is the tweak, so it
      * must be set first.
      ******************************************************************
       3620-SEAL-ACCOUNT-PIN.
           SET PCR-ENCRYPT TO TRUE
           MOVE ZEROS TO PCR-KEY-VERSION
           MOVE ACCT-ID TO PCR-TWEAK
           SET PCR-FLD-ACCT-PIN TO TRUE
           MOVE 6 TO PCR-DATA-LEN
           MOVE ACCT-PIN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:6) TO ACCT-PIN
           MOVE PCR-KEY-VERSION TO ACCT-PIN-KEY-VER.

      ******************************************************************
      * 3625 - OPEN ACCOUNT PIN
      * Decrypts ACCT-PIN into WS-PII-PIN.
      ******************************************************************
       3625-OPEN-ACCOUNT-PIN.
           MOVE ACCT-PIN TO WS-PII-PIN
           IF ACCT-PIN-KEY-VER IS NUMERIC
               IF ACCT-PIN-KEY-VER > ZEROS
                   SET PCR-DECRYPT TO TRUE
                   MOVE ACCT-PIN-KEY-VER TO PCR-KEY-VERSION
                   MOVE ACCT-ID TO PCR-TWEAK
                   SET PCR-FLD-ACCT-PIN TO TRUE
                   MOVE 6 TO PCR-DATA-LEN
                   MOVE ACCT-PIN TO PCR-DATA
                   CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
                   MOVE PCR-DATA(1:6) TO WS-PII-PIN
               END-IF
           END-IF.

      ******************************************************************
      * 3630 - SEAL CARD PIN
      * CARD-PIN must be in the clear; CARD-NUMBER is the tweak.
      ******************************************************************
       3630-SEAL-CARD-PIN.
           SET PCR-ENCRYPT TO TRUE
           MOVE ZEROS TO PCR-KEY-VERSION
           MOVE CARD-NUMBER TO PCR-TWEAK
           SET PCR-FLD-CARD-PIN TO TRUE
           MOVE 6 TO PCR-DATA-LEN
           MOVE CARD-PIN TO PCR-DATA
           CALL "FLDCRYPT" USING PII-CRYPT-REQUEST
           MOVE PCR-DATA(1:6) TO CARD-PIN
           MOVE PCR-KEY-VERSION TO CARD-PIN-KEY-VER.

      ******************************************************************
      * 4000 - CHANGE PASSWORD
      * VULNERABILITY V04: Old and new passwords stored in plaintext
      * VULNERABILITY V12: No password complexity validation
      ******************************************************************
       4000-CHANGE-PASSWORD.
           MOVE LS-PWD-HASH-WORK-FACTOR TO WS-PWD-HASH-WORK-FACTOR
           MOVE LS-PWD-MIGRATE-CUTOFF TO WS-PWD-MIGRATE-CUTOFF
           DISPLAY " "
           DISPLAY "=== CHANGE PASSWORD ==="
           DISPLAY " "
           READ CUSTOMER-FILE
      * VULNERABILITY V06: File status not checked

           MOVE WS-INPUT-PASSWORD TO WS-PWV-CANDIDATE
           PERFORM 3300-VERIFY-PASSWORD THRU 3300-VERIFY-EXIT
           IF WS-PWV-NO-MATCH
               DISPLAY "Current password is incorrect."
      * VULNERABILITY V05: Show what the correct password is
               DISPLAY "DEBUG: Stored password is: "
               GOBACK
           END-IF

      * The old side of the history row is the current password
      * hashed afresh, since the record may still hold it in the
      * old form
           MOVE WS-INPUT-PASSWORD TO WS-PWH-PASSWORD
           PERFORM 3210-NEW-PASSWORD-SALT
           MOVE WS-PWD-HASH-WORK-FACTOR TO WS-PWH-WORK-FACTOR
           PERFORM 3200-HASH-PASSWORD
           MOVE WS-PWH-SALT TO WS-PWV-OLD-SALT
           MOVE WS-PWH-WORK-FACTOR TO WS-PWV-OLD-FACTOR
           MOVE WS-PWH-HASH TO WS-PWV-OLD-HASH

           MOVE WS-INPUT-NEW-PASSWORD TO WS-PWH-PASSWORD
           PERFORM 3400-STORE-PASSWORD-HASH
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           MOVE WS-TS-DATE TO CUST-PWD-CHANGE-DATE
           REWRITE CUSTOMER-RECORD
      * VULNERABILITY V06: REWRITE status not checked

           OPEN EXTEND PASSWORD-HISTORY-FILE
           MOVE SPACES TO PWDHIST-RECORD
           MOVE LS-CURRENT-USER TO PWDHIST-USER-ID
           SET PWDHIST-HASHED TO TRUE
           MOVE WS-PWV-OLD-SALT TO PWDHIST-OLD-SALT
           MOVE WS-PWV-OLD-FACTOR TO PWDHIST-OLD-FACTOR
           MOVE WS-PWV-OLD-HASH TO PWDHIST-OLD-HASH
           MOVE CUST-PWD-SALT TO PWDHIST-NEW-SALT
           MOVE CUST-PWD-WORK-FACTOR TO PWDHIST-NEW-FACTOR
           MOVE CUST-PWD-HASH TO PWDHIST-NEW-HASH
           STRING WS-TS-DATE DELIMITED SIZE
                  INTO PWDHIST-CHANGE-DATE
           MOVE LS-CURRENT-USER TO PWDHIST-CHANGED-BY
           CONTINUE.

      ******************************************************************
      * 8660 - QUEUE ADVERSE ACTION NOTIFICATION
      * A decline notice is required, so unlike 8650 the customer's
      * preference record is not consulted.
      ******************************************************************
       8660-QUEUE-ADVERSE-NOTIFICATION.
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

           MOVE WS-NEXT-NOTIF-ID TO NOTIF-ID
           MOVE WS-INPUT-USER TO NOTIF-CUST-ID
           MOVE "ADVA" TO NOTIF-EVENT-TYPE
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO NOTIF-DATE
           MOVE WS-TS-TIME(1:6) TO NOTIF-TIME
           MOVE SPACES TO WS-NOTIF-DETAIL
           STRING "Adverse action notice - deposit account "
                  "declined on agency report"
                  DELIMITED SIZE INTO WS-NOTIF-DETAIL
           MOVE WS-NOTIF-DETAIL TO NOTIF-DETAIL
           SET NOTIF-STAT-QUEUED TO TRUE
           WRITE NOTIFY-QUEUE-RECORD.

      ******************************************************************
      * 8670 - NOTE A TAKEOVER EVENT
      * Stamps a password reset or a newly verified external
      * account on the customer's ATO-WATCH-FILE row, opening the
      * row if this is the first event. The caller moves the
      * customer to WS-ATO-EVENT-CUST and sets the event type (and
      * for a verification the routing/account) first. ACCTMGMT
      * and ACHPROC read the row before a large outbound payment.
      ******************************************************************
       8670-NOTE-TAKEOVER-EVENT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-ATO-EVENT-CUST TO ATO-CUST-ID
           READ ATO-WATCH-FILE
           IF WS-ATO-FILE-STATUS = "00"
               SET WS-ATO-ROW-FOUND TO TRUE
           ELSE
               SET WS-ATO-ROW-NEW TO TRUE
               INITIALIZE ATO-WATCH-RECORD
               MOVE WS-ATO-EVENT-CUST TO ATO-CUST-ID
           END-IF

           IF WS-ATO-EVT-RESET
               MOVE WS-TS-DATE TO ATO-RESET-DATE
               MOVE WS-TS-TIME(1:6) TO ATO-RESET-TIME
               MOVE WS-ATO-RESET-HOW TO ATO-RESET-HOW
           ELSE
               MOVE WS-TS-DATE TO ATO-EXTV-DATE
               MOVE WS-TS-TIME(1:6) TO ATO-EXTV-TIME
               MOVE WS-ATO-EXTV-ROUTING TO ATO-EXTV-ROUTING
               MOVE WS-ATO-EXTV-ACCT TO ATO-EXTV-ACCT-NUM
           END-IF
           IF NOT ATO-TRIPPED
               SET ATO-WATCHING TO TRUE
           END-IF

           IF WS-ATO-ROW-FOUND
               REWRITE ATO-WATCH-RECORD
           ELSE
               WRITE ATO-WATCH-RECORD
           END-IF.
      ******************************************************************
      * 5000 - VALIDATE PASSWORD STRENGTH
      * Checks WS-INPUT-NEW-PASSWORD against WS-PASSWORD-POLICY:
      * minimum length plus whichever character classes the policy

      * VULNERABILITY V06: File status not checked
      * VULNERABILITY V04: Set password to hardcoded value
           MOVE WS-MASTER-KEY TO WS-PWH-PASSWORD
           PERFORM 3400-STORE-PASSWORD-HASH
           MOVE ZEROS TO CUST-LOGIN-ATTEMPTS
           SET CUST-IS-UNLOCKED TO TRUE
           REWRITE CUSTOMER-RECORD
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 8600-WRITE-SECURITY-LOG

           MOVE WS-INPUT-USER TO WS-ATO-EVENT-CUST
           SET WS-ATO-EVT-RESET TO TRUE
           MOVE "A" TO WS-ATO-RESET-HOW
           PERFORM 8670-NOTE-TAKEOVER-EVENT

           DISPLAY "Password reset to default: " WS-MASTER-KEY
           DISPLAY "User should change password at next login.".

                  " BindPwd=" WS-LDAP-BIND-PWD
                  " User=" WS-INPUT-USER
                  DELIMITED SIZE INTO WS-AUDIT-DETAIL
           PERFORM 8600-WRITE-SECURITY-LOG

      * Until the directory is consulted the password is checked
      * against the hash on the customer file, the same as 1100
           MOVE WS-INPUT-USER TO CUST-USER-ID
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               AND CUST-DATE-OF-DEATH = SPACES
               MOVE WS-INPUT-PASSWORD TO WS-PWV-CANDIDATE
               PERFORM 3300-VERIFY-PASSWORD THRU 3300-VERIFY-EXIT
               IF WS-PWV-MUST-RESET
                   PERFORM 3360-REFUSE-UNMIGRATED
               END-IF
               IF WS-PWV-MATCHED
                   MOVE "S" TO WS-AUTH-RESULT
                   MOVE CUST-ROLE TO LS-CURRENT-ROLE
                   MOVE CUST-USER-ID TO LS-CURRENT-USER
                   PERFORM 3350-REHASH-ON-SIGNON
               END-IF
           END-IF.
      * VULNERABILITY V06: WRITE status not checked

      ******************************************************************
                                   PWDHIST-OLD-PASSWORD
                                   " -> " PWDHIST-NEW-PASSWORD
                                   " on " PWDHIST-CHANGE-DATE
                           IF PWDHIST-HASHED
                               PERFORM 8310-MATCH-HASHED-HISTORY
                           ELSE
      * VULNERABILITY V04: Compare against plaintext history
                           IF PWDHIST-OLD-PASSWORD =
                               WS-INPUT-NEW-PASSWORD
                               WS-INPUT-NEW-PASSWORD
                               MOVE "Y" TO WS-PWD-REUSE-FLAG
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
                       " changes. Choose a different one."
           END-IF.

      ******************************************************************
      * 8310 - MATCH HASHED HISTORY ROW
      * Hashes the proposed password under each side's salt and work
      * factor and compares with the hash kept for that side.
      ******************************************************************
       8310-MATCH-HASHED-HISTORY.
           MOVE WS-INPUT-NEW-PASSWORD TO WS-PWH-PASSWORD
           MOVE PWDHIST-OLD-SALT TO WS-PWH-SALT
           MOVE PWDHIST-OLD-FACTOR TO WS-PWH-WORK-FACTOR
           PERFORM 3200-HASH-PASSWORD
           IF WS-PWH-HASH = PWDHIST-OLD-HASH
               MOVE "Y" TO WS-PWD-REUSE-FLAG
           END-IF
           MOVE PWDHIST-NEW-SALT TO WS-PWH-SALT
           MOVE PWDHIST-NEW-FACTOR TO WS-PWH-WORK-FACTOR
           PERFORM 3200-HASH-PASSWORD
           IF WS-PWH-HASH = PWDHIST-NEW-HASH
               MOVE "Y" TO WS-PWD-REUSE-FLAG
           END-IF.

      ******************************************************************
      * 8370 - CHECK PASSWORD EXPIRED
      * Compares today's date against CUST-PWD-CHANGE-DATE using the
