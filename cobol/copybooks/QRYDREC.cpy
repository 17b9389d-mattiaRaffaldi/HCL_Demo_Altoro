      ******************************************************************
      * QRYDREC.cpy - Report Query Catalog Definition (FD section
      * only)
      * One approved, named ad hoc query per record, kept by RPTGEN's
      * catalog maintenance and run from its query catalog report.
      * A query reads one source file, may carry a fixed transaction
      * type or cash-only filter of its own, and declares up to four
      * typed parameters the user must (or may) supply at run time.
      * A new or changed definition stays pending until a second
      * SUPERVISOR/ADMIN who did not key it approves it.
      ******************************************************************
       01  QUERY-DEF-RECORD.
           05  QRYD-ID                 PIC X(08).
           05  QRYD-NAME               PIC X(40).
      * File the query reads
           05  QRYD-SOURCE             PIC X(01).
               88  QRYD-SRC-TRANSACTIONS VALUE "T".
               88  QRYD-SRC-ACCOUNTS   VALUE "A".
      * Fixed filters that are part of the approved definition.
      * Spaces in QRYD-TRAN-TYPE mean every transaction type.
           05  QRYD-TRAN-TYPE          PIC X(02).
           05  QRYD-CASH-ONLY          PIC X(01).
               88  QRYD-IS-CASH-ONLY   VALUE "Y".
      * Declared parameters: D = date range, B = branch,
      * T = account type, M = amount threshold. Spaces end the list.
           05  QRYD-PARM               OCCURS 4 TIMES.
               10  QRYD-PARM-TYPE      PIC X(01).
                   88  QRYD-PARM-DATE-RANGE VALUE "D".
                   88  QRYD-PARM-BRANCH     VALUE "B".
                   88  QRYD-PARM-ACCT-TYPE  VALUE "T".
                   88  QRYD-PARM-AMOUNT     VALUE "M".
               10  QRYD-PARM-REQUIRED  PIC X(01).
                   88  QRYD-PARM-IS-REQUIRED VALUE "Y".
      * Lowest role allowed to run it - SUPERVISOR (supervisors and
      * administrators) or ADMIN (administrators only)
           05  QRYD-RUN-ROLE           PIC X(10).
           05  QRYD-STATUS             PIC X(01).
               88  QRYD-PENDING        VALUE "P".
               88  QRYD-ACTIVE         VALUE "A".
               88  QRYD-REJECTED       VALUE "R".
               88  QRYD-RETIRED        VALUE "X".
           05  QRYD-MAKER              PIC X(20).
           05  QRYD-MADE-DATE          PIC X(08).
           05  QRYD-CHECKER            PIC X(20).
           05  QRYD-CHECKED-DATE       PIC X(08).
           05  QRYD-RUN-COUNT          PIC 9(07).
           05  QRYD-LAST-RUN-DATE      PIC X(08).
           05  FILLER                  PIC X(20).
