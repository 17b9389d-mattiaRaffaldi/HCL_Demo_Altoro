      * function code to pass in LS-AUDIT-ACTION - the same
      * caller-sets-a-function-code convention MAINPROG uses for
      * "XFER"/"CPWD"/"SESS".
      *
      * An account job with partitions defined on BATCHPRT runs as
      * one stream per partition, the partition number passed in
      * LS-AUDIT-DETAIL, and is logged complete only when every
      * partition has finished clean.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.

      * Partition definitions - a job with partitions on file runs
      * as one stream per partition and only counts as complete
      * once every partition has completed clean.
           SELECT BATCH-PARTITION-FILE
               ASSIGN TO "BATCHPRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPRT-KEY
               FILE STATUS IS WS-BPRT-FILE-STATUS.

      * Accounting period close control - a closed month takes no
      * more postings, and the close only happens here after the
      * month's stream, GL feed and reconciliation are clean.
           05  CKPT-STATUS             PIC X(01).
               88  CKPT-IN-PROGRESS    VALUE "P".
               88  CKPT-COMPLETE       VALUE "C".
      * For a job that walks more than one file: which file it was
      * in and, where the key is not an account number, the key
           05  CKPT-PHASE              PIC X(01).
           05  CKPT-RESUME-KEY         PIC X(20).
           05  FILLER                  PIC X(02).

       FD  BATCH-PARTITION-FILE.
           COPY BPRTREC.

      * Layouts below mirror ACCTMGMT's files.
       FD  MEMO-POST-FILE.
           05  GLST-KEY.
               10  GLST-DATE           PIC X(08).
               10  GLST-ACCT-CODE      PIC X(10).
               10  GLST-ENTITY         PIC X(03).
           05  GLST-AMOUNT             PIC S9(13)V99.
           05  GLST-STATUS             PIC X(01).
               88  GLST-PENDING        VALUE "P".
               88  GLST-ACCEPTED       VALUE "A".
               88  GLST-REJECTED       VALUE "R".
           05  GLST-REJECT-REASON      PIC X(30).
      * Feed run that last wrote the row - lines for the same GL
      * account within one run (one per cost center) add up here
           05  GLST-FEED-RUN           PIC X(14).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-PRE-LOCKS-HELD           PIC 9(04) VALUE ZEROS.
       01  WS-PRE-HOLDS-MATURED        PIC 9(04) VALUE ZEROS.
       01  WS-OVR-SUPER-ID             PIC X(20).
       01  WS-OVR-SUPER-PWD            PIC X(80).
       01  WS-OVR-INPUT-REASON         PIC X(04).
       01  WS-NEXT-OVR-ID              PIC 9(08) VALUE ZEROS.
       01  WS-OVR-APPROVED-FLAG        PIC X(01) VALUE "N".
       01  WS-SLA-ALERT-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-SLA-NOW-TIME             PIC 9(06).
       01  WS-SLA-DOW                  PIC 9(01).
       01  WS-SLA-PART-START.
           05  WS-SLA-PS-HH            PIC 9(02).
           05  WS-SLA-PS-MM            PIC 9(02).
           05  WS-SLA-PS-SS            PIC 9(02).
           05  FILLER                  PIC X(02).
       01  WS-SLA-PART-END.
           05  WS-SLA-PE-HH            PIC 9(02).
           05  WS-SLA-PE-MM            PIC 9(02).
           05  WS-SLA-PE-SS            PIC 9(02).
           05  FILLER                  PIC X(02).
       01  WS-SLA-PART-STATUS          PIC X(11).
       01  WS-SLA-START-SECS           PIC 9(05).
       01  WS-SLA-END-SECS             PIC 9(05).
       01  WS-SLA-ELAPSED-SECS         PIC S9(05).
       01  WS-SLA-DSP-MINUTES          PIC ZZZ9.
       01  WS-SLA-DSP-SECONDS          PIC 99.

      * Batch partition fields - the partitions of the job being
      * run, in partition order
       01  WS-BPRT-FILE-STATUS         PIC X(02).
       01  WS-PART-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY           OCCURS 20 TIMES.
               10  WS-PART-ENTRY-NO    PIC 9(02).
               10  WS-PART-ENTRY-JOB   PIC X(08).
       01  WS-PART-IDX                 PIC 9(02).
       01  WS-PART-CLEAN-COUNT         PIC 9(02) VALUE ZEROS.
       01  WS-PART-BASE-JOB            PIC X(08).
       01  WS-PART-RUN-NO              PIC 9(02).
       01  WS-PART-RUN-JOB             PIC X(08).
       01  WS-PART-START-TIME          PIC X(08).
       01  WS-PART-PARENT-RC           PIC S9(04) VALUE ZEROS.
       01  WS-PART-INPUT-JOB           PIC X(08).
       01  WS-PART-INPUT-NO            PIC X(02).
       01  WS-PART-INPUT-ACTION        PIC X(01).
       01  WS-PART-INPUT-BASIS         PIC X(01).
       01  WS-PART-INPUT-FROM          PIC X(16).
       01  WS-PART-PREV-FROM           PIC X(16).
       01  WS-PART-NEXT-FROM           PIC X(16).
       01  WS-PART-NEW-FROM            PIC X(16).
       01  WS-PART-SCHD-FOUND          PIC X(01).
           88  WS-PART-SCHD-ON-FILE    VALUE "Y".
           88  WS-PART-SCHD-NOT-ON-FILE VALUE "N".
       01  WS-PART-VALID-FLAG          PIC X(01).
           88  WS-PART-VALID           VALUE "Y".
           88  WS-PART-INVALID         VALUE "N".

       LINKAGE SECTION.
       01  LS-SESSION-INFO.
           05  LS-AUDIT-SEVERITY       PIC X(04).
           05  LS-AUDIT-PROGRAM        PIC X(08).

      * Password policy as MAINPROG loaded it from SYSCONFG - not
      * used here, only handed on to AUTHNTCN when a supervisor's
      * password is verified, so the hash-migration cutoff applies.
       01  LS-PASSWORD-POLICY.
           05  LS-PWD-MIN-LENGTH       PIC 9(02).
           05  LS-PWD-REQUIRE-UPPER    PIC X(01).
           05  LS-PWD-REQUIRE-LOWER    PIC X(01).
           05  LS-PWD-REQUIRE-DIGIT    PIC X(01).
           05  LS-PWD-REQUIRE-SPECIAL  PIC X(01).
           05  LS-PWD-EXPIRE-DAYS      PIC 9(03).
           05  LS-PWD-HISTORY-DEPTH    PIC 9(02).
           05  LS-PWD-HASH-WORK-FACTOR PIC 9(02).
           05  LS-PWD-MIGRATE-CUTOFF   PIC X(08).

       PROCEDURE DIVISION USING
           LS-SESSION-INFO
           LS-DB2-CONFIG
           LS-SQL-FIELDS
           LS-ERROR-FIELDS
           LS-AUDIT-FIELDS
           LS-PASSWORD-POLICY.

      ******************************************************************
      * MAIN CONTROL
               DISPLAY "  5. Month-End Period Close"
               DISPLAY "  6. Maintain Job SLAs"
               DISPLAY "  7. Batch SLA Monitor"
               DISPLAY "  8. Maintain Job Partitions"
               DISPLAY "  9. Run One Partition Stream"
               DISPLAY " "
               DISPLAY "  0. Return"
               DISPLAY " "
                   WHEN "7"
                       PERFORM 6100-SLA-MONITOR
                           THRU 6100-MONITOR-EXIT
                   WHEN "8"
                       PERFORM 3600-MAINTAIN-PARTITIONS
                           THRU 3600-PART-EXIT
                   WHEN "9"
                       PERFORM 2500-RUN-ONE-PARTITION
                           THRU 2500-RUN-EXIT
                   WHEN "0"
                       MOVE "N" TO WS-SCHD-CONTINUE
                   WHEN OTHER
               END-IF
           END-IF

      * A job with partitions on file runs partition by partition
           MOVE SCHD-JOB-NAME TO WS-PART-BASE-JOB
           PERFORM 2300-LOAD-PARTITIONS
               THRU 2300-LOAD-EXIT
           IF WS-PART-COUNT > ZEROS
               PERFORM 2400-RUN-PARTITIONED-JOB
                   THRU 2400-PART-EXIT
               GO TO 2100-RUN-EXIT
           END-IF

           DISPLAY " "
           DISPLAY ">>> Launching " SCHD-JOB-NAME
                   " (" SCHD-PROGRAM "/" SCHD-FUNCTION ")"

           MOVE SCHD-PROGRAM TO WS-SUB-PROGRAM
           MOVE SCHD-FUNCTION TO LS-AUDIT-ACTION
      * Blank detail - an unpartitioned run, nothing to pass
           MOVE SPACES TO LS-AUDIT-DETAIL
           EVALUATE SCHD-PROGRAM
               WHEN "RPTGEN"
               WHEN "RPTGEN  "
                       WS-REPORT-FIELDS
                       LS-ERROR-FIELDS
                       LS-AUDIT-FIELDS
               WHEN "ACCTMGMT"
                   CALL WS-SUB-PROGRAM USING
                       LS-SESSION-INFO
                       LS-DB2-CONFIG
                       LS-SQL-FIELDS
                       LS-ERROR-FIELDS
                       LS-AUDIT-FIELDS
                       LS-PASSWORD-POLICY
               WHEN OTHER
                   CALL WS-SUB-PROGRAM USING
                       LS-SESSION-INFO
       2200-CHECK-EXIT.
           CONTINUE.

      ******************************************************************
      * 2300 - LOAD THE PARTITIONS OF A JOB
      * Fills WS-PART-TABLE with the partitions on file for
      * WS-PART-BASE-JOB, in partition order, and the RUNLOG name
      * each one runs under. No partitions leaves WS-PART-COUNT zero.
      ******************************************************************
       2300-LOAD-PARTITIONS.
           MOVE ZEROS TO WS-PART-COUNT
           OPEN INPUT BATCH-PARTITION-FILE
           IF WS-BPRT-FILE-STATUS NOT = "00"
               GO TO 2300-LOAD-EXIT
           END-IF
           MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
           MOVE ZEROS TO BPRT-PART-NO
           START BATCH-PARTITION-FILE KEY >= BPRT-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-BPRT-FILE-STATUS NOT = "00"
               READ BATCH-PARTITION-FILE NEXT RECORD
               IF WS-BPRT-FILE-STATUS = "00"
                   IF BPRT-JOB-NAME NOT = WS-PART-BASE-JOB
                       MOVE "10" TO WS-BPRT-FILE-STATUS
                   ELSE
                       IF WS-PART-COUNT < 20
                           ADD 1 TO WS-PART-COUNT
                           MOVE BPRT-PART-NO
                               TO WS-PART-ENTRY-NO(WS-PART-COUNT)
                           MOVE SPACES
                               TO WS-PART-ENTRY-JOB(WS-PART-COUNT)
                           STRING WS-PART-BASE-JOB(1:6) BPRT-PART-NO
                               DELIMITED SIZE
                               INTO WS-PART-ENTRY-JOB(WS-PART-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BATCH-PARTITION-FILE.

       2300-LOAD-EXIT.
           CONTINUE.

      ******************************************************************
      * 2350 - FIND A JOB'S SCHEDULE ENTRY
      * Positions SCHEDULE-DEP-RECORD on the entry whose job name is
      * WS-PART-BASE-JOB. Not used while the stream is walking the
      * schedule.
      ******************************************************************
       2350-FIND-SCHEDULE-ENTRY.
           SET WS-PART-SCHD-NOT-ON-FILE TO TRUE
           MOVE LOW-VALUES TO SCHD-SEQ
           START SCHEDULE-DEP-FILE KEY >= SCHD-SEQ
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SCHD-FILE-STATUS NOT = "00"
               OR WS-PART-SCHD-ON-FILE
               READ SCHEDULE-DEP-FILE NEXT RECORD
               IF WS-SCHD-FILE-STATUS = "00"
                   AND SCHD-JOB-NAME = WS-PART-BASE-JOB
                   SET WS-PART-SCHD-ON-FILE TO TRUE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SCHD-FILE-STATUS.

      ******************************************************************
      * 2400 - RUN A PARTITIONED JOB
      * Launches each partition of the job as its own stream, with
      * its own RUNLOG records and checkpoint. A partition already
      * clean today is not run again, so after a failure the stream
      * is simply rerun and only the failed partition restarts, from
      * its own checkpoint. The job itself is logged complete only
      * when every partition is clean; otherwise it is logged failed
      * and the stream halts.
      ******************************************************************
       2400-RUN-PARTITIONED-JOB.
           DISPLAY " "
           DISPLAY ">>> Launching " SCHD-JOB-NAME " as "
                   WS-PART-COUNT " partition streams"
           PERFORM 2470-WRITE-PARENT-START

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-ENTRY-JOB(WS-PART-IDX)
                   TO WS-SCHD-CHECK-JOB
               PERFORM 2200-CHECK-JOB-CLEAN-TODAY
                   THRU 2200-CHECK-EXIT
               IF WS-SCHD-JOB-CLEAN
                   DISPLAY "    " WS-PART-ENTRY-JOB(WS-PART-IDX)
                           " already complete today - not rerun"
               ELSE
                   MOVE WS-PART-ENTRY-NO(WS-PART-IDX)
                       TO WS-PART-RUN-NO
                   MOVE WS-PART-ENTRY-JOB(WS-PART-IDX)
                       TO WS-PART-RUN-JOB
                   PERFORM 2450-LAUNCH-PARTITION
                   IF WS-SCHD-JOB-NOT-CLEAN
                       DISPLAY "*** " WS-PART-RUN-JOB " DID NOT "
                               "COMPLETE CLEAN ***"
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 2490-COUNT-CLEAN-PARTITIONS
           IF WS-PART-CLEAN-COUNT = WS-PART-COUNT
               MOVE ZEROS TO WS-PART-PARENT-RC
               PERFORM 2480-WRITE-PARENT-COMPLETE
               ADD 1 TO WS-SCHD-RUN-COUNT
               DISPLAY ">>> " SCHD-JOB-NAME " completed clean - all "
                       WS-PART-COUNT " partitions."
           ELSE
               MOVE 8 TO WS-PART-PARENT-RC
               PERFORM 2480-WRITE-PARENT-COMPLETE
               DISPLAY " "
               DISPLAY "*** " SCHD-JOB-NAME " DID NOT COMPLETE "
                       "CLEAN - " WS-PART-CLEAN-COUNT " OF "
                       WS-PART-COUNT " PARTITIONS CLEAN - STREAM "
                       "HALTED ***"
               DISPLAY "Rerun the stream to restart only the failed "
                       "partitions."
               SET WS-SCHD-HALTED TO TRUE
           END-IF.

       2400-PART-EXIT.
           CONTINUE.

      ******************************************************************
      * 2450 - LAUNCH ONE PARTITION
      * CALLs the scheduled program with the job's function code and
      * the partition number in the first two bytes of the detail,
      * then checks the partition logged a clean completion today.
      * Only ACCTMGMT account jobs are partitioned, so this is the
      * five-parameter CALL.
      ******************************************************************
       2450-LAUNCH-PARTITION.
           DISPLAY " "
           DISPLAY ">>> Launching " WS-PART-RUN-JOB
                   " (" SCHD-PROGRAM "/" SCHD-FUNCTION
                   " partition " WS-PART-RUN-NO ")"
           MOVE SCHD-PROGRAM TO WS-SUB-PROGRAM
           MOVE SCHD-FUNCTION TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL
           MOVE WS-PART-RUN-NO TO LS-AUDIT-DETAIL(1:2)
           CALL WS-SUB-PROGRAM USING
               LS-SESSION-INFO
               LS-DB2-CONFIG
               LS-SQL-FIELDS
               LS-ERROR-FIELDS
               LS-AUDIT-FIELDS
               LS-PASSWORD-POLICY
           MOVE SPACES TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL

           MOVE WS-PART-RUN-JOB TO WS-SCHD-CHECK-JOB
           PERFORM 2200-CHECK-JOB-CLEAN-TODAY
               THRU 2200-CHECK-EXIT.

      ******************************************************************
      * 2470 - WRITE THE PARTITIONED JOB'S START RECORD
      * Logged under the job's own name, so the SLA monitor and the
      * cutover see the job the same way as an unpartitioned one.
      ******************************************************************
       2470-WRITE-PARENT-START.
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-TIME TO WS-PART-START-TIME
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE SCHD-JOB-NAME TO RUNCTL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RUNCTL-RUN-DATE
           SET RUNCTL-TYPE-START TO TRUE
           MOVE WS-PART-START-TIME TO RUNCTL-START-TIME
           MOVE ZEROS TO RUNCTL-RECORDS-DONE
           MOVE ZEROS TO RUNCTL-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE BATCH-RUN-LOG-FILE.

      ******************************************************************
      * 2480 - WRITE THE PARTITIONED JOB'S COMPLETION RECORD
      * Clean only with WS-PART-PARENT-RC zero; the record count is
      * the number of partitions that finished clean.
      ******************************************************************
       2480-WRITE-PARENT-COMPLETE.
           ACCEPT WS-ACCEPT-TIME FROM TIME
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE SCHD-JOB-NAME TO RUNCTL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RUNCTL-RUN-DATE
           SET RUNCTL-TYPE-COMPLETE TO TRUE
           MOVE WS-PART-START-TIME TO RUNCTL-START-TIME
           MOVE WS-ACCEPT-TIME TO RUNCTL-END-TIME
           MOVE WS-PART-CLEAN-COUNT TO RUNCTL-RECORDS-DONE
           MOVE WS-PART-PARENT-RC TO RUNCTL-RETURN-CODE
           IF WS-PART-PARENT-RC = ZEROS
               SET RUNCTL-STATUS-CLEAN TO TRUE
           ELSE
               SET RUNCTL-STATUS-ERROR TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE BATCH-RUN-LOG-FILE.

      ******************************************************************
      * 2490 - COUNT THE PARTITIONS COMPLETE CLEAN TODAY
      ******************************************************************
       2490-COUNT-CLEAN-PARTITIONS.
           MOVE ZEROS TO WS-PART-CLEAN-COUNT
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-ENTRY-JOB(WS-PART-IDX)
                   TO WS-SCHD-CHECK-JOB
               PERFORM 2200-CHECK-JOB-CLEAN-TODAY
                   THRU 2200-CHECK-EXIT
               IF WS-SCHD-JOB-CLEAN
                   ADD 1 TO WS-PART-CLEAN-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2500 - RUN ONE PARTITION STREAM
      * Runs a single partition of a partitioned job, so operations
      * can work the partitions side by side from separate sessions
      * instead of one after another. Held to the same predecessor
      * gate as the stream. When the last partition finishes clean
      * the job's own completion is logged, and the stream run that
      * follows finds every partition done and moves on.
      ******************************************************************
       2500-RUN-ONE-PARTITION.
           DISPLAY " "
           DISPLAY "=== RUN ONE PARTITION STREAM ==="
           PERFORM 3900-LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-SCHD-TODAY

           DISPLAY "Job Name (as scheduled): " WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-JOB FROM CONSOLE
           DISPLAY "Partition Number: " WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-NO FROM CONSOLE
           IF WS-PART-INPUT-NO IS NOT NUMERIC
               DISPLAY "Partition number must be two digits."
               GO TO 2500-RUN-EXIT
           END-IF

           MOVE WS-PART-INPUT-JOB TO WS-PART-BASE-JOB
           PERFORM 2350-FIND-SCHEDULE-ENTRY
           IF WS-PART-SCHD-NOT-ON-FILE
               DISPLAY "No schedule entry for " WS-PART-BASE-JOB "."
               GO TO 2500-RUN-EXIT
           END-IF
           PERFORM 2300-LOAD-PARTITIONS
               THRU 2300-LOAD-EXIT
           MOVE ZEROS TO WS-PART-RUN-NO
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PART-ENTRY-NO(WS-PART-IDX) = WS-PART-INPUT-NO
                   MOVE WS-PART-ENTRY-NO(WS-PART-IDX)
                       TO WS-PART-RUN-NO
                   MOVE WS-PART-ENTRY-JOB(WS-PART-IDX)
                       TO WS-PART-RUN-JOB
               END-IF
           END-PERFORM
           IF WS-PART-RUN-NO = ZEROS
               DISPLAY WS-PART-BASE-JOB " has no partition "
                       WS-PART-INPUT-NO "."
               GO TO 2500-RUN-EXIT
           END-IF

           IF SCHD-PREDECESSOR NOT = SPACES
               MOVE SCHD-PREDECESSOR TO WS-SCHD-CHECK-JOB
               PERFORM 2200-CHECK-JOB-CLEAN-TODAY
                   THRU 2200-CHECK-EXIT
               IF WS-SCHD-JOB-NOT-CLEAN
                   DISPLAY "*** " WS-PART-RUN-JOB " NOT STARTED: "
                           "predecessor " SCHD-PREDECESSOR
                           " has not completed clean today ***"
                   GO TO 2500-RUN-EXIT
               END-IF
           END-IF

           MOVE WS-PART-RUN-JOB TO WS-SCHD-CHECK-JOB
           PERFORM 2200-CHECK-JOB-CLEAN-TODAY
               THRU 2200-CHECK-EXIT
           IF WS-SCHD-JOB-CLEAN
               DISPLAY WS-PART-RUN-JOB " already completed clean "
                       "today."
               GO TO 2500-RUN-EXIT
           END-IF

           PERFORM 2470-WRITE-PARENT-START
           PERFORM 2450-LAUNCH-PARTITION
           IF WS-SCHD-JOB-NOT-CLEAN
               DISPLAY "*** " WS-PART-RUN-JOB " DID NOT COMPLETE "
                       "CLEAN - rerun it to resume from its "
                       "checkpoint ***"
               GO TO 2500-RUN-EXIT
           END-IF
           DISPLAY ">>> " WS-PART-RUN-JOB " completed clean."

           PERFORM 2490-COUNT-CLEAN-PARTITIONS
           IF WS-PART-CLEAN-COUNT = WS-PART-COUNT
               MOVE ZEROS TO WS-PART-PARENT-RC
               PERFORM 2480-WRITE-PARENT-COMPLETE
               DISPLAY ">>> Every partition of " SCHD-JOB-NAME
                       " is clean - " SCHD-JOB-NAME " complete."
           ELSE
               DISPLAY "    " WS-PART-CLEAN-COUNT " of "
                       WS-PART-COUNT " partitions of "
                       SCHD-JOB-NAME " clean so far."
           END-IF.

       2500-RUN-EXIT.
           CONTINUE.

      ******************************************************************
      * 3000 - MAINTAIN JOB SCHEDULE
      * Adds or replaces one schedule entry, the same
           DISPLAY " "
           DISPLAY "=== MAINTAIN JOB SCHEDULE ==="
           DISPLAY "Function codes: ACCTMGMT BINT/HREL/STMC/BSTO/"
           DISPLAY "  MEMO/CCCY/LDLQ/CDMT/FEEA - RPTGEN RSKD/RECN/"
           DISPLAY "  BAIP/BAIC -"
           DISPLAY "  CUSTMGMT BKUP/NOTX/PRIV/W8EX - ACHPROC ORIG/INBD/"
           DISPLAY "  BPDS - INSTPAY IPIN/IPSL - IDXREORG RCUS/RACC/"
           DISPLAY "  RTRN/ROWN/RXRF/RHLD/RSUM/RDOC (job RORG+file tag)"
           DISPLAY "  CAPW (job CAPACITY)"
           DISPLAY " "
           DISPLAY "Sequence Number (001-999): " WITH NO ADVANCING
           ACCEPT WS-SCHD-INPUT-SEQ FROM CONSOLE
           DISPLAY "Job Name (as written to RUNLOG): "
               WITH NO ADVANCING
           ACCEPT WS-SCHD-INPUT-JOB FROM CONSOLE
           DISPLAY "Program (ACCTMGMT/RPTGEN/CUSTMGMT/ACHPROC/"
                   "INSTPAY/IDXREORG): "
               WITH NO ADVANCING
           ACCEPT WS-SCHD-INPUT-PROGRAM FROM CONSOLE
           DISPLAY "Function Code: " WITH NO ADVANCING
           END-IF
           MOVE "00" TO WS-SCHD-FILE-STATUS.

      ******************************************************************
      * 3600 - MAINTAIN JOB PARTITIONS
      * Adds, replaces or deletes one partition of an ACCTMGMT account
      * job. Each partition gives only where its range starts - it
      * runs up to the next partition's start - so the starts must
      * climb with the partition number, partition 01 always starts
      * at the bottom of the file, and every partition of a job uses
      * the same basis. Partitions cannot change while any of them
      * has a run in progress, because its checkpoint is a position
      * within the old range.
      ******************************************************************
       3600-MAINTAIN-PARTITIONS.
           DISPLAY " "
           DISPLAY "=== MAINTAIN JOB PARTITIONS ==="
           DISPLAY "Jobs scheduled as ACCTMGMT BINT/STMC/BSTO/FEEA "
                   "can be partitioned."
           DISPLAY "Job Name (as scheduled): " WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-JOB FROM CONSOLE
           MOVE WS-PART-INPUT-JOB TO WS-PART-BASE-JOB
           PERFORM 2350-FIND-SCHEDULE-ENTRY
           IF WS-PART-SCHD-NOT-ON-FILE
               DISPLAY "No schedule entry for " WS-PART-BASE-JOB "."
               GO TO 3600-PART-EXIT
           END-IF
           IF SCHD-PROGRAM NOT = "ACCTMGMT"
               OR (SCHD-FUNCTION NOT = "BINT" AND NOT = "STMC"
                   AND NOT = "BSTO" AND NOT = "FEEA")
               DISPLAY WS-PART-BASE-JOB " (" SCHD-PROGRAM "/"
                       SCHD-FUNCTION ") cannot be partitioned."
               GO TO 3600-PART-EXIT
           END-IF

           PERFORM 2300-LOAD-PARTITIONS
               THRU 2300-LOAD-EXIT
           PERFORM 3620-CHECK-PARTITIONS-IDLE
               THRU 3620-IDLE-EXIT
           IF WS-PART-INVALID
               GO TO 3600-PART-EXIT
           END-IF

           OPEN I-O BATCH-PARTITION-FILE
           IF WS-BPRT-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-PARTITION-FILE
               CLOSE BATCH-PARTITION-FILE
               OPEN I-O BATCH-PARTITION-FILE
           END-IF
           PERFORM 3610-LIST-PARTITIONS

           DISPLAY "Partition Number (01-20): " WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-NO FROM CONSOLE
           IF WS-PART-INPUT-NO IS NOT NUMERIC
               OR WS-PART-INPUT-NO = "00"
               OR WS-PART-INPUT-NO > "20"
               DISPLAY "Partition number must be 01 through 20."
               CLOSE BATCH-PARTITION-FILE
               GO TO 3600-PART-EXIT
           END-IF
           DISPLAY "A = Add/Replace, D = Delete: " WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-ACTION FROM CONSOLE

           MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
           MOVE WS-PART-INPUT-NO TO BPRT-PART-NO
           READ BATCH-PARTITION-FILE

           IF WS-PART-INPUT-ACTION = "D" OR "d"
               IF WS-BPRT-FILE-STATUS NOT = "00"
                   DISPLAY "Partition " WS-PART-INPUT-NO
                           " is not on file."
               ELSE
                   IF WS-PART-INPUT-NO = "01" AND WS-PART-COUNT > 1
                       DISPLAY "Partition 01 holds the bottom of the "
                               "file - delete the others first."
                   ELSE
                       DELETE BATCH-PARTITION-FILE RECORD
                       DISPLAY "Partition " WS-PART-INPUT-NO
                               " of " WS-PART-BASE-JOB " deleted."
                   END-IF
               END-IF
               CLOSE BATCH-PARTITION-FILE
               GO TO 3600-PART-EXIT
           END-IF

           IF WS-PART-INPUT-NO NOT = "01" AND WS-PART-COUNT = ZEROS
               DISPLAY "Define partition 01 first - it holds the "
                       "bottom of the file."
               CLOSE BATCH-PARTITION-FILE
               GO TO 3600-PART-EXIT
           END-IF

           DISPLAY "Basis (B = branch range, A = account range): "
               WITH NO ADVANCING
           ACCEPT WS-PART-INPUT-BASIS FROM CONSOLE
           IF WS-PART-INPUT-BASIS NOT = "B" AND NOT = "A"
               DISPLAY "Basis must be B or A."
               CLOSE BATCH-PARTITION-FILE
               GO TO 3600-PART-EXIT
           END-IF

           MOVE SPACES TO BPRT-FROM-BRANCH
           MOVE ZEROS TO BPRT-FROM-ACCT
           IF WS-PART-INPUT-NO = "01"
               DISPLAY "Partition 01 starts at the bottom of the file."
           ELSE
               IF WS-PART-INPUT-BASIS = "B"
                   DISPLAY "First Branch Code in this partition: "
                       WITH NO ADVANCING
                   ACCEPT WS-PART-INPUT-FROM FROM CONSOLE
                   MOVE WS-PART-INPUT-FROM(1:4) TO BPRT-FROM-BRANCH
               ELSE
                   DISPLAY "First Account Number in this partition: "
                       WITH NO ADVANCING
                   ACCEPT WS-PART-INPUT-FROM FROM CONSOLE
                   COMPUTE BPRT-FROM-ACCT =
                       FUNCTION NUMVAL(WS-PART-INPUT-FROM)
               END-IF
           END-IF
           IF WS-PART-INPUT-BASIS = "B"
               MOVE BPRT-FROM-BRANCH TO WS-PART-NEW-FROM
           ELSE
               MOVE BPRT-FROM-ACCT TO WS-PART-NEW-FROM
           END-IF

           PERFORM 3630-CHECK-PARTITION-ORDER
               THRU 3630-ORDER-EXIT
           IF WS-PART-INVALID
               CLOSE BATCH-PARTITION-FILE
               GO TO 3600-PART-EXIT
           END-IF

      * 3630 walked the file - read the partition back before saving
           MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
           MOVE WS-PART-INPUT-NO TO BPRT-PART-NO
           READ BATCH-PARTITION-FILE
           MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
           MOVE WS-PART-INPUT-NO TO BPRT-PART-NO
           MOVE WS-PART-INPUT-BASIS TO BPRT-BASIS
           MOVE SPACES TO BPRT-FROM-BRANCH
           MOVE ZEROS TO BPRT-FROM-ACCT
           IF WS-PART-INPUT-BASIS = "B"
               MOVE WS-PART-NEW-FROM(1:4) TO BPRT-FROM-BRANCH
           ELSE
               MOVE WS-PART-NEW-FROM TO BPRT-FROM-ACCT
           END-IF
           MOVE LS-CURRENT-USER TO BPRT-UPDATED-BY
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO BPRT-UPDATED-DATE
           IF WS-BPRT-FILE-STATUS = "00"
               REWRITE BATCH-PARTITION-RECORD
           ELSE
               WRITE BATCH-PARTITION-RECORD
           END-IF
           CLOSE BATCH-PARTITION-FILE
           DISPLAY "Partition " WS-PART-INPUT-NO " of "
                   WS-PART-BASE-JOB " saved - runs as "
                   WS-PART-BASE-JOB(1:6) WS-PART-INPUT-NO ".".

       3600-PART-EXIT.
           CONTINUE.

      ******************************************************************
      * 3610 - LIST A JOB'S PARTITIONS
      ******************************************************************
       3610-LIST-PARTITIONS.
           IF WS-PART-COUNT = ZEROS
               DISPLAY "  (" WS-PART-BASE-JOB " has no partitions - "
                       "it runs as one stream)"
           ELSE
               DISPLAY "  Partitions of " WS-PART-BASE-JOB ":"
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                   MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
                   MOVE WS-PART-ENTRY-NO(WS-PART-IDX) TO BPRT-PART-NO
                   READ BATCH-PARTITION-FILE
                   IF WS-BPRT-FILE-STATUS = "00"
                       IF BPRT-BY-BRANCH
                           DISPLAY "  " BPRT-PART-NO " "
                                   WS-PART-ENTRY-JOB(WS-PART-IDX)
                                   " branches from ["
                                   BPRT-FROM-BRANCH "]"
                       ELSE
                           DISPLAY "  " BPRT-PART-NO " "
                                   WS-PART-ENTRY-JOB(WS-PART-IDX)
                                   " accounts from "
                                   BPRT-FROM-ACCT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * 3620 - CHECK NO PARTITION OF THE JOB IS MID-RUN
      ******************************************************************
       3620-CHECK-PARTITIONS-IDLE.
           SET WS-PART-VALID TO TRUE
           OPEN INPUT BATCH-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               GO TO 3620-IDLE-EXIT
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-ENTRY-JOB(WS-PART-IDX) TO CKPT-JOB-NAME
               READ BATCH-CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS = "00" AND CKPT-IN-PROGRESS
                   DISPLAY "*** " CKPT-JOB-NAME " has a run in "
                           "progress - finish it before changing "
                           "partitions ***"
                   SET WS-PART-INVALID TO TRUE
               END-IF
           END-PERFORM
           CLOSE BATCH-CHECKPOINT-FILE.

       3620-IDLE-EXIT.
           CONTINUE.

      ******************************************************************
      * 3630 - CHECK THE PARTITION FITS BETWEEN ITS NEIGHBOURS
      * Same basis as the job's other partitions, and a start above
      * the partition before it and below the one after it.
      ******************************************************************
       3630-CHECK-PARTITION-ORDER.
           SET WS-PART-VALID TO TRUE
           MOVE LOW-VALUES TO WS-PART-PREV-FROM
           MOVE HIGH-VALUES TO WS-PART-NEXT-FROM
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PART-ENTRY-NO(WS-PART-IDX) NOT = WS-PART-INPUT-NO
                   MOVE WS-PART-BASE-JOB TO BPRT-JOB-NAME
                   MOVE WS-PART-ENTRY-NO(WS-PART-IDX) TO BPRT-PART-NO
                   READ BATCH-PARTITION-FILE
                   IF WS-BPRT-FILE-STATUS = "00"
                       IF BPRT-BASIS NOT = WS-PART-INPUT-BASIS
                           DISPLAY "Every partition of "
                                   WS-PART-BASE-JOB " must use basis "
                                   BPRT-BASIS "."
                           SET WS-PART-INVALID TO TRUE
                           GO TO 3630-ORDER-EXIT
                       END-IF
                       IF WS-PART-ENTRY-NO(WS-PART-IDX)
                           < WS-PART-INPUT-NO
                           IF BPRT-BY-BRANCH
                               MOVE BPRT-FROM-BRANCH
                                   TO WS-PART-PREV-FROM
                           ELSE
                               MOVE BPRT-FROM-ACCT
                                   TO WS-PART-PREV-FROM
                           END-IF
                       ELSE
                           IF WS-PART-NEXT-FROM = HIGH-VALUES
                               IF BPRT-BY-BRANCH
                                   MOVE BPRT-FROM-BRANCH
                                       TO WS-PART-NEXT-FROM
                               ELSE
                                   MOVE BPRT-FROM-ACCT
                                       TO WS-PART-NEXT-FROM
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PART-INPUT-NO NOT = "01"
               AND WS-PART-NEW-FROM NOT > WS-PART-PREV-FROM
               DISPLAY "Start must be above the previous "
                       "partition's start."
               SET WS-PART-INVALID TO TRUE
               GO TO 3630-ORDER-EXIT
           END-IF
           IF WS-PART-NEW-FROM NOT < WS-PART-NEXT-FROM
               DISPLAY "Start must be below the next partition's "
                       "start."
               SET WS-PART-INVALID TO TRUE
           END-IF.

       3630-ORDER-EXIT.
           CONTINUE.

      ******************************************************************
      * 3900 - LOAD THE BUSINESS DATE
      ******************************************************************
               CLOSE BATCH-RUN-LOG-FILE
           END-IF

      * A partitioned job shows how long each partition has taken
           MOVE SLA-JOB-NAME TO WS-PART-BASE-JOB
           PERFORM 2300-LOAD-PARTITIONS
               THRU 2300-LOAD-EXIT
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM 6120-PARTITION-ELAPSED
                   THRU 6120-ELAPSED-EXIT
           END-PERFORM

           IF WS-SLA-COMPLETE-SEEN = "Y"
               GO TO 6110-WATCH-EXIT
           END-IF
       6110-WATCH-EXIT.
           CONTINUE.

      ******************************************************************
      * 6120 - REPORT ONE PARTITION'S ELAPSED TIME
      * Takes the partition's latest run today off RUNLOG: start to
      * end when it has completed, start to now while it is still
      * running. A run that crosses midnight is allowed for.
      ******************************************************************
       6120-PARTITION-ELAPSED.
           MOVE SPACES TO WS-SLA-PART-START
           MOVE SPACES TO WS-SLA-PART-END
           MOVE "NOT STARTED" TO WS-SLA-PART-STATUS
           OPEN INPUT BATCH-RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUNLOG-FILE-STATUS NOT = "00"
                   READ BATCH-RUN-LOG-FILE
                   IF WS-RUNLOG-FILE-STATUS = "00"
                       AND RUNCTL-JOB-NAME
                           = WS-PART-ENTRY-JOB(WS-PART-IDX)
                       AND RUNCTL-RUN-DATE = WS-SCHD-TODAY
                       IF RUNCTL-TYPE-START
                           MOVE RUNCTL-START-TIME
                               TO WS-SLA-PART-START
                           MOVE SPACES TO WS-SLA-PART-END
                           MOVE "RUNNING" TO WS-SLA-PART-STATUS
                       ELSE
                           MOVE RUNCTL-START-TIME
                               TO WS-SLA-PART-START
                           MOVE RUNCTL-END-TIME TO WS-SLA-PART-END
                           IF RUNCTL-STATUS-CLEAN
                               MOVE "CLEAN" TO WS-SLA-PART-STATUS
                           ELSE
                               MOVE "FAILED" TO WS-SLA-PART-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-RUN-LOG-FILE
           END-IF

           IF WS-SLA-PART-START = SPACES
               DISPLAY "    " WS-PART-ENTRY-JOB(WS-PART-IDX)
                       "  " WS-SLA-PART-STATUS
               GO TO 6120-ELAPSED-EXIT
           END-IF
           IF WS-SLA-PART-END = SPACES
               MOVE WS-SLA-NOW-TIME TO WS-SLA-PART-END(1:6)
           END-IF
           COMPUTE WS-SLA-START-SECS = WS-SLA-PS-HH * 3600
               + WS-SLA-PS-MM * 60 + WS-SLA-PS-SS
           COMPUTE WS-SLA-END-SECS = WS-SLA-PE-HH * 3600
               + WS-SLA-PE-MM * 60 + WS-SLA-PE-SS
           COMPUTE WS-SLA-ELAPSED-SECS =
               WS-SLA-END-SECS - WS-SLA-START-SECS
           IF WS-SLA-ELAPSED-SECS < ZEROS
               ADD 86400 TO WS-SLA-ELAPSED-SECS
           END-IF
           DIVIDE WS-SLA-ELAPSED-SECS BY 60
               GIVING WS-SLA-DSP-MINUTES
               REMAINDER WS-SLA-DSP-SECONDS
           DISPLAY "    " WS-PART-ENTRY-JOB(WS-PART-IDX)
                   "  " WS-SLA-PART-STATUS
                   " started " WS-SLA-PART-START(1:6)
                   " elapsed " WS-SLA-DSP-MINUTES "m "
                   WS-SLA-DSP-SECONDS "s".

       6120-ELAPSED-EXIT.
           CONTINUE.

      ******************************************************************
      * 4100 - CUTOVER READINESS PRE-FLIGHT
      * Five pass/fail checks on the things that have burned us
               CLOSE CUSTOMER-FILE
               GO TO 4500-OVERRIDE-EXIT
           END-IF
      * The password is held only as a hash, so AUTHNTCN checks it
           MOVE "VPWD" TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL
           MOVE WS-OVR-SUPER-ID TO LS-AUDIT-DETAIL(1:20)
           MOVE WS-OVR-SUPER-PWD TO LS-AUDIT-DETAIL(21:80)
           MOVE SPACES TO WS-OVR-SUPER-PWD
           CALL "AUTHNTCN" USING
               LS-SESSION-INFO
               LS-DB2-CONFIG
               LS-ERROR-FIELDS
               LS-AUDIT-FIELDS
               LS-PASSWORD-POLICY
           MOVE SPACES TO LS-AUDIT-ACTION
           MOVE SPACES TO LS-AUDIT-DETAIL
           IF LS-ERROR-CODE NOT = "0000"
               DISPLAY "Password does not match - refused."
               CLOSE CUSTOMER-FILE
               GO TO 4500-OVERRIDE-EXIT
