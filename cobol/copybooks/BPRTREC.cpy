      ******************************************************************
      * BPRTREC.cpy - Batch Job Partition Record (FD section only)
      * Splits one nightly account job into streams that can run
      * side by side. Partitions of a job are numbered 01 upward and
      * each starts at its BPRT-FROM value and runs up to (not
      * including) the next partition's, the last one to the end of
      * the file, so together they always cover every account once.
      * Partition 01 always starts at the bottom of the file.
      * Every partition of a job uses the same basis:
      *   B - ACCT-BRANCH-CODE range
      *   A - account number range
      * A partition logs to RUNLOG and checkpoints under the first
      * six characters of the job name followed by its partition
      * number (INTEREST partition 03 runs as INTERE03); the job
      * itself only counts as complete once every partition has.
      ******************************************************************
       01  BATCH-PARTITION-RECORD.
           05  BPRT-KEY.
               10  BPRT-JOB-NAME       PIC X(08).
               10  BPRT-PART-NO        PIC 9(02).
           05  BPRT-BASIS              PIC X(01).
               88  BPRT-BY-BRANCH      VALUE "B".
               88  BPRT-BY-ACCOUNT     VALUE "A".
           05  BPRT-FROM-BRANCH        PIC X(04).
           05  BPRT-FROM-ACCT          PIC 9(16).
           05  BPRT-UPDATED-BY         PIC X(20).
           05  BPRT-UPDATED-DATE       PIC X(08).
           05  FILLER                  PIC X(15).
