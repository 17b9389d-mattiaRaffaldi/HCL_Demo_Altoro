      ******************************************************************
      * CAPLREC.cpy - Data File Capacity Limit Record (FD section
      * only)
      * One row per data file: the record count operations wants
      * warning of before the file reaches it, and what the last
      * reorganization of the file found. Maintained through
      * IDXREORG; the weekly capacity report projects each file's
      * growth toward CAPL-THRESHOLD.
      ******************************************************************
       01  CAPACITY-LIMIT-RECORD.
           05  CAPL-FILE-NAME          PIC X(08).
           05  CAPL-THRESHOLD          PIC 9(10).
           05  CAPL-UPDATED-BY         PIC X(20).
           05  CAPL-UPDATED-DATE       PIC X(08).
           05  CAPL-LAST-REORG-DATE    PIC X(08).
           05  CAPL-LAST-REORG-COUNT   PIC 9(10).
           05  FILLER                  PIC X(15).
