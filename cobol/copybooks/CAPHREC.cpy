      ******************************************************************
      * CAPHREC.cpy - Data File Capacity History Record (FD section
      * only)
      * One row per data file per weekly capacity run, written by
      * IDXREORG, so growth since last week and last month is a
      * keyed look-back instead of a guess.
      ******************************************************************
       01  CAPACITY-HISTORY-RECORD.
           05  CAPH-KEY.
               10  CAPH-FILE-NAME      PIC X(08).
               10  CAPH-SNAP-DATE      PIC X(08).
           05  CAPH-RECORD-COUNT       PIC 9(10).
           05  CAPH-RUN-BY             PIC X(20).
           05  FILLER                  PIC X(15).
