               88  JRNL-OP-REWRITE     VALUE "R".
               88  JRNL-OP-DELETE      VALUE "D".
           05  JRNL-RECORD-KEY         PIC X(20).
           05  JRNL-BEFORE-IMAGE       PIC X(600).
           05  JRNL-AFTER-IMAGE        PIC X(600).
           05  FILLER                  PIC X(15).
