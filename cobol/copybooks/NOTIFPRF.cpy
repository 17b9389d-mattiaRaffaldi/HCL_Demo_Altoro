           05  PREF-CARD-BLOCK         PIC X(01).
           05  PREF-LOW-BALANCE        PIC X(01).
           05  PREF-LOW-BAL-THRESHOLD  PIC 9(09)V99.
      * Statements delivered electronically instead of by mail -
      * one of the reward checking conditions
           05  PREF-PAPERLESS-STMT     PIC X(01).
               88  PREF-PAPERLESS      VALUE "Y".
           05  FILLER                  PIC X(14).
