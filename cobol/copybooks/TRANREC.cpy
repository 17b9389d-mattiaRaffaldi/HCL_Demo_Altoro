               88  TRAN-TYPE-ACH-DEBIT  VALUE "AD".
               88  TRAN-TYPE-ACH-RETURN VALUE "AR".
               88  TRAN-TYPE-WIRE       VALUE "WI".
               88  TRAN-TYPE-INSTANT    VALUE "IP".
           05  TRAN-AMOUNT             PIC S9(13)V99.
           05  TRAN-BALANCE-AFTER      PIC S9(13)V99.
           05  TRAN-DESCRIPTION        PIC X(50).
