      * and rate, and the month-end posting (or an account closure)
      * moves it to the balance as the IN transaction.
           05  ACCT-ACCRUED-INTEREST  PIC S9(13)V99.
      * Key version ACCT-PIN is sealed under (see PIICRYPT.cpy).
      * Zero, or not numeric on a record written before encryption,
      * means the PIN is in the clear.
           05  ACCT-PIN-KEY-VER       PIC 9(03).
      * Bank charter the account is booked under (see ENTYREC.cpy),
      * taken from the opening branch. Spaces on accounts that
      * predate multi-entity support mean entity 001.
           05  ACCT-ENTITY-CODE       PIC X(03).
