               VALUE 090.
           05  WS-PWD-HISTORY-DEPTH    PIC 9(02)
               VALUE 05.
      * Passwords are kept as salted one-way hashes; the work factor
      * is the power of two the hash is iterated (10 = 1,024 rounds)
      * and may be raised - a customer hashed at a lower factor is
      * rehashed at the next successful sign-on. A customer still on
      * the old stored form is moved over the same way until the
      * migration cutoff (YYYYMMDD); after it, sign-on is refused and
      * the customer must reset through the temporary password.
      * Spaces means no cutoff.
           05  WS-PWD-HASH-WORK-FACTOR PIC 9(02)
               VALUE 10.
           05  WS-PWD-MIGRATE-CUTOFF   PIC X(08)
               VALUE SPACES.

      * Lending limits. The legal limit is the share of unimpaired
      * capital and surplus that one borrower and everyone whose
      * debts are combined with it may owe us; the house limit is
      * the lower internal ceiling above which a second supervisor
      * must sign off. Capital and surplus is restated each quarter
      * from the call report.
       01  WS-LENDING-LIMITS.
           05  WS-LLL-CAPITAL-SURPLUS  PIC S9(13)V99
               VALUE 185000000.00.
           05  WS-LLL-LEGAL-PCT        PIC 9(02)V99
               VALUE 15.00.
           05  WS-LLL-HOUSE-PCT        PIC 9(02)V99
               VALUE 10.00.

      * Date/time working fields
       01  WS-DATE-TIME-FIELDS.
