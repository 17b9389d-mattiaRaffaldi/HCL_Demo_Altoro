      ******************************************************************
      * GLMAPREC.cpy - GL Chart-of-Accounts Mapping Record (FD section
      * only)
      * One row per transaction type, product, branch and currency,
      * effective from GLM-EFF-DATE until a later row for the same
      * combination takes over, giving the debit and credit GL
      * accounts and the cost center the GL feed books a posting to.
      * "****" in the product or branch and "***" in the currency
      * match anything not mapped more specifically.
      * A posting that adds to the customer's balance (positive
      * amount) debits GLM-DR-GL and credits GLM-CR-GL; a negative
      * amount books the same two accounts the other way round.
      * Besides the TRAN-TYPE codes, the type field carries the
      * feed's own entry types:
      *   IB - inter-branch settlement, keyed by branch. The paying
      *        branch's GLM-DR-GL (due-from) is debited and the
      *        receiving branch's GLM-CR-GL (due-to) credited.
      *   IC - inter-company settlement between branches of two
      *        different entities, keyed by branch and booked the
      *        same way as IB, the paying branch's leg in its own
      *        entity's feed and the receiving branch's in its own.
      *   SO - suspense opened, product slot = SUSPL-SOURCE(1:4)
      *   SC - suspense cleared, product slot = SUSPL-DISP-CODE
      *   OF - official check, product slot ISSU (remitter debited;
      *        the credit side is the official checks outstanding
      *        liability), PAID (item presented) or VOID (refunded
      *        to the remitter). The ISSU row's credit account is
      *        the one ACCTMGMT's daily register proof reads back.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-KEY.
               10  GLM-TRAN-TYPE       PIC X(02).
               10  GLM-PRODUCT         PIC X(04).
               10  GLM-BRANCH          PIC X(04).
               10  GLM-CURRENCY        PIC X(03).
               10  GLM-EFF-DATE        PIC X(08).
           05  GLM-DR-GL               PIC X(10).
           05  GLM-CR-GL               PIC X(10).
           05  GLM-COST-CENTER         PIC X(06).
           05  GLM-DESCRIPTION         PIC X(20).
           05  GLM-UPDATED-BY          PIC X(20).
           05  GLM-UPDATED-DATE        PIC X(08).
           05  FILLER                  PIC X(20).
