      *****************************************************
      * GLACCT.cpy - general-ledger chart of accounts.
      * One record per account on data/glacct.dat,
      * maintained by GL-ACCOUNT-MAINT. GL-EXTRACT checks
      * every detail line against this master before the
      * interface file is cut; a line for an account that
      * is not here, or is here but inactive, is held back
      * (GLHOLD) instead of being sent.
      *   GLA-TYPE: A = asset        L = liability
      *             Q = equity       I = income
      *             E = expense
      *****************************************************
       01  GL-ACCOUNT-RECORD.
           05  GLA-ACCOUNT        PIC X(6).
           05  GLA-DESC           PIC X(30).
           05  GLA-TYPE           PIC X(1).
               88  GLA-ASSET                VALUE "A".
               88  GLA-LIABILITY            VALUE "L".
               88  GLA-EQUITY               VALUE "Q".
               88  GLA-INCOME               VALUE "I".
               88  GLA-EXPENSE              VALUE "E".
           05  GLA-STATUS         PIC X(1).
               88  GLA-ACTIVE               VALUE "A".
               88  GLA-INACTIVE             VALUE "I".
