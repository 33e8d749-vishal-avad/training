      *****************************************************
      * GLACTRN.cpy - chart of accounts maintenance
      * transaction for GL-ACCOUNT-MAINT.
      *   GAT-ACTION: A = add a new account
      *               C = change description/type
      *               D = deactivate (status set to I)
      *               R = reactivate (status set to A)
      * Description and type are ignored on D and R.
      * GAT-USER-ID is carried onto the audit report.
      *****************************************************
       01  GL-ACCOUNT-MAINT-RECORD.
           05  GAT-ACTION         PIC X(1).
               88  GAT-ADD                   VALUE "A".
               88  GAT-CHANGE                VALUE "C".
               88  GAT-DEACTIVATE            VALUE "D".
               88  GAT-REACTIVATE            VALUE "R".
           05  GAT-ACCOUNT        PIC X(6).
           05  GAT-DESC           PIC X(30).
           05  GAT-TYPE           PIC X(1).
           05  GAT-USER-ID        PIC X(8).
