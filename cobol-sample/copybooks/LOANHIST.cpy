      * purged. LOAN-STATEMENT reads this file with the loan
      * master to build the borrower statements.
      *   LH-TRAN-TYPE: P = payment, R = reversal (the
      *   original split, backed out), A = adjustment,
      *   L = late charge assessed by LATE-CHARGE (LH-AMOUNT
      *   and LH-FEES carry the fee, no cash moved),
      *   C = charge-off by CHARGE-OFF (LH-PRINCIPAL and
      *   LH-FEES carry the balance and fees written off, no
      *   cash moved), V = recovery on a charged-off loan
      *   (LH-PRINCIPAL carries the part of LH-AMOUNT taken
      *   against the amount written off).
      * LH-FEES is the part of a payment that went to the
      * late-charge balance before interest and principal.
      * A reversal's amounts are carried unsigned, the same
      * figures as the payment it backs out - the type says
      * which way they moved the loan.
               88  LH-PAYMENT                VALUE "P".
               88  LH-REVERSAL               VALUE "R".
               88  LH-ADJUSTMENT             VALUE "A".
               88  LH-LATE-CHARGE            VALUE "L".
               88  LH-CHARGE-OFF             VALUE "C".
               88  LH-RECOVERY               VALUE "V".
           05  LH-FEES            PIC 9(7)V99.
