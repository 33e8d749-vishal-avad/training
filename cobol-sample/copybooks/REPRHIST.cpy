      *****************************************************
      * REPRHIST.cpy - repricing history record, one per
      * rate adjustment on data/reprice_history.dat, appended
      * by LOAN-REPRICE. It carries how the new rate was
      * reached (index value, margin, the cap that bound it)
      * and how the new payment was re-amortized (balance and
      * periods left from LM-PAID-THRU), with the interest and
      * principal the next full payment splits into at the new
      * rate - the same split APPLY-PAYMENT in LOAN-POSTING
      * will make - so a borrower's question about a changed
      * payment can be answered after the notice is gone.
      *   RH-CAP-APPLIED: N = fully indexed rate used
      *                   P = held to the per-change cap
      *                   L = held to the lifetime cap
      *****************************************************
       01  REPRICE-HISTORY-RECORD.
           05  RH-LOAN-NUMBER     PIC 9(8).
           05  RH-ADJ-DATE        PIC 9(8).
           05  RH-RUN-DATE        PIC 9(8).
           05  RH-INDEX-CODE      PIC X(4).
           05  RH-INDEX-RATE      PIC 9(2)V999.
           05  RH-MARGIN          PIC 9(2)V999.
           05  RH-OLD-RATE        PIC 9(2)V999.
           05  RH-NEW-RATE        PIC 9(2)V999.
           05  RH-CAP-APPLIED     PIC X(1).
               88  RH-NO-CAP                 VALUE "N".
               88  RH-PER-CHANGE-CAP         VALUE "P".
               88  RH-LIFETIME-CAP           VALUE "L".
           05  RH-BALANCE         PIC 9(9)V99.
           05  RH-PAID-THRU       PIC 9(3).
           05  RH-REMAINING-TERM  PIC 9(3).
           05  RH-OLD-PAYMENT     PIC 9(7)V99.
           05  RH-NEW-PAYMENT     PIC 9(7)V99.
           05  RH-NEXT-INTEREST   PIC 9(7)V99.
           05  RH-NEXT-PRINCIPAL  PIC 9(7)V99.
           05  RH-NEXT-ADJ-DATE   PIC 9(8).
