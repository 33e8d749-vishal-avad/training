      *****************************************************
      * LATEPARM.cpy - run-control record for LATE-CHARGE
      * (data/latechg_parm.dat): how the late charge on a
      * loan whose installment is past the grace period is
      * worked out.
      *   LCP-FEE-METHOD: F = flat amount LCP-FLAT-AMOUNT
      *                   P = LCP-FEE-PERCENT percent of
      *                       LM-MONTHLY-PAYMENT (05.000 = 5%)
      *   LCP-GRACE-DAYS: days after the due date before the
      *                   installment is charged
      * A missing file or a zero/invalid field means the
      * compiled-in default.
      *****************************************************
       01  LATE-CHARGE-PARM-RECORD.
           05  LCP-FEE-METHOD     PIC X(1).
               88  LCP-FLAT                  VALUE "F".
               88  LCP-PERCENT               VALUE "P".
           05  LCP-FLAT-AMOUNT    PIC 9(5)V99.
           05  LCP-FEE-PERCENT    PIC 9(2)V999.
           05  LCP-GRACE-DAYS     PIC 9(3).
