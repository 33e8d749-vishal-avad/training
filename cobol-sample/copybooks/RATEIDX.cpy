      *****************************************************
      * RATEIDX.cpy - rate index record, one per published
      * index value on data/rate_index.dat. A new value is
      * added under its effective date; earlier values stay
      * on file so any past adjustment can be re-derived.
      * LOAN-REPRICE prices an adjustable loan off the latest
      * value for its LM-INDEX-CODE effective on or before
      * the adjustment date.
      *   RI-RATE is a percentage like LM-ANNUAL-RATE.
      *****************************************************
       01  RATE-INDEX-RECORD.
           05  RI-INDEX-CODE      PIC X(4).
           05  RI-EFFECTIVE-DATE  PIC 9(8).
           05  RI-RATE            PIC 9(2)V999.
