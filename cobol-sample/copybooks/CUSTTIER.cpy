      *****************************************************
      * CUSTTIER.cpy - per-customer tier activity.
      * HELLO-WORLD appends one record for every tier input
      * it classifies, so a customer's tier history can be
      * shown alongside the customer's loans. Stamped with
      * the business date and run number the same way as
      * TIERHIST; a date run more than once carries each
      * run's records, and the highest run number is the
      * latest.
      *****************************************************
       01  CUST-TIER-RECORD.
           05  CT-BUSINESS-DATE   PIC 9(8).
           05  CT-RUN-NUMBER      PIC 9(8).
           05  CT-CUST-NUMBER     PIC 9(6).
           05  CT-AMOUNT          PIC 9(5).
           05  CT-TIER            PIC X(6).
