      *****************************************************
      * PORTACT.cpy - portfolio activity record, one per
      * AMORTIZE-LOAN run, appended to
      * data/amort_activity.dat so PORTFOLIO-ROLLFWD can
      * carry the master total forward across the boarding
      * step:
      *   PA-BOARDED-COUNT/-AMOUNT - new loans appended to
      *     the servicing master and their principal.
      *   PA-RESET-COUNT - loans already on the master whose
      *     terms changed and were reset from the input;
      *     PA-RESET-OLD-BAL is the balance they carried
      *     before (zero for a charged-off loan, which is off
      *     the active total) and PA-RESET-NEW-BAL the new
      *     principal they carry after.
      * The proof picks up every record dated after the last
      * proof it ran, so a rerun of either step is safe.
      *****************************************************
       01  PORTFOLIO-ACTIVITY-RECORD.
           05  PA-BUSINESS-DATE   PIC 9(8).
           05  PA-RUN-NUMBER      PIC 9(8).
           05  PA-BOARDED-COUNT   PIC 9(6).
           05  PA-BOARDED-AMOUNT  PIC 9(11)V99.
           05  PA-RESET-COUNT     PIC 9(6).
           05  PA-RESET-OLD-BAL   PIC 9(11)V99.
           05  PA-RESET-NEW-BAL   PIC 9(11)V99.
