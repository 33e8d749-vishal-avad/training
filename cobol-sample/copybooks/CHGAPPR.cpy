      *****************************************************
      * CHGAPPR.cpy - charge-off approval, one per loan
      * credit has approved off CHARGE-OFF's proposed list,
      * on data/chgoff_approvals.dat. CA-APPROVED-BY names
      * the credit officer and is printed on the charge-off
      * report against the loan.
      *****************************************************
       01  CHARGE-OFF-APPROVAL-RECORD.
           05  CA-LOAN-NUMBER     PIC 9(8).
           05  CA-APPROVED-BY     PIC X(8).
