      *****************************************************
      * PAYQLOG.cpy - payoff quote log record, one per quote
      * PAYOFF-QUOTE issues, appended to
      * data/payoff_quotes.dat under the next quote number.
      * QL-PAYOFF is QL-BALANCE + QL-INTEREST + QL-FEES, the
      * amount due on QL-GOOD-THRU; QL-INTEREST is
      * QL-INT-DAYS of accrual from QL-INT-FROM at the loan's
      * rate, and QL-PER-DIEM is what each day after
      * QL-GOOD-THRU adds. LOAN-POSTING checks a payment that
      * pays a loan off against the loan's latest quote.
      *****************************************************
       01  PAYOFF-QUOTE-RECORD.
           05  QL-QUOTE-NO        PIC 9(6).
           05  QL-LOAN-NUMBER     PIC 9(8).
           05  QL-QUOTE-DATE      PIC 9(8).
           05  QL-GOOD-THRU       PIC 9(8).
           05  QL-REQUESTER       PIC X(30).
           05  QL-BALANCE         PIC 9(9)V99.
           05  QL-INT-FROM        PIC 9(8).
           05  QL-INT-DAYS        PIC 9(4).
           05  QL-INTEREST        PIC 9(7)V99.
           05  QL-FEES            PIC 9(7)V99.
           05  QL-PAYOFF          PIC 9(9)V99.
           05  QL-PER-DIEM        PIC 9(5)V99.
