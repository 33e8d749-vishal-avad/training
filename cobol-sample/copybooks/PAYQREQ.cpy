      *****************************************************
      * PAYQREQ.cpy - payoff quote request for PAYOFF-QUOTE,
      * one per caller on data/payoff_requests.dat.
      *   PQR-GOOD-THRU is the date the payoff figure must be
      *   good through (YYYYMMDD) - interest is accrued to it.
      *   PQR-REQUESTER names who asked (borrower, title
      *   company, closing agent) and heads the letter.
      *****************************************************
       01  PAYOFF-REQUEST-RECORD.
           05  PQR-LOAN-NUMBER    PIC 9(8).
           05  PQR-GOOD-THRU      PIC 9(8).
           05  PQR-REQUESTER      PIC X(30).
