      * monthly payment and LOAN-LUMP-SUM lands once in
      * period LOAN-LUMP-PERIOD; either one turns on the
      * side-by-side payoff comparison.
      * The adjustable-rate terms are optional as well (rate
      * type F or space = fixed). A V loan resets to the
      * LOAN-INDEX-CODE index plus LOAN-MARGIN, first after
      * LOAN-FIRST-ADJ-MONTHS (zero = LOAN-ADJ-FREQ) and then
      * every LOAN-ADJ-FREQ months, moving no more than
      * LOAN-PER-CHG-CAP at a time or LOAN-LIFE-CAP from
      * LOAN-ANNUAL-RATE over the life of the loan.
      * LOAN-CUSTOMER-NUMBER names the borrower on the customer
      * master (CUSTREC); a loan for a customer who is not
      * there, or is inactive, is not boarded.
      *****************************************************
       01  LOAN-INPUT-RECORD.
           05  LOAN-NUMBER        PIC 9(8).
           05  LOAN-EXTRA-PAYMENT PIC 9(7)V99.
           05  LOAN-LUMP-SUM      PIC 9(9)V99.
           05  LOAN-LUMP-PERIOD   PIC 9(3).
           05  LOAN-RATE-TYPE     PIC X(1).
           05  LOAN-INDEX-CODE    PIC X(4).
           05  LOAN-MARGIN        PIC 9(2)V999.
           05  LOAN-FIRST-ADJ-MONTHS PIC 9(3).
           05  LOAN-ADJ-FREQ      PIC 9(3).
           05  LOAN-PER-CHG-CAP   PIC 9(2)V999.
           05  LOAN-LIFE-CAP      PIC 9(2)V999.
           05  LOAN-CUSTOMER-NUMBER PIC 9(6).
