      *****************************************************
      * TAXEXT.cpy - tax-reporting extract record, the fixed
      * 80-byte layout handed to the filing vendor on
      * data/tax_extract.dat by YEAR-END-INTEREST. One HD
      * record opens the file (tax year, run date, O for an
      * original filing or C for a corrected one), one DT
      * record carries each borrower's interest for the year,
      * and one TR record closes it with the detail count and
      * interest total the vendor verifies before loading.
      *   TX-DTL-CORRECTION: C = replaces the amount filed
      *                      earlier (TX-DTL-PRIOR-INTEREST),
      *                      space = first filing for the loan
      *   TX-DTL-CUSTOMER-NUMBER: the borrower's CUSTREC number,
      *                      zero for a loan with no customer
      *****************************************************
       01  TAX-EXTRACT-RECORD.
           05  TX-REC-TYPE            PIC X(2).
               88  TX-HEADER-REC             VALUE "HD".
               88  TX-DETAIL-REC             VALUE "DT".
               88  TX-TRAILER-REC            VALUE "TR".
           05  TX-REC-BODY            PIC X(78).
           05  TX-HEADER-BODY REDEFINES TX-REC-BODY.
               10  TX-HDR-TAX-YEAR      PIC 9(4).
               10  TX-HDR-RUN-DATE      PIC 9(8).
               10  TX-HDR-RUN-TYPE      PIC X(1).
               10  FILLER               PIC X(65).
           05  TX-DETAIL-BODY REDEFINES TX-REC-BODY.
               10  TX-DTL-LOAN-NUMBER   PIC 9(8).
               10  TX-DTL-BORROWER      PIC X(30).
               10  TX-DTL-INTEREST      PIC 9(9)V99.
               10  TX-DTL-CORRECTION    PIC X(1).
               10  TX-DTL-PRIOR-INTEREST PIC 9(9)V99.
               10  TX-DTL-CUSTOMER-NUMBER PIC 9(6).
               10  FILLER               PIC X(11).
           05  TX-TRAILER-BODY REDEFINES TX-REC-BODY.
               10  TX-TRL-RECORD-COUNT  PIC 9(6).
               10  TX-TRL-INTEREST-TOTAL PIC 9(13)V99.
               10  FILLER               PIC X(57).
