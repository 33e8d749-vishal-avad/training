      * name, the balance at risk and the days since the last
      * payment was received, plus count and balance totals
      * per bucket, so the credit team can work severity
      * instead of a flat delinquent list. The late charges
      * the borrower owes on top of the payment (LM-FEES-DUE)
      * are shown and totalled alongside the balance. A loan
      * charged off by CHARGE-OFF is no longer delinquent - it
      * is off the books and reported by CHARGE-OFF-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  COLLECTION-REPORT-FILE
       01  WS-DAYS-SINCE       PIC S9(4) VALUE 0.
       01  WS-DAYS-EDIT        PIC Z(7)9.
       01  WS-MISSED-CYCLES    PIC 9(3)  VALUE 0.
       01  WS-FEES-DUE         PIC 9(7)V99 VALUE 0.
       01  WS-BUCKET           PIC 9(1)  VALUE 0.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
           05  WS-BKT-ENTRY  OCCURS 3 TIMES.
               10  WS-BKT-COUNT    PIC 9(6).
               10  WS-BKT-BALANCE  PIC 9(11)V99.
               10  WS-BKT-FEES     PIC 9(9)V99.

       01  WS-BKT-LABEL-TABLE.
           05  FILLER          PIC X(12) VALUE "1 CYCLE     ".
           05  FILLER          PIC X(8)  VALUE "CYCLES".
           05  FILLER          PIC X(15) VALUE "BALANCE AT RISK".
           05  FILLER          PIC X(16) VALUE "  DAYS SINCE PAY".
           05  FILLER          PIC X(12) VALUE "    FEES DUE".

       01  WS-COLL-BKT-HDR.
           05  FILLER          PIC X(9)  VALUE "BUCKET - ".
           05  WS-CDL-BALANCE  PIC Z(8)9.99.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  WS-CDL-DAYS     PIC X(8).
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  WS-CDL-FEES     PIC Z(6)9.99.

       01  WS-COLL-BKT-TOT.
           05  FILLER          PIC X(14) VALUE "BUCKET TOTAL: ".
           05  WS-CBT-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(12) VALUE "  BALANCE:  ".
           05  WS-CBT-BALANCE  PIC Z(10)9.99.
           05  FILLER          PIC X(12) VALUE "  FEES DUE: ".
           05  WS-CBT-FEES     PIC Z(8)9.99.

       01  WS-COLL-GRAND-TOT.
           05  FILLER          PIC X(14) VALUE "DELINQUENT  : ".

           MOVE WS-BKT-COUNT (WS-BKT-SUB)   TO WS-CBT-COUNT.
           MOVE WS-BKT-BALANCE (WS-BKT-SUB) TO WS-CBT-BALANCE.
           MOVE WS-BKT-FEES (WS-BKT-SUB)    TO WS-CBT-FEES.
           MOVE WS-COLL-BKT-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

           ADD 1 TO WS-DELINQ-COUNT.
           ADD 1 TO WS-BKT-COUNT (WS-BKT-SUB).
           ADD LM-CURRENT-BALANCE TO WS-BKT-BALANCE (WS-BKT-SUB).
           IF LM-FEES-DUE IS NUMERIC
               MOVE LM-FEES-DUE TO WS-FEES-DUE
           ELSE
               MOVE 0 TO WS-FEES-DUE
           END-IF.
           ADD WS-FEES-DUE TO WS-BKT-FEES (WS-BKT-SUB).
           MOVE WS-FEES-DUE        TO WS-CDL-FEES.
           MOVE LM-LOAN-NUMBER     TO WS-CDL-LOAN-NO.
           MOVE LM-BORROWER-NAME   TO WS-CDL-BORROWER.
           MOVE WS-MISSED-CYCLES   TO WS-CDL-CYCLES.
