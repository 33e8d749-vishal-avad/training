      * statement block per loan: the payments received in
      * the statement period (the business date's month),
      * year-to-date interest paid, the remaining balance,
      * the late charges owed, and the next payment due with
      * its due date. The history file is
      * re-scanned per loan rather than tabled, so the
      * statement run has no ceiling on how much history the
      * shop accumulates. A charged-off loan gets no statement;
      * it is reported by CHARGE-OFF-REPORT instead.
      * The statement is addressed to the name on the customer
      * master for the loan's customer; a loan with no
      * customer on file falls back to the name it was boarded
      * with.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "data/loan_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.
       01  WS-HISTORY-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF            VALUE "Y".

      * --- Customer master lookup: rescanned per loan, the way
      * --- HELLO-WORLD looks up its customers.
       01  WS-CUST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CUST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-CUST-EOF               VALUE "Y".
       01  WS-CUST-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND             VALUE "Y".
       01  WS-BORROWER-NAME    PIC X(30) VALUE SPACES.

       01  WS-BUSINESS-DATE.
           05  WS-BUS-YEAR     PIC 9(4).
           05  WS-BUS-MONTH    PIC 9(2).
       01  WS-PERIOD-PAY-TOT   PIC S9(9)V99 VALUE 0.
       01  WS-YTD-INTEREST     PIC S9(9)V99 VALUE 0.
       01  WS-NEXT-DUE-PERIOD  PIC 9(3)  VALUE 0.
       01  WS-FEES-DUE         PIC 9(7)V99 VALUE 0.
       01  WS-LH-FEES          PIC 9(7)V99 VALUE 0.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-STATEMENTS-OUT   PIC 9(6)  VALUE 0.
       01  WS-CHARGED-OFF-SKIPPED PIC 9(6) VALUE 0.

      * --- Statement layout ---
       01  WS-STMT-HDR-1.
           05  WS-SLH-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "BORROWER: ".
           05  WS-SLH-BORROWER PIC X(30).
       01  WS-STMT-COL-HDR.
           05  FILLER          PIC X(10) VALUE "PAY DATE".
           05  FILLER          PIC X(13) VALUE "       AMOUNT".
           05  FILLER          PIC X(13) VALUE "         FEES".
           05  FILLER          PIC X(13) VALUE "     INTEREST".
           05  FILLER          PIC X(13) VALUE "    PRINCIPAL".
           05  FILLER          PIC X(14) VALUE "      BALANCE ".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-SPD-AMOUNT   PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-SPD-FEES     PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-SPD-INT      PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-SPD-PRIN     PIC Z(6)9.99.
           05  WS-SS4-AMOUNT   PIC Z(6)9.99.
           05  FILLER          PIC X(9)  VALUE "  PERIOD ".
           05  WS-SS4-PERIOD   PIC ZZ9.
           05  FILLER          PIC X(10) VALUE "  DUE ON  ".
           05  WS-SS4-DUE-DATE PIC X(8).
       01  WS-STMT-SUM-5.
           05  FILLER          PIC X(22)
               VALUE "LATE CHARGES DUE    : ".
           05  WS-SS5-FEES     PIC Z(6)9.99.
       01  WS-STMT-PAID-OFF.
           05  FILLER          PIC X(40)
               VALUE "LOAN PAID IN FULL - NO PAYMENT DUE".

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               IF LM-CHARGED-OFF
                   ADD 1 TO WS-CHARGED-OFF-SKIPPED
               ELSE
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
               PERFORM READ-LOAN-MASTER
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Loans read       : " WS-LOANS-READ.
           DISPLAY "Statements built : " WS-STATEMENTS-OUT.
           DISPLAY "Charged off      : " WS-CHARGED-OFF-SKIPPED.
           DISPLAY "Program completed successfully!".
           STOP RUN.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LM-LOAN-NUMBER   TO WS-SLH-LOAN-NO.
           PERFORM LOOKUP-BORROWER-NAME.
           MOVE WS-BORROWER-NAME TO WS-SLH-BORROWER.
           MOVE WS-STMT-LOAN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-STMT-COL-HDR TO PRINT-LINE.
           MOVE LM-CURRENT-BALANCE TO WS-SS3-BALANCE.
           MOVE WS-STMT-SUM-3 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF LM-FEES-DUE IS NUMERIC
               MOVE LM-FEES-DUE TO WS-FEES-DUE
           ELSE
               MOVE 0 TO WS-FEES-DUE
           END-IF.
           IF WS-FEES-DUE > 0
               MOVE WS-FEES-DUE TO WS-SS5-FEES
               MOVE WS-STMT-SUM-5 TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF LM-CURRENT-BALANCE = 0
               MOVE WS-STMT-PAID-OFF TO PRINT-LINE
           ELSE
               COMPUTE WS-NEXT-DUE-PERIOD = LM-PAID-THRU + 1
               MOVE LM-MONTHLY-PAYMENT TO WS-SS4-AMOUNT
               MOVE WS-NEXT-DUE-PERIOD TO WS-SS4-PERIOD
               IF LM-NEXT-DUE-DATE IS NUMERIC
                   AND LM-NEXT-DUE-DATE > 0
                   MOVE LM-NEXT-DUE-DATE TO WS-SS4-DUE-DATE
               ELSE
                   MOVE SPACES TO WS-SS4-DUE-DATE
               END-IF
               MOVE WS-STMT-SUM-4 TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           ADD 1 TO WS-STATEMENTS-OUT.

       LOOKUP-BORROWER-NAME.
           MOVE LM-BORROWER-NAME TO WS-BORROWER-NAME.
           MOVE "N" TO WS-CUST-FOUND-SW.
           MOVE "N" TO WS-CUST-EOF-SW.
           IF LM-CUSTOMER-NUMBER IS NUMERIC
               AND LM-CUSTOMER-NUMBER > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = "00"
                   PERFORM UNTIL WS-CUST-EOF OR WS-CUST-FOUND
                       READ CUSTOMER-FILE
                           AT END
                               SET WS-CUST-EOF TO TRUE
                       END-READ
                       IF NOT WS-CUST-EOF
                           AND CUST-NUMBER = LM-CUSTOMER-NUMBER
                           SET WS-CUST-FOUND TO TRUE
                           MOVE CUST-NAME TO WS-BORROWER-NAME
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

      * One sequential pass of the history file per loan: a
      * posting in the statement month prints and counts into
      * the period totals, and any posting in the statement
      * year accumulates the year-to-date interest. A reversal
      * backs its figures out of the totals and prints flagged
      * so the borrower sees both sides of an NSF. A late charge
      * is not money received - it prints flagged but stays out
      * of the period's payment count and total.
       SCAN-LOAN-HISTORY.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT HISTORY-FILE.
                   ADD LH-INTEREST TO WS-YTD-INTEREST
               END-IF
           END-IF.
           IF LH-FEES IS NUMERIC
               MOVE LH-FEES TO WS-LH-FEES
           ELSE
               MOVE 0 TO WS-LH-FEES
           END-IF.
           IF WS-PAY-YYYYMM = WS-STMT-YYYYMM
               MOVE SPACES TO WS-SPD-FLAG
               IF NOT LH-LATE-CHARGE
                   ADD 1 TO WS-PERIOD-PAY-CNT
               END-IF
               EVALUATE TRUE
                   WHEN LH-LATE-CHARGE
                       MOVE "LATE FEE" TO WS-SPD-FLAG
                   WHEN LH-REVERSAL
                       SUBTRACT LH-AMOUNT FROM WS-PERIOD-PAY-TOT
                       MOVE "*REVERSED*" TO WS-SPD-FLAG
               END-EVALUATE
               MOVE LH-PAY-DATE      TO WS-SPD-DATE
               MOVE LH-AMOUNT        TO WS-SPD-AMOUNT
               MOVE WS-LH-FEES       TO WS-SPD-FEES
               MOVE LH-INTEREST      TO WS-SPD-INT
               MOVE LH-PRINCIPAL     TO WS-SPD-PRIN
               MOVE LH-BALANCE-AFTER TO WS-SPD-BAL
