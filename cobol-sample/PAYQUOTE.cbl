       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFF-QUOTE.

      * Payoff quote letters for the loan servicing master.
      * Each request (PAYQREQ layout - loan number, good-
      * through date, requester) is priced off the loan's
      * master record:
      *   payoff = current balance
      *          + interest accrued from the last payment date
      *            to the good-through date at the annual rate
      *            (actual days, 365-day year)
      *          + late charges due
      * and one payoff letter is printed per request, with the
      * per-diem quoted for funds that arrive after the good-
      * through date. Every quote issued goes on the quote log
      * (PAYQLOG layout) under the next quote number, where
      * LOAN-POSTING finds it when the payoff arrives. A request
      * that cannot be quoted gets a letter saying why, and no
      * log entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The request file is consumed: once worked it is emptied
      * so a rerun cannot quote the same call twice.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO "data/payoff_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL QUOTE-LOG-FILE
               ASSIGN TO "data/payoff_quotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-LOG-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "data/payoff_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; quotes are dated to the same
      * business day the posting run is on.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY PAYQREQ.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  QUOTE-LOG-FILE
           RECORD CONTAINS 119 CHARACTERS.
           COPY PAYQLOG.

       FD  LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-QUOTE-LOG-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-LETTER-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CUST-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-REQUEST-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-REQUEST-EOF             VALUE "Y".
       01  WS-QUOTE-LOG-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-QUOTE-LOG-EOF           VALUE "Y".
       01  WS-LM-EOF-SW         PIC X(1)  VALUE "N".
           88  WS-LM-EOF                  VALUE "Y".
       01  WS-LOAN-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-LOAN-FOUND              VALUE "Y".
       01  WS-CUST-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-CUST-EOF                VALUE "Y".
       01  WS-CUST-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND              VALUE "Y".
       01  WS-BORROWER-NAME     PIC X(30) VALUE SPACES.

       01  WS-BUSINESS-DATE     PIC 9(8)  VALUE 0.
       01  WS-QUOTE-MAX-NO      PIC 9(6)  VALUE 0.
       01  WS-ERROR-TEXT        PIC X(40) VALUE SPACES.

      * --- Good-through date, split for the calendar check ---
       01  WS-GOOD-THRU.
           05  WS-GT-YEAR       PIC 9(4).
           05  WS-GT-MONTH      PIC 9(2).
           05  WS-GT-DAY        PIC 9(2).
       01  WS-GOOD-THRU-N REDEFINES WS-GOOD-THRU PIC 9(8).

      * --- Accrual work area: interest runs from the last
      * --- payment date; a loan never paid accrues from its
      * --- boarding date, one month ahead of its first due
      * --- date (due days are never past the 28th).
       01  WS-INT-FROM.
           05  WS-IF-YEAR       PIC 9(4).
           05  WS-IF-MONTH      PIC 9(2).
           05  WS-IF-DAY        PIC 9(2).
       01  WS-INT-FROM-N REDEFINES WS-INT-FROM PIC 9(8).
       01  WS-FROM-INT          PIC 9(8)  VALUE 0.
       01  WS-THRU-INT          PIC 9(8)  VALUE 0.
       01  WS-TODAY-INT         PIC 9(8)  VALUE 0.
       01  WS-ACCRUAL-DAYS      PIC S9(5) VALUE 0.
       01  WS-FEES-DUE          PIC 9(7)V99 VALUE 0.
       01  WS-ACCRUED-INT       PIC 9(7)V99 VALUE 0.
       01  WS-PER-DIEM          PIC 9(5)V99 VALUE 0.
       01  WS-PAYOFF-AMOUNT     PIC 9(9)V99 VALUE 0.

       01  WS-REQUESTS-READ     PIC 9(6)  VALUE 0.
       01  WS-QUOTES-ISSUED     PIC 9(6)  VALUE 0.
       01  WS-QUOTES-REJECTED   PIC 9(6)  VALUE 0.
       01  WS-TOT-QUOTED        PIC 9(10)V99 VALUE 0.

      * --- Letter layout ---
       01  WS-LTR-HDR-1.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(30)
               VALUE "LOAN PAYOFF QUOTE".
       01  WS-LTR-HDR-REJ.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(30)
               VALUE "PAYOFF QUOTE NOT ISSUED".
       01  WS-LTR-QUOTE-LINE.
           05  FILLER           PIC X(14) VALUE "QUOTE NO    : ".
           05  WS-LQL-QUOTE-NO  PIC 9(6).
           05  FILLER           PIC X(6)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "QUOTE DATE : ".
           05  WS-LQL-DATE      PIC 9(8).
       01  WS-LTR-TO-LINE.
           05  FILLER           PIC X(14) VALUE "PREPARED FOR: ".
           05  WS-LTL-REQUESTER PIC X(30).
       01  WS-LTR-LOAN-LINE.
           05  FILLER           PIC X(14) VALUE "LOAN NUMBER : ".
           05  WS-LLL-LOAN-NO   PIC 9(8).
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "BORROWER   : ".
           05  WS-LLL-BORROWER  PIC X(30).
       01  WS-LTR-AMT-LINE.
           05  WS-LAL-LABEL     PIC X(44).
           05  WS-LAL-AMOUNT    PIC Z(8)9.99.
       01  WS-LTR-INT-LINE.
           05  FILLER           PIC X(22)
               VALUE "ACCRUED INTEREST FROM ".
           05  WS-LIL-FROM      PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-LIL-DAYS      PIC ZZZ9.
           05  FILLER           PIC X(9)  VALUE " DAYS".
           05  WS-LIL-AMOUNT    PIC Z(8)9.99.
       01  WS-LTR-TOTAL-LINE.
           05  FILLER           PIC X(26)
               VALUE "TOTAL PAYOFF GOOD THROUGH ".
           05  WS-LTT-GOOD-THRU PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
           05  WS-LTT-AMOUNT    PIC Z(8)9.99.
       01  WS-LTR-PER-DIEM-LINE.
           05  FILLER           PIC X(28)
               VALUE "PER DIEM FOR EACH DAY AFTER ".
           05  WS-LPD-GOOD-THRU PIC 9(8).
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-LPD-AMOUNT    PIC Z(8)9.99.
       01  WS-LTR-NOTE-1.
           05  FILLER           PIC X(50) VALUE
               "FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE MUST".
       01  WS-LTR-NOTE-2.
           05  FILLER           PIC X(50) VALUE
               "INCLUDE THE PER DIEM FOR EACH ADDITIONAL DAY. ANY".
       01  WS-LTR-NOTE-3.
           05  FILLER           PIC X(50) VALUE
               "AMOUNT RECEIVED OVER THE PAYOFF WILL BE REFUNDED.".
       01  WS-LTR-REASON-LINE.
           05  FILLER           PIC X(14) VALUE "REASON      : ".
           05  WS-LRL-REASON    PIC X(40).
       01  WS-LTR-RULE.
           05  FILLER           PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LOAN PAYOFF QUOTES".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM FIND-QUOTE-HIGH-NO.

           OPEN OUTPUT LETTER-FILE.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00"
               PERFORM READ-REQUEST-FILE
               PERFORM UNTIL WS-REQUEST-EOF
                   PERFORM QUOTE-ONE-REQUEST
                   PERFORM READ-REQUEST-FILE
               END-PERFORM
           END-IF.
           CLOSE REQUEST-FILE.
           CLOSE LETTER-FILE.
           PERFORM CONSUME-REQUEST-FILE.

           DISPLAY " ".
           DISPLAY "Requests read    : " WS-REQUESTS-READ.
           DISPLAY "Quotes issued    : " WS-QUOTES-ISSUED.
           DISPLAY "Quotes rejected  : " WS-QUOTES-REJECTED.
           DISPLAY "Total quoted     : " WS-TOT-QUOTED.
           DISPLAY "Program completed successfully!".
           STOP RUN.

      * The run date is the system date unless the job-level
      * run-control record carries a business-date override -
      * every program in the stream resolves the date the same
      * way so the quote date matches the posting run.
       RESOLVE-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-RUNCTL-STATUS = "00"
                   AND CTL-BUSINESS-DATE > 0
                   MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           CLOSE RUN-CONTROL-FILE.

      * The quote log is scanned once for its highest quote
      * number so tonight's quotes carry on from it.
       FIND-QUOTE-HIGH-NO.
           OPEN INPUT QUOTE-LOG-FILE.
           IF WS-QUOTE-LOG-STATUS = "00"
               PERFORM READ-QUOTE-LOG
               PERFORM UNTIL WS-QUOTE-LOG-EOF
                   IF QL-QUOTE-NO IS NUMERIC
                       AND QL-QUOTE-NO > WS-QUOTE-MAX-NO
                       MOVE QL-QUOTE-NO TO WS-QUOTE-MAX-NO
                   END-IF
                   PERFORM READ-QUOTE-LOG
               END-PERFORM
           END-IF.
           CLOSE QUOTE-LOG-FILE.

       READ-QUOTE-LOG.
           READ QUOTE-LOG-FILE
               AT END
                   SET WS-QUOTE-LOG-EOF TO TRUE
           END-READ.

       READ-REQUEST-FILE.
           READ REQUEST-FILE
               AT END
                   SET WS-REQUEST-EOF TO TRUE
           END-READ.
           IF NOT WS-REQUEST-EOF
               ADD 1 TO WS-REQUESTS-READ
           END-IF.

      * A quote needs a loan on the master with something left
      * to pay, a real good-through date no earlier than today,
      * and someone to send it to. Anything else gets a letter
      * saying why, and stays off the quote log.
       QUOTE-ONE-REQUEST.
           MOVE SPACES TO WS-ERROR-TEXT.
           MOVE PQR-GOOD-THRU TO WS-GOOD-THRU-N.
           EVALUATE TRUE
               WHEN PQR-LOAN-NUMBER NOT NUMERIC
                   MOVE "LOAN NUMBER NOT NUMERIC" TO WS-ERROR-TEXT
               WHEN PQR-GOOD-THRU NOT NUMERIC
                   OR WS-GT-MONTH < 1 OR WS-GT-MONTH > 12
                   OR WS-GT-DAY < 1 OR WS-GT-DAY > 31
                   MOVE "GOOD-THROUGH DATE INVALID" TO WS-ERROR-TEXT
               WHEN PQR-REQUESTER = SPACES
                   MOVE "NO REQUESTER NAMED" TO WS-ERROR-TEXT
               WHEN OTHER
                   COMPUTE WS-THRU-INT =
                       FUNCTION INTEGER-OF-DATE (WS-GOOD-THRU-N)
                   IF WS-THRU-INT = 0
                       MOVE "GOOD-THROUGH DATE INVALID"
                           TO WS-ERROR-TEXT
                   ELSE
                       IF WS-THRU-INT < WS-TODAY-INT
                           MOVE "GOOD-THROUGH DATE ALREADY PAST"
                               TO WS-ERROR-TEXT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-ERROR-TEXT = SPACES
               PERFORM FIND-LOAN-ON-MASTER
           END-IF.
           IF WS-ERROR-TEXT = SPACES
               PERFORM PRICE-PAYOFF
               PERFORM WRITE-QUOTE-LOG
               PERFORM WRITE-PAYOFF-LETTER
           ELSE
               PERFORM WRITE-REJECT-LETTER
           END-IF.

      * One pass of the servicing master per request - requests
      * are a handful a day, and the master has no ceiling to
      * table it against. Fields added to the master after a
      * loan was boarded read as spaces and count as zero.
       FIND-LOAN-ON-MASTER.
           MOVE "N" TO WS-LOAN-FOUND-SW.
           MOVE "N" TO WS-LM-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LM-EOF
                   IF LM-LOAN-NUMBER = PQR-LOAN-NUMBER
                       SET WS-LOAN-FOUND TO TRUE
                       SET WS-LM-EOF TO TRUE
                   ELSE
                       PERFORM READ-LOAN-MASTER
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.
           IF WS-LOAN-FOUND
               IF LM-LAST-PAY-DATE NOT NUMERIC
                   MOVE 0 TO LM-LAST-PAY-DATE
               END-IF
               IF LM-FEES-DUE NOT NUMERIC
                   MOVE 0 TO LM-FEES-DUE
               END-IF
               IF LM-NEXT-DUE-DATE NOT NUMERIC
                   MOVE 0 TO LM-NEXT-DUE-DATE
               END-IF
               EVALUATE TRUE
                   WHEN LM-CHARGED-OFF
                       MOVE "LOAN CHARGED OFF - REFER TO COLLECTIONS"
                           TO WS-ERROR-TEXT
                   WHEN LM-CURRENT-BALANCE = 0
                       AND LM-FEES-DUE = 0
                       MOVE "LOAN ALREADY PAID OFF" TO WS-ERROR-TEXT
               END-EVALUATE
           ELSE
               MOVE "LOAN NOT ON MASTER" TO WS-ERROR-TEXT
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.

      * Simple interest on the current balance for the actual
      * days from the accrual date to the good-through date,
      * over a 365-day year; the per-diem is one day of the
      * same. An accrual date after the good-through date (a
      * payment already dated ahead) accrues nothing.
       PRICE-PAYOFF.
           EVALUATE TRUE
               WHEN LM-LAST-PAY-DATE > 0
                   MOVE LM-LAST-PAY-DATE TO WS-INT-FROM-N
               WHEN LM-NEXT-DUE-DATE > 0
                   MOVE LM-NEXT-DUE-DATE TO WS-INT-FROM-N
                   IF WS-IF-MONTH <= 1
                       MOVE 12 TO WS-IF-MONTH
                       SUBTRACT 1 FROM WS-IF-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-IF-MONTH
                   END-IF
               WHEN OTHER
                   MOVE WS-BUSINESS-DATE TO WS-INT-FROM-N
           END-EVALUATE.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-INT-FROM-N).
           IF WS-FROM-INT = 0
               MOVE WS-BUSINESS-DATE TO WS-INT-FROM-N
               MOVE WS-TODAY-INT TO WS-FROM-INT
           END-IF.
           COMPUTE WS-ACCRUAL-DAYS = WS-THRU-INT - WS-FROM-INT.
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF.

           COMPUTE WS-ACCRUED-INT ROUNDED =
               LM-CURRENT-BALANCE * LM-ANNUAL-RATE
                   * WS-ACCRUAL-DAYS / 36500.
           COMPUTE WS-PER-DIEM ROUNDED =
               LM-CURRENT-BALANCE * LM-ANNUAL-RATE / 36500.
           MOVE LM-FEES-DUE TO WS-FEES-DUE.
           COMPUTE WS-PAYOFF-AMOUNT =
               LM-CURRENT-BALANCE + WS-ACCRUED-INT + WS-FEES-DUE.

      * The log is opened per quote, the same way the history
      * file is kept.
       WRITE-QUOTE-LOG.
           OPEN EXTEND QUOTE-LOG-FILE.
           IF WS-QUOTE-LOG-STATUS = "05"
               OR WS-QUOTE-LOG-STATUS = "35"
               OPEN OUTPUT QUOTE-LOG-FILE
           END-IF.
           ADD 1 TO WS-QUOTE-MAX-NO.
           MOVE WS-QUOTE-MAX-NO    TO QL-QUOTE-NO.
           MOVE LM-LOAN-NUMBER     TO QL-LOAN-NUMBER.
           MOVE WS-BUSINESS-DATE   TO QL-QUOTE-DATE.
           MOVE WS-GOOD-THRU-N     TO QL-GOOD-THRU.
           MOVE PQR-REQUESTER      TO QL-REQUESTER.
           MOVE LM-CURRENT-BALANCE TO QL-BALANCE.
           MOVE WS-INT-FROM-N      TO QL-INT-FROM.
           MOVE WS-ACCRUAL-DAYS    TO QL-INT-DAYS.
           MOVE WS-ACCRUED-INT     TO QL-INTEREST.
           MOVE WS-FEES-DUE        TO QL-FEES.
           MOVE WS-PAYOFF-AMOUNT   TO QL-PAYOFF.
           MOVE WS-PER-DIEM        TO QL-PER-DIEM.
           WRITE PAYOFF-QUOTE-RECORD.
           CLOSE QUOTE-LOG-FILE.
           ADD 1 TO WS-QUOTES-ISSUED.
           ADD WS-PAYOFF-AMOUNT TO WS-TOT-QUOTED.
           DISPLAY "  " LM-LOAN-NUMBER " QUOTED, QUOTE NO "
               WS-QUOTE-MAX-NO.

       WRITE-PAYOFF-LETTER.
           MOVE WS-LTR-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-QUOTE-MAX-NO  TO WS-LQL-QUOTE-NO.
           MOVE WS-BUSINESS-DATE TO WS-LQL-DATE.
           MOVE WS-LTR-QUOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PQR-REQUESTER TO WS-LTL-REQUESTER.
           MOVE WS-LTR-TO-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LM-LOAN-NUMBER   TO WS-LLL-LOAN-NO.
           PERFORM LOOKUP-BORROWER-NAME.
           MOVE WS-BORROWER-NAME TO WS-LLL-BORROWER.
           MOVE WS-LTR-LOAN-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "PRINCIPAL BALANCE" TO WS-LAL-LABEL.
           MOVE LM-CURRENT-BALANCE TO WS-LAL-AMOUNT.
           MOVE WS-LTR-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-INT-FROM-N   TO WS-LIL-FROM.
           MOVE WS-ACCRUAL-DAYS TO WS-LIL-DAYS.
           MOVE WS-ACCRUED-INT  TO WS-LIL-AMOUNT.
           MOVE WS-LTR-INT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "LATE CHARGES DUE" TO WS-LAL-LABEL.
           MOVE WS-FEES-DUE TO WS-LAL-AMOUNT.
           MOVE WS-LTR-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GOOD-THRU-N   TO WS-LTT-GOOD-THRU.
           MOVE WS-PAYOFF-AMOUNT TO WS-LTT-AMOUNT.
           MOVE WS-LTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GOOD-THRU-N TO WS-LPD-GOOD-THRU.
           MOVE WS-PER-DIEM    TO WS-LPD-AMOUNT.
           MOVE WS-LTR-PER-DIEM-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LTR-NOTE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LTR-NOTE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LTR-NOTE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LTR-RULE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * The borrower's name is taken from the customer master,
      * as on the statements; a loan not linked to a customer
      * on file keeps the name it was boarded with.
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

       WRITE-REJECT-LETTER.
           ADD 1 TO WS-QUOTES-REJECTED.
           MOVE WS-LTR-HDR-REJ TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PQR-REQUESTER TO WS-LTL-REQUESTER.
           MOVE WS-LTR-TO-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PQR-LOAN-NUMBER TO WS-LLL-LOAN-NO.
           MOVE SPACES TO WS-LLL-BORROWER.
           MOVE WS-LTR-LOAN-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ERROR-TEXT TO WS-LRL-REASON.
           MOVE WS-LTR-REASON-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LTR-RULE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY "  REQUEST REJECTED: loan " PQR-LOAN-NUMBER
               " - " WS-ERROR-TEXT.

      * The request file is emptied only once every letter is
      * written - an abort up-stream leaves it to be re-run.
       CONSUME-REQUEST-FILE.
           IF WS-REQUESTS-READ > 0
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF.
