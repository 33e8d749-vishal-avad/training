       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY.

      * Menu-driven, read-only account inquiry, so a phone call
      * can be answered without reading the raw files:
      *   1 - loan by loan number: the servicing master fields,
      *       the delinquency status, missed cycles and days
      *       past due, the owning customer and branch, then
      *       the loan's payment history postings with their
      *       interest/principal split, a page at a time,
      *   2 - customer by customer number: the customer master
      *       fields with the branch name, then the customer's
      *       maintenance change history, a page at a time,
      *   3 - customer by partial name: every customer whose
      *       name contains what was keyed (at least three
      *       characters), with the choice of one to display.
      * Nothing is ever written back to the masters. Every
      * inquiry - found or not - is written to the inquiry
      * log with the operator id, so there is a record of who
      * looked at which account for privacy audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "data/loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL CUST-HISTORY-FILE
               ASSIGN TO "data/custmast_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT OPTIONAL BRANCH-FILE
               ASSIGN TO "data/branchmst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

      * The shared run-control file carries the job-level
      * business date; days past due are counted to it.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT INQUIRY-LOG-FILE
               ASSIGN TO "data/inquiry_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

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

       FD  CUST-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY CUSTHIST.

       FD  BRANCH-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY BRNREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       FD  INQUIRY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE REPLACING PRINT-LINE BY AUDIT-LINE.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-MST-STATUS PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-CUST-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CUSTHIST-STATUS PIC X(2)  VALUE SPACES.
       01  WS-BRANCH-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-INQLOG-STATUS   PIC X(2)  VALUE SPACES.

       01  WS-LM-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-LM-EOF                VALUE "Y".
       01  WS-HISTORY-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF           VALUE "Y".
       01  WS-CUST-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-CUST-EOF              VALUE "Y".
       01  WS-CUSTHIST-EOF-SW PIC X(1)  VALUE "N".
           88  WS-CUSTHIST-EOF          VALUE "Y".
       01  WS-BRANCH-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-BRANCH-EOF            VALUE "Y".
       01  WS-LOAN-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-LOAN-FOUND            VALUE "Y".
       01  WS-CUST-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND            VALUE "Y".
       01  WS-BRANCH-FOUND-SW PIC X(1)  VALUE "N".
           88  WS-BRANCH-FOUND          VALUE "Y".

       01  WS-OPERATOR-ID     PIC X(8)  VALUE SPACES.
       01  WS-JUST-WORK       PIC X(8)  VALUE SPACES.
       01  WS-JUST-HOLD       PIC X(8)  VALUE SPACES.
       01  WS-MENU-CHOICE     PIC X(1)  VALUE SPACES.
       01  WS-DONE-SW         PIC X(1)  VALUE "N".
           88  WS-DONE                  VALUE "Y".
       01  WS-REPLY           PIC X(1)  VALUE SPACES.
       01  WS-BUSINESS-DATE   PIC 9(8)  VALUE 0.

      * --- Inquiry keys ---
       01  WS-LOAN-NO-X       PIC X(8)  VALUE SPACES.
       01  WS-LOAN-NO         PIC 9(8)  VALUE 0.
       01  WS-CUST-NO-X       PIC X(6)  VALUE SPACES.
       01  WS-CUST-NO         PIC 9(6)  VALUE 0.
       01  WS-BRANCH-CODE     PIC X(3)  VALUE SPACES.
       01  WS-BRANCH-NAME     PIC X(20) VALUE SPACES.
       01  WS-SEARCH-NAME     PIC X(30) VALUE SPACES.
       01  WS-MATCH-NAME      PIC X(30) VALUE SPACES.
       01  WS-SEARCH-LEN      PIC 9(2)  VALUE 0.
       01  WS-NAME-TALLY      PIC 9(4)  VALUE 0.

      * --- Paged list work area: a page is shown, then the
      * --- operator asks for the next one or ends the list.
       01  WS-PAGE-SIZE       PIC 9(2)  VALUE 10.
       01  WS-PAGE-LINES      PIC 9(2)  VALUE 0.
       01  WS-LIST-COUNT      PIC 9(6)  VALUE 0.
       01  WS-LIST-END-SW     PIC X(1)  VALUE "N".
           88  WS-LIST-END              VALUE "Y".

      * --- Loan display work area ---
       01  WS-TODAY-INT       PIC 9(8)  VALUE 0.
       01  WS-DUE-INT         PIC 9(8)  VALUE 0.
       01  WS-DAYS-PAST-DUE   PIC 9(5)  VALUE 0.
       01  WS-STATUS-TEXT     PIC X(12) VALUE SPACES.
       01  WS-ED-AMOUNT       PIC Z(8)9.99.
       01  WS-ED-RATE         PIC Z9.999.
       01  WS-ED-COUNT        PIC ZZZZ9.
       01  WS-ED-LIST-COUNT   PIC ZZZZZ9.

       01  WS-LH-HDR.
           05  FILLER         PIC X(10) VALUE "PAY DATE".
           05  FILLER         PIC X(11) VALUE "TYPE".
           05  FILLER         PIC X(11) VALUE "    AMOUNT".
           05  FILLER         PIC X(11) VALUE "      FEES".
           05  FILLER         PIC X(13) VALUE "    INTEREST".
           05  FILLER         PIC X(13) VALUE "   PRINCIPAL".
           05  FILLER         PIC X(13) VALUE " BALANCE AFT".
       01  WS-LH-LINE.
           05  WS-LHL-DATE    PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-LHL-TYPE    PIC X(11).
           05  WS-LHL-AMOUNT  PIC Z(6)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WS-LHL-FEES    PIC Z(6)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WS-LHL-INTEREST PIC Z(8)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WS-LHL-PRINCIPAL PIC Z(8)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WS-LHL-BALANCE PIC Z(8)9.99.

      * --- Customer display work area ---
       01  WS-CH-HDR.
           05  FILLER         PIC X(10) VALUE "BUS DATE".
           05  FILLER         PIC X(10) VALUE "USER".
           05  FILLER         PIC X(12) VALUE "ACTION".
           05  FILLER         PIC X(36) VALUE "NAME".
           05  FILLER         PIC X(5)  VALUE "BRN".
           05  FILLER         PIC X(3)  VALUE "ST".
       01  WS-CH-LINE.
           05  WS-CHL-DATE    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CHL-USER    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CHL-ACTION  PIC X(12).
           05  WS-CHL-LABEL   PIC X(6).
           05  WS-CHL-NAME    PIC X(30).
           05  WS-CHL-BRANCH  PIC X(5).
           05  WS-CHL-STATUS  PIC X(1).
       01  WS-CS-HDR.
           05  FILLER         PIC X(8)  VALUE "CUST NO".
           05  FILLER         PIC X(32) VALUE "NAME".
           05  FILLER         PIC X(8)  VALUE "BRANCH".
           05  FILLER         PIC X(6)  VALUE "STATUS".
       01  WS-CS-LINE.
           05  WS-CSL-NUMBER  PIC 9(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CSL-NAME    PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CSL-BRANCH  PIC X(3).
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  WS-CSL-STATUS  PIC X(1).

      * --- Inquiry log line work area ---
       01  WS-TODAY           PIC 9(8)  VALUE 0.
       01  WS-TIME            PIC 9(8)  VALUE 0.
       01  WS-AUDIT-DETAIL.
           05  FILLER         PIC X(11) VALUE "INQUIRY    ".
           05  AUD-DATE       PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  AUD-TIME       PIC 9(8).
           05  FILLER         PIC X(7)  VALUE "  OPER:".
           05  AUD-OPERATOR   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  AUD-ACTION     PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LOAN AND CUSTOMER ACCOUNT INQUIRY".
           DISPLAY "========================================".
           DISPLAY " ".

           DISPLAY "Enter operator id: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED - INQUIRY ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM UNTIL WS-DONE
               DISPLAY " "
               DISPLAY "  1 - Loan inquiry by loan number"
               DISPLAY "  2 - Customer inquiry by customer number"
               DISPLAY "  3 - Customer search by name"
               DISPLAY "  9 - Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               MOVE SPACES TO WS-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM INQUIRE-BY-LOAN
                   WHEN "2"
                       PERFORM INQUIRE-BY-CUSTOMER
                   WHEN "3"
                       PERFORM SEARCH-BY-NAME
                   WHEN "9"
                       SET WS-DONE TO TRUE
      * A blank choice also ends the inquiry - console input
      * that has run out must not spin the menu forever.
                   WHEN SPACES
                       DISPLAY "END OF INPUT - INQUIRY ENDED"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Inquiry ended.".
           STOP RUN.

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

      * ------------------------------------------------------
      * Option 1: a loan by number. The master is scanned for
      * the loan; its fields are shown with the owning
      * customer and branch, then the postings on request.
      * ------------------------------------------------------
       INQUIRE-BY-LOAN.
           DISPLAY "Loan number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LOAN-NO-X.
           ACCEPT WS-LOAN-NO-X.
           IF WS-LOAN-NO-X = SPACES
               DISPLAY "NO LOAN NUMBER ENTERED"
           ELSE
               MOVE WS-LOAN-NO-X TO WS-JUST-WORK
               PERFORM JUSTIFY-NUMERIC-ENTRY
               MOVE WS-JUST-WORK TO WS-LOAN-NO-X
               IF WS-LOAN-NO-X IS NUMERIC
                   MOVE WS-LOAN-NO-X TO WS-LOAN-NO
                   PERFORM FIND-LOAN
                   PERFORM SHOW-LOAN-INQUIRY
               ELSE
                   DISPLAY "REJECTED - LOAN NUMBER MUST BE NUMERIC"
               END-IF
           END-IF.

       FIND-LOAN.
           MOVE "N" TO WS-LOAN-FOUND-SW.
           MOVE "N" TO WS-LM-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LM-EOF OR WS-LOAN-FOUND
                   IF LM-LOAN-NUMBER = WS-LOAN-NO
                       SET WS-LOAN-FOUND TO TRUE
                   ELSE
                       PERFORM READ-LOAN-MASTER
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.

       SHOW-LOAN-INQUIRY.
           MOVE SPACES TO AUD-ACTION.
           IF NOT WS-LOAN-FOUND
               DISPLAY "LOAN " WS-LOAN-NO " NOT ON FILE"
               STRING "LOAN " WS-LOAN-NO " INQUIRY - NOT ON FILE"
                   DELIMITED BY SIZE INTO AUD-ACTION
               PERFORM WRITE-INQUIRY-LOG
           ELSE
               STRING "LOAN " WS-LOAN-NO " VIEWED"
                   DELIMITED BY SIZE INTO AUD-ACTION
               PERFORM WRITE-INQUIRY-LOG
               PERFORM SHOW-LOAN-FIELDS
               DISPLAY "Show payment history (Y/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   PERFORM LIST-LOAN-HISTORY
               END-IF
           END-IF.

      * A loan boarded before a field existed reads it as
      * spaces; it shows as zero rather than as garbage.
       SHOW-LOAN-FIELDS.
           PERFORM GUARD-LOAN-FIELDS.
           EVALUATE TRUE
               WHEN LM-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-STATUS-TEXT
               WHEN LM-CURRENT-BALANCE = 0
                   MOVE "PAID OFF" TO WS-STATUS-TEXT
               WHEN LM-DELINQUENT
                   MOVE "DELINQUENT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "CURRENT" TO WS-STATUS-TEXT
           END-EVALUATE.
           PERFORM COUNT-DAYS-PAST-DUE.
           MOVE LM-CUSTOMER-NUMBER TO WS-CUST-NO.
           PERFORM FIND-CUSTOMER.
           MOVE LM-BRANCH TO WS-BRANCH-CODE.
           PERFORM FIND-BRANCH.

           DISPLAY " ".
           DISPLAY "Loan number        : " LM-LOAN-NUMBER.
           DISPLAY "Borrower           : " LM-BORROWER-NAME.
           IF WS-CUST-FOUND
               DISPLAY "Customer           : " LM-CUSTOMER-NUMBER
                   "  " CUST-NAME
           ELSE
               DISPLAY "Customer           : " LM-CUSTOMER-NUMBER
                   "  (not on customer master)"
           END-IF.
           DISPLAY "Branch             : " LM-BRANCH "  "
               WS-BRANCH-NAME.
           MOVE LM-ORIG-PRINCIPAL TO WS-ED-AMOUNT.
           DISPLAY "Original principal : " WS-ED-AMOUNT.
           MOVE LM-CURRENT-BALANCE TO WS-ED-AMOUNT.
           DISPLAY "Current balance    : " WS-ED-AMOUNT.
           MOVE LM-MONTHLY-PAYMENT TO WS-ED-AMOUNT.
           DISPLAY "Monthly payment    : " WS-ED-AMOUNT.
           MOVE LM-FEES-DUE TO WS-ED-AMOUNT.
           DISPLAY "Fees due           : " WS-ED-AMOUNT.
           MOVE LM-TERM-MONTHS TO WS-ED-COUNT.
           DISPLAY "Term (months)      : " WS-ED-COUNT.
           MOVE LM-PAID-THRU TO WS-ED-COUNT.
           DISPLAY "Paid through period: " WS-ED-COUNT.
           DISPLAY "Next due date      : " LM-NEXT-DUE-DATE.
           DISPLAY "Last payment date  : " LM-LAST-PAY-DATE.
           DISPLAY " ".
           DISPLAY "Delinquency status : " LM-DELINQ-STATUS "  "
               WS-STATUS-TEXT.
           MOVE LM-MISSED-CYCLES TO WS-ED-COUNT.
           DISPLAY "Missed cycles      : " WS-ED-COUNT.
           MOVE WS-DAYS-PAST-DUE TO WS-ED-COUNT.
           DISPLAY "Days past due      : " WS-ED-COUNT.
           DISPLAY "Last late charge   : " LM-LATE-CHG-DATE.
           IF LM-CHARGED-OFF
               DISPLAY "Charged off on     : " LM-CHGOFF-DATE
               MOVE LM-RECOVERED TO WS-ED-AMOUNT
               DISPLAY "Recovered since    : " WS-ED-AMOUNT
           END-IF.
           DISPLAY " ".
           MOVE LM-ANNUAL-RATE TO WS-ED-RATE.
           DISPLAY "Annual rate        : " WS-ED-RATE.
           IF LM-VARIABLE-RATE
               MOVE LM-INITIAL-RATE TO WS-ED-RATE
               DISPLAY "Rate type          : VARIABLE  (note rate "
                   WS-ED-RATE ")"
               MOVE LM-MARGIN TO WS-ED-RATE
               DISPLAY "Index / margin     : " LM-INDEX-CODE
                   " + " WS-ED-RATE
               MOVE LM-ADJ-FREQ TO WS-ED-COUNT
               DISPLAY "Adjusts every      : " WS-ED-COUNT
                   " months, next " LM-NEXT-ADJ-DATE
               MOVE LM-PER-CHG-CAP TO WS-ED-RATE
               DISPLAY "Per-change cap     : " WS-ED-RATE
               MOVE LM-LIFE-CAP TO WS-ED-RATE
               DISPLAY "Lifetime cap       : " WS-ED-RATE
           ELSE
               DISPLAY "Rate type          : FIXED"
           END-IF.

       GUARD-LOAN-FIELDS.
           IF LM-MISSED-CYCLES NOT NUMERIC
               MOVE 0 TO LM-MISSED-CYCLES
           END-IF.
           IF LM-LAST-PAY-DATE NOT NUMERIC
               MOVE 0 TO LM-LAST-PAY-DATE
           END-IF.
           IF LM-FEES-DUE NOT NUMERIC
               MOVE 0 TO LM-FEES-DUE
           END-IF.
           IF LM-NEXT-DUE-DATE NOT NUMERIC
               MOVE 0 TO LM-NEXT-DUE-DATE
           END-IF.
           IF LM-LATE-CHG-DATE NOT NUMERIC
               MOVE 0 TO LM-LATE-CHG-DATE
           END-IF.
           IF LM-CHGOFF-DATE NOT NUMERIC
               MOVE 0 TO LM-CHGOFF-DATE
           END-IF.
           IF LM-RECOVERED NOT NUMERIC
               MOVE 0 TO LM-RECOVERED
           END-IF.
           IF LM-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 0 TO LM-CUSTOMER-NUMBER
           END-IF.

      * Days past due run from the oldest unpaid installment's
      * due date to the business date; a loan paid off,
      * charged off or with no due date yet is not past due.
       COUNT-DAYS-PAST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF LM-NEXT-DUE-DATE > 0
               AND LM-NEXT-DUE-DATE < WS-BUSINESS-DATE
               AND LM-CURRENT-BALANCE > 0
               AND NOT LM-CHARGED-OFF
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT
           END-IF.

      * The loan's postings in the order they were posted, a
      * page at a time.
       LIST-LOAN-HISTORY.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE "N" TO WS-LIST-END-SW.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           DISPLAY " ".
           DISPLAY WS-LH-HDR.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-EOF OR WS-LIST-END
                   IF LH-LOAN-NUMBER = WS-LOAN-NO
                       PERFORM CHECK-PAGE-FULL
                       IF NOT WS-LIST-END
                           PERFORM SHOW-HISTORY-LINE
                       END-IF
                   END-IF
                   PERFORM READ-HISTORY-FILE
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           MOVE WS-LIST-COUNT TO WS-ED-LIST-COUNT.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO POSTINGS ON HISTORY FOR THIS LOAN"
           ELSE
               DISPLAY WS-ED-LIST-COUNT " POSTING(S) SHOWN"
           END-IF.
           MOVE SPACES TO AUD-ACTION.
           STRING "LOAN " WS-LOAN-NO " HISTORY LISTED - "
               WS-ED-LIST-COUNT " POSTING(S) SHOWN"
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-INQUIRY-LOG.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

       SHOW-HISTORY-LINE.
           MOVE LH-PAY-DATE TO WS-LHL-DATE.
           EVALUATE TRUE
               WHEN LH-PAYMENT
                   MOVE "PAYMENT"    TO WS-LHL-TYPE
               WHEN LH-REVERSAL
                   MOVE "REVERSAL"   TO WS-LHL-TYPE
               WHEN LH-ADJUSTMENT
                   MOVE "ADJUSTMENT" TO WS-LHL-TYPE
               WHEN LH-LATE-CHARGE
                   MOVE "LATE CHARGE" TO WS-LHL-TYPE
               WHEN LH-CHARGE-OFF
                   MOVE "CHARGE-OFF" TO WS-LHL-TYPE
               WHEN LH-RECOVERY
                   MOVE "RECOVERY"   TO WS-LHL-TYPE
               WHEN OTHER
                   MOVE LH-TRAN-TYPE TO WS-LHL-TYPE
           END-EVALUATE.
           MOVE LH-AMOUNT TO WS-LHL-AMOUNT.
           IF LH-FEES NUMERIC
               MOVE LH-FEES TO WS-LHL-FEES
           ELSE
               MOVE 0 TO WS-LHL-FEES
           END-IF.
           MOVE LH-INTEREST      TO WS-LHL-INTEREST.
           MOVE LH-PRINCIPAL     TO WS-LHL-PRINCIPAL.
           MOVE LH-BALANCE-AFTER TO WS-LHL-BALANCE.
           DISPLAY WS-LH-LINE.
           ADD 1 TO WS-LIST-COUNT.
           ADD 1 TO WS-PAGE-LINES.

      * ------------------------------------------------------
      * Option 2: a customer by number - the master fields,
      * the branch name and, on request, the change history.
      * ------------------------------------------------------
       INQUIRE-BY-CUSTOMER.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUST-NO-X.
           ACCEPT WS-CUST-NO-X.
           PERFORM SHOW-CUSTOMER-BY-NUMBER.

      * Shared with the name search, which ends by asking for
      * the number of the customer to display.
       SHOW-CUSTOMER-BY-NUMBER.
           IF WS-CUST-NO-X = SPACES
               DISPLAY "NO CUSTOMER NUMBER ENTERED"
           ELSE
               MOVE SPACES TO WS-JUST-WORK
               MOVE WS-CUST-NO-X TO WS-JUST-WORK (1:6)
               PERFORM JUSTIFY-NUMERIC-ENTRY
               MOVE WS-JUST-WORK (3:6) TO WS-CUST-NO-X
               IF WS-CUST-NO-X IS NUMERIC
                   MOVE WS-CUST-NO-X TO WS-CUST-NO
                   PERFORM FIND-CUSTOMER
                   PERFORM SHOW-CUSTOMER-INQUIRY
               ELSE
                   DISPLAY "REJECTED - CUSTOMER NUMBER MUST BE "
                       "NUMERIC"
               END-IF
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW.
           MOVE "N" TO WS-CUST-EOF-SW.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               PERFORM READ-CUSTOMER-FILE
               PERFORM UNTIL WS-CUST-EOF OR WS-CUST-FOUND
                   IF CUST-NUMBER = WS-CUST-NO
                       SET WS-CUST-FOUND TO TRUE
                   ELSE
                       PERFORM READ-CUSTOMER-FILE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.

       READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

       FIND-BRANCH.
           MOVE "N" TO WS-BRANCH-FOUND-SW.
           MOVE "N" TO WS-BRANCH-EOF-SW.
           MOVE "(BRANCH NOT ON FILE)" TO WS-BRANCH-NAME.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               PERFORM READ-BRANCH-FILE
               PERFORM UNTIL WS-BRANCH-EOF OR WS-BRANCH-FOUND
                   IF BRN-CODE = WS-BRANCH-CODE
                       SET WS-BRANCH-FOUND TO TRUE
                       MOVE BRN-NAME TO WS-BRANCH-NAME
                   ELSE
                       PERFORM READ-BRANCH-FILE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BRANCH-FILE.

       READ-BRANCH-FILE.
           READ BRANCH-FILE
               AT END
                   SET WS-BRANCH-EOF TO TRUE
           END-READ.

       SHOW-CUSTOMER-INQUIRY.
           MOVE SPACES TO AUD-ACTION.
           IF NOT WS-CUST-FOUND
               DISPLAY "CUSTOMER " WS-CUST-NO " NOT ON FILE"
               STRING "CUSTOMER " WS-CUST-NO
                   " INQUIRY - NOT ON FILE"
                   DELIMITED BY SIZE INTO AUD-ACTION
               PERFORM WRITE-INQUIRY-LOG
           ELSE
               STRING "CUSTOMER " WS-CUST-NO " VIEWED"
                   DELIMITED BY SIZE INTO AUD-ACTION
               PERFORM WRITE-INQUIRY-LOG
               MOVE CUST-BRANCH TO WS-BRANCH-CODE
               PERFORM FIND-BRANCH
               DISPLAY " "
               DISPLAY "Customer number    : " CUST-NUMBER
               DISPLAY "Name               : " CUST-NAME
               DISPLAY "Branch             : " CUST-BRANCH "  "
                   WS-BRANCH-NAME
               EVALUATE TRUE
                   WHEN CUST-ACTIVE
                       DISPLAY "Status             : A  ACTIVE"
                   WHEN CUST-INACTIVE
                       DISPLAY "Status             : I  INACTIVE"
                   WHEN OTHER
                       DISPLAY "Status             : " CUST-STATUS
               END-EVALUATE
               DISPLAY "Show change history (Y/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   PERFORM LIST-CUSTOMER-HISTORY
               END-IF
           END-IF.

      * Each change shows the image before it (FROM) and after
      * it (TO); an add has no before image.
       LIST-CUSTOMER-HISTORY.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE "N" TO WS-LIST-END-SW.
           MOVE "N" TO WS-CUSTHIST-EOF-SW.
           DISPLAY " ".
           DISPLAY WS-CH-HDR.
           OPEN INPUT CUST-HISTORY-FILE.
           IF WS-CUSTHIST-STATUS = "00"
               PERFORM READ-CUST-HISTORY
               PERFORM UNTIL WS-CUSTHIST-EOF OR WS-LIST-END
                   IF CH-NUMBER = WS-CUST-NO
                       PERFORM CHECK-PAGE-FULL
                       IF NOT WS-LIST-END
                           PERFORM SHOW-CUST-HISTORY-LINE
                       END-IF
                   END-IF
                   PERFORM READ-CUST-HISTORY
               END-PERFORM
           END-IF.
           CLOSE CUST-HISTORY-FILE.
           MOVE WS-LIST-COUNT TO WS-ED-LIST-COUNT.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO CHANGE HISTORY FOR THIS CUSTOMER"
           ELSE
               DISPLAY WS-ED-LIST-COUNT " CHANGE(S) SHOWN"
           END-IF.
           MOVE SPACES TO AUD-ACTION.
           STRING "CUSTOMER " WS-CUST-NO " HISTORY LISTED - "
               WS-ED-LIST-COUNT " CHANGE(S) SHOWN"
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-INQUIRY-LOG.

       READ-CUST-HISTORY.
           READ CUST-HISTORY-FILE
               AT END
                   SET WS-CUSTHIST-EOF TO TRUE
           END-READ.

       SHOW-CUST-HISTORY-LINE.
           MOVE CH-BUSINESS-DATE TO WS-CHL-DATE.
           MOVE CH-USER-ID       TO WS-CHL-USER.
           EVALUATE CH-ACTION
               WHEN "A"
                   MOVE "ADD"        TO WS-CHL-ACTION
               WHEN "C"
                   MOVE "CHANGE"     TO WS-CHL-ACTION
               WHEN "D"
                   MOVE "DEACTIVATE" TO WS-CHL-ACTION
               WHEN "R"
                   MOVE "REACTIVATE" TO WS-CHL-ACTION
               WHEN OTHER
                   MOVE CH-ACTION    TO WS-CHL-ACTION
           END-EVALUATE.
           IF CH-ACTION NOT = "A"
               MOVE "FROM: "      TO WS-CHL-LABEL
               MOVE CH-OLD-NAME   TO WS-CHL-NAME
               MOVE CH-OLD-BRANCH TO WS-CHL-BRANCH
               MOVE CH-OLD-STATUS TO WS-CHL-STATUS
               DISPLAY WS-CH-LINE
               MOVE SPACES TO WS-CHL-DATE
               MOVE SPACES TO WS-CHL-USER
               MOVE SPACES TO WS-CHL-ACTION
           END-IF.
           MOVE "TO  : "      TO WS-CHL-LABEL.
           MOVE CH-NEW-NAME   TO WS-CHL-NAME.
           MOVE CH-NEW-BRANCH TO WS-CHL-BRANCH.
           MOVE CH-NEW-STATUS TO WS-CHL-STATUS.
           DISPLAY WS-CH-LINE.
           ADD 1 TO WS-LIST-COUNT.
           ADD 1 TO WS-PAGE-LINES.

      * ------------------------------------------------------
      * Option 3: customers whose name contains the keyed
      * text anywhere. Both sides are upper-cased for the
      * compare, since names are held as keyed. At least
      * three characters are required so a search cannot be
      * used to page through the whole customer base.
      * ------------------------------------------------------
       SEARCH-BY-NAME.
           DISPLAY "Name or part of name: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-NAME.
           ACCEPT WS-SEARCH-NAME.
           INSPECT WS-SEARCH-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WS-SEARCH-LEN FROM 30 BY -1
               UNTIL WS-SEARCH-LEN = 0
                   OR WS-SEARCH-NAME (WS-SEARCH-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-SEARCH-LEN < 3
               DISPLAY "REJECTED - ENTER AT LEAST 3 CHARACTERS "
                   "OF THE NAME"
           ELSE
               PERFORM LIST-NAME-MATCHES
               IF WS-LIST-COUNT > 0
                   DISPLAY "Customer number to display "
                       "(blank = none): " WITH NO ADVANCING
                   MOVE SPACES TO WS-CUST-NO-X
                   ACCEPT WS-CUST-NO-X
                   IF WS-CUST-NO-X NOT = SPACES
                       PERFORM SHOW-CUSTOMER-BY-NUMBER
                   END-IF
               END-IF
           END-IF.

       LIST-NAME-MATCHES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE "N" TO WS-LIST-END-SW.
           MOVE "N" TO WS-CUST-EOF-SW.
           DISPLAY " ".
           DISPLAY WS-CS-HDR.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               PERFORM READ-CUSTOMER-FILE
               PERFORM UNTIL WS-CUST-EOF OR WS-LIST-END
                   MOVE CUST-NAME TO WS-MATCH-NAME
                   INSPECT WS-MATCH-NAME
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 0 TO WS-NAME-TALLY
                   INSPECT WS-MATCH-NAME TALLYING WS-NAME-TALLY
                       FOR ALL WS-SEARCH-NAME (1:WS-SEARCH-LEN)
                   IF WS-NAME-TALLY > 0
                       PERFORM CHECK-PAGE-FULL
                       IF NOT WS-LIST-END
                           MOVE CUST-NUMBER TO WS-CSL-NUMBER
                           MOVE CUST-NAME   TO WS-CSL-NAME
                           MOVE CUST-BRANCH TO WS-CSL-BRANCH
                           MOVE CUST-STATUS TO WS-CSL-STATUS
                           DISPLAY WS-CS-LINE
                           ADD 1 TO WS-LIST-COUNT
                           ADD 1 TO WS-PAGE-LINES
                       END-IF
                   END-IF
                   PERFORM READ-CUSTOMER-FILE
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.
           MOVE WS-LIST-COUNT TO WS-ED-LIST-COUNT.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO CUSTOMER NAME CONTAINS "
                   WS-SEARCH-NAME (1:WS-SEARCH-LEN)
           ELSE
               DISPLAY WS-ED-LIST-COUNT " CUSTOMER(S) SHOWN"
           END-IF.
           MOVE SPACES TO AUD-ACTION.
           STRING "NAME SEARCH '" WS-SEARCH-NAME (1:WS-SEARCH-LEN)
               "' - " WS-ED-LIST-COUNT " SHOWN"
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-INQUIRY-LOG.

      * Before a line goes out on a full page the operator is
      * asked whether to go on; anything but N ends the list,
      * so console input that has run out cannot page forever.
       CHECK-PAGE-FULL.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
               DISPLAY "-- N = next page, blank = end list: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = "N" OR WS-REPLY = "n"
                   MOVE 0 TO WS-PAGE-LINES
               ELSE
                   SET WS-LIST-END TO TRUE
               END-IF
           END-IF.

      * Console entries come in left-justified; a numeric field
      * is right-justified and zero-filled here so an operator
      * keying "5" is accepted the same as one keying "05".
       JUSTIFY-NUMERIC-ENTRY.
           PERFORM UNTIL WS-JUST-WORK = SPACES
               OR WS-JUST-WORK (8:1) NOT = SPACE
               MOVE WS-JUST-WORK TO WS-JUST-HOLD
               MOVE SPACES TO WS-JUST-WORK
               MOVE WS-JUST-HOLD (1:7) TO WS-JUST-WORK (2:7)
           END-PERFORM.
           IF WS-JUST-WORK NOT = SPACES
               INSPECT WS-JUST-WORK
                   REPLACING LEADING SPACES BY ZEROS
           END-IF.

      * The log is opened per entry, so every inquiry is on
      * file even if the session is dropped.
       WRITE-INQUIRY-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TODAY       TO AUD-DATE.
           MOVE WS-TIME        TO AUD-TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND INQUIRY-LOG-FILE.
           IF WS-INQLOG-STATUS = "05" OR WS-INQLOG-STATUS = "35"
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF.
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE INQUIRY-LOG-FILE.
