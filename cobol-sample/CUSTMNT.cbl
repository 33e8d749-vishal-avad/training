      * the right day, so a branch move announced in advance
      * can be loaded early.
      *
      * A customer who still owes on a loan cannot be
      * deactivated: the deactivate is rejected while any loan
      * on the servicing master that belongs to the customer
      * carries a balance - charged-off loans included, since
      * recoveries are still worked against the customer.
      *
      * The update is a sequential master pass: the night's
      * transactions are tabled (they are the bounded side)
      * and the master streams through old-to-new, so the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "data/custmast_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               CMT-EFF-DATE BY PMT-EFF-DATE
               CMT-USER-ID BY PMT-USER-ID.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY CUSTHIST.
       01  WS-PENDING-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-PENDING-EOF           VALUE "Y".

      * --- Open-loan check for a deactivate: the loan master
      * --- is rescanned for the customer, the way HELLO-WORLD
      * --- looks up its customers.
       01  WS-LOAN-MST-STATUS PIC X(2)  VALUE SPACES.
       01  WS-LM-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-LM-EOF                VALUE "Y".
       01  WS-OPEN-LOAN-SW    PIC X(1)  VALUE "N".
           88  WS-OPEN-LOAN             VALUE "Y".
       01  WS-CHECK-NUMBER    PIC 9(6)  VALUE 0.

       01  WS-BUSINESS-DATE   PIC 9(8)  VALUE 0.

      * --- Transaction work table: the feed (nightly file plus
      * --- the pending file) is the bounded side of the update.
      * --- WS-TRN-STATE: space = awaiting the master stream,
      * --- Y = applied, E/N/B/L = rejected (already on master
      * --- / not on master / bad action / open loan balance).
       01  WS-TRN-COUNT       PIC 9(3)  VALUE 0.
       01  WS-TRN-SUB         PIC 9(3)  VALUE 0.
       01  WS-TRN-OVERFLOW-SW PIC X(1)  VALUE "N".
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM WRITE-CHANGE-HISTORY
               WHEN "D"
                   MOVE CUST-NUMBER TO WS-CHECK-NUMBER
                   PERFORM CHECK-OPEN-LOANS
                   IF WS-OPEN-LOAN
                       MOVE "L" TO WS-TRN-STATE (WS-TRN-SUB)
                       MOVE "REJECTED - OPEN LOAN BALANCE"
                           TO WS-TRN-RESULT (WS-TRN-SUB)
                       ADD 1 TO WS-TRANS-ERRORS
                   ELSE
                       MOVE "I" TO CUST-STATUS
                       MOVE "Y" TO WS-TRN-STATE (WS-TRN-SUB)
                       MOVE "DEACTIVATED"
                           TO WS-TRN-RESULT (WS-TRN-SUB)
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-CHANGE-HISTORY
                   END-IF
               WHEN "R"
                   MOVE "A" TO CUST-STATUS
                   MOVE "Y" TO WS-TRN-STATE (WS-TRN-SUB)
                   PERFORM WRITE-CHANGE-HISTORY
           END-EVALUATE.

      * Any loan of the customer's with a balance left blocks
      * the deactivate. No loan master at all means no loans.
       CHECK-OPEN-LOANS.
           MOVE "N" TO WS-OPEN-LOAN-SW.
           MOVE "N" TO WS-LM-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM UNTIL WS-LM-EOF OR WS-OPEN-LOAN
                   READ LOAN-MASTER-FILE
                       AT END
                           SET WS-LM-EOF TO TRUE
                   END-READ
                   IF NOT WS-LM-EOF
                       AND LM-CUSTOMER-NUMBER IS NUMERIC
                       AND LM-CUSTOMER-NUMBER = WS-CHECK-NUMBER
                       AND LM-CURRENT-BALANCE > 0
                       SET WS-OPEN-LOAN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.

      * After the stream: the remaining transactions settle in
      * feed order against the buffer of customers appended
      * this run, so an add followed by changes to the same
