       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RELATIONSHIP.

      * Customer relationship report, run on demand. Brings the
      * two sides of the customer together: the tier activity
      * HELLO-WORLD has classified for the customer and the
      * loans the customer holds on the servicing master.
      * Grouped by branch (branch master order), then customer
      * within the branch; each customer shows the number of
      * tier items on file, their total, and the latest tier
      * and amount, then every loan with its balance,
      * payment, delinquency status, missed cycles, late
      * charges owed and next due date, and a customer total.
      * Each branch closes with its totals, and the report
      * with grand totals.
      *
      * Two exception sections follow the branches: customers
      * whose branch is not on the branch master, and loans
      * that belong to no customer on file (boarded before the
      * customer link existed, or whose customer has since
      * gone from the master). Balances total the loans still
      * on the books; a charged-off loan is counted apart, with
      * the balance written off.
      *
      * Every file is rescanned per branch and per customer
      * rather than tabled, the way HELLO-WORLD looks up its
      * customers, so none of the masters has a ceiling here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRANCH-FILE
               ASSIGN TO "data/branchmst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL TIER-ACTIVITY-FILE
               ASSIGN TO "data/cust_tier_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT RELATIONSHIP-REPORT-FILE
               ASSIGN TO "data/cust_relationship.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the report is dated to the
      * same day the stream last balanced to.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY BRNREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  TIER-ACTIVITY-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY CUSTTIER.

       FD  RELATIONSHIP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CUST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-ACTIVITY-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BRN-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-BRN-EOF                VALUE "Y".
       01  WS-CUST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-CUST-EOF               VALUE "Y".
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-ACT-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-ACT-EOF                VALUE "Y".
       01  WS-FOUND-SW         PIC X(1)  VALUE "N".
           88  WS-FOUND                  VALUE "Y".
       01  WS-LINKED-SW        PIC X(1)  VALUE "N".
           88  WS-LINKED                 VALUE "Y".

       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.
       01  WS-FEES-DUE         PIC 9(7)V99 VALUE 0.
       01  WS-MISSED-CYCLES    PIC 9(3)  VALUE 0.

      * --- Tier activity gathered for the customer in hand ---
       01  WS-ACT-COUNT        PIC 9(4)  VALUE 0.
       01  WS-ACT-TOTAL        PIC 9(9)  VALUE 0.
       01  WS-ACT-LAST-RUN     PIC 9(8)  VALUE 0.
       01  WS-ACT-LAST-DATE    PIC 9(8)  VALUE 0.
       01  WS-ACT-LAST-TIER    PIC X(6)  VALUE SPACES.
       01  WS-ACT-LAST-AMOUNT  PIC 9(5)  VALUE 0.

      * --- Accumulators: customer, then branch (or exception
      * --- section), then the whole report.
       01  WS-CUS-LOANS        PIC 9(4)  VALUE 0.
       01  WS-CUS-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-CUS-DELINQ       PIC 9(4)  VALUE 0.
       01  WS-CUS-CHGOFF       PIC 9(4)  VALUE 0.
       01  WS-BRN-CUSTOMERS    PIC 9(6)  VALUE 0.
       01  WS-BRN-LOANS        PIC 9(6)  VALUE 0.
       01  WS-BRN-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-BRN-DELINQ       PIC 9(6)  VALUE 0.
       01  WS-BRN-CHGOFF       PIC 9(6)  VALUE 0.
       01  WS-GRD-CUSTOMERS    PIC 9(6)  VALUE 0.
       01  WS-GRD-LOANS        PIC 9(6)  VALUE 0.
       01  WS-GRD-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-GRD-DELINQ       PIC 9(6)  VALUE 0.
       01  WS-GRD-CHGOFF       PIC 9(6)  VALUE 0.
       01  WS-BRANCHES-READ    PIC 9(6)  VALUE 0.
       01  WS-UNKNOWN-BRANCH   PIC 9(6)  VALUE 0.
       01  WS-UNLINKED-LOANS   PIC 9(6)  VALUE 0.
       01  WS-UNLINKED-BALANCE PIC 9(11)V99 VALUE 0.

      * --- Relationship report layout ---
       01  WS-REL-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "CUSTOMER RELATIONSHIP REPORT".
       01  WS-REL-HDR-2.
           05  FILLER          PIC X(11) VALUE "AS OF DATE ".
           05  WS-RH2-DATE     PIC 9(8).

       01  WS-REL-BRN-HDR.
           05  FILLER          PIC X(8)  VALUE "BRANCH  ".
           05  WS-RBH-CODE     PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RBH-NAME     PIC X(20).
           05  FILLER          PIC X(10) VALUE "  REGION  ".
           05  WS-RBH-REGION   PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RBH-STATUS   PIC X(8).
       01  WS-REL-SECT-HDR.
           05  WS-RSH-TEXT     PIC X(60).

       01  WS-REL-CUST-LINE.
           05  FILLER          PIC X(11) VALUE "  CUSTOMER ".
           05  WS-RCL-NUMBER   PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RCL-NAME     PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RCL-STATUS   PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RCL-BRANCH   PIC X(3).

       01  WS-REL-TIER-LINE.
           05  FILLER          PIC X(19) VALUE "    TIER ACTIVITY: ".
           05  WS-RTL-COUNT    PIC ZZZ9.
           05  FILLER          PIC X(14) VALUE " ITEMS  TOTAL ".
           05  WS-RTL-TOTAL    PIC Z(8)9.
           05  FILLER          PIC X(10) VALUE "  LATEST  ".
           05  WS-RTL-TIER     PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  WS-RTL-AMOUNT   PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE " ON ".
           05  WS-RTL-DATE     PIC 9(8).
       01  WS-REL-NO-TIER.
           05  FILLER          PIC X(35)
               VALUE "    TIER ACTIVITY: NONE ON FILE".

       01  WS-REL-LOAN-HDR.
           05  FILLER          PIC X(16) VALUE "      LOAN NO".
           05  FILLER          PIC X(12) VALUE "STATUS".
           05  FILLER          PIC X(12) VALUE "     BALANCE".
           05  FILLER          PIC X(12) VALUE "     PAYMENT".
           05  FILLER          PIC X(8)  VALUE "  MISSED".
           05  FILLER          PIC X(12) VALUE "    FEES DUE".
           05  FILLER          PIC X(10) VALUE "  NEXT DUE".
       01  WS-REL-LOAN-DTL.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  WS-RLD-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RLD-STATUS   PIC X(11).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  WS-RLD-BALANCE  PIC Z(8)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RLD-PAYMENT  PIC Z(6)9.99.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-RLD-MISSED   PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RLD-FEES     PIC Z(6)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RLD-NEXT-DUE PIC X(8).
       01  WS-REL-NO-LOANS.
           05  FILLER          PIC X(20) VALUE "      NO LOANS".

       01  WS-REL-CUST-TOT.
           05  FILLER          PIC X(20)
               VALUE "    CUSTOMER TOTAL: ".
           05  WS-RCT-LOANS    PIC ZZZ9.
           05  FILLER          PIC X(16) VALUE " LOANS  BALANCE ".
           05  WS-RCT-BALANCE  PIC Z(10)9.99.
           05  FILLER          PIC X(13) VALUE "  DELINQUENT ".
           05  WS-RCT-DELINQ   PIC ZZZ9.
           05  FILLER          PIC X(14) VALUE "  CHARGED OFF ".
           05  WS-RCT-CHGOFF   PIC ZZZ9.

       01  WS-REL-TOT.
           05  WS-RTT-LABEL    PIC X(20).
           05  WS-RTT-CUSTOMERS PIC ZZZZZ9.
           05  FILLER          PIC X(11) VALUE " CUSTOMERS ".
           05  WS-RTT-LOANS    PIC ZZZZZ9.
           05  FILLER          PIC X(16) VALUE " LOANS  BALANCE ".
           05  WS-RTT-BALANCE  PIC Z(10)9.99.
           05  FILLER          PIC X(13) VALUE "  DELINQUENT ".
           05  WS-RTT-DELINQ   PIC ZZZZZ9.
           05  FILLER          PIC X(14) VALUE "  CHARGED OFF ".
           05  WS-RTT-CHGOFF   PIC ZZZZZ9.

       01  WS-REL-UNL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(9)  VALUE "CUST NO".
           05  FILLER          PIC X(22) VALUE "BORROWER".
           05  FILLER          PIC X(12) VALUE "STATUS".
           05  FILLER          PIC X(12) VALUE "     BALANCE".
       01  WS-REL-UNL-DTL.
           05  WS-RUD-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RUD-CUST-NO  PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RUD-BORROWER PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RUD-STATUS   PIC X(11).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  WS-RUD-BALANCE  PIC Z(8)9.99.
       01  WS-REL-UNL-TOT.
           05  FILLER          PIC X(20)
               VALUE "UNLINKED LOANS    : ".
           05  WS-RUT-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(16) VALUE "        BALANCE ".
           05  WS-RUT-BALANCE  PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  CUSTOMER RELATIONSHIP REPORT".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER-FILE, STATUS="
                   WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CUSTOMER-FILE.

           OPEN OUTPUT RELATIONSHIP-REPORT-FILE.
           MOVE WS-REL-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-RH2-DATE.
           MOVE WS-REL-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "N" TO WS-BRN-EOF-SW.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               PERFORM READ-BRANCH-FILE
               PERFORM UNTIL WS-BRN-EOF
                   ADD 1 TO WS-BRANCHES-READ
                   PERFORM REPORT-ONE-BRANCH
                   PERFORM READ-BRANCH-FILE
               END-PERFORM
           END-IF.
           CLOSE BRANCH-FILE.

           PERFORM REPORT-UNKNOWN-BRANCH.
           PERFORM REPORT-UNLINKED-LOANS.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "GRAND TOTAL       : " TO WS-RTT-LABEL.
           MOVE WS-GRD-CUSTOMERS TO WS-RTT-CUSTOMERS.
           MOVE WS-GRD-LOANS     TO WS-RTT-LOANS.
           MOVE WS-GRD-BALANCE   TO WS-RTT-BALANCE.
           MOVE WS-GRD-DELINQ    TO WS-RTT-DELINQ.
           MOVE WS-GRD-CHGOFF    TO WS-RTT-CHGOFF.
           MOVE WS-REL-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE RELATIONSHIP-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Branches reported : " WS-BRANCHES-READ.
           DISPLAY "Customers reported: " WS-GRD-CUSTOMERS.
           DISPLAY "Loans reported    : " WS-GRD-LOANS.
           DISPLAY "Unknown branch    : " WS-UNKNOWN-BRANCH.
           DISPLAY "Unlinked loans    : " WS-UNLINKED-LOANS.
           DISPLAY "Program completed successfully!".
           STOP RUN.

      * The run date is the system date unless the job-level
      * run-control record carries a business-date override -
      * every program in the stream resolves the date the same
      * way so the balancing step can match them up.
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

       READ-BRANCH-FILE.
           READ BRANCH-FILE
               AT END
                   SET WS-BRN-EOF TO TRUE
           END-READ.

       READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.

      * One pass of the customer master per branch picks out
      * the branch's customers in master order.
       REPORT-ONE-BRANCH.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE BRN-CODE   TO WS-RBH-CODE.
           MOVE BRN-NAME   TO WS-RBH-NAME.
           MOVE BRN-REGION TO WS-RBH-REGION.
           IF BRN-ACTIVE
               MOVE "ACTIVE"   TO WS-RBH-STATUS
           ELSE
               MOVE "INACTIVE" TO WS-RBH-STATUS
           END-IF.
           MOVE WS-REL-BRN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM CLEAR-BRANCH-TOTALS.

           MOVE "N" TO WS-CUST-EOF-SW.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM READ-CUSTOMER-FILE.
           PERFORM UNTIL WS-CUST-EOF
               IF CUST-BRANCH = BRN-CODE
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
               PERFORM READ-CUSTOMER-FILE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           MOVE SPACES TO WS-RTT-LABEL.
           STRING "BRANCH " BRN-CODE " TOTAL  : "
               DELIMITED BY SIZE INTO WS-RTT-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

      * A customer whose branch code matches nothing on the
      * branch master would otherwise never appear, so the
      * master is passed once more for them.
       REPORT-UNKNOWN-BRANCH.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "CUSTOMERS WHOSE BRANCH IS NOT ON THE BRANCH MASTER"
               TO WS-RSH-TEXT.
           MOVE WS-REL-SECT-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM CLEAR-BRANCH-TOTALS.

           MOVE "N" TO WS-CUST-EOF-SW.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM READ-CUSTOMER-FILE.
           PERFORM UNTIL WS-CUST-EOF
               PERFORM FIND-CUSTOMER-BRANCH
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNKNOWN-BRANCH
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
               PERFORM READ-CUSTOMER-FILE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           MOVE "NO KNOWN BRANCH   : " TO WS-RTT-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

       FIND-CUSTOMER-BRANCH.
           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-BRN-EOF-SW.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               PERFORM UNTIL WS-BRN-EOF OR WS-FOUND
                   PERFORM READ-BRANCH-FILE
                   IF NOT WS-BRN-EOF
                       AND BRN-CODE = CUST-BRANCH
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BRANCH-FILE.

       CLEAR-BRANCH-TOTALS.
           MOVE 0 TO WS-BRN-CUSTOMERS.
           MOVE 0 TO WS-BRN-LOANS.
           MOVE 0 TO WS-BRN-BALANCE.
           MOVE 0 TO WS-BRN-DELINQ.
           MOVE 0 TO WS-BRN-CHGOFF.

       WRITE-SECTION-TOTAL.
           MOVE WS-BRN-CUSTOMERS TO WS-RTT-CUSTOMERS.
           MOVE WS-BRN-LOANS     TO WS-RTT-LOANS.
           MOVE WS-BRN-BALANCE   TO WS-RTT-BALANCE.
           MOVE WS-BRN-DELINQ    TO WS-RTT-DELINQ.
           MOVE WS-BRN-CHGOFF    TO WS-RTT-CHGOFF.
           MOVE WS-REL-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD WS-BRN-CUSTOMERS TO WS-GRD-CUSTOMERS.
           ADD WS-BRN-LOANS     TO WS-GRD-LOANS.
           ADD WS-BRN-BALANCE   TO WS-GRD-BALANCE.
           ADD WS-BRN-DELINQ    TO WS-GRD-DELINQ.
           ADD WS-BRN-CHGOFF    TO WS-GRD-CHGOFF.

      * One customer block: who the customer is, the tier
      * activity on file, then the loans.
       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-BRN-CUSTOMERS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CUST-NUMBER TO WS-RCL-NUMBER.
           MOVE CUST-NAME   TO WS-RCL-NAME.
           MOVE CUST-BRANCH TO WS-RCL-BRANCH.
           IF CUST-ACTIVE
               MOVE "ACTIVE"   TO WS-RCL-STATUS
           ELSE
               MOVE "INACTIVE" TO WS-RCL-STATUS
           END-IF.
           MOVE WS-REL-CUST-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM GATHER-TIER-ACTIVITY.
           IF WS-ACT-COUNT = 0
               MOVE WS-REL-NO-TIER TO PRINT-LINE
           ELSE
               MOVE WS-ACT-COUNT       TO WS-RTL-COUNT
               MOVE WS-ACT-TOTAL       TO WS-RTL-TOTAL
               MOVE WS-ACT-LAST-TIER   TO WS-RTL-TIER
               MOVE WS-ACT-LAST-AMOUNT TO WS-RTL-AMOUNT
               MOVE WS-ACT-LAST-DATE   TO WS-RTL-DATE
               MOVE WS-REL-TIER-LINE TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.

           MOVE WS-REL-LOAN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 0 TO WS-CUS-LOANS.
           MOVE 0 TO WS-CUS-BALANCE.
           MOVE 0 TO WS-CUS-DELINQ.
           MOVE 0 TO WS-CUS-CHGOFF.
           MOVE "N" TO WS-LM-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LM-EOF
                   IF LM-CUSTOMER-NUMBER IS NUMERIC
                       AND LM-CUSTOMER-NUMBER = CUST-NUMBER
                       PERFORM REPORT-ONE-LOAN
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.
           IF WS-CUS-LOANS = 0
               MOVE WS-REL-NO-LOANS TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           MOVE WS-CUS-LOANS   TO WS-RCT-LOANS.
           MOVE WS-CUS-BALANCE TO WS-RCT-BALANCE.
           MOVE WS-CUS-DELINQ  TO WS-RCT-DELINQ.
           MOVE WS-CUS-CHGOFF  TO WS-RCT-CHGOFF.
           MOVE WS-REL-CUST-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD WS-CUS-LOANS   TO WS-BRN-LOANS.
           ADD WS-CUS-BALANCE TO WS-BRN-BALANCE.
           ADD WS-CUS-DELINQ  TO WS-BRN-DELINQ.
           ADD WS-CUS-CHGOFF  TO WS-BRN-CHGOFF.

      * Every tier item HELLO-WORLD classified for the customer
      * counts; the latest is the one from the highest run.
       GATHER-TIER-ACTIVITY.
           MOVE 0 TO WS-ACT-COUNT.
           MOVE 0 TO WS-ACT-TOTAL.
           MOVE 0 TO WS-ACT-LAST-RUN.
           MOVE 0 TO WS-ACT-LAST-DATE.
           MOVE SPACES TO WS-ACT-LAST-TIER.
           MOVE 0 TO WS-ACT-LAST-AMOUNT.
           MOVE "N" TO WS-ACT-EOF-SW.
           OPEN INPUT TIER-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = "00"
               PERFORM UNTIL WS-ACT-EOF
                   READ TIER-ACTIVITY-FILE
                       AT END
                           SET WS-ACT-EOF TO TRUE
                   END-READ
                   IF NOT WS-ACT-EOF
                       AND CT-CUST-NUMBER = CUST-NUMBER
                       ADD 1 TO WS-ACT-COUNT
                       ADD CT-AMOUNT TO WS-ACT-TOTAL
                       IF CT-RUN-NUMBER >= WS-ACT-LAST-RUN
                           MOVE CT-RUN-NUMBER    TO WS-ACT-LAST-RUN
                           MOVE CT-BUSINESS-DATE TO WS-ACT-LAST-DATE
                           MOVE CT-TIER          TO WS-ACT-LAST-TIER
                           MOVE CT-AMOUNT TO WS-ACT-LAST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TIER-ACTIVITY-FILE.

       REPORT-ONE-LOAN.
           ADD 1 TO WS-CUS-LOANS.
           PERFORM SET-LOAN-STATUS-TEXT.
           MOVE LM-LOAN-NUMBER     TO WS-RLD-LOAN-NO.
           MOVE LM-CURRENT-BALANCE TO WS-RLD-BALANCE.
           MOVE LM-MONTHLY-PAYMENT TO WS-RLD-PAYMENT.
           IF LM-MISSED-CYCLES IS NUMERIC
               MOVE LM-MISSED-CYCLES TO WS-MISSED-CYCLES
           ELSE
               MOVE 0 TO WS-MISSED-CYCLES
           END-IF.
           MOVE WS-MISSED-CYCLES TO WS-RLD-MISSED.
           IF LM-FEES-DUE IS NUMERIC
               MOVE LM-FEES-DUE TO WS-FEES-DUE
           ELSE
               MOVE 0 TO WS-FEES-DUE
           END-IF.
           MOVE WS-FEES-DUE TO WS-RLD-FEES.
           IF LM-NEXT-DUE-DATE IS NUMERIC
               AND LM-NEXT-DUE-DATE > 0
               AND LM-CURRENT-BALANCE > 0
               AND NOT LM-CHARGED-OFF
               MOVE LM-NEXT-DUE-DATE TO WS-RLD-NEXT-DUE
           ELSE
               MOVE SPACES TO WS-RLD-NEXT-DUE
           END-IF.
           MOVE WS-REL-LOAN-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF LM-CHARGED-OFF
               ADD 1 TO WS-CUS-CHGOFF
           ELSE
               ADD LM-CURRENT-BALANCE TO WS-CUS-BALANCE
               IF LM-DELINQUENT
                   ADD 1 TO WS-CUS-DELINQ
               END-IF
           END-IF.

       SET-LOAN-STATUS-TEXT.
           EVALUATE TRUE
               WHEN LM-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-RLD-STATUS
               WHEN LM-CURRENT-BALANCE = 0
                   MOVE "PAID OFF"    TO WS-RLD-STATUS
               WHEN LM-DELINQUENT
                   MOVE "DELINQUENT"  TO WS-RLD-STATUS
               WHEN OTHER
                   MOVE "CURRENT"     TO WS-RLD-STATUS
           END-EVALUATE.
           MOVE WS-RLD-STATUS TO WS-RUD-STATUS.

      * A loan is unlinked when it carries no customer number or
      * one that is no longer on the customer master.
       REPORT-UNLINKED-LOANS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "LOANS NOT LINKED TO A CUSTOMER ON FILE"
               TO WS-RSH-TEXT.
           MOVE WS-REL-SECT-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-REL-UNL-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "N" TO WS-LM-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LM-EOF
                   PERFORM CHECK-LOAN-LINK
                   IF NOT WS-LINKED
                       PERFORM WRITE-UNLINKED-LOAN
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.

           MOVE WS-UNLINKED-LOANS   TO WS-RUT-COUNT.
           MOVE WS-UNLINKED-BALANCE TO WS-RUT-BALANCE.
           MOVE WS-REL-UNL-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

       CHECK-LOAN-LINK.
           MOVE "N" TO WS-LINKED-SW.
           IF LM-CUSTOMER-NUMBER IS NUMERIC
               AND LM-CUSTOMER-NUMBER > 0
               MOVE "N" TO WS-CUST-EOF-SW
               OPEN INPUT CUSTOMER-FILE
               PERFORM UNTIL WS-CUST-EOF OR WS-LINKED
                   PERFORM READ-CUSTOMER-FILE
                   IF NOT WS-CUST-EOF
                       AND CUST-NUMBER = LM-CUSTOMER-NUMBER
                       SET WS-LINKED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       WRITE-UNLINKED-LOAN.
           ADD 1 TO WS-UNLINKED-LOANS.
           IF NOT LM-CHARGED-OFF
               ADD LM-CURRENT-BALANCE TO WS-UNLINKED-BALANCE
           END-IF.
           PERFORM SET-LOAN-STATUS-TEXT.
           MOVE LM-LOAN-NUMBER TO WS-RUD-LOAN-NO.
           IF LM-CUSTOMER-NUMBER IS NUMERIC
               AND LM-CUSTOMER-NUMBER > 0
               MOVE LM-CUSTOMER-NUMBER TO WS-RUD-CUST-NO
           ELSE
               MOVE "NONE" TO WS-RUD-CUST-NO
           END-IF.
           MOVE LM-BORROWER-NAME   TO WS-RUD-BORROWER.
           MOVE LM-CURRENT-BALANCE TO WS-RUD-BALANCE.
           MOVE WS-REL-UNL-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.
