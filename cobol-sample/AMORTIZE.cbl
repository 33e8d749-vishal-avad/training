      * the outstanding balance by the monthly rate to get the
      * interest portion, then accumulates the balance down by
      * the principal portion.
      *
      * Every input names its borrower by customer number, and
      * a loan is only boarded for a customer who is on the
      * customer master and active; any other input is
      * rejected with a callout - no schedule, no GL, nothing
      * on the servicing master - and counted as rejected on
      * the balance control record.
      *
      * What the run did to the servicing master - new loans
      * boarded and loans reset to changed terms - is appended
      * to the portfolio activity file for the roll-forward
      * proof that follows the posting steps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "data/gl_amort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

           SELECT PORT-ACTIVITY-FILE
               ASSIGN TO "data/amort_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTACT-STATUS.

      * NOTE: this build's runtime has the indexed file handler
      * disabled, so the shared run-sequence file uses RELATIVE
      * organization (direct access by relative record number)
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-INPUT-FILE
           RECORD CONTAINS 102 CHARACTERS.
           COPY AMORTIN.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  LOAN-MASTER-NEW
           RECORD CONTAINS 171 CHARACTERS.
       01  LOAN-MASTER-NEW-REC    PIC X(171).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 54 CHARACTERS.
           COPY BALREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  GL-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  PORT-ACTIVITY-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY PORTACT.

       FD  RUNSEQ-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY RUNSEQREC.
               10  WS-INE-TERM         PIC 9(3).
               10  WS-INE-PAYMENT      PIC 9(7)V99.
               10  WS-INE-CARRIED-SW   PIC X(1).
               10  WS-INE-RATE-TYPE    PIC X(1).
               10  WS-INE-INDEX-CODE   PIC X(4).
               10  WS-INE-MARGIN       PIC 9(2)V999.
               10  WS-INE-FIRST-ADJ    PIC 9(3).
               10  WS-INE-ADJ-FREQ     PIC 9(3).
               10  WS-INE-PER-CHG-CAP  PIC 9(2)V999.
               10  WS-INE-LIFE-CAP     PIC 9(2)V999.
               10  WS-INE-CUST-NUMBER  PIC 9(6).
               10  WS-INE-BRANCH       PIC X(3).

      * --- Customer master lookup: the file is rescanned for
      * --- each input, the same way HELLO-WORLD looks up its
      * --- customers.
       01  WS-CUST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CUST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-CUST-EOF               VALUE "Y".
       01  WS-CUST-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND             VALUE "Y".
       01  WS-CUST-BRANCH      PIC X(3)  VALUE SPACES.
       01  WS-LOAN-OK-SW       PIC X(1)  VALUE "N".
           88  WS-LOAN-OK                VALUE "Y".
       01  WS-LOANS-REJECTED   PIC 9(4)  VALUE 0.
       01  WS-LOANS-BOARDED    PIC 9(4)  VALUE 0.

      * --- End-of-job balance control work area ---
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.
       01  WS-TOT-INTEREST     PIC 9(10)V99 VALUE 0.

      * --- Portfolio activity for the roll-forward proof ---
       01  WS-PORTACT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-NEW-LOAN-COUNT   PIC 9(6)  VALUE 0.
       01  WS-NEW-LOAN-AMOUNT  PIC 9(11)V99 VALUE 0.
       01  WS-RESET-COUNT      PIC 9(6)  VALUE 0.
       01  WS-RESET-OLD-BAL    PIC 9(11)V99 VALUE 0.
       01  WS-RESET-NEW-BAL    PIC 9(11)V99 VALUE 0.

      * --- First due date: a month after boarding, on a day no
      * --- later than the 28th so every later month has it.
       01  WS-FIRST-DUE-DATE.
           05  WS-FDD-YEAR     PIC 9(4).
           05  WS-FDD-MONTH    PIC 9(2).
           05  WS-FDD-DAY      PIC 9(2).
       01  WS-FIRST-DUE-DATE-N REDEFINES WS-FIRST-DUE-DATE
                               PIC 9(8).

      * --- First rate adjustment of a variable-rate loan: the
      * --- boarding date (day no later than the 28th) moved on
      * --- by the first-adjustment months.
       01  WS-FIRST-ADJ-DATE.
           05  WS-FAD-YEAR     PIC 9(4).
           05  WS-FAD-MONTH    PIC 9(2).
           05  WS-FAD-DAY      PIC 9(2).
       01  WS-FIRST-ADJ-DATE-N REDEFINES WS-FIRST-ADJ-DATE
                               PIC 9(8).
       01  WS-ADJ-MONTHS       PIC 9(4)  VALUE 0.

      * --- General-ledger work area ---
       01  WS-GLWORK-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF             VALUE "Y".
       01  WS-GLRULE-FOUND-SW  PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND           VALUE "Y".
       01  WS-GL-POST-TYPE     PIC X(8)  VALUE SPACES.
       01  WS-LOAN-INTEREST    PIC 9(9)V99 VALUE 0.
       01  WS-GL-DESC          PIC X(20) VALUE SPACES.
       01  WS-LOAN-IN-EOF-SW   PIC X(1)  VALUE "N".

           PERFORM READ-LOAN-INPUT.
           PERFORM UNTIL WS-LOAN-IN-EOF
               PERFORM VALIDATE-LOAN-CUSTOMER
               IF WS-LOAN-OK
                   PERFORM BUILD-SCHEDULE-FOR-LOAN
               END-IF
               PERFORM READ-LOAN-INPUT
           END-PERFORM.


           PERFORM APPEND-GENERATION-CATALOG.
           PERFORM UPDATE-LOAN-MASTER.
           PERFORM WRITE-PORTFOLIO-ACTIVITY.
           PERFORM WRITE-BALANCE-CONTROL.
           PERFORM PUT-RUN-NUMBER.
           CLOSE RUNSEQ-FILE.

           DISPLAY " ".
           DISPLAY "Loans processed: " WS-LOANS-PROCESSED.
           DISPLAY "Loans rejected : " WS-LOANS-REJECTED.
           DISPLAY "Program completed successfully!".
           STOP RUN.

           MOVE "AMORTIZE"        TO BAL-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO BAL-RUN-NUMBER.
           MOVE WS-BUSINESS-DATE  TO BAL-BUSINESS-DATE.
           COMPUTE WS-LOANS-BOARDED =
               WS-LOANS-PROCESSED - WS-LOANS-REJECTED.
           MOVE WS-LOANS-PROCESSED TO BAL-RECS-READ.
           MOVE WS-LOANS-BOARDED  TO BAL-RECS-PROCESSED.
           MOVE WS-LOANS-REJECTED TO BAL-RECS-REJECTED.
           MOVE WS-TOT-INTEREST   TO BAL-HASH-TOTAL.
           WRITE BALANCE-CONTROL-RECORD.
           CLOSE CONTROL-OUT-FILE.

      * One record per run, appended - a night that runs the
      * step twice leaves both for the proof.
       WRITE-PORTFOLIO-ACTIVITY.
           OPEN EXTEND PORT-ACTIVITY-FILE.
           IF WS-PORTACT-STATUS = "05" OR WS-PORTACT-STATUS = "35"
               OPEN OUTPUT PORT-ACTIVITY-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE   TO PA-BUSINESS-DATE.
           MOVE WS-RUN-NUMBER      TO PA-RUN-NUMBER.
           MOVE WS-NEW-LOAN-COUNT  TO PA-BOARDED-COUNT.
           MOVE WS-NEW-LOAN-AMOUNT TO PA-BOARDED-AMOUNT.
           MOVE WS-RESET-COUNT     TO PA-RESET-COUNT.
           MOVE WS-RESET-OLD-BAL   TO PA-RESET-OLD-BAL.
           MOVE WS-RESET-NEW-BAL   TO PA-RESET-NEW-BAL.
           WRITE PORTFOLIO-ACTIVITY-RECORD.
           CLOSE PORT-ACTIVITY-FILE.
           DISPLAY "Loans boarded  : " WS-NEW-LOAN-COUNT
               "  Loans reset: " WS-RESET-COUNT.

       READ-LOAN-INPUT.
           READ LOAN-INPUT-FILE
               AT END
               ADD 1 TO WS-LOANS-PROCESSED
           END-IF.

      * The borrower must be a customer on the customer master
      * and active. An existing loan whose input is rejected is
      * simply not refreshed - it passes through the master
      * update as it stands.
       VALIDATE-LOAN-CUSTOMER.
           MOVE "N" TO WS-LOAN-OK-SW.
           MOVE "N" TO WS-CUST-FOUND-SW.
           IF LOAN-CUSTOMER-NUMBER NOT NUMERIC
               OR LOAN-CUSTOMER-NUMBER = 0
               DISPLAY "  LOAN " LOAN-NUMBER
                   " HAS NO CUSTOMER NUMBER - REJECTED"
               ADD 1 TO WS-LOANS-REJECTED
           ELSE
               PERFORM LOOKUP-CUSTOMER
               IF NOT WS-CUST-FOUND
                   DISPLAY "  LOAN " LOAN-NUMBER " CUSTOMER "
                       LOAN-CUSTOMER-NUMBER
                       " NOT ON CUSTOMER MASTER - REJECTED"
                   ADD 1 TO WS-LOANS-REJECTED
               ELSE
                   IF NOT CUST-ACTIVE
                       DISPLAY "  LOAN " LOAN-NUMBER " CUSTOMER "
                           LOAN-CUSTOMER-NUMBER
                           " IS INACTIVE - REJECTED"
                       ADD 1 TO WS-LOANS-REJECTED
                   ELSE
                       MOVE CUST-BRANCH TO WS-CUST-BRANCH
                       SET WS-LOAN-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUST-EOF-SW.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-EOF OR WS-CUST-FOUND
                   READ CUSTOMER-FILE
                       AT END
                           SET WS-CUST-EOF TO TRUE
                   END-READ
                   IF NOT WS-CUST-EOF
                       AND CUST-NUMBER = LOAN-CUSTOMER-NUMBER
                       SET WS-CUST-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.

       BUILD-SCHEDULE-FOR-LOAN.
           DISPLAY "Loan principal=" LOAN-PRINCIPAL
               " rate=" LOAN-ANNUAL-RATE " term=" LOAN-TERM-MONTHS.
      * file for GL-EXTRACT to fold into the interface feed.
       WRITE-GL-WORK-RECORD.
           MOVE "AMORTIZE" TO GLW-SOURCE.
           MOVE "SCHEDINT" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE SPACES     TO WS-GL-DESC.
           STRING "SCHED INT " LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESC.
           MOVE WS-LOAN-INTEREST TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.

      * The account for each posting comes from the posting rule
      * for this source and posting type. A posting with no rule
      * goes out with a blank account, which GL-EXTRACT holds
      * until the rule is set up.
       RESOLVE-GL-ACCOUNT.
           MOVE SPACES TO GLW-ACCOUNT.
           MOVE "N" TO WS-GLRULE-EOF-SW.
           MOVE "N" TO WS-GLRULE-FOUND-SW.
           OPEN INPUT GL-RULE-FILE.
           IF WS-GLRULE-STATUS = "00"
               PERFORM READ-GL-RULE
               PERFORM UNTIL WS-GLRULE-EOF OR WS-GLRULE-FOUND
                   IF GLR-SOURCE = GLW-SOURCE
                       AND GLR-POST-TYPE = WS-GL-POST-TYPE
                       MOVE GLR-ACCOUNT TO GLW-ACCOUNT
                       SET WS-GLRULE-FOUND TO TRUE
                   ELSE
                       PERFORM READ-GL-RULE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-RULE-FILE.
           IF NOT WS-GLRULE-FOUND
               DISPLAY "WARNING: NO GL POSTING RULE FOR "
                   GLW-SOURCE " " WS-GL-POST-TYPE
                   " - POSTING WILL BE HELD"
           END-IF.

       READ-GL-RULE.
           READ GL-RULE-FILE
               AT END
                   SET WS-GLRULE-EOF TO TRUE
           END-READ.

      * Each input loan is tabled with the payment its schedule
      * computed, for the sequential master update after the
      * schedule pass. An input past the table leaves the
           MOVE WS-PAYMENT
               TO WS-INE-PAYMENT (WS-IN-COUNT).
           MOVE "N" TO WS-INE-CARRIED-SW (WS-IN-COUNT).
           MOVE LOAN-CUSTOMER-NUMBER
               TO WS-INE-CUST-NUMBER (WS-IN-COUNT).
           MOVE WS-CUST-BRANCH
               TO WS-INE-BRANCH (WS-IN-COUNT).
           PERFORM STORE-RATE-TERMS.

      * The adjustable-rate terms are blank on a fixed-rate
      * input (and on a feed cut before they existed). A V loan
      * with no index or no adjustment frequency could never
      * reprice, so it is boarded fixed with a callout rather
      * than carrying a schedule that goes nowhere.
       STORE-RATE-TERMS.
           MOVE "F"    TO WS-INE-RATE-TYPE (WS-IN-COUNT).
           MOVE SPACES TO WS-INE-INDEX-CODE (WS-IN-COUNT).
           MOVE 0      TO WS-INE-MARGIN (WS-IN-COUNT).
           MOVE 0      TO WS-INE-FIRST-ADJ (WS-IN-COUNT).
           MOVE 0      TO WS-INE-ADJ-FREQ (WS-IN-COUNT).
           MOVE 0      TO WS-INE-PER-CHG-CAP (WS-IN-COUNT).
           MOVE 0      TO WS-INE-LIFE-CAP (WS-IN-COUNT).
           IF LOAN-RATE-TYPE = "V"
               IF LOAN-INDEX-CODE = SPACES
                   OR LOAN-ADJ-FREQ NOT NUMERIC
                   OR LOAN-ADJ-FREQ = 0
                   DISPLAY "  LOAN " LOAN-NUMBER
                       " VARIABLE RATE WITHOUT INDEX OR FREQUENCY"
                       " - BOARDED FIXED"
               ELSE
                   MOVE "V" TO WS-INE-RATE-TYPE (WS-IN-COUNT)
                   MOVE LOAN-INDEX-CODE
                       TO WS-INE-INDEX-CODE (WS-IN-COUNT)
                   MOVE LOAN-ADJ-FREQ
                       TO WS-INE-ADJ-FREQ (WS-IN-COUNT)
                   MOVE LOAN-ADJ-FREQ
                       TO WS-INE-FIRST-ADJ (WS-IN-COUNT)
                   IF LOAN-FIRST-ADJ-MONTHS IS NUMERIC
                       AND LOAN-FIRST-ADJ-MONTHS > 0
                       MOVE LOAN-FIRST-ADJ-MONTHS
                           TO WS-INE-FIRST-ADJ (WS-IN-COUNT)
                   END-IF
                   IF LOAN-MARGIN IS NUMERIC
                       MOVE LOAN-MARGIN
                           TO WS-INE-MARGIN (WS-IN-COUNT)
                   END-IF
                   IF LOAN-PER-CHG-CAP IS NUMERIC
                       MOVE LOAN-PER-CHG-CAP
                           TO WS-INE-PER-CHG-CAP (WS-IN-COUNT)
                   END-IF
                   IF LOAN-LIFE-CAP IS NUMERIC
                       MOVE LOAN-LIFE-CAP
                           TO WS-INE-LIFE-CAP (WS-IN-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Generating a schedule creates the loan on the servicing
      * master. The master streams old-to-new: a loan already
      * wipe live balances, paid-through periods or delinquency
      * flags. Only a genuine terms change (a rewritten loan)
      * resets the record to nothing yet paid, and inputs not
      * on the master at all are appended as new loans. The
      * rate compared is the note rate the loan was boarded at
      * (LM-INITIAL-RATE), not LM-ANNUAL-RATE - a variable-rate
      * loan LOAN-REPRICE has since reset is not a rewrite.
      * Either way the loan takes its customer and branch from
      * tonight's validated input, so a customer moved to
      * another branch carries the loan with them.
       UPDATE-LOAN-MASTER.
           PERFORM SET-FIRST-DUE-DATE.
           OPEN INPUT LOAN-MASTER-FILE.
           OPEN OUTPUT LOAN-MASTER-NEW.
           PERFORM READ-LOAN-MASTER.
           CLOSE LOAN-MASTER-NEW.
           PERFORM COPY-MASTER-BACK.

       SET-FIRST-DUE-DATE.
           MOVE WS-BUSINESS-DATE TO WS-FIRST-DUE-DATE-N.
           IF WS-FDD-DAY > 28
               MOVE 28 TO WS-FDD-DAY
           END-IF.
           IF WS-FDD-MONTH >= 12
               MOVE 1 TO WS-FDD-MONTH
               ADD 1 TO WS-FDD-YEAR
           ELSE
               ADD 1 TO WS-FDD-MONTH
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
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
           PERFORM GUARD-RATE-TERMS.
           PERFORM FIND-INPUT-LOAN.
           IF WS-IN-FOUND
               MOVE "Y" TO WS-INE-CARRIED-SW (WS-IN-SUB)
               IF WS-INE-PRINCIPAL (WS-IN-SUB) = LM-ORIG-PRINCIPAL
                   AND WS-INE-RATE (WS-IN-SUB) = LM-INITIAL-RATE
                   AND WS-INE-TERM (WS-IN-SUB) = LM-TERM-MONTHS
                   DISPLAY "  Loan " LM-LOAN-NUMBER
                       " terms unchanged - master preserved"
                   MOVE WS-INE-CUST-NUMBER (WS-IN-SUB)
                       TO LM-CUSTOMER-NUMBER
                   MOVE WS-INE-BRANCH (WS-IN-SUB) TO LM-BRANCH
               ELSE
      * A charged-off balance is already off the active
      * portfolio, so it leaves nothing to take back out.
                   ADD 1 TO WS-RESET-COUNT
                   IF NOT LM-CHARGED-OFF
                       ADD LM-CURRENT-BALANCE TO WS-RESET-OLD-BAL
                   END-IF
                   PERFORM RESET-MASTER-FROM-INPUT
                   ADD LM-CURRENT-BALANCE TO WS-RESET-NEW-BAL
               END-IF
           END-IF.
           MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC.
           WRITE LOAN-MASTER-NEW-REC.

      * A loan boarded before the rate terms existed is a
      * fixed-rate loan whose note rate is the rate it carries.
      * One boarded before the customer link existed carries no
      * customer until its input next passes validation.
       GUARD-RATE-TERMS.
           IF LM-RATE-TYPE NOT = "V"
               MOVE "F" TO LM-RATE-TYPE
           END-IF.
           IF LM-MARGIN NOT NUMERIC
               MOVE 0 TO LM-MARGIN
           END-IF.
           IF LM-INITIAL-RATE NOT NUMERIC
               OR LM-INITIAL-RATE = 0
               MOVE LM-ANNUAL-RATE TO LM-INITIAL-RATE
           END-IF.
           IF LM-ADJ-FREQ NOT NUMERIC
               MOVE 0 TO LM-ADJ-FREQ
           END-IF.
           IF LM-NEXT-ADJ-DATE NOT NUMERIC
               MOVE 0 TO LM-NEXT-ADJ-DATE
           END-IF.
           IF LM-PER-CHG-CAP NOT NUMERIC
               MOVE 0 TO LM-PER-CHG-CAP
           END-IF.
           IF LM-LIFE-CAP NOT NUMERIC
               MOVE 0 TO LM-LIFE-CAP
           END-IF.
           IF LM-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 0 TO LM-CUSTOMER-NUMBER
           END-IF.

       FIND-INPUT-LOAN.
           MOVE "N" TO WS-IN-FOUND-SW.
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1
           MOVE "C" TO LM-DELINQ-STATUS.
           MOVE 0   TO LM-MISSED-CYCLES.
           MOVE 0   TO LM-LAST-PAY-DATE.
           MOVE 0   TO LM-FEES-DUE.
           MOVE WS-FIRST-DUE-DATE-N TO LM-NEXT-DUE-DATE.
           MOVE 0   TO LM-LATE-CHG-DATE.
           MOVE 0   TO LM-CHGOFF-DATE.
           MOVE 0   TO LM-RECOVERED.
           MOVE WS-INE-RATE (WS-IN-SUB)      TO LM-INITIAL-RATE.
           MOVE WS-INE-RATE-TYPE (WS-IN-SUB) TO LM-RATE-TYPE.
           MOVE WS-INE-INDEX-CODE (WS-IN-SUB) TO LM-INDEX-CODE.
           MOVE WS-INE-MARGIN (WS-IN-SUB)    TO LM-MARGIN.
           MOVE WS-INE-ADJ-FREQ (WS-IN-SUB)  TO LM-ADJ-FREQ.
           MOVE WS-INE-PER-CHG-CAP (WS-IN-SUB) TO LM-PER-CHG-CAP.
           MOVE WS-INE-LIFE-CAP (WS-IN-SUB)  TO LM-LIFE-CAP.
           MOVE WS-INE-CUST-NUMBER (WS-IN-SUB) TO LM-CUSTOMER-NUMBER.
           MOVE WS-INE-BRANCH (WS-IN-SUB)    TO LM-BRANCH.
           MOVE 0   TO LM-NEXT-ADJ-DATE.
           IF LM-VARIABLE-RATE
               PERFORM SET-FIRST-ADJ-DATE
               MOVE WS-FIRST-ADJ-DATE-N TO LM-NEXT-ADJ-DATE
           END-IF.

       SET-FIRST-ADJ-DATE.
           MOVE WS-BUSINESS-DATE TO WS-FIRST-ADJ-DATE-N.
           IF WS-FAD-DAY > 28
               MOVE 28 TO WS-FAD-DAY
           END-IF.
           COMPUTE WS-ADJ-MONTHS =
               WS-FAD-MONTH + WS-INE-FIRST-ADJ (WS-IN-SUB).
           PERFORM UNTIL WS-ADJ-MONTHS <= 12
               SUBTRACT 12 FROM WS-ADJ-MONTHS
               ADD 1 TO WS-FAD-YEAR
           END-PERFORM.
           MOVE WS-ADJ-MONTHS TO WS-FAD-MONTH.

       APPEND-NEW-LOANS.
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1
                   PERFORM RESET-MASTER-FROM-INPUT
                   MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC
                   WRITE LOAN-MASTER-NEW-REC
                   ADD 1 TO WS-NEW-LOAN-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-NEW-LOAN-AMOUNT
               END-IF
           END-PERFORM.

