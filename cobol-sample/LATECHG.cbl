       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-CHARGE.

      * Late-charge assessment, run right after LOAN-POSTING.
      * Every loan with an open balance whose oldest unpaid
      * installment (LM-NEXT-DUE-DATE) is past the grace period
      * counted from its due date is charged a late fee - a flat
      * amount or a percentage of LM-MONTHLY-PAYMENT, from the
      * parameter record. The fee is added to the loan's
      * fees-due balance (LM-FEES-DUE), which LOAN-POSTING takes
      * first out of the next payment, is written to the payment
      * history as a late-charge entry (type L), and is booked
      * to late-charge income on the GL work file.
      *
      * Each installment is charged once: LM-LATE-CHG-DATE
      * remembers the due date last charged, and the next
      * installment is only looked at once that one is behind
      * it. A loan several installments down picks up one fee
      * per installment, one a night, and an NSF reversal that
      * puts an already-charged installment back on the loan
      * cannot charge it a second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LATE-PARM-FILE
               ASSIGN TO "data/latechg_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

      * The updated master is built alongside the old one and
      * copied back once the pass completes, so a run that dies
      * mid-stream leaves the real master untouched.
           SELECT LOAN-MASTER-NEW
               ASSIGN TO "data/loan_master_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-NEW-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "data/loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LATE-REPORT-FILE
               ASSIGN TO "data/late_charges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "data/gl_latechg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the grace period is measured
      * to the same date the posting run balanced to.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY LATEPARM.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  LOAN-MASTER-NEW
           RECORD CONTAINS 171 CHARACTERS.
       01  LOAN-MASTER-NEW-REC    PIC X(171).

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  LATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  GL-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-LOAN-NEW-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLWORK-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF             VALUE "Y".
       01  WS-GLRULE-FOUND-SW  PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND           VALUE "Y".
       01  WS-GL-POST-TYPE     PIC X(8)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-NEW-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-NEW-EOF                VALUE "Y".

      * --- Late-charge terms: compiled-in defaults, replaced
      * --- field by field from the parameter record.
       01  WS-FEE-METHOD       PIC X(1)  VALUE "F".
           88  WS-FEE-FLAT               VALUE "F".
           88  WS-FEE-PERCENT            VALUE "P".
       01  WS-FLAT-AMOUNT      PIC 9(5)V99  VALUE 25.00.
       01  WS-FEE-PCT          PIC 9(2)V999 VALUE 5.000.
       01  WS-GRACE-DAYS       PIC 9(3)  VALUE 15.

      * --- Installment due-date work area: due dates are kept
      * --- on a day no later than the 28th, so stepping one a
      * --- month forward never lands on a date that does not
      * --- exist.
       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.
       01  WS-TODAY-INT        PIC 9(8)  VALUE 0.
       01  WS-DUEDAY-INT       PIC 9(8)  VALUE 0.
       01  WS-DAYS-LATE        PIC S9(5) VALUE 0.
       01  WS-CHARGE-DUE-DATE  PIC 9(8)  VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).

       01  WS-FEE-AMOUNT       PIC 9(7)V99  VALUE 0.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-FEES-ASSESSED    PIC 9(6)  VALUE 0.
       01  WS-DUE-DATES-SET    PIC 9(6)  VALUE 0.
       01  WS-TOT-FEES         PIC 9(10)V99 VALUE 0.

      * --- Late-charge report layout ---
       01  WS-LATE-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "LATE CHARGE ASSESSMENT REPORT".
       01  WS-LATE-HDR-2.
           05  FILLER          PIC X(11) VALUE "AS OF DATE ".
           05  WS-LH2-DATE     PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "GRACE DAYS : ".
           05  WS-LH2-GRACE    PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "METHOD : ".
           05  WS-LH2-METHOD   PIC X(20).
       01  WS-LATE-COL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(22) VALUE "BORROWER".
           05  FILLER          PIC X(10) VALUE "DUE DATE".
           05  FILLER          PIC X(10) VALUE "DAYS LATE".
           05  FILLER          PIC X(12) VALUE "  LATE FEE".
           05  FILLER          PIC X(14) VALUE "  FEES DUE NOW".

       01  WS-LATE-DTL.
           05  WS-LDL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-LDL-BORROWER PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-LDL-DUE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-LDL-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-LDL-FEE      PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-LDL-FEES-DUE PIC Z(6)9.99.

       01  WS-LATE-TOT.
           05  FILLER          PIC X(18) VALUE "FEES ASSESSED   : ".
           05  WS-LTL-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "AMOUNT : ".
           05  WS-LTL-AMOUNT   PIC Z(9)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "LOANS READ : ".
           05  WS-LTL-READ     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LATE CHARGE ASSESSMENT".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM READ-LATE-PARM.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN-MASTER-FILE, STATUS="
                   WS-LOAN-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAN-MASTER-NEW.
           OPEN OUTPUT LATE-REPORT-FILE.
           MOVE WS-LATE-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-LH2-DATE.
           MOVE WS-GRACE-DAYS    TO WS-LH2-GRACE.
           IF WS-FEE-PERCENT
               MOVE "PERCENT OF PAYMENT" TO WS-LH2-METHOD
           ELSE
               MOVE "FLAT AMOUNT"        TO WS-LH2-METHOD
           END-IF.
           MOVE WS-LATE-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LATE-COL-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               PERFORM ASSESS-ONE-LOAN
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-MASTER-NEW.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-FEES-ASSESSED TO WS-LTL-COUNT.
           MOVE WS-TOT-FEES      TO WS-LTL-AMOUNT.
           MOVE WS-LOANS-READ    TO WS-LTL-READ.
           MOVE WS-LATE-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE LATE-REPORT-FILE.

           PERFORM COPY-MASTER-BACK.
           PERFORM WRITE-GL-WORK-FILE.

           DISPLAY " ".
           DISPLAY "Loans on master  : " WS-LOANS-READ.
           DISPLAY "Late fees charged: " WS-FEES-ASSESSED.
           DISPLAY "Late fee total   : " WS-TOT-FEES.
           DISPLAY "Due dates set    : " WS-DUE-DATES-SET.
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

      * Each term on the parameter record replaces its default
      * only when it is present and sensible, the same rule the
      * purge retention count follows.
       READ-LATE-PARM.
           OPEN INPUT LATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ LATE-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-STATUS = "00"
                   IF LCP-FLAT OR LCP-PERCENT
                       MOVE LCP-FEE-METHOD TO WS-FEE-METHOD
                   END-IF
                   IF LCP-FLAT-AMOUNT NUMERIC
                       AND LCP-FLAT-AMOUNT > 0
                       MOVE LCP-FLAT-AMOUNT TO WS-FLAT-AMOUNT
                   END-IF
                   IF LCP-FEE-PERCENT NUMERIC
                       AND LCP-FEE-PERCENT > 0
                       MOVE LCP-FEE-PERCENT TO WS-FEE-PCT
                   END-IF
                   IF LCP-GRACE-DAYS NUMERIC
                       AND LCP-GRACE-DAYS > 0
                       MOVE LCP-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
               END-IF
           END-IF.
           CLOSE LATE-PARM-FILE.
           DISPLAY "Fee method       : " WS-FEE-METHOD.
           DISPLAY "Flat amount      : " WS-FLAT-AMOUNT.
           DISPLAY "Fee percent      : " WS-FEE-PCT.
           DISPLAY "Grace days       : " WS-GRACE-DAYS.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.
           IF NOT WS-LM-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * A master cut before the fee fields existed reads them as
      * spaces - they start from zero. A loan with no due date
      * on file is given one: a month past its last payment, or
      * a month past tonight if it has never been paid, so it
      * is never charged for time before the due date existed.
      * A charged-off loan is off the books and is never charged.
       ASSESS-ONE-LOAN.
           IF LM-FEES-DUE NOT NUMERIC
               MOVE 0 TO LM-FEES-DUE
           END-IF.
           IF LM-NEXT-DUE-DATE NOT NUMERIC
               MOVE 0 TO LM-NEXT-DUE-DATE
           END-IF.
           IF LM-LATE-CHG-DATE NOT NUMERIC
               MOVE 0 TO LM-LATE-CHG-DATE
           END-IF.
           IF LM-LAST-PAY-DATE NOT NUMERIC
               MOVE 0 TO LM-LAST-PAY-DATE
           END-IF.
           IF LM-CHGOFF-DATE NOT NUMERIC
               MOVE 0 TO LM-CHGOFF-DATE
           END-IF.
           IF LM-RECOVERED NOT NUMERIC
               MOVE 0 TO LM-RECOVERED
           END-IF.
           IF LM-CURRENT-BALANCE > 0
               AND NOT LM-CHARGED-OFF
               IF LM-NEXT-DUE-DATE = 0
                   PERFORM SET-FIRST-DUE-DATE
               ELSE
                   PERFORM CHECK-INSTALLMENT-LATE
               END-IF
           END-IF.
           MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC.
           WRITE LOAN-MASTER-NEW-REC.

       SET-FIRST-DUE-DATE.
           IF LM-LAST-PAY-DATE > 0
               MOVE LM-LAST-PAY-DATE TO WS-DATE-WORK-N
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-DATE-WORK-N
           END-IF.
           PERFORM STEP-ONE-MONTH.
           MOVE WS-DATE-WORK-N TO LM-NEXT-DUE-DATE.
           ADD 1 TO WS-DUE-DATES-SET.
           DISPLAY "  " LM-LOAN-NUMBER " DUE DATE SET TO "
               LM-NEXT-DUE-DATE.

      * The installment in question is the oldest one unpaid,
      * or - when that one has already been charged - the one
      * due a month after the last installment charged.
       CHECK-INSTALLMENT-LATE.
           IF LM-LATE-CHG-DATE >= LM-NEXT-DUE-DATE
               MOVE LM-LATE-CHG-DATE TO WS-DATE-WORK-N
               PERFORM STEP-ONE-MONTH
               MOVE WS-DATE-WORK-N TO WS-CHARGE-DUE-DATE
           ELSE
               MOVE LM-NEXT-DUE-DATE TO WS-CHARGE-DUE-DATE
           END-IF.
           COMPUTE WS-DUEDAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CHARGE-DUE-DATE).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUEDAY-INT.
           IF WS-DUEDAY-INT > 0
               AND WS-DAYS-LATE > WS-GRACE-DAYS
               PERFORM ASSESS-LATE-FEE
           END-IF.

       ASSESS-LATE-FEE.
           IF WS-FEE-PERCENT
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   LM-MONTHLY-PAYMENT * WS-FEE-PCT / 100
           ELSE
               MOVE WS-FLAT-AMOUNT TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT > 0
               ADD WS-FEE-AMOUNT TO LM-FEES-DUE
               MOVE WS-CHARGE-DUE-DATE TO LM-LATE-CHG-DATE
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-FEE-AMOUNT TO WS-TOT-FEES
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-LATE-LINE
           END-IF.

      * Due dates sit on or before the 28th, so a month forward
      * is the same day of the next month.
       STEP-ONE-MONTH.
           IF WS-DW-DAY > 28
               MOVE 28 TO WS-DW-DAY
           END-IF.
           IF WS-DW-MONTH >= 12
               MOVE 1 TO WS-DW-MONTH
               ADD 1 TO WS-DW-YEAR
           ELSE
               ADD 1 TO WS-DW-MONTH
           END-IF.

      * The late charge goes on the payment history as its own
      * entry, dated tonight, opened per write the same way
      * LOAN-POSTING keeps it.
       WRITE-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE LM-LOAN-NUMBER     TO LH-LOAN-NUMBER.
           MOVE WS-BUSINESS-DATE   TO LH-PAY-DATE.
           MOVE WS-FEE-AMOUNT      TO LH-AMOUNT.
           MOVE 0                  TO LH-INTEREST.
           MOVE 0                  TO LH-PRINCIPAL.
           MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER.
           MOVE "L"                TO LH-TRAN-TYPE.
           MOVE WS-FEE-AMOUNT      TO LH-FEES.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       WRITE-LATE-LINE.
           MOVE LM-LOAN-NUMBER     TO WS-LDL-LOAN-NO.
           MOVE LM-BORROWER-NAME   TO WS-LDL-BORROWER.
           MOVE WS-CHARGE-DUE-DATE TO WS-LDL-DUE-DATE.
           MOVE WS-DAYS-LATE       TO WS-LDL-DAYS.
           MOVE WS-FEE-AMOUNT      TO WS-LDL-FEE.
           MOVE LM-FEES-DUE        TO WS-LDL-FEES-DUE.
           MOVE WS-LATE-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY "  " LM-LOAN-NUMBER " LATE FEE " WS-LDL-FEE.

      * The updated master replaces the old one only after the
      * pass completed cleanly; the work file stays behind as
      * tonight's fallback copy.
       COPY-MASTER-BACK.
           MOVE "N" TO WS-NEW-EOF-SW.
           OPEN INPUT LOAN-MASTER-NEW.
           OPEN OUTPUT LOAN-MASTER-FILE.
           PERFORM READ-NEW-MASTER.
           PERFORM UNTIL WS-NEW-EOF
               MOVE LOAN-MASTER-NEW-REC TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
               PERFORM READ-NEW-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-NEW.
           CLOSE LOAN-MASTER-FILE.

       READ-NEW-MASTER.
           READ LOAN-MASTER-NEW
               AT END
                   SET WS-NEW-EOF TO TRUE
           END-READ.

      * Tonight's charges are income as they are assessed, and
      * a receivable until LOAN-POSTING collects them.
       WRITE-GL-WORK-FILE.
           OPEN OUTPUT GL-WORK-FILE.
           MOVE "LATECHG"  TO GLW-SOURCE.
           MOVE "FEEINC"   TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LATE CHARGE INCOME"  TO GLW-DESC.
           MOVE "+"        TO GLW-SIGN.
           MOVE WS-TOT-FEES TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.
           MOVE "FEERECV"  TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LATE FEES RECEIVABLE" TO GLW-DESC.
           MOVE "+"        TO GLW-SIGN.
           MOVE WS-TOT-FEES TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.
           CLOSE GL-WORK-FILE.

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
