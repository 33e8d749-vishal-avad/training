       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.

      * Unapplied-payment suspense pass for LOAN-POSTING. Works
      * the suspense inventory (data/loan_suspense.dat, SUSPREC
      * layout) that LOAN-POSTING appends to whenever a payment
      * cannot be applied - the loan is not on the master or is
      * already paid off, or a payoff brought in more than the
      * loan owed - so the money is worked instead of
      * disappearing off the posting report:
      *   1. applies operator actions (SUSPACT layout) to open
      *      entries: apply to a corrected loan number, refund
      *      to the payer, or write off,
      *   2. re-feeds the applied entries, under the corrected
      *      loan number, to data/suspense_refeed.dat, which
      *      LOAN-POSTING picks up alongside the nightly feed on
      *      its next run,
      *   3. books refunds and write-offs out of the suspense
      *      account on its GL work file for GL-EXTRACT,
      *   4. ages whatever is still open and prints a suspense
      *      aging report (1 day / 3 day / 5+) with the open
      *      suspense balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "data/loan_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      * The action file is consumed: once worked it is emptied
      * so a rerun cannot refund or re-feed the same payment
      * twice.
           SELECT OPTIONAL ACTION-FILE
               ASSIGN TO "data/suspense_actions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.

      * An apply is only accepted to a loan that is on the
      * servicing master and still has a balance to take it.
           SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT REFEED-FILE ASSIGN TO "data/suspense_refeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFEED-STATUS.

      * Refunds and write-offs ride the next GL feed; GL-EXTRACT
      * empties this file once it has folded it in, so the
      * pass can run any number of times between feeds.
           SELECT GL-WORK-FILE ASSIGN TO "data/gl_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "data/suspense_aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; entries are aged to the same
      * date LOAN-POSTING stamped them with.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY SUSPREC.

       FD  ACTION-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY SUSPACT.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  REFEED-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY PAYTRAN.

       FD  GL-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-ACTION-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REFEED-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-GLWORK-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF              VALUE "Y".
       01  WS-GLRULE-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND            VALUE "Y".
       01  WS-GL-POST-TYPE      PIC X(8)  VALUE SPACES.
       01  WS-AGING-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-SUSPENSE-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-EOF            VALUE "Y".
       01  WS-ACTION-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-ACTION-EOF              VALUE "Y".
       01  WS-LM-EOF-SW         PIC X(1)  VALUE "N".
           88  WS-LM-EOF                  VALUE "Y".

       01  WS-BUSINESS-DATE     PIC 9(8)  VALUE 0.

      * --- Suspense inventory table ---
       01  WS-INV-COUNT         PIC 9(4)  VALUE 0.
       01  WS-INV-SUB           PIC 9(4)  VALUE 0.
       01  WS-INV-OVERFLOW-SW   PIC X(1)  VALUE "N".
           88  WS-INV-OVERFLOW            VALUE "Y".
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY  OCCURS 1000 TIMES.
               10  WS-INV-SEQ-NO      PIC 9(6).
               10  WS-INV-LOAN        PIC 9(8).
               10  WS-INV-PAY-DATE    PIC 9(8).
               10  WS-INV-AMOUNT      PIC 9(7)V99.
               10  WS-INV-TRAN-TYPE   PIC X(1).
               10  WS-INV-REASON      PIC X(1).
               10  WS-INV-SUSP-DATE   PIC 9(8).
               10  WS-INV-STATUS      PIC X(1).
               10  WS-INV-CORR-LOAN   PIC 9(8).
               10  WS-INV-ACTION-DATE PIC 9(8).
               10  WS-INV-USER-ID     PIC X(8).

       01  WS-ACT-FOUND-SW      PIC X(1)  VALUE "N".
           88  WS-ACT-FOUND               VALUE "Y".
       01  WS-LOAN-OK-SW        PIC X(1)  VALUE "N".
           88  WS-LOAN-OK                 VALUE "Y".
       01  WS-ERROR-TEXT        PIC X(40) VALUE SPACES.

       01  WS-ACTIONS-READ      PIC 9(6)  VALUE 0.
       01  WS-ACTIONS-APPLD     PIC 9(6)  VALUE 0.
       01  WS-ACTION-ERRORS     PIC 9(6)  VALUE 0.
       01  WS-RECS-REFED        PIC 9(6)  VALUE 0.
       01  WS-REFUNDS           PIC 9(6)  VALUE 0.
       01  WS-WRITE-OFFS        PIC 9(6)  VALUE 0.
       01  WS-OPEN-ITEMS        PIC 9(6)  VALUE 0.

      * --- GL work area: what left the suspense account on
      * --- this pass other than by re-feed (LOAN-POSTING books
      * --- the re-fed payments out as it loads them).
       01  WS-TOT-REFUNDED      PIC 9(10)V99 VALUE 0.
       01  WS-TOT-WRITTEN-OFF   PIC 9(10)V99 VALUE 0.
       01  WS-TOT-OPEN          PIC 9(10)V99 VALUE 0.

      * --- Aging work area ---
       01  WS-TODAY-INT         PIC 9(8)  VALUE 0.
       01  WS-SUSPDAY-INT       PIC 9(8)  VALUE 0.
       01  WS-AGE-DAYS          PIC S9(4) VALUE 0.
       01  WS-AGE-CNT-1DAY      PIC 9(6)  VALUE 0.
       01  WS-AGE-CNT-3DAY      PIC 9(6)  VALUE 0.
       01  WS-AGE-CNT-5DAY      PIC 9(6)  VALUE 0.
       01  WS-AGE-AMT-1DAY      PIC 9(10)V99 VALUE 0.
       01  WS-AGE-AMT-3DAY      PIC 9(10)V99 VALUE 0.
       01  WS-AGE-AMT-5DAY      PIC 9(10)V99 VALUE 0.

      * --- Aging report layout ---
       01  WS-AGING-HDR-1.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(40)
               VALUE "UNAPPLIED PAYMENT SUSPENSE AGING REPORT".
       01  WS-AGING-HDR-2.
           05  FILLER           PIC X(11) VALUE "AS OF DATE ".
           05  WS-AGH-DATE      PIC 9(8).
       01  WS-AGING-COL-HDR.
           05  FILLER           PIC X(8)  VALUE "SEQ NO".
           05  FILLER           PIC X(10) VALUE "LOAN NO".
           05  FILLER           PIC X(10) VALUE "PAY DATE".
           05  FILLER           PIC X(13) VALUE "       AMOUNT".
           05  FILLER           PIC X(10) VALUE "  SUSP ON".
           05  FILLER           PIC X(7)  VALUE "  DAYS".
           05  FILLER           PIC X(9)  VALUE " BUCKET".
           05  FILLER           PIC X(20) VALUE "REASON".

       01  WS-AGING-DTL.
           05  WS-AGD-SEQ       PIC 9(6).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGD-LOAN      PIC 9(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGD-PAY-DATE  PIC 9(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGD-AMOUNT    PIC Z(6)9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-AGD-SUSP-DATE PIC 9(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGD-DAYS      PIC ZZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-AGD-BUCKET    PIC X(7).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGD-REASON    PIC X(20).

       01  WS-AGING-BKT-HDR.
           05  FILLER           PIC X(10) VALUE "BUCKET".
           05  FILLER           PIC X(10) VALUE "    ITEMS".
           05  FILLER           PIC X(17) VALUE "           AMOUNT".
       01  WS-AGING-BKT.
           05  WS-AGB-NAME      PIC X(10).
           05  WS-AGB-COUNT     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AGB-AMOUNT    PIC Z(9)9.99.

       01  WS-AGING-SUMMARY.
           05  FILLER           PIC X(16) VALUE "OPEN ITEMS    : ".
           05  WS-AGS-OPEN      PIC ZZZZZ9.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(16) VALUE "OPEN BALANCE  : ".
           05  WS-AGS-BALANCE   PIC Z(9)9.99.
       01  WS-AGING-ACTIVITY.
           05  FILLER           PIC X(16) VALUE "RE-FED        : ".
           05  WS-AGA-REFED     PIC ZZZZZ9.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "REFUNDED : ".
           05  WS-AGA-REFUNDS   PIC ZZZZZ9.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(14) VALUE "WRITTEN OFF : ".
           05  WS-AGA-WRITEOFF  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  UNAPPLIED PAYMENT SUSPENSE PASS".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM LOAD-SUSPENSE-INVENTORY.
           IF WS-INV-OVERFLOW
               DISPLAY "SUSPENSE INVENTORY EXCEEDS 1000 ENTRIES - "
                   "RUN ABORTED, INVENTORY NOT REWRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPLY-SUSPENSE-ACTIONS.
           PERFORM BUILD-REFEED-FILE.
           PERFORM WRITE-GL-WORK-FILE.
           PERFORM WRITE-AGING-REPORT.
           PERFORM REWRITE-SUSPENSE-INVENTORY.
           PERFORM CONSUME-ACTION-FILE.

           DISPLAY " ".
           DISPLAY "Actions read         : " WS-ACTIONS-READ.
           DISPLAY "Actions applied      : " WS-ACTIONS-APPLD.
           DISPLAY "Action errors        : " WS-ACTION-ERRORS.
           DISPLAY "Payments re-fed      : " WS-RECS-REFED.
           DISPLAY "Payments refunded    : " WS-REFUNDS.
           DISPLAY "Payments written off : " WS-WRITE-OFFS.
           DISPLAY "Items still open     : " WS-OPEN-ITEMS.
           DISPLAY "Open suspense balance: " WS-TOT-OPEN.
           DISPLAY "Program completed successfully!".
           STOP RUN.

      * The run date is the system date unless the job-level
      * run-control record carries a business-date override -
      * every program in the stream resolves the date the same
      * way so the aging matches the posting dates.
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

       LOAD-SUSPENSE-INVENTORY.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-INVENTORY
               PERFORM UNTIL WS-SUSPENSE-EOF
                   ADD 1 TO WS-INV-COUNT
                   MOVE SUS-SEQ-NO
                       TO WS-INV-SEQ-NO (WS-INV-COUNT)
                   MOVE SUS-PAY-LOAN-NUMBER
                       TO WS-INV-LOAN (WS-INV-COUNT)
                   MOVE SUS-PAY-DATE
                       TO WS-INV-PAY-DATE (WS-INV-COUNT)
                   MOVE SUS-PAY-AMOUNT
                       TO WS-INV-AMOUNT (WS-INV-COUNT)
                   MOVE SUS-PAY-TRAN-TYPE
                       TO WS-INV-TRAN-TYPE (WS-INV-COUNT)
                   MOVE SUS-REASON-CODE
                       TO WS-INV-REASON (WS-INV-COUNT)
                   MOVE SUS-SUSPENSE-DATE
                       TO WS-INV-SUSP-DATE (WS-INV-COUNT)
                   MOVE SUS-STATUS
                       TO WS-INV-STATUS (WS-INV-COUNT)
                   MOVE SUS-CORR-LOAN
                       TO WS-INV-CORR-LOAN (WS-INV-COUNT)
                   MOVE SUS-ACTION-DATE
                       TO WS-INV-ACTION-DATE (WS-INV-COUNT)
                   MOVE SUS-USER-ID
                       TO WS-INV-USER-ID (WS-INV-COUNT)
                   PERFORM READ-SUSPENSE-INVENTORY
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.
           DISPLAY "Suspense entries loaded: " WS-INV-COUNT.

      * A record read successfully after the table is full means
      * the inventory is bigger than this program can carry - the
      * run must not go on to rewrite a truncated inventory.
       READ-SUSPENSE-INVENTORY.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
           END-READ.
           IF NOT WS-SUSPENSE-EOF
               AND WS-INV-COUNT >= 1000
               SET WS-INV-OVERFLOW TO TRUE
               SET WS-SUSPENSE-EOF TO TRUE
           END-IF.

       APPLY-SUSPENSE-ACTIONS.
           OPEN INPUT ACTION-FILE.
           IF WS-ACTION-STATUS = "00"
               PERFORM READ-ACTION-FILE
               PERFORM UNTIL WS-ACTION-EOF
                   PERFORM APPLY-ONE-ACTION
                   PERFORM READ-ACTION-FILE
               END-PERFORM
           END-IF.
           CLOSE ACTION-FILE.

       READ-ACTION-FILE.
           READ ACTION-FILE
               AT END
                   SET WS-ACTION-EOF TO TRUE
           END-READ.
           IF NOT WS-ACTION-EOF
               ADD 1 TO WS-ACTIONS-READ
           END-IF.

      * Only an open entry can be worked; an apply must name a
      * loan that can take the payment. Anything else is an
      * error on the console and the entry stays open.
       APPLY-ONE-ACTION.
           MOVE SPACES TO WS-ERROR-TEXT.
           MOVE "N" TO WS-ACT-FOUND-SW.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
                   OR WS-ACT-FOUND
               IF WS-INV-SEQ-NO (WS-INV-SUB) = SA-SEQ-NO
                   AND WS-INV-STATUS (WS-INV-SUB) = "O"
                   SET WS-ACT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ACT-FOUND
               SUBTRACT 1 FROM WS-INV-SUB
               EVALUATE TRUE
                   WHEN SA-APPLY
                       PERFORM CHECK-CORRECTED-LOAN
                       IF WS-LOAN-OK
                           MOVE "C" TO WS-INV-STATUS (WS-INV-SUB)
                           MOVE SA-CORR-LOAN
                               TO WS-INV-CORR-LOAN (WS-INV-SUB)
                       END-IF
                   WHEN SA-REFUND
                       MOVE "F" TO WS-INV-STATUS (WS-INV-SUB)
                       ADD 1 TO WS-REFUNDS
                       ADD WS-INV-AMOUNT (WS-INV-SUB)
                           TO WS-TOT-REFUNDED
                   WHEN SA-WRITE-OFF
                       MOVE "W" TO WS-INV-STATUS (WS-INV-SUB)
                       ADD 1 TO WS-WRITE-OFFS
                       ADD WS-INV-AMOUNT (WS-INV-SUB)
                           TO WS-TOT-WRITTEN-OFF
                   WHEN OTHER
                       MOVE "BAD ACTION CODE" TO WS-ERROR-TEXT
               END-EVALUATE
           ELSE
               MOVE "NOT OPEN ON INVENTORY" TO WS-ERROR-TEXT
           END-IF.
           IF WS-ERROR-TEXT = SPACES
               MOVE WS-BUSINESS-DATE
                   TO WS-INV-ACTION-DATE (WS-INV-SUB)
               MOVE SA-USER-ID TO WS-INV-USER-ID (WS-INV-SUB)
               ADD 1 TO WS-ACTIONS-APPLD
               DISPLAY "  Action " SA-ACTION " applied to seq "
                   SA-SEQ-NO
           ELSE
               ADD 1 TO WS-ACTION-ERRORS
               DISPLAY "  ACTION ERROR: seq " SA-SEQ-NO " "
                   SA-ACTION " - " WS-ERROR-TEXT
           END-IF.

      * One pass of the servicing master per apply - applies
      * are a handful a day, and the master has no ceiling to
      * table it against.
       CHECK-CORRECTED-LOAN.
           MOVE "N" TO WS-LOAN-OK-SW.
           MOVE "N" TO WS-LM-EOF-SW.
           MOVE "CORRECTED LOAN NOT ON MASTER" TO WS-ERROR-TEXT.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS = "00"
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LM-EOF
                   IF LM-LOAN-NUMBER = SA-CORR-LOAN
                       SET WS-LM-EOF TO TRUE
                       IF LM-CURRENT-BALANCE > 0
                           SET WS-LOAN-OK TO TRUE
                           MOVE SPACES TO WS-ERROR-TEXT
                       ELSE
                           MOVE "CORRECTED LOAN IS PAID OFF"
                               TO WS-ERROR-TEXT
                       END-IF
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

      * The re-feed file is extended, not replaced: anything a
      * prior pass re-fed that LOAN-POSTING has not consumed yet
      * must survive until it posts. The payment goes back as
      * it was fed, under the corrected loan number.
       BUILD-REFEED-FILE.
           OPEN EXTEND REFEED-FILE.
           IF WS-REFEED-STATUS = "05" OR WS-REFEED-STATUS = "35"
               OPEN OUTPUT REFEED-FILE
           END-IF.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-STATUS (WS-INV-SUB) = "C"
                   MOVE WS-INV-CORR-LOAN (WS-INV-SUB)
                       TO PAY-LOAN-NUMBER
                   MOVE WS-INV-PAY-DATE (WS-INV-SUB) TO PAY-DATE
                   MOVE WS-INV-AMOUNT (WS-INV-SUB)   TO PAY-AMOUNT
                   MOVE "P" TO PAY-TRAN-TYPE
                   WRITE PAYMENT-RECORD
                   MOVE "A" TO WS-INV-STATUS (WS-INV-SUB)
                   ADD 1 TO WS-RECS-REFED
               END-IF
           END-PERFORM.
           CLOSE REFEED-FILE.

      * Refunds and write-offs take the money out of the
      * suspense liability; a write-off is taken to income.
      * The file is extended - GL-EXTRACT consumes it.
       WRITE-GL-WORK-FILE.
           IF WS-TOT-REFUNDED > 0 OR WS-TOT-WRITTEN-OFF > 0
               OPEN EXTEND GL-WORK-FILE
               IF WS-GLWORK-STATUS = "05" OR WS-GLWORK-STATUS = "35"
                   OPEN OUTPUT GL-WORK-FILE
               END-IF
               MOVE "SUSPENSE" TO GLW-SOURCE
               IF WS-TOT-REFUNDED > 0
                   MOVE "REFUND"   TO WS-GL-POST-TYPE
                   PERFORM RESOLVE-GL-ACCOUNT
                   MOVE "SUSPENSE REFUNDS" TO GLW-DESC
                   MOVE "-" TO GLW-SIGN
                   MOVE WS-TOT-REFUNDED TO GLW-AMOUNT
                   WRITE GL-WORK-RECORD
               END-IF
               IF WS-TOT-WRITTEN-OFF > 0
                   MOVE "WRITEOFF" TO WS-GL-POST-TYPE
                   PERFORM RESOLVE-GL-ACCOUNT
                   MOVE "SUSPENSE WRITE-OFFS" TO GLW-DESC
                   MOVE "-" TO GLW-SIGN
                   MOVE WS-TOT-WRITTEN-OFF TO GLW-AMOUNT
                   WRITE GL-WORK-RECORD
                   MOVE "WOINCOME" TO WS-GL-POST-TYPE
                   PERFORM RESOLVE-GL-ACCOUNT
                   MOVE "SUSP WRITE-OFF INC" TO GLW-DESC
                   MOVE "+" TO GLW-SIGN
                   MOVE WS-TOT-WRITTEN-OFF TO GLW-AMOUNT
                   WRITE GL-WORK-RECORD
               END-IF
               CLOSE GL-WORK-FILE
           END-IF.

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

       WRITE-AGING-REPORT.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-AGING-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-AGH-DATE.
           MOVE WS-AGING-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-AGING-COL-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-STATUS (WS-INV-SUB) = "O"
                   ADD 1 TO WS-OPEN-ITEMS
                   ADD WS-INV-AMOUNT (WS-INV-SUB) TO WS-TOT-OPEN
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-AGING-BKT-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "1 DAY"          TO WS-AGB-NAME.
           MOVE WS-AGE-CNT-1DAY  TO WS-AGB-COUNT.
           MOVE WS-AGE-AMT-1DAY  TO WS-AGB-AMOUNT.
           MOVE WS-AGING-BKT TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "3 DAYS"         TO WS-AGB-NAME.
           MOVE WS-AGE-CNT-3DAY  TO WS-AGB-COUNT.
           MOVE WS-AGE-AMT-3DAY  TO WS-AGB-AMOUNT.
           MOVE WS-AGING-BKT TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "5+ DAYS"        TO WS-AGB-NAME.
           MOVE WS-AGE-CNT-5DAY  TO WS-AGB-COUNT.
           MOVE WS-AGE-AMT-5DAY  TO WS-AGB-AMOUNT.
           MOVE WS-AGING-BKT TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-OPEN-ITEMS TO WS-AGS-OPEN.
           MOVE WS-TOT-OPEN   TO WS-AGS-BALANCE.
           MOVE WS-AGING-SUMMARY TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RECS-REFED TO WS-AGA-REFED.
           MOVE WS-REFUNDS    TO WS-AGA-REFUNDS.
           MOVE WS-WRITE-OFFS TO WS-AGA-WRITEOFF.
           MOVE WS-AGING-ACTIVITY TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE AGING-REPORT-FILE.

      * Buckets: 1 DAY = suspended today or yesterday, 3 DAYS =
      * two to four days old, 5+ DAYS = five days or older (an
      * unreadable suspense date ages straight into 5+).
       AGE-ONE-ITEM.
           IF WS-INV-SUSP-DATE (WS-INV-SUB) NOT NUMERIC
               OR WS-INV-SUSP-DATE (WS-INV-SUB) = 0
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-SUSPDAY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-INV-SUSP-DATE (WS-INV-SUB))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SUSPDAY-INT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-CNT-1DAY
                   ADD WS-INV-AMOUNT (WS-INV-SUB) TO WS-AGE-AMT-1DAY
                   MOVE "1 DAY" TO WS-AGD-BUCKET
               WHEN WS-AGE-DAYS <= 4
                   ADD 1 TO WS-AGE-CNT-3DAY
                   ADD WS-INV-AMOUNT (WS-INV-SUB) TO WS-AGE-AMT-3DAY
                   MOVE "3 DAYS" TO WS-AGD-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-AGE-CNT-5DAY
                   ADD WS-INV-AMOUNT (WS-INV-SUB) TO WS-AGE-AMT-5DAY
                   MOVE "5+ DAYS" TO WS-AGD-BUCKET
           END-EVALUATE.
           MOVE WS-INV-SEQ-NO (WS-INV-SUB)    TO WS-AGD-SEQ.
           MOVE WS-INV-LOAN (WS-INV-SUB)      TO WS-AGD-LOAN.
           MOVE WS-INV-PAY-DATE (WS-INV-SUB)  TO WS-AGD-PAY-DATE.
           MOVE WS-INV-AMOUNT (WS-INV-SUB)    TO WS-AGD-AMOUNT.
           MOVE WS-INV-SUSP-DATE (WS-INV-SUB) TO WS-AGD-SUSP-DATE.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGD-DAYS
           ELSE
               MOVE WS-AGE-DAYS TO WS-AGD-DAYS
           END-IF.
           EVALUATE WS-INV-REASON (WS-INV-SUB)
               WHEN "N"
                   MOVE "LOAN NOT ON MASTER" TO WS-AGD-REASON
               WHEN "P"
                   MOVE "LOAN PAID OFF" TO WS-AGD-REASON
               WHEN "O"
                   MOVE "PAYOFF OVERPAYMENT" TO WS-AGD-REASON
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-AGD-REASON
           END-EVALUATE.
           MOVE WS-AGING-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.

       REWRITE-SUSPENSE-INVENTORY.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               MOVE WS-INV-SEQ-NO (WS-INV-SUB)    TO SUS-SEQ-NO
               MOVE WS-INV-LOAN (WS-INV-SUB)
                   TO SUS-PAY-LOAN-NUMBER
               MOVE WS-INV-PAY-DATE (WS-INV-SUB)  TO SUS-PAY-DATE
               MOVE WS-INV-AMOUNT (WS-INV-SUB)    TO SUS-PAY-AMOUNT
               MOVE WS-INV-TRAN-TYPE (WS-INV-SUB)
                   TO SUS-PAY-TRAN-TYPE
               MOVE WS-INV-REASON (WS-INV-SUB)    TO SUS-REASON-CODE
               MOVE WS-INV-SUSP-DATE (WS-INV-SUB)
                   TO SUS-SUSPENSE-DATE
               MOVE WS-INV-STATUS (WS-INV-SUB)    TO SUS-STATUS
               MOVE WS-INV-CORR-LOAN (WS-INV-SUB) TO SUS-CORR-LOAN
               MOVE WS-INV-ACTION-DATE (WS-INV-SUB)
                   TO SUS-ACTION-DATE
               MOVE WS-INV-USER-ID (WS-INV-SUB)   TO SUS-USER-ID
               WRITE SUSPENSE-RECORD
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

      * The action file is emptied only once the inventory is
      * rewritten - an abort up-stream leaves it to be re-fed.
       CONSUME-ACTION-FILE.
           IF WS-ACTIONS-READ > 0
               OPEN OUTPUT ACTION-FILE
               CLOSE ACTION-FILE
           END-IF.
