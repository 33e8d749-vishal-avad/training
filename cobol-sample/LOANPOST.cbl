      * (NSF: the original split is backed out off history and
      * the loan re-marked delinquent) and principal-only
      * adjustments, each with its own control total.
      * Late charges assessed by LATE-CHARGE (LM-FEES-DUE) come
      * out of a payment first, ahead of interest and principal,
      * and a full payment moves the loan's next due date on a
      * month.
      * A payment that cannot be applied - its loan is not on
      * the master, or is already paid off - is not lost: it
      * goes to the unapplied-payment suspense file with its
      * PAYTRAN data as fed, is booked to the suspense GL
      * account, and is worked from there by SUSPENSE-MAINT.
      * Payments SUSPENSE-MAINT applies to a corrected loan
      * number come back on the re-feed file and post here
      * alongside the nightly feed.
      * A payment that pays a loan off is checked against the
      * loan's open payoff quote from PAYOFF-QUOTE (the latest
      * one on the quote log, until it is 30 days past its
      * good-through date): the quoted payoff plus per-diem for
      * any days past good-through is what was due, and a
      * payment short of it or over it is flagged on the
      * posting report. Up to the quoted amount, what a payoff
      * brings in beyond the balance and fees is payoff
      * interest; beyond that - or beyond one month's interest
      * when there is no open quote - it goes to suspense to be
      * refunded, instead of dropping off the books.
      * A loan charged off by CHARGE-OFF takes no more payments
      * in the ordinary way and is never marked as missing a
      * period: what comes in is a recovery against the amount
      * written off, booked to its own GL account with its own
      * control total, and anything past the deficiency goes
      * to suspense. The written-off balance on the master is
      * left as it was charged off.
      *
      * The update is a sequential master pass: the night's
      * payment feed is tabled (it is the bounded side) and the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

      * Suspense payments re-fed under a corrected loan number
      * by SUSPENSE-MAINT; consumed once loaded so a rerun
      * cannot post them twice.
           SELECT OPTIONAL REFEED-FILE
               ASSIGN TO "data/suspense_refeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFEED-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-STATUS.

      * The unapplied-payment suspense inventory, appended per
      * payment the same way the history file is.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "data/loan_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      * Payoff quotes issued by PAYOFF-QUOTE, read per payoff.
           SELECT OPTIONAL QUOTE-LOG-FILE
               ASSIGN TO "data/payoff_quotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-LOG-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "data/gl_loanpost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

      * NOTE: this build's runtime has the indexed file handler
      * disabled, so the shared run-sequence file uses RELATIVE
      * organization (direct access by relative record number)
           RECORD CONTAINS 26 CHARACTERS.
           COPY PAYTRAN.

       FD  REFEED-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY PAYTRAN REPLACING PAYMENT-RECORD BY REFEED-RECORD
               PAY-LOAN-NUMBER BY RFD-LOAN-NUMBER
               PAY-DATE BY RFD-DATE
               PAY-AMOUNT BY RFD-AMOUNT
               PAY-TRAN-TYPE BY RFD-TRAN-TYPE
               PAY-PAYMENT BY RFD-PAYMENT
               PAY-REVERSAL BY RFD-REVERSAL
               PAY-ADJUSTMENT BY RFD-ADJUSTMENT.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  LOAN-MASTER-NEW
           RECORD CONTAINS 171 CHARACTERS.
       01  LOAN-MASTER-NEW-REC    PIC X(171).

       FD  POSTING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY SUSPREC.

       FD  QUOTE-LOG-FILE
           RECORD CONTAINS 119 CHARACTERS.
           COPY PAYQLOG.

       FD  RUNSEQ-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY RUNSEQREC.
       01  WS-LOAN-NEW-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REFEED-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-PAYMENT-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-PAYMENT-EOF            VALUE "Y".
       01  WS-REFEED-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-REFEED-EOF             VALUE "Y".
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-NEW-EOF-SW       PIC X(1)  VALUE "N".

      * --- Posting work area ---
       01  WS-MONTHLY-RATE     PIC 9V9(6)   VALUE 0.
       01  WS-FEE-PORTION      PIC 9(7)V99  VALUE 0.
       01  WS-PAY-REMAINING    PIC 9(7)V99  VALUE 0.
       01  WS-INTEREST-PORTION PIC 9(9)V99  VALUE 0.
       01  WS-PRINCIPAL-PORT   PIC 9(9)V99  VALUE 0.
       01  WS-PAY-EXCESS       PIC 9(7)V99  VALUE 0.
       01  WS-RESULT-TEXT      PIC X(30)    VALUE SPACES.

      * --- Due-date work area: due dates are kept on a day no
      * --- later than the 28th, so a month either way is
      * --- always a real date.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-PAYMENTS-READ    PIC 9(6)  VALUE 0.
       01  WS-PAYMENTS-POSTED  PIC 9(6)  VALUE 0.
       01  WS-MISSED-PERIODS   PIC 9(6)  VALUE 0.
       01  WS-REVERSALS        PIC 9(6)  VALUE 0.
       01  WS-ADJUSTMENTS      PIC 9(6)  VALUE 0.
       01  WS-REFED            PIC 9(6)  VALUE 0.
       01  WS-RECOVERIES       PIC 9(6)  VALUE 0.

      * --- Suspense work area: a payment that cannot apply is
      * --- held under the next suspense sequence number; the
      * --- GL suspense figure is what went in tonight less
      * --- what came back out on the re-feed.
       01  WS-SUSPENSE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-EOF           VALUE "Y".
       01  WS-SUSP-MAX-SEQ     PIC 9(6)  VALUE 0.
       01  WS-SUSP-REASON      PIC X(1)  VALUE SPACE.
       01  WS-SUSP-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-SUSPENDED        PIC 9(6)  VALUE 0.
       01  WS-TOT-SUSPENSE     PIC S9(10)V99 VALUE 0.

      * --- Reversal lookup work area: the original posting's
      * --- split comes back off the payment history file, the
      * --- only record of how the payment actually applied.
       01  WS-HIST-TYPE        PIC X(1)  VALUE "P".
       01  WS-ORIG-TYPE        PIC X(1)  VALUE "P".
       01  WS-HISTORY-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF            VALUE "Y".
       01  WS-ORIG-FEES        PIC 9(7)V99 VALUE 0.
       01  WS-ORIG-INTEREST    PIC 9(9)V99 VALUE 0.
       01  WS-ORIG-PRINCIPAL   PIC 9(9)V99 VALUE 0.
       01  WS-ORIG-PAY-COUNT   PIC 9(4)  VALUE 0.
       01  WS-ORIG-REV-COUNT   PIC 9(4)  VALUE 0.

      * --- Payoff quote check work area: what the open quote
      * --- says was due on the payment's date, and how far the
      * --- payment missed it either way.
       01  WS-QUOTE-LOG-STATUS PIC X(2)  VALUE SPACES.
       01  WS-QUOTE-LOG-EOF-SW PIC X(1)  VALUE "N".
           88  WS-QUOTE-LOG-EOF          VALUE "Y".
       01  WS-QUOTE-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-QUOTE-FOUND            VALUE "Y".
       01  WS-QUOTE-OPEN-DAYS  PIC 9(3)  VALUE 30.
       01  WS-QT-QUOTE-NO      PIC 9(6)  VALUE 0.
       01  WS-QT-GOOD-THRU     PIC 9(8)  VALUE 0.
       01  WS-QT-PAYOFF        PIC 9(9)V99 VALUE 0.
       01  WS-QT-PER-DIEM      PIC 9(5)V99 VALUE 0.
       01  WS-QT-THRU-INT      PIC 9(8)  VALUE 0.
       01  WS-QT-PAY-INT       PIC 9(8)  VALUE 0.
       01  WS-QT-LATE-DAYS     PIC S9(5) VALUE 0.
       01  WS-QT-DUE           PIC 9(9)V99 VALUE 0.
       01  WS-QT-DIFF          PIC S9(9)V99 VALUE 0.
       01  WS-PAYOFFS-QUOTED   PIC 9(6)  VALUE 0.
       01  WS-PAYOFFS-SHORT    PIC 9(6)  VALUE 0.
       01  WS-PAYOFFS-OVER     PIC 9(6)  VALUE 0.

      * --- Recovery work area: what is still owed against a
      * --- charged-off loan - the amount written off less what
      * --- has been recovered so far.
       01  WS-DEFICIENCY       PIC S9(10)V99 VALUE 0.

      * --- Run-sequence work area ---
       01  WS-RUNSEQ-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNSEQ-KEY       PIC 9(4)  VALUE 5.
      * --- postings were - interest income and principal
      * --- reduction - with reversals backed out.
       01  WS-GLWORK-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF             VALUE "Y".
       01  WS-GLRULE-FOUND-SW  PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND           VALUE "Y".
       01  WS-GL-POST-TYPE     PIC X(8)  VALUE SPACES.
       01  WS-TOT-INT-COLL     PIC S9(10)V99 VALUE 0.
       01  WS-TOT-PRIN-COLL    PIC S9(10)V99 VALUE 0.
       01  WS-TOT-FEE-COLL     PIC S9(10)V99 VALUE 0.
       01  WS-TOT-RECOVERY     PIC S9(10)V99 VALUE 0.

      * --- Posting report layout ---
       01  WS-POST-HDR-1.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(10) VALUE "PAY DATE".
           05  FILLER          PIC X(13) VALUE "       AMOUNT".
           05  FILLER          PIC X(13) VALUE "         FEES".
           05  FILLER          PIC X(13) VALUE "     INTEREST".
           05  FILLER          PIC X(13) VALUE "    PRINCIPAL".
           05  FILLER          PIC X(14) VALUE "      BALANCE ".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PDL-AMOUNT   PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-PDL-FEES     PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-PDL-INT      PIC Z(6)9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-PDL-PRIN     PIC Z(6)9.99.
           05  FILLER          PIC X(30)
               VALUE "NO PAYMENT - PERIOD MISSED".

       01  WS-QUOTE-DTL.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "PAYOFF QUOTE ".
           05  WS-QDL-QUOTE-NO PIC 9(6).
           05  FILLER          PIC X(12) VALUE "  GOOD THRU ".
           05  WS-QDL-GOOD-THRU PIC 9(8).
           05  FILLER          PIC X(7)  VALUE "  DUE ".
           05  WS-QDL-DUE      PIC Z(8)9.99.
           05  FILLER          PIC X(12) VALUE "  RECEIVED ".
           05  WS-QDL-RECEIVED PIC Z(6)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-QDL-RESULT   PIC X(6).
           05  WS-QDL-DIFF     PIC Z(8)9.99.

       01  WS-POST-TOT.
           05  FILLER          PIC X(9)  VALUE "POSTED : ".
           05  WS-PTL-POSTED   PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "MISSED : ".
           05  WS-PTL-MISSED   PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "SUSPENSE:".
           05  WS-PTL-SUSPENSE PIC ZZZZZ9.
       01  WS-POST-TOT-2.
           05  FILLER          PIC X(9)  VALUE "PAYOFFS: ".
           05  WS-PTL-PAYOFFS  PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "SHORT  : ".
           05  WS-PTL-SHORT    PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "OVER   : ".
           05  WS-PTL-OVER     PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RECOVERY:".
           05  WS-PTL-RECOVERY PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PTL-RECOV-AMT PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           END-IF.
           PERFORM GET-RUN-NUMBER.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM FIND-SUSPENSE-HIGH-SEQ.

           PERFORM LOAD-PAYMENT-FEED.
           IF WS-PAY-OVERFLOW
           MOVE WS-PAYMENT-ERRORS  TO WS-PTL-ERRORS.
           MOVE WS-UNDERPAYMENTS   TO WS-PTL-UNDER.
           MOVE WS-MISSED-PERIODS  TO WS-PTL-MISSED.
           MOVE WS-SUSPENDED       TO WS-PTL-SUSPENSE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-POST-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PAYOFFS-QUOTED  TO WS-PTL-PAYOFFS.
           MOVE WS-PAYOFFS-SHORT   TO WS-PTL-SHORT.
           MOVE WS-PAYOFFS-OVER    TO WS-PTL-OVER.
           MOVE WS-RECOVERIES      TO WS-PTL-RECOVERY.
           MOVE WS-TOT-RECOVERY    TO WS-PTL-RECOV-AMT.
           MOVE WS-POST-TOT-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE POSTING-REPORT-FILE.

           PERFORM COPY-MASTER-BACK.
           PERFORM CONSUME-REFEED-FILE.
           PERFORM WRITE-GL-WORK-FILE.
           PERFORM WRITE-BALANCE-CONTROL.
           PERFORM PUT-RUN-NUMBER.
           DISPLAY "Payment errors   : " WS-PAYMENT-ERRORS.
           DISPLAY "Underpayments    : " WS-UNDERPAYMENTS.
           DISPLAY "Missed periods   : " WS-MISSED-PERIODS.
           DISPLAY "Re-fed payments  : " WS-REFED.
           DISPLAY "To suspense      : " WS-SUSPENDED.
           DISPLAY "Quoted payoffs   : " WS-PAYOFFS-QUOTED.
           DISPLAY "Payoffs short    : " WS-PAYOFFS-SHORT.
           DISPLAY "Payoffs over     : " WS-PAYOFFS-OVER.
           DISPLAY "Recoveries       : " WS-RECOVERIES.
           DISPLAY "Program completed successfully!".
           STOP RUN.

               PERFORM READ-PAYMENT-FILE
           END-PERFORM.
           CLOSE PAYMENT-FILE.
           PERFORM LOAD-REFEED-PAYMENTS.
           DISPLAY "Payments loaded  : " WS-PAY-COUNT.

       READ-PAYMENT-FILE.
               END-IF
           END-IF.

      * Re-fed suspense payments join the table behind the
      * nightly feed and count as payments read, so the cross-
      * foot covers them. Each one leaves the suspense account
      * as it is loaded - if it cannot apply tonight either it
      * goes straight back in under a new sequence number.
       LOAD-REFEED-PAYMENTS.
           OPEN INPUT REFEED-FILE.
           IF WS-REFEED-STATUS = "00"
               PERFORM READ-REFEED-FILE
               PERFORM UNTIL WS-REFEED-EOF
                   ADD 1 TO WS-PAY-COUNT
                   MOVE RFD-LOAN-NUMBER
                       TO WS-PAY-LOAN (WS-PAY-COUNT)
                   MOVE RFD-DATE
                       TO WS-PAY-PDATE (WS-PAY-COUNT)
                   MOVE RFD-AMOUNT
                       TO WS-PAY-PAMOUNT (WS-PAY-COUNT)
                   MOVE RFD-TRAN-TYPE
                       TO WS-PAY-PTYPE (WS-PAY-COUNT)
                   MOVE "N" TO WS-PAY-APPLIED-SW (WS-PAY-COUNT)
                   ADD 1 TO WS-REFED
                   SUBTRACT RFD-AMOUNT FROM WS-TOT-SUSPENSE
                   PERFORM READ-REFEED-FILE
               END-PERFORM
           END-IF.
           CLOSE REFEED-FILE.

       READ-REFEED-FILE.
           READ REFEED-FILE
               AT END
                   SET WS-REFEED-EOF TO TRUE
           END-READ.
           IF NOT WS-REFEED-EOF
               IF WS-PAY-COUNT >= 1000
                   SET WS-PAY-OVERFLOW TO TRUE
                   SET WS-REFEED-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-PAYMENTS-READ
               END-IF
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
           MOVE "N" TO WS-LOAN-PAID-SW.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
           END-PERFORM.
           IF NOT WS-LOAN-PAID
               AND LM-CURRENT-BALANCE > 0
               AND NOT LM-CHARGED-OFF
               ADD 1 TO WS-MISSED-PERIODS
               MOVE "D" TO LM-DELINQ-STATUS
               ADD 1 TO LM-MISSED-CYCLES
       POST-ONE-PAYMENT.
           MOVE "Y" TO WS-PAY-APPLIED-SW (WS-PAY-SUB).
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO WS-FEE-PORTION.

           EVALUATE TRUE
               WHEN LM-CHARGED-OFF
                   PERFORM POST-CHARGED-OFF-LOAN
               WHEN WS-PAY-REVERSAL (WS-PAY-SUB)
                   PERFORM REVERSE-PAYMENT
               WHEN WS-PAY-ADJUSTMENT (WS-PAY-SUB)
                   PERFORM APPLY-ADJUSTMENT
               WHEN WS-PAY-PAYMENT (WS-PAY-SUB)
                   AND LM-CURRENT-BALANCE = 0
                   AND LM-FEES-DUE = 0
                   ADD 1 TO WS-PAYMENT-ERRORS
                   MOVE "LOAN ALREADY PAID OFF" TO WS-RESULT-TEXT
                   MOVE 0 TO WS-INTEREST-PORTION
                   MOVE 0 TO WS-PRINCIPAL-PORT
                   MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE
                   PERFORM WRITE-POSTING-LINE
                   MOVE "P" TO WS-SUSP-REASON
                   MOVE WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-SUSP-AMOUNT
                   PERFORM SUSPEND-PAYMENT
               WHEN WS-PAY-PAYMENT (WS-PAY-SUB)
                   PERFORM APPLY-PAYMENT
               WHEN OTHER
                   PERFORM WRITE-POSTING-LINE
           END-EVALUATE.

      * The split mirrors the schedule: any late charges due
      * come off first, then interest at the monthly rate on the
      * open balance, the rest to principal. A payment short of
      * the scheduled amount still posts but is flagged and the
      * loan goes delinquent; the paid-through period and the
      * due date only advance on a full payment. The test is on
      * the payment as received, so a borrower who pays the
      * installment with a fee outstanding is not pushed into a
      * fresh late charge by the fee coming out first.
       APPLY-PAYMENT.
           IF WS-PAY-PAMOUNT (WS-PAY-SUB) <= LM-FEES-DUE
               MOVE WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-FEE-PORTION
           ELSE
               MOVE LM-FEES-DUE TO WS-FEE-PORTION
           END-IF.
           SUBTRACT WS-FEE-PORTION FROM LM-FEES-DUE.
           COMPUTE WS-PAY-REMAINING =
               WS-PAY-PAMOUNT (WS-PAY-SUB) - WS-FEE-PORTION.

           COMPUTE WS-MONTHLY-RATE =
               LM-ANNUAL-RATE / 12 / 100.
           MULTIPLY LM-CURRENT-BALANCE BY WS-MONTHLY-RATE
               GIVING WS-INTEREST-PORTION ROUNDED.

           IF WS-PAY-REMAINING <= WS-INTEREST-PORTION
               MOVE WS-PAY-REMAINING TO WS-INTEREST-PORTION
               MOVE 0 TO WS-PRINCIPAL-PORT
           ELSE
               COMPUTE WS-PRINCIPAL-PORT =
                   WS-PAY-REMAINING - WS-INTEREST-PORTION
           END-IF.
           IF WS-PRINCIPAL-PORT > LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO WS-PRINCIPAL-PORT
           END-IF.
           SUBTRACT WS-PRINCIPAL-PORT FROM LM-CURRENT-BALANCE.
           COMPUTE WS-PAY-EXCESS = WS-PAY-REMAINING
               - WS-INTEREST-PORTION - WS-PRINCIPAL-PORT.

           IF WS-PAY-PAMOUNT (WS-PAY-SUB) < LM-MONTHLY-PAYMENT
               AND LM-CURRENT-BALANCE > 0
               ADD 1 TO LM-MISSED-CYCLES
           ELSE
               ADD 1 TO LM-PAID-THRU
               PERFORM ADVANCE-DUE-DATE
               MOVE "C" TO LM-DELINQ-STATUS
               MOVE 0 TO LM-MISSED-CYCLES
               IF LM-CURRENT-BALANCE = 0
               END-IF
           END-IF.
           MOVE WS-PAY-PDATE (WS-PAY-SUB) TO LM-LAST-PAY-DATE.
           MOVE "N" TO WS-QUOTE-FOUND-SW.
           IF LM-CURRENT-BALANCE = 0
               AND LM-FEES-DUE = 0
               PERFORM CHECK-PAYOFF-QUOTE
           END-IF.
           SET WS-LOAN-PAID TO TRUE.
           ADD 1 TO WS-PAYMENTS-POSTED.
           ADD WS-FEE-PORTION      TO WS-TOT-FEE-COLL.
           ADD WS-INTEREST-PORTION TO WS-TOT-INT-COLL.
           ADD WS-PRINCIPAL-PORT   TO WS-TOT-PRIN-COLL.
           ADD WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-HASH-TOTAL.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE.
           PERFORM WRITE-POSTING-LINE.
           IF WS-QUOTE-FOUND
               MOVE WS-QUOTE-DTL TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF WS-PAY-EXCESS > 0
               MOVE "O" TO WS-SUSP-REASON
               MOVE WS-PAY-EXCESS TO WS-SUSP-AMOUNT
               PERFORM SUSPEND-PAYMENT
           END-IF.

      * One pass of the quote log per payoff: the last quote on
      * file for the loan is its latest. It is open until it is
      * WS-QUOTE-OPEN-DAYS past its good-through date; funds in
      * after good-through owe the per-diem for each day late.
       CHECK-PAYOFF-QUOTE.
           MOVE "N" TO WS-QUOTE-LOG-EOF-SW.
           OPEN INPUT QUOTE-LOG-FILE.
           IF WS-QUOTE-LOG-STATUS = "00"
               PERFORM READ-QUOTE-LOG
               PERFORM UNTIL WS-QUOTE-LOG-EOF
                   IF QL-LOAN-NUMBER = LM-LOAN-NUMBER
                       SET WS-QUOTE-FOUND TO TRUE
                       MOVE QL-QUOTE-NO  TO WS-QT-QUOTE-NO
                       MOVE QL-GOOD-THRU TO WS-QT-GOOD-THRU
                       MOVE QL-PAYOFF    TO WS-QT-PAYOFF
                       MOVE QL-PER-DIEM  TO WS-QT-PER-DIEM
                   END-IF
                   PERFORM READ-QUOTE-LOG
               END-PERFORM
           END-IF.
           CLOSE QUOTE-LOG-FILE.
           IF WS-QUOTE-FOUND
               COMPUTE WS-QT-THRU-INT =
                   FUNCTION INTEGER-OF-DATE (WS-QT-GOOD-THRU)
               COMPUTE WS-QT-PAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PAY-PDATE (WS-PAY-SUB))
               IF WS-QT-THRU-INT = 0 OR WS-QT-PAY-INT = 0
                   MOVE 0 TO WS-QT-LATE-DAYS
               ELSE
                   COMPUTE WS-QT-LATE-DAYS =
                       WS-QT-PAY-INT - WS-QT-THRU-INT
               END-IF
               IF WS-QT-LATE-DAYS > WS-QUOTE-OPEN-DAYS
                   MOVE "N" TO WS-QUOTE-FOUND-SW
               END-IF
           END-IF.
           IF WS-QUOTE-FOUND
               PERFORM COMPARE-TO-QUOTE
           END-IF.

       READ-QUOTE-LOG.
           READ QUOTE-LOG-FILE
               AT END
                   SET WS-QUOTE-LOG-EOF TO TRUE
           END-READ.

       COMPARE-TO-QUOTE.
           IF WS-QT-LATE-DAYS > 0
               COMPUTE WS-QT-DUE =
                   WS-QT-PAYOFF + WS-QT-PER-DIEM * WS-QT-LATE-DAYS
           ELSE
               MOVE WS-QT-PAYOFF TO WS-QT-DUE
           END-IF.
           COMPUTE WS-QT-DIFF = WS-PAY-PAMOUNT (WS-PAY-SUB) - WS-QT-DUE.
           ADD 1 TO WS-PAYOFFS-QUOTED.
           EVALUATE TRUE
               WHEN WS-QT-DIFF < 0
                   ADD 1 TO WS-PAYOFFS-SHORT
                   MOVE "PAID OFF - SHORT OF QUOTE" TO WS-RESULT-TEXT
                   MOVE "SHORT " TO WS-QDL-RESULT
                   COMPUTE WS-QDL-DIFF = 0 - WS-QT-DIFF
               WHEN WS-QT-DIFF > 0
                   ADD 1 TO WS-PAYOFFS-OVER
                   MOVE "PAID OFF - OVER QUOTE" TO WS-RESULT-TEXT
                   MOVE "OVER  " TO WS-QDL-RESULT
                   MOVE WS-QT-DIFF TO WS-QDL-DIFF
               WHEN OTHER
                   MOVE "PAID OFF - AS QUOTED" TO WS-RESULT-TEXT
                   MOVE SPACES TO WS-QDL-RESULT
                   MOVE 0 TO WS-QDL-DIFF
           END-EVALUATE.
      * Against a quote the payoff interest is what the quote
      * priced, not one month's: what the payment brought in past
      * the balance and fees is interest, less whatever is over
      * the quote, which is refunded.
           ADD WS-PAY-EXCESS TO WS-INTEREST-PORTION.
           IF WS-QT-DIFF > 0
               IF WS-QT-DIFF < WS-INTEREST-PORTION
                   MOVE WS-QT-DIFF TO WS-PAY-EXCESS
               ELSE
                   MOVE WS-INTEREST-PORTION TO WS-PAY-EXCESS
               END-IF
           ELSE
               MOVE 0 TO WS-PAY-EXCESS
           END-IF.
           SUBTRACT WS-PAY-EXCESS FROM WS-INTEREST-PORTION.
           MOVE WS-QT-QUOTE-NO  TO WS-QDL-QUOTE-NO.
           MOVE WS-QT-GOOD-THRU TO WS-QDL-GOOD-THRU.
           MOVE WS-QT-DUE       TO WS-QDL-DUE.
           MOVE WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-QDL-RECEIVED.

      * A reversal backs out the original posting's own
      * interest/principal split, read back off the payment
      * that is not on history, or is already reversed, is an
      * error, not a guess.
       REVERSE-PAYMENT.
           MOVE "P" TO WS-ORIG-TYPE.
           PERFORM FIND-ORIGINAL-PAYMENT.
           EVALUATE TRUE
               WHEN WS-ORIG-PAY-COUNT = 0
                   MOVE 0 TO WS-INTEREST-PORTION
                   MOVE 0 TO WS-PRINCIPAL-PORT
               WHEN OTHER
                   MOVE WS-ORIG-FEES      TO WS-FEE-PORTION
                   MOVE WS-ORIG-INTEREST  TO WS-INTEREST-PORTION
                   MOVE WS-ORIG-PRINCIPAL TO WS-PRINCIPAL-PORT
                   ADD WS-ORIG-PRINCIPAL TO LM-CURRENT-BALANCE
      * Late charges the payment cleared are owed again - they
      * go back on the fees-due balance as they were, not as a
      * new charge.
                   ADD WS-ORIG-FEES TO LM-FEES-DUE
      * When the reversed payment was a full one it was what
      * advanced the paid-through period and the due date -
      * both come back off and the loan is delinquent again.
                   IF WS-PAY-PAMOUNT (WS-PAY-SUB)
                       >= LM-MONTHLY-PAYMENT
                       AND LM-PAID-THRU > 0
                       SUBTRACT 1 FROM LM-PAID-THRU
                       PERFORM BACK-OFF-DUE-DATE
                   END-IF
                   MOVE "D" TO LM-DELINQ-STATUS
                   ADD 1 TO LM-MISSED-CYCLES
                   MOVE "REVERSED - LOAN DELINQUENT"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REVERSALS
                   SUBTRACT WS-ORIG-FEES FROM WS-TOT-FEE-COLL
                   SUBTRACT WS-ORIG-INTEREST FROM WS-TOT-INT-COLL
                   SUBTRACT WS-ORIG-PRINCIPAL
                       FROM WS-TOT-PRIN-COLL
           MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE.
           PERFORM WRITE-POSTING-LINE.

      * One pass of the history file: the last payment (P, or
      * V for a recovery - WS-ORIG-TYPE) matching the reversal's
      * loan, date and amount supplies the split, and the
      * matching reversals (R) already on file stop the same
      * payment being backed out twice.
       FIND-ORIGINAL-PAYMENT.
           MOVE 0 TO WS-ORIG-PAY-COUNT.
           MOVE 0 TO WS-ORIG-REV-COUNT.
           MOVE 0 TO WS-ORIG-FEES.
           MOVE 0 TO WS-ORIG-INTEREST.
           MOVE 0 TO WS-ORIG-PRINCIPAL.
           MOVE "N" TO WS-HISTORY-EOF-SW.
                       IF LH-REVERSAL
                           ADD 1 TO WS-ORIG-REV-COUNT
                       ELSE
                           IF LH-TRAN-TYPE = WS-ORIG-TYPE
                               ADD 1 TO WS-ORIG-PAY-COUNT
                               MOVE LH-INTEREST
                                   TO WS-ORIG-INTEREST
                               MOVE LH-PRINCIPAL
                                   TO WS-ORIG-PRINCIPAL
                               IF LH-FEES NUMERIC
                                   MOVE LH-FEES TO WS-ORIG-FEES
                               ELSE
                                   MOVE 0 TO WS-ORIG-FEES
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

      * A charged-off loan is off the books: a payment on it is
      * a recovery and a reversal backs one out. There is no
      * balance left to adjust, so an adjustment is refused.
       POST-CHARGED-OFF-LOAN.
           EVALUATE TRUE
               WHEN WS-PAY-REVERSAL (WS-PAY-SUB)
                   PERFORM REVERSE-RECOVERY
               WHEN WS-PAY-PAYMENT (WS-PAY-SUB)
                   PERFORM APPLY-RECOVERY
               WHEN OTHER
                   ADD 1 TO WS-PAYMENT-ERRORS
                   MOVE "LOAN CHARGED OFF - NOT POSTED"
                       TO WS-RESULT-TEXT
                   MOVE 0 TO WS-INTEREST-PORTION
                   MOVE 0 TO WS-PRINCIPAL-PORT
                   MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE
                   PERFORM WRITE-POSTING-LINE
           END-EVALUATE.

      * The balance and fees charged off stay on the master as
      * written off; the recovery builds up in LM-RECOVERED.
      * What is recovered is capped at the deficiency still
      * owed, and is carried on history in LH-PRINCIPAL - the
      * rest of a payment past the deficiency goes to suspense
      * to be refunded.
       APPLY-RECOVERY.
           COMPUTE WS-DEFICIENCY = LM-CURRENT-BALANCE + LM-FEES-DUE
               - LM-RECOVERED.
           IF WS-DEFICIENCY < 0
               MOVE 0 TO WS-DEFICIENCY
           END-IF.
           MOVE 0 TO WS-INTEREST-PORTION.
           IF WS-PAY-PAMOUNT (WS-PAY-SUB) > WS-DEFICIENCY
               MOVE WS-DEFICIENCY TO WS-PRINCIPAL-PORT
           ELSE
               MOVE WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-PRINCIPAL-PORT
           END-IF.
           COMPUTE WS-PAY-EXCESS =
               WS-PAY-PAMOUNT (WS-PAY-SUB) - WS-PRINCIPAL-PORT.
           ADD WS-PRINCIPAL-PORT TO LM-RECOVERED.
           MOVE WS-PAY-PDATE (WS-PAY-SUB) TO LM-LAST-PAY-DATE.
           SET WS-LOAN-PAID TO TRUE.
           ADD 1 TO WS-RECOVERIES.
           ADD WS-PRINCIPAL-PORT TO WS-TOT-RECOVERY.
           ADD WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-HASH-TOTAL.
           MOVE "RECOVERY ON CHARGED-OFF LOAN" TO WS-RESULT-TEXT.
           MOVE "V" TO WS-HIST-TYPE.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE.
           PERFORM WRITE-POSTING-LINE.
           IF WS-PAY-EXCESS > 0
               MOVE "O" TO WS-SUSP-REASON
               MOVE WS-PAY-EXCESS TO WS-SUSP-AMOUNT
               PERFORM SUSPEND-PAYMENT
           END-IF.

      * A returned recovery payment backs out what the recovery
      * took off the deficiency, read back off history the same
      * way a payment reversal is.
       REVERSE-RECOVERY.
           MOVE "V" TO WS-ORIG-TYPE.
           PERFORM FIND-ORIGINAL-PAYMENT.
           MOVE 0 TO WS-INTEREST-PORTION.
           EVALUATE TRUE
               WHEN WS-ORIG-PAY-COUNT = 0
                   ADD 1 TO WS-PAYMENT-ERRORS
                   MOVE "ORIGINAL RECOVERY NOT ON HISTORY"
                       TO WS-RESULT-TEXT
                   MOVE 0 TO WS-PRINCIPAL-PORT
               WHEN WS-ORIG-REV-COUNT >= WS-ORIG-PAY-COUNT
                   ADD 1 TO WS-PAYMENT-ERRORS
                   MOVE "RECOVERY ALREADY REVERSED"
                       TO WS-RESULT-TEXT
                   MOVE 0 TO WS-PRINCIPAL-PORT
               WHEN OTHER
                   MOVE WS-ORIG-PRINCIPAL TO WS-PRINCIPAL-PORT
                   IF WS-ORIG-PRINCIPAL > LM-RECOVERED
                       MOVE 0 TO LM-RECOVERED
                   ELSE
                       SUBTRACT WS-ORIG-PRINCIPAL FROM LM-RECOVERED
                   END-IF
                   MOVE "RECOVERY REVERSED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-REVERSALS
                   SUBTRACT WS-ORIG-PRINCIPAL FROM WS-TOT-RECOVERY
                   ADD WS-PAY-PAMOUNT (WS-PAY-SUB)
                       TO WS-HASH-TOTAL
                   MOVE "R" TO WS-HIST-TYPE
                   PERFORM WRITE-HISTORY-RECORD
           END-EVALUATE.
           MOVE LM-CURRENT-BALANCE TO WS-LINE-BALANCE.
           PERFORM WRITE-POSTING-LINE.

      * A loan boarded before due dates were kept has none
      * (zero) until LATE-CHARGE gives it one - there is
      * nothing to move.
       ADVANCE-DUE-DATE.
           IF LM-NEXT-DUE-DATE > 0
               MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK-N
               IF WS-DW-MONTH >= 12
                   MOVE 1 TO WS-DW-MONTH
                   ADD 1 TO WS-DW-YEAR
               ELSE
                   ADD 1 TO WS-DW-MONTH
               END-IF
               MOVE WS-DATE-WORK-N TO LM-NEXT-DUE-DATE
           END-IF.

       BACK-OFF-DUE-DATE.
           IF LM-NEXT-DUE-DATE > 0
               MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK-N
               IF WS-DW-MONTH <= 1
                   MOVE 12 TO WS-DW-MONTH
                   SUBTRACT 1 FROM WS-DW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-DW-MONTH
               END-IF
               MOVE WS-DATE-WORK-N TO LM-NEXT-DUE-DATE
           END-IF.

      * An adjustment applies to principal only - it never
      * advances the paid-through period and never changes
      * the delinquency status.
           MOVE WS-PRINCIPAL-PORT   TO LH-PRINCIPAL.
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER.
           MOVE WS-HIST-TYPE        TO LH-TRAN-TYPE.
           MOVE WS-FEE-PORTION      TO LH-FEES.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE HISTORY-FILE.

           MOVE WS-PAY-LOAN (WS-PAY-SUB)    TO WS-PDL-LOAN-NO.
           MOVE WS-PAY-PDATE (WS-PAY-SUB)   TO WS-PDL-DATE.
           MOVE WS-PAY-PAMOUNT (WS-PAY-SUB) TO WS-PDL-AMOUNT.
           MOVE WS-FEE-PORTION      TO WS-PDL-FEES.
           MOVE WS-INTEREST-PORTION TO WS-PDL-INT.
           MOVE WS-PRINCIPAL-PORT   TO WS-PDL-PRIN.
           MOVE WS-LINE-BALANCE     TO WS-PDL-BAL.

      * Payments whose loan never came past on the master are
      * errors, reported once the whole master has streamed.
      * The money on a payment goes to suspense; a reversal or
      * adjustment for an unknown loan moves no cash and stays
      * an error only.
       REPORT-UNMATCHED-PAYMENTS.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
               IF WS-PAY-APPLIED-SW (WS-PAY-SUB) = "N"
                   ADD 1 TO WS-PAYMENT-ERRORS
                   MOVE "LOAN NOT ON MASTER" TO WS-RESULT-TEXT
                   MOVE 0 TO WS-FEE-PORTION
                   MOVE 0 TO WS-INTEREST-PORTION
                   MOVE 0 TO WS-PRINCIPAL-PORT
                   MOVE 0 TO WS-LINE-BALANCE
                   PERFORM WRITE-POSTING-LINE
                   IF WS-PAY-PAYMENT (WS-PAY-SUB)
                       MOVE "N" TO WS-SUSP-REASON
                       MOVE WS-PAY-PAMOUNT (WS-PAY-SUB)
                           TO WS-SUSP-AMOUNT
                       PERFORM SUSPEND-PAYMENT
                   END-IF
               END-IF
           END-PERFORM.

      * The suspense inventory is scanned once for its highest
      * sequence number so tonight's entries carry on from it.
       FIND-SUSPENSE-HIGH-SEQ.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-FILE
               PERFORM UNTIL WS-SUSPENSE-EOF
                   IF SUS-SEQ-NO IS NUMERIC
                       AND SUS-SEQ-NO > WS-SUSP-MAX-SEQ
                       MOVE SUS-SEQ-NO TO WS-SUSP-MAX-SEQ
                   END-IF
                   PERFORM READ-SUSPENSE-FILE
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.

       READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
           END-READ.

      * The payment goes on the suspense file exactly as it was
      * fed, opened per write like the history file, and its
      * amount is booked to the suspense account. For a payoff
      * overage the amount held is the overage only.
       SUSPEND-PAYMENT.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "05" OR WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           ADD 1 TO WS-SUSP-MAX-SEQ.
           MOVE WS-SUSP-MAX-SEQ             TO SUS-SEQ-NO.
           MOVE WS-PAY-LOAN (WS-PAY-SUB)    TO SUS-PAY-LOAN-NUMBER.
           MOVE WS-PAY-PDATE (WS-PAY-SUB)   TO SUS-PAY-DATE.
           MOVE WS-SUSP-AMOUNT              TO SUS-PAY-AMOUNT.
           MOVE WS-PAY-PTYPE (WS-PAY-SUB)   TO SUS-PAY-TRAN-TYPE.
           MOVE WS-SUSP-REASON              TO SUS-REASON-CODE.
           MOVE WS-BUSINESS-DATE            TO SUS-SUSPENSE-DATE.
           MOVE "O"                         TO SUS-STATUS.
           MOVE 0                           TO SUS-CORR-LOAN.
           MOVE 0                           TO SUS-ACTION-DATE.
           MOVE SPACES                      TO SUS-USER-ID.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WS-SUSPENDED.
           ADD WS-SUSP-AMOUNT TO WS-TOT-SUSPENSE.
           DISPLAY "  " WS-PAY-LOAN (WS-PAY-SUB)
               " HELD IN SUSPENSE, SEQ " WS-SUSP-MAX-SEQ.

      * The re-feed is emptied only once the master has been
      * copied back - the same consume-then-empty rule the
      * recycle file follows.
       CONSUME-REFEED-FILE.
           IF WS-REFED > 0
               OPEN OUTPUT REFEED-FILE
               CLOSE REFEED-FILE
           END-IF.

      * The updated master replaces the old one only after the
      * pass completed cleanly; the work file stays behind as
      * tonight's fallback copy.

      * The cash this cycle's receipts actually moved goes to
      * the GL work file for GL-EXTRACT: interest to income,
      * principal as a loan-asset reduction, late charges
      * collected out of the fees receivable, and the net of
      * payments held in and re-fed out of suspense to the
      * suspense liability, and recoveries on charged-off loans
      * to recovery income. Reversals were
      * subtracted as they posted; a net that comes out
      * negative carries the "-" sign byte, never an overpunch.
       WRITE-GL-WORK-FILE.
           OPEN OUTPUT GL-WORK-FILE.
           MOVE "LOANPOST" TO GLW-SOURCE.
           MOVE "INTEREST" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LOAN INT COLLECTED"  TO GLW-DESC.
           IF WS-TOT-INT-COLL < 0
               MOVE "-" TO GLW-SIGN
               MOVE WS-TOT-INT-COLL TO GLW-AMOUNT
           END-IF.
           WRITE GL-WORK-RECORD.
           MOVE "PRINCIPL" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LOAN PRINCIPAL REDN" TO GLW-DESC.
           IF WS-TOT-PRIN-COLL < 0
               MOVE "+" TO GLW-SIGN
               MOVE WS-TOT-PRIN-COLL TO GLW-AMOUNT
           END-IF.
           WRITE GL-WORK-RECORD.
           MOVE "FEES"     TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LOAN FEES COLLECTED" TO GLW-DESC.
           IF WS-TOT-FEE-COLL < 0
               MOVE "+" TO GLW-SIGN
               COMPUTE GLW-AMOUNT = 0 - WS-TOT-FEE-COLL
           ELSE
               MOVE "-" TO GLW-SIGN
               MOVE WS-TOT-FEE-COLL TO GLW-AMOUNT
           END-IF.
           WRITE GL-WORK-RECORD.
           MOVE "SUSPENSE" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "UNAPPLIED PMT SUSP"  TO GLW-DESC.
           IF WS-TOT-SUSPENSE < 0
               MOVE "-" TO GLW-SIGN
               COMPUTE GLW-AMOUNT = 0 - WS-TOT-SUSPENSE
           ELSE
               MOVE "+" TO GLW-SIGN
               MOVE WS-TOT-SUSPENSE TO GLW-AMOUNT
           END-IF.
           WRITE GL-WORK-RECORD.
           MOVE "RECOVERY" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "LOAN RECOVERIES"     TO GLW-DESC.
           IF WS-TOT-RECOVERY < 0
               MOVE "-" TO GLW-SIGN
               COMPUTE GLW-AMOUNT = 0 - WS-TOT-RECOVERY
           ELSE
               MOVE "+" TO GLW-SIGN
               MOVE WS-TOT-RECOVERY TO GLW-AMOUNT
           END-IF.
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

      * Reversals and recoveries are postings in their own
      * right: the cross-foot is read = (posted + reversed +
      * recovered) + errors, so a
      * short feed or a half-run posting pass fails the
      * nightly balancing the same as everywhere else.
       WRITE-BALANCE-CONTROL.
           COMPUTE WS-RECS-PROCESSED =
               WS-PAYMENTS-POSTED + WS-REVERSALS + WS-RECOVERIES.
           OPEN OUTPUT CONTROL-OUT-FILE.
           MOVE "LOANPOST"        TO BAL-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO BAL-RUN-NUMBER.
