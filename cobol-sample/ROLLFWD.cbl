       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO-ROLLFWD.

      * Nightly roll-forward proof of the loan portfolio, run
      * after the posting steps. The last proof's closing
      * total (sum of LM-CURRENT-BALANCE over the loans not
      * charged off, saved on data/rollfwd_history.dat) is
      * carried forward:
      *   + new loans boarded by AMORTIZE-LOAN and the new
      *     principal of loans it reset to changed terms,
      *     less the balance those loans carried before
      *     (data/amort_activity.dat),
      *   - principal collected (P) and principal
      *     adjustments (A) on the payment history,
      *   + principal put back by payment reversals (R),
      *   - balances charged off (C),
      * and the result must equal tonight's actual master
      * total to the penny. The history window is every
      * record added since the last proof; a history file
      * with fewer records than the proof saw is itself a
      * failure. Principal and interest collected must also
      * tie to LOAN-POSTING's principal-reduction and
      * interest-income amounts on its GL work file (the
      * accounts its GLRULE posting rules carry). Loan counts
      * and balances by status are printed under the proof.
      *
      * Any difference fails the step (return code 8) so a
      * bad master copy-back or a lost history record is
      * caught the same night; the result is saved on the
      * control history for OPS-SUMMARY either way. The next
      * proof carries forward from the actual total, so one
      * bad night is reported once rather than every night
      * after. A rerun on the same business date proves
      * again from the last proof of an earlier date. The
      * first run, with no earlier proof on file, just
      * establishes the opening position.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "data/loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PORT-ACTIVITY-FILE
               ASSIGN TO "data/amort_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTACT-STATUS.

           SELECT OPTIONAL GL-WORK-FILE
               ASSIGN TO "data/gl_loanpost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

           SELECT OPTIONAL ROLLFWD-HISTORY-FILE
               ASSIGN TO "data/rollfwd_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFHIST-STATUS.

           SELECT ROLLFWD-REPORT-FILE
               ASSIGN TO "data/rollfwd_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the proof is dated the same
      * day the rest of the stream ran to.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  PORT-ACTIVITY-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY PORTACT.

       FD  GL-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  ROLLFWD-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY RFHIST.

       FD  ROLLFWD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-MST-STATUS PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-PORTACT-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-GLWORK-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RFHIST-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-LM-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-LM-EOF                VALUE "Y".
       01  WS-HISTORY-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF           VALUE "Y".
       01  WS-PORTACT-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-PORTACT-EOF           VALUE "Y".
       01  WS-GLWORK-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-GLWORK-EOF            VALUE "Y".
       01  WS-GLRULE-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF            VALUE "Y".
       01  WS-GLRULE-FOUND-SW PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND          VALUE "Y".
       01  WS-RFHIST-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-RFHIST-EOF            VALUE "Y".
       01  WS-BUSINESS-DATE   PIC 9(8)  VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(3)  VALUE 0.

      * --- Opening position: the last proof of an earlier
      * --- business date on the control history.
       01  WS-PRIOR-FOUND-SW  PIC X(1)  VALUE "N".
           88  WS-PRIOR-FOUND           VALUE "Y".
       01  WS-PRIOR-DATE      PIC 9(8)  VALUE 0.
       01  WS-PRIOR-HIST-COUNT PIC 9(8) VALUE 0.
       01  WS-OPENING-BAL     PIC 9(11)V99 VALUE 0.

      * --- Boarding activity since the opening position ---
       01  WS-BOARDED-COUNT   PIC 9(6)  VALUE 0.
       01  WS-BOARDED-AMOUNT  PIC 9(11)V99 VALUE 0.
       01  WS-RESET-COUNT     PIC 9(6)  VALUE 0.
       01  WS-RESET-OLD-BAL   PIC 9(11)V99 VALUE 0.
       01  WS-RESET-NEW-BAL   PIC 9(11)V99 VALUE 0.

      * --- Payment history since the opening position ---
       01  WS-HIST-COUNT      PIC 9(8)  VALUE 0.
       01  WS-PAY-COUNT       PIC 9(6)  VALUE 0.
       01  WS-PAY-PRIN        PIC 9(11)V99 VALUE 0.
       01  WS-PAY-INT         PIC 9(11)V99 VALUE 0.
       01  WS-ADJ-COUNT       PIC 9(6)  VALUE 0.
       01  WS-ADJ-PRIN        PIC 9(11)V99 VALUE 0.
       01  WS-REV-COUNT       PIC 9(6)  VALUE 0.
       01  WS-REV-PRIN        PIC 9(11)V99 VALUE 0.
       01  WS-REV-INT         PIC 9(11)V99 VALUE 0.
       01  WS-CHGOFF-COUNT    PIC 9(6)  VALUE 0.
       01  WS-CHGOFF-PRIN     PIC 9(11)V99 VALUE 0.
       01  WS-RECOV-COUNT     PIC 9(6)  VALUE 0.
       01  WS-RECOV-PRIN      PIC 9(11)V99 VALUE 0.
       01  WS-RECREV-COUNT    PIC 9(6)  VALUE 0.
       01  WS-RECREV-PRIN     PIC 9(11)V99 VALUE 0.

      * --- Reversals in the window. An R backs out either a
      * --- payment (P) or a recovery on a charged-off loan (V);
      * --- only the first moves the balance. Each is tabled
      * --- and told apart afterwards by looking for the
      * --- recovery it matches earlier on history, the same
      * --- loan/date/amount match LOAN-POSTING reversed it by.
       01  WS-RVT-COUNT       PIC 9(3)  VALUE 0.
       01  WS-RVT-SUB         PIC 9(3)  VALUE 0.
       01  WS-RVT-OVERFLOW-SW PIC X(1)  VALUE "N".
           88  WS-RVT-OVERFLOW          VALUE "Y".
       01  WS-RVT-TABLE.
           05  WS-RVT-ENTRY  OCCURS 500 TIMES.
               10  WS-RVT-SEQ         PIC 9(8).
               10  WS-RVT-LOAN        PIC 9(8).
               10  WS-RVT-DATE        PIC 9(8).
               10  WS-RVT-AMOUNT      PIC 9(7)V99.
               10  WS-RVT-INTEREST    PIC 9(9)V99.
               10  WS-RVT-PRINCIPAL   PIC 9(9)V99.
       01  WS-SCAN-SEQ        PIC 9(8)  VALUE 0.
       01  WS-RECOV-MATCH-SW  PIC X(1)  VALUE "N".
           88  WS-RECOV-MATCH           VALUE "Y".

      * --- GL tie: LOAN-POSTING's principal and interest lines
      * --- on its GL work file, by the accounts its posting
      * --- rules name.
       01  WS-GL-POST-TYPE    PIC X(8)  VALUE SPACES.
       01  WS-GL-ACCOUNT      PIC X(6)  VALUE SPACES.
       01  WS-PRIN-ACCOUNT    PIC X(6)  VALUE SPACES.
       01  WS-INT-ACCOUNT     PIC X(6)  VALUE SPACES.
       01  WS-GL-PRINCIPAL    PIC S9(11)V99 VALUE 0.
       01  WS-GL-INTEREST     PIC S9(11)V99 VALUE 0.
       01  WS-HIST-PRINCIPAL  PIC S9(11)V99 VALUE 0.
       01  WS-HIST-INTEREST   PIC S9(11)V99 VALUE 0.
       01  WS-GL-TIE-SW       PIC X(1)  VALUE "N".
           88  WS-GL-TIED               VALUE "Y".

      * --- Tonight's master, by status ---
       01  WS-ACTIVE-COUNT    PIC 9(6)  VALUE 0.
       01  WS-ACTUAL-BAL      PIC 9(11)V99 VALUE 0.
       01  WS-CUR-COUNT       PIC 9(6)  VALUE 0.
       01  WS-CUR-BAL         PIC 9(11)V99 VALUE 0.
       01  WS-DLQ-COUNT       PIC 9(6)  VALUE 0.
       01  WS-DLQ-BAL         PIC 9(11)V99 VALUE 0.
       01  WS-PDF-COUNT       PIC 9(6)  VALUE 0.
       01  WS-XOF-COUNT       PIC 9(6)  VALUE 0.
       01  WS-XOF-BAL         PIC 9(11)V99 VALUE 0.

       01  WS-EXPECTED-BAL    PIC S9(12)V99 VALUE 0.
       01  WS-DIFFERENCE      PIC S9(12)V99 VALUE 0.
       01  WS-TIE-DIFF        PIC S9(12)V99 VALUE 0.
       01  WS-MEMO-AMOUNT     PIC S9(12)V99 VALUE 0.

      * --- Roll-forward report layout ---
       01  WS-RF-HDR-1.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(40)
               VALUE "LOAN PORTFOLIO ROLL-FORWARD PROOF".
       01  WS-RF-HDR-2.
           05  FILLER         PIC X(16) VALUE "BUSINESS DATE : ".
           05  WS-RH2-DATE    PIC 9(8).
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  FILLER         PIC X(14) VALUE "PRIOR PROOF : ".
           05  WS-RH2-PRIOR   PIC 9(8).
           05  WS-RH2-PRIOR-X REDEFINES WS-RH2-PRIOR PIC X(8).

       01  WS-RF-SECT.
           05  WS-RSC-TEXT    PIC X(50).

       01  WS-RF-DTL.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  WS-RFD-LABEL   PIC X(36).
           05  WS-RFD-COUNT   PIC ZZZZZ9.
           05  WS-RFD-COUNT-X REDEFINES WS-RFD-COUNT PIC X(6).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  WS-RFD-AMOUNT  PIC -(12)9.99.

       01  WS-RF-MSG-LINE.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  WS-RML-TEXT    PIC X(70).

       01  WS-RF-RESULT.
           05  FILLER         PIC X(18) VALUE "PROOF RESULT    : ".
           05  WS-RRS-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LOAN PORTFOLIO ROLL-FORWARD PROOF".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM FIND-OPENING-POSITION.
           PERFORM TOTAL-LOAN-MASTER.
           PERFORM GATHER-BOARDING-ACTIVITY.
           PERFORM GATHER-HISTORY-ACTIVITY.

           IF WS-RVT-OVERFLOW
               DISPLAY "REVERSALS SINCE LAST PROOF EXCEED 500 - "
                   "RUN ABORTED, NO PROOF RECORDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLASSIFY-REVERSALS.
           PERFORM RESOLVE-GL-ACCOUNTS.
           PERFORM GATHER-GL-POSTINGS.

           OPEN OUTPUT ROLLFWD-REPORT-FILE.
           MOVE WS-RF-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-RH2-DATE.
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE TO WS-RH2-PRIOR
           ELSE
               MOVE "NONE" TO WS-RH2-PRIOR-X
           END-IF.
           MOVE WS-RF-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           IF WS-PRIOR-FOUND
               PERFORM PROVE-THE-PORTFOLIO
               PERFORM TIE-TO-GENERAL-LEDGER
           ELSE
               PERFORM ESTABLISH-OPENING-POSITION
           END-IF.
           PERFORM WRITE-STATUS-SECTION.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-FOUND
                   MOVE "OPENING POSITION ESTABLISHED" TO WS-RRS-TEXT
               WHEN WS-ERROR-COUNT = 0
                   MOVE "IN BALANCE" TO WS-RRS-TEXT
               WHEN OTHER
                   MOVE "*** OUT OF BALANCE ***" TO WS-RRS-TEXT
           END-EVALUATE.
           MOVE WS-RF-RESULT TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE ROLLFWD-REPORT-FILE.

           PERFORM APPEND-ROLLFWD-HISTORY.

           DISPLAY " ".
           DISPLAY "Opening balance : " WS-OPENING-BAL.
           DISPLAY "Master total    : " WS-ACTUAL-BAL.
           DISPLAY "Active loans    : " WS-ACTIVE-COUNT.
           DISPLAY "History window  : " WS-PRIOR-HIST-COUNT
               " to " WS-HIST-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-FOUND
                   DISPLAY "No prior proof - opening position "
                       "established."
                   DISPLAY "Program completed successfully!"
               WHEN WS-ERROR-COUNT = 0
                   DISPLAY "Portfolio IN BALANCE."
                   DISPLAY "Program completed successfully!"
               WHEN OTHER
                   DISPLAY "*** PORTFOLIO OUT OF BALANCE - "
                       WS-ERROR-COUNT " ERROR(S) - SEE "
                       "data/rollfwd_report.dat ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
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

      * The opening position is the last proof dated before
      * tonight, whatever its result - tonight's own records
      * are skipped so a rerun proves from the same place.
       FIND-OPENING-POSITION.
           OPEN INPUT ROLLFWD-HISTORY-FILE.
           IF WS-RFHIST-STATUS = "00"
               PERFORM READ-ROLLFWD-HISTORY
               PERFORM UNTIL WS-RFHIST-EOF
                   IF RFH-BUSINESS-DATE < WS-BUSINESS-DATE
                       SET WS-PRIOR-FOUND TO TRUE
                       MOVE RFH-BUSINESS-DATE TO WS-PRIOR-DATE
                       MOVE RFH-CLOSING-BAL   TO WS-OPENING-BAL
                       MOVE RFH-HISTORY-COUNT TO WS-PRIOR-HIST-COUNT
                   END-IF
                   PERFORM READ-ROLLFWD-HISTORY
               END-PERFORM
           END-IF.
           CLOSE ROLLFWD-HISTORY-FILE.

       READ-ROLLFWD-HISTORY.
           READ ROLLFWD-HISTORY-FILE
               AT END
                   SET WS-RFHIST-EOF TO TRUE
           END-READ.

      * A charged-off loan's balance stays on the master frozen
      * at the amount written off - it is counted but is not
      * part of the active total being proved.
       TOTAL-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN-MASTER-FILE, STATUS="
                   WS-LOAN-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               EVALUATE TRUE
                   WHEN LM-CHARGED-OFF
                       ADD 1 TO WS-XOF-COUNT
                       ADD LM-CURRENT-BALANCE TO WS-XOF-BAL
                   WHEN LM-CURRENT-BALANCE = 0
                       ADD 1 TO WS-PDF-COUNT
                   WHEN LM-DELINQUENT
                       ADD 1 TO WS-DLQ-COUNT
                       ADD LM-CURRENT-BALANCE TO WS-DLQ-BAL
                   WHEN OTHER
                       ADD 1 TO WS-CUR-COUNT
                       ADD LM-CURRENT-BALANCE TO WS-CUR-BAL
               END-EVALUATE
               IF NOT LM-CHARGED-OFF
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-ACTUAL-BAL
               END-IF
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.

       GATHER-BOARDING-ACTIVITY.
           OPEN INPUT PORT-ACTIVITY-FILE.
           IF WS-PORTACT-STATUS = "00"
               PERFORM READ-PORT-ACTIVITY
               PERFORM UNTIL WS-PORTACT-EOF
                   IF PA-BUSINESS-DATE > WS-PRIOR-DATE
                       AND PA-BUSINESS-DATE <= WS-BUSINESS-DATE
                       ADD PA-BOARDED-COUNT  TO WS-BOARDED-COUNT
                       ADD PA-BOARDED-AMOUNT TO WS-BOARDED-AMOUNT
                       ADD PA-RESET-COUNT    TO WS-RESET-COUNT
                       ADD PA-RESET-OLD-BAL  TO WS-RESET-OLD-BAL
                       ADD PA-RESET-NEW-BAL  TO WS-RESET-NEW-BAL
                   END-IF
                   PERFORM READ-PORT-ACTIVITY
               END-PERFORM
           END-IF.
           CLOSE PORT-ACTIVITY-FILE.

       READ-PORT-ACTIVITY.
           READ PORT-ACTIVITY-FILE
               AT END
                   SET WS-PORTACT-EOF TO TRUE
           END-READ.

      * Every record is counted; the ones past the count the
      * last proof saw are tonight's window.
       GATHER-HISTORY-ACTIVITY.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-EOF
                   ADD 1 TO WS-HIST-COUNT
                   IF WS-HIST-COUNT > WS-PRIOR-HIST-COUNT
                       PERFORM TALLY-ONE-POSTING
                   END-IF
                   PERFORM READ-HISTORY-FILE
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

      * Late charges move fees, not the balance, and are
      * passed over.
       TALLY-ONE-POSTING.
           EVALUATE TRUE
               WHEN LH-PAYMENT
                   ADD 1 TO WS-PAY-COUNT
                   ADD LH-PRINCIPAL TO WS-PAY-PRIN
                   ADD LH-INTEREST  TO WS-PAY-INT
               WHEN LH-ADJUSTMENT
                   ADD 1 TO WS-ADJ-COUNT
                   ADD LH-PRINCIPAL TO WS-ADJ-PRIN
               WHEN LH-CHARGE-OFF
                   ADD 1 TO WS-CHGOFF-COUNT
                   ADD LH-PRINCIPAL TO WS-CHGOFF-PRIN
               WHEN LH-RECOVERY
                   ADD 1 TO WS-RECOV-COUNT
                   ADD LH-PRINCIPAL TO WS-RECOV-PRIN
               WHEN LH-REVERSAL
                   PERFORM TABLE-ONE-REVERSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TABLE-ONE-REVERSAL.
           IF WS-RVT-COUNT >= 500
               SET WS-RVT-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-RVT-COUNT
               MOVE WS-HIST-COUNT  TO WS-RVT-SEQ (WS-RVT-COUNT)
               MOVE LH-LOAN-NUMBER TO WS-RVT-LOAN (WS-RVT-COUNT)
               MOVE LH-PAY-DATE    TO WS-RVT-DATE (WS-RVT-COUNT)
               MOVE LH-AMOUNT      TO WS-RVT-AMOUNT (WS-RVT-COUNT)
               MOVE LH-INTEREST    TO WS-RVT-INTEREST (WS-RVT-COUNT)
               MOVE LH-PRINCIPAL   TO WS-RVT-PRINCIPAL (WS-RVT-COUNT)
           END-IF.

       CLASSIFY-REVERSALS.
           PERFORM VARYING WS-RVT-SUB FROM 1 BY 1
               UNTIL WS-RVT-SUB > WS-RVT-COUNT
               PERFORM FIND-ORIGINAL-RECOVERY
               IF WS-RECOV-MATCH
                   ADD 1 TO WS-RECREV-COUNT
                   ADD WS-RVT-PRINCIPAL (WS-RVT-SUB) TO WS-RECREV-PRIN
               ELSE
                   ADD 1 TO WS-REV-COUNT
                   ADD WS-RVT-PRINCIPAL (WS-RVT-SUB) TO WS-REV-PRIN
                   ADD WS-RVT-INTEREST (WS-RVT-SUB)  TO WS-REV-INT
               END-IF
           END-PERFORM.

      * History is read from the top up to the reversal itself;
      * the original it backed out can sit before the window.
       FIND-ORIGINAL-RECOVERY.
           MOVE "N" TO WS-RECOV-MATCH-SW.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           MOVE 0 TO WS-SCAN-SEQ.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-EOF
                   ADD 1 TO WS-SCAN-SEQ
                   IF WS-SCAN-SEQ < WS-RVT-SEQ (WS-RVT-SUB)
                       IF LH-RECOVERY
                           AND LH-LOAN-NUMBER = WS-RVT-LOAN (WS-RVT-SUB)
                           AND LH-PAY-DATE = WS-RVT-DATE (WS-RVT-SUB)
                           AND LH-AMOUNT = WS-RVT-AMOUNT (WS-RVT-SUB)
                           SET WS-RECOV-MATCH TO TRUE
                       END-IF
                       PERFORM READ-HISTORY-FILE
                   ELSE
                       SET WS-HISTORY-EOF TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

      * LOAN-POSTING's principal reduction and interest income
      * are booked to whatever accounts its posting rules
      * carry; with no rule the line cannot be tied.
       RESOLVE-GL-ACCOUNTS.
           MOVE "PRINCIPL" TO WS-GL-POST-TYPE.
           PERFORM FIND-GL-RULE.
           MOVE WS-GL-ACCOUNT TO WS-PRIN-ACCOUNT.
           MOVE "INTEREST" TO WS-GL-POST-TYPE.
           PERFORM FIND-GL-RULE.
           MOVE WS-GL-ACCOUNT TO WS-INT-ACCOUNT.

       FIND-GL-RULE.
           MOVE SPACES TO WS-GL-ACCOUNT.
           MOVE "N" TO WS-GLRULE-FOUND-SW.
           MOVE "N" TO WS-GLRULE-EOF-SW.
           OPEN INPUT GL-RULE-FILE.
           IF WS-GLRULE-STATUS = "00"
               PERFORM READ-GL-RULE
               PERFORM UNTIL WS-GLRULE-EOF OR WS-GLRULE-FOUND
                   IF GLR-SOURCE = "LOANPOST"
                       AND GLR-POST-TYPE = WS-GL-POST-TYPE
                       MOVE GLR-ACCOUNT TO WS-GL-ACCOUNT
                       SET WS-GLRULE-FOUND TO TRUE
                   ELSE
                       PERFORM READ-GL-RULE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-RULE-FILE.
           IF NOT WS-GLRULE-FOUND
               DISPLAY "WARNING: NO GL POSTING RULE FOR LOANPOST "
                   WS-GL-POST-TYPE " - CANNOT TIE TO GL"
           END-IF.

       READ-GL-RULE.
           READ GL-RULE-FILE
               AT END
                   SET WS-GLRULE-EOF TO TRUE
           END-READ.

      * A principal reduction is a credit (-) to the loan
      * account and interest income a credit (+) to income -
      * the signs LOAN-POSTING writes; a net reversal night
      * comes through with the opposite sign.
       GATHER-GL-POSTINGS.
           OPEN INPUT GL-WORK-FILE.
           IF WS-GLWORK-STATUS = "00"
               PERFORM READ-GL-WORK
               PERFORM UNTIL WS-GLWORK-EOF
                   IF GLW-SOURCE = "LOANPOST"
                       PERFORM TALLY-ONE-GL-LINE
                   END-IF
                   PERFORM READ-GL-WORK
               END-PERFORM
           END-IF.
           CLOSE GL-WORK-FILE.

       READ-GL-WORK.
           READ GL-WORK-FILE
               AT END
                   SET WS-GLWORK-EOF TO TRUE
           END-READ.

       TALLY-ONE-GL-LINE.
           IF WS-PRIN-ACCOUNT NOT = SPACES
               AND GLW-ACCOUNT = WS-PRIN-ACCOUNT
               IF GLW-SIGN = "-"
                   ADD GLW-AMOUNT TO WS-GL-PRINCIPAL
               ELSE
                   SUBTRACT GLW-AMOUNT FROM WS-GL-PRINCIPAL
               END-IF
           END-IF.
           IF WS-INT-ACCOUNT NOT = SPACES
               AND GLW-ACCOUNT = WS-INT-ACCOUNT
               IF GLW-SIGN = "-"
                   SUBTRACT GLW-AMOUNT FROM WS-GL-INTEREST
               ELSE
                   ADD GLW-AMOUNT TO WS-GL-INTEREST
               END-IF
           END-IF.

       PROVE-THE-PORTFOLIO.
           MOVE "PORTFOLIO ROLL-FORWARD" TO WS-RSC-TEXT.
           PERFORM WRITE-SECTION-LINE.
           MOVE "OPENING BALANCE (PRIOR PROOF)" TO WS-RFD-LABEL.
           MOVE SPACES TO WS-RFD-COUNT-X.
           MOVE WS-OPENING-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ADD: NEW LOANS BOARDED" TO WS-RFD-LABEL.
           MOVE WS-BOARDED-COUNT TO WS-RFD-COUNT.
           MOVE WS-BOARDED-AMOUNT TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ADD: LOANS RESET - NEW PRINCIPAL" TO WS-RFD-LABEL.
           MOVE WS-RESET-COUNT TO WS-RFD-COUNT.
           MOVE WS-RESET-NEW-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "LESS: LOANS RESET - PRIOR BALANCE" TO WS-RFD-LABEL.
           MOVE SPACES TO WS-RFD-COUNT-X.
           COMPUTE WS-RFD-AMOUNT = 0 - WS-RESET-OLD-BAL.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "LESS: PRINCIPAL COLLECTED" TO WS-RFD-LABEL.
           MOVE WS-PAY-COUNT TO WS-RFD-COUNT.
           COMPUTE WS-RFD-AMOUNT = 0 - WS-PAY-PRIN.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "LESS: PRINCIPAL ADJUSTMENTS" TO WS-RFD-LABEL.
           MOVE WS-ADJ-COUNT TO WS-RFD-COUNT.
           COMPUTE WS-RFD-AMOUNT = 0 - WS-ADJ-PRIN.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ADD: PAYMENT REVERSALS" TO WS-RFD-LABEL.
           MOVE WS-REV-COUNT TO WS-RFD-COUNT.
           MOVE WS-REV-PRIN TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "LESS: BALANCES CHARGED OFF" TO WS-RFD-LABEL.
           MOVE WS-CHGOFF-COUNT TO WS-RFD-COUNT.
           COMPUTE WS-RFD-AMOUNT = 0 - WS-CHGOFF-PRIN.
           PERFORM WRITE-DETAIL-LINE.

           COMPUTE WS-EXPECTED-BAL = WS-OPENING-BAL
               + WS-BOARDED-AMOUNT + WS-RESET-NEW-BAL
               - WS-RESET-OLD-BAL - WS-PAY-PRIN - WS-ADJ-PRIN
               + WS-REV-PRIN - WS-CHGOFF-PRIN.
           COMPUTE WS-DIFFERENCE = WS-EXPECTED-BAL - WS-ACTUAL-BAL.
           MOVE "EXPECTED CLOSING BALANCE" TO WS-RFD-LABEL.
           MOVE SPACES TO WS-RFD-COUNT-X.
           MOVE WS-EXPECTED-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ACTUAL MASTER TOTAL (ACTIVE LOANS)" TO WS-RFD-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RFD-COUNT.
           MOVE WS-ACTUAL-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "DIFFERENCE" TO WS-RFD-LABEL.
           MOVE SPACES TO WS-RFD-COUNT-X.
           MOVE WS-DIFFERENCE TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.

           IF WS-HIST-COUNT < WS-PRIOR-HIST-COUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RML-TEXT
               STRING "LOAN HISTORY HAS FEWER RECORDS THAN AT "
                   "THE LAST PROOF - RECORDS LOST"
                   DELIMITED BY SIZE INTO WS-RML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RML-TEXT
               STRING "MASTER TOTAL DOES NOT EQUAL THE "
                   "ROLLED-FORWARD BALANCE"
                   DELIMITED BY SIZE INTO WS-RML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

      * Principal collected on history is net of payment
      * reversals and includes adjustments - the same figure
      * LOAN-POSTING posts as its principal reduction.
       TIE-TO-GENERAL-LEDGER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "GENERAL LEDGER TIE-OUT" TO WS-RSC-TEXT.
           PERFORM WRITE-SECTION-LINE.
           SET WS-GL-TIED TO TRUE.
           MOVE SPACES TO WS-RFD-COUNT-X.

           COMPUTE WS-HIST-PRINCIPAL =
               WS-PAY-PRIN + WS-ADJ-PRIN - WS-REV-PRIN.
           MOVE "PRINCIPAL COLLECTED PER HISTORY" TO WS-RFD-LABEL.
           MOVE WS-HIST-PRINCIPAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RFD-LABEL.
           STRING "PRINCIPAL REDUCTION PER GL " WS-PRIN-ACCOUNT
               DELIMITED BY SIZE INTO WS-RFD-LABEL.
           MOVE WS-GL-PRINCIPAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           COMPUTE WS-TIE-DIFF = WS-HIST-PRINCIPAL - WS-GL-PRINCIPAL.
           MOVE "DIFFERENCE" TO WS-RFD-LABEL.
           MOVE WS-TIE-DIFF TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-TIE-DIFF NOT = 0
               MOVE "N" TO WS-GL-TIE-SW
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RML-TEXT
               STRING "PRINCIPAL COLLECTED DOES NOT TIE TO GL "
                   "ACCOUNT " WS-PRIN-ACCOUNT
                   DELIMITED BY SIZE INTO WS-RML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

           COMPUTE WS-HIST-INTEREST = WS-PAY-INT - WS-REV-INT.
           MOVE "INTEREST COLLECTED PER HISTORY" TO WS-RFD-LABEL.
           MOVE WS-HIST-INTEREST TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RFD-LABEL.
           STRING "INTEREST INCOME PER GL " WS-INT-ACCOUNT
               DELIMITED BY SIZE INTO WS-RFD-LABEL.
           MOVE WS-GL-INTEREST TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           COMPUTE WS-TIE-DIFF = WS-HIST-INTEREST - WS-GL-INTEREST.
           MOVE "DIFFERENCE" TO WS-RFD-LABEL.
           MOVE WS-TIE-DIFF TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-TIE-DIFF NOT = 0
               MOVE "N" TO WS-GL-TIE-SW
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RML-TEXT
               STRING "INTEREST COLLECTED DOES NOT TIE TO GL "
                   "ACCOUNT " WS-INT-ACCOUNT
                   DELIMITED BY SIZE INTO WS-RML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

      * Recoveries come in on loans already off the active
      * total - they are shown, not proved.
           COMPUTE WS-MEMO-AMOUNT = WS-RECOV-PRIN - WS-RECREV-PRIN.
           MOVE "MEMO: RECOVERIES NET OF REVERSALS" TO WS-RFD-LABEL.
           MOVE WS-RECOV-COUNT TO WS-RFD-COUNT.
           MOVE WS-MEMO-AMOUNT TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.

       ESTABLISH-OPENING-POSITION.
           MOVE "NO PRIOR PROOF ON FILE" TO WS-RSC-TEXT.
           PERFORM WRITE-SECTION-LINE.
           MOVE "OPENING POSITION ESTABLISHED AT" TO WS-RFD-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RFD-COUNT.
           MOVE WS-ACTUAL-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-ACTUAL-BAL TO WS-OPENING-BAL.

       WRITE-STATUS-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "LOANS BY STATUS" TO WS-RSC-TEXT.
           PERFORM WRITE-SECTION-LINE.
           MOVE "CURRENT" TO WS-RFD-LABEL.
           MOVE WS-CUR-COUNT TO WS-RFD-COUNT.
           MOVE WS-CUR-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "DELINQUENT" TO WS-RFD-LABEL.
           MOVE WS-DLQ-COUNT TO WS-RFD-COUNT.
           MOVE WS-DLQ-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "PAID OFF" TO WS-RFD-LABEL.
           MOVE WS-PDF-COUNT TO WS-RFD-COUNT.
           MOVE 0 TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "TOTAL ACTIVE PORTFOLIO" TO WS-RFD-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RFD-COUNT.
           MOVE WS-ACTUAL-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "CHARGED OFF (NOT IN ACTIVE TOTAL)" TO WS-RFD-LABEL.
           MOVE WS-XOF-COUNT TO WS-RFD-COUNT.
           MOVE WS-XOF-BAL TO WS-RFD-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.

       APPEND-ROLLFWD-HISTORY.
           OPEN EXTEND ROLLFWD-HISTORY-FILE.
           IF WS-RFHIST-STATUS = "05" OR WS-RFHIST-STATUS = "35"
               OPEN OUTPUT ROLLFWD-HISTORY-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RFH-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-FOUND
                   MOVE "I" TO RFH-RESULT
               WHEN WS-ERROR-COUNT = 0
                   MOVE "B" TO RFH-RESULT
               WHEN OTHER
                   MOVE "O" TO RFH-RESULT
           END-EVALUATE.
           MOVE WS-OPENING-BAL TO RFH-OPENING-BAL.
           MOVE WS-ACTUAL-BAL  TO RFH-CLOSING-BAL.
           IF WS-DIFFERENCE < 0
               MOVE "-" TO RFH-DIFF-SIGN
               COMPUTE RFH-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE "+" TO RFH-DIFF-SIGN
               MOVE WS-DIFFERENCE TO RFH-DIFFERENCE
           END-IF.
           MOVE WS-ACTIVE-COUNT TO RFH-ACTIVE-COUNT.
           MOVE WS-HIST-COUNT   TO RFH-HISTORY-COUNT.
           MOVE WS-GL-TIE-SW    TO RFH-GL-TIE-SW.
           WRITE ROLLFWD-HISTORY-RECORD.
           CLOSE ROLLFWD-HISTORY-FILE.

       WRITE-SECTION-LINE.
           MOVE WS-RF-SECT TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-RF-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-ERROR-LINE.
           MOVE WS-RF-MSG-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY "  " WS-RML-TEXT.
